       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVASSIGN.

      *> Shared driver lookup, a CALLable in the DATEUTIL mold. The
      *> fleet programs ask here who was driving a truck and whether a
      *> driver may drive, instead of each reading the driver master
      *> (drivers.txt, DRIVERREC) and the assignment history
      *> (vehassign.txt, VEHASGREC) their own way:
      *>
      *>     'WHO '  LDriverID/LDriverName = the driver LVehicleID was
      *>             assigned to on LDate - the latest assignment dated
      *>             on or before it. '23' when it had none (never
      *>             assigned, or taken off its driver)
      *>     'CHK '  LDriverName = LDriverID's name, and whether the
      *>             driver may drive on LDate: '00' active with
      *>             licence and medical in date, '10' licence or
      *>             medical expired, '20' inactive, '23' not on file
      *>
      *> LStatus follows FILE STATUS convention the way DATEUTIL's
      *> does, '90' for a bad function code - so callers check it the
      *> same way they check a FILE STATUS.
      *>
      *>     CALL 'DRVASSIGN' USING LFunction, LVehicleID, LDate,
      *>         LDriverID, LDriverName, LStatus

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DriverFile ASSIGN TO "drivers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AssignFile ASSIGN TO "vehassign.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with DRIVERMAINT via copybooks/DRIVERREC.cpy
       FD DriverFile.
       COPY DRIVERREC.

      *> Shared with DRIVERMAINT via copybooks/VEHASGREC.cpy
       FD AssignFile.
       COPY VEHASGREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X.
       01  WS-BEST-DATE        PIC 9(8).
       01  WS-FOUND            PIC X.

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
       01  LVehicleID      PIC X(6).
       01  LDate           PIC 9(8).
       01  LDriverID       PIC X(6).
       01  LDriverName     PIC X(30).
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LFunction, LVehicleID, LDate,
           LDriverID, LDriverName, LStatus.

       0100-DISPATCH.

           MOVE "00" TO LStatus.
           EVALUATE LFunction
               WHEN 'WHO '
                   PERFORM 0200-WHO-DROVE
               WHEN 'CHK '
                   PERFORM 0300-CHECK-DRIVER
               WHEN OTHER
                   MOVE "90" TO LStatus
           END-EVALUATE.

       EXIT PROGRAM.

       0200-WHO-DROVE.

      *> Later lines win a tie on the date - an assignment corrected
      *> the same day replaces the one keyed before it
           MOVE SPACES TO LDriverID.
           MOVE SPACES TO LDriverName.
           MOVE ZERO TO WS-BEST-DATE.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AssignFile.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AssignFile
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF VAVehicleID = LVehicleID
                           AND VAFromDate NOT > LDate
                           AND VAFromDate NOT < WS-BEST-DATE
                       MOVE VAFromDate TO WS-BEST-DATE
                       MOVE VADriverID TO LDriverID
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AssignFile.
           IF WS-FOUND = 'N' OR LDriverID = SPACES
               MOVE "23" TO LStatus
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0400-READ-DRIVER.
           IF WS-FOUND = 'Y'
               MOVE DrvName TO LDriverName
           END-IF.

       0300-CHECK-DRIVER.

           MOVE SPACES TO LDriverName.
           PERFORM 0400-READ-DRIVER.
           IF WS-FOUND = 'N'
               MOVE "23" TO LStatus
               EXIT PARAGRAPH
           END-IF.
           MOVE DrvName TO LDriverName.
           IF NOT DrvActive
               MOVE "20" TO LStatus
               EXIT PARAGRAPH
           END-IF.
           IF DrvLicenseExpiry < LDate OR DrvMedicalExpiry < LDate
               MOVE "10" TO LStatus
           END-IF.

       0400-READ-DRIVER.

           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DriverFile.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
               READ DriverFile
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y' AND DrvID = LDriverID
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           CLOSE DriverFile.

       END PROGRAM DRVASSIGN.

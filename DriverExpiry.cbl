       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DRVEXPIRY.
*> Weekly driver expiry report. Lists every active driver on the
*> driver master (drivers.txt, DRIVERREC) whose licence or medical
*> certificate expires within 30 days of the business date - or
*> already has - with the days left on each; then every vehicle
*> still on the fleet (not disposed) whose driver today, by the
*> assignment history (DRVASSIGN), is expired, inactive, or not on
*> the driver master at all. Those trucks need a new driver before
*> they go out again.
*> Meant to run weekly: schedule it on the job calendar (jobcal.txt)
*> like the other weekly reports.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL DriverFile ASSIGN TO "drivers.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VehicleFile ASSIGN TO "vehicles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VehicleID
           FILE STATUS IS WS-VEHICLE-STATUS.
       SELECT ReportFile ASSIGN TO "drvexpiry_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with DRIVERMAINT/DRVASSIGN via copybooks/DRIVERREC.cpy
FD DriverFile.
       COPY DRIVERREC.

*> Shared with OdometerSimulation.cbl via copybooks/VEHREC.cpy
FD VehicleFile.
       COPY VEHREC.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-VEHICLE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DRIVER-EOF PIC X.
       01 WS-VEHICLE-EOF PIC X.
       01 WS-WARN-DATE PIC 9(8).
       01 WS-DRIVER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VEHICLE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DAYS-OUT PIC -(4)9.
       01 WS-DETAIL-LINE.
           02 WS-D-DRIVER PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-NAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-CLASS PIC X(2).
           02 FILLER PIC X(6) VALUE "  LIC ".
           02 WS-D-LIC-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-LIC-DAYS PIC X(10).
           02 FILLER PIC X(6) VALUE "  MED ".
           02 WS-D-MED-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-MED-DAYS PIC X(10).
       01 WS-VEHICLE-LINE.
           02 WS-V-VEHICLE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-V-MAKE PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-V-DRIVER PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-V-NAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 WS-V-REASON PIC X(25).
       01 WS-DAYS-TEXT PIC X(10).
*> DATEUTIL linkage - the 30-day window and the days left
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE1 PIC 9(8).
       01 WS-DU-DATE2 PIC 9(8).
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> DRVASSIGN linkage - each truck's driver today, and their standing
       01 WS-DA-FUNCTION PIC X(4).
       01 WS-DA-DRIVER-ID PIC X(6).
       01 WS-DA-DRIVER-NAME PIC X(30).
       01 WS-DA-STATUS PIC XX.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "DRVEXPIRY".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT VehicleFile.
       IF WS-VEHICLE-STATUS NOT = "00"
           DISPLAY "DRVEXPIRY: unable to open vehicles.dat, status "
               WS-VEHICLE-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "DRVEXPIRY: unable to open drvexpiry_report.txt"
               ", status " WS-REPORT-STATUS
           CLOSE VehicleFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE WS-RUN-DATE TO WS-DU-DATE1.
       MOVE 30 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1, WS-DU-DATE2,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-RESULT TO WS-WARN-DATE.
       MOVE SPACES TO ReportLine.
       STRING "DRIVER LICENCE AND MEDICAL EXPIRY REPORT"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "ACTIVE DRIVERS EXPIRING ON OR BEFORE " WS-WARN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO WS-DRIVER-EOF.
       OPEN INPUT DriverFile.
       PERFORM ReadDriver.
       PERFORM UNTIL WS-DRIVER-EOF = 'Y'
           PERFORM CheckOneDriver
           PERFORM ReadDriver
       END-PERFORM.
       CLOSE DriverFile.
       IF WS-DRIVER-COUNT = 0
           MOVE "  NONE" TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "VEHICLES ASSIGNED TO AN EXPIRED OR INACTIVE DRIVER"
           TO ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO WS-VEHICLE-EOF.
       PERFORM ReadVehicle.
       PERFORM UNTIL WS-VEHICLE-EOF = 'Y'
           PERFORM CheckOneVehicle
           PERFORM ReadVehicle
       END-PERFORM.
       IF WS-VEHICLE-COUNT = 0
           MOVE "  NONE" TO ReportLine
           WRITE ReportLine
       END-IF.
       CLOSE VehicleFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Driver expiry report complete. Drivers listed: "
           WS-DRIVER-COUNT ", vehicles listed: " WS-VEHICLE-COUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadDriver.
       READ DriverFile
           AT END MOVE 'Y' TO WS-DRIVER-EOF
       END-READ.

ReadVehicle.
       READ VehicleFile NEXT RECORD
           AT END MOVE 'Y' TO WS-VEHICLE-EOF
       END-READ.

CheckOneDriver.
       IF NOT DrvActive
           *> A driver let go doesn't renew - their trucks show up in
           *> the vehicle section instead
           EXIT PARAGRAPH
       END-IF.
       IF DrvLicenseExpiry > WS-WARN-DATE
               AND DrvMedicalExpiry > WS-WARN-DATE
           EXIT PARAGRAPH
       END-IF.
       MOVE DrvID TO WS-D-DRIVER.
       MOVE DrvName TO WS-D-NAME.
       MOVE DrvLicenseClass TO WS-D-CLASS.
       MOVE DrvLicenseExpiry TO WS-D-LIC-DATE.
       MOVE DrvLicenseExpiry TO WS-DU-DATE1.
       PERFORM DaysLeft.
       MOVE WS-DAYS-TEXT TO WS-D-LIC-DAYS.
       MOVE DrvMedicalExpiry TO WS-D-MED-DATE.
       MOVE DrvMedicalExpiry TO WS-DU-DATE1.
       PERFORM DaysLeft.
       MOVE WS-DAYS-TEXT TO WS-D-MED-DAYS.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       ADD 1 TO WS-DRIVER-COUNT.

*> Days from the business date to WS-DU-DATE1, or EXPIRED once past
DaysLeft.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       MOVE WS-RUN-DATE TO WS-DU-DATE2.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1, WS-DU-DATE2,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE SPACES TO WS-DAYS-TEXT.
       IF WS-DU-STATUS NOT = "00"
           MOVE "BAD DATE" TO WS-DAYS-TEXT
       ELSE
           IF WS-DU-DAYS < 0
               MOVE "EXPIRED" TO WS-DAYS-TEXT
           ELSE
               IF WS-DU-DAYS > 30
                   MOVE "OK" TO WS-DAYS-TEXT
               ELSE
                   MOVE WS-DU-DAYS TO WS-DAYS-OUT
                   STRING WS-DAYS-OUT " DAYS" DELIMITED BY SIZE
                       INTO WS-DAYS-TEXT
               END-IF
           END-IF
       END-IF.

CheckOneVehicle.
       IF VehDisposed
           EXIT PARAGRAPH
       END-IF.
       MOVE 'WHO ' TO WS-DA-FUNCTION.
       CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID, WS-RUN-DATE,
           WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME, WS-DA-STATUS
       END-CALL.
       IF WS-DA-STATUS = "23"
           *> No driver assigned on the history - nobody to check
           EXIT PARAGRAPH
       END-IF.
       MOVE 'CHK ' TO WS-DA-FUNCTION.
       CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID, WS-RUN-DATE,
           WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME, WS-DA-STATUS
       END-CALL.
       MOVE SPACES TO WS-V-REASON.
       EVALUATE WS-DA-STATUS
           WHEN "10" MOVE "LICENCE/MEDICAL EXPIRED" TO WS-V-REASON
           WHEN "20" MOVE "DRIVER INACTIVE" TO WS-V-REASON
           WHEN "23" MOVE "DRIVER NOT ON FILE" TO WS-V-REASON
           WHEN OTHER EXIT PARAGRAPH
       END-EVALUATE.
       MOVE VehicleID TO WS-V-VEHICLE.
       MOVE VehMakeModel TO WS-V-MAKE.
       MOVE WS-DA-DRIVER-ID TO WS-V-DRIVER.
       MOVE WS-DA-DRIVER-NAME TO WS-V-NAME.
       MOVE WS-VEHICLE-LINE TO ReportLine.
       WRITE ReportLine.
       ADD 1 TO WS-VEHICLE-COUNT.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "drvexpiry_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DRIVERMAINT.
*> Driver master maintenance (drivers.txt, shared via
*> copybooks/DRIVERREC.cpy) - who drives for us, with the licence
*> number and class and the licence and medical certificate expiry
*> dates, on file instead of a 15-character name typed into the
*> vehicle record. Add, update, list, and deactivate; deactivation
*> is a soft flag, the same discipline VENDORMAINT uses, so old fuel
*> and mileage lines keep pointing at a driver who still exists.
*> Vehicles are assigned to a driver ID here too. Every assignment
*> is appended to the dated assignment history (vehassign.txt,
*> VEHASGREC) - never rewritten - and the vehicle's VehDriver name
*> is kept in step for the reports that print it. A truck can't be
*> given to a driver who is inactive or whose licence or medical has
*> run out. The history lists by vehicle or by driver.
*> The driver file is loaded to a table and rewritten at the end,
*> the same load/save-around-the-work pattern VENDORMAINT uses.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL DriverFile ASSIGN TO "drivers.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AssignFile ASSIGN TO "vehassign.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VehicleFile ASSIGN TO "vehicles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VehicleID
           FILE STATUS IS WS-VEHICLE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with DRVASSIGN/DRVEXPIRY via copybooks/DRIVERREC.cpy
FD DriverFile.
       COPY DRIVERREC.

*> Shared with DRVASSIGN/DRVEXPIRY via copybooks/VEHASGREC.cpy
FD AssignFile.
       COPY VEHASGREC.

*> Shared with OdometerSimulation.cbl via copybooks/VEHREC.cpy
FD VehicleFile.
       COPY VEHREC.

WORKING-STORAGE SECTION.
       01 WS-VEHICLE-STATUS PIC XX.
       01 WS-DRIVER-EOF PIC X.
       01 WS-ASSIGN-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-ID-INPUT PIC X(6).
       01 WS-NAME-INPUT PIC X(30).
       01 WS-LICENSE-INPUT PIC X(15).
       01 WS-CLASS-INPUT PIC X(2).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-DATE-PROMPT PIC X(40).
       01 WS-DATE-VALUE PIC 9(8).
       01 WS-LICENSE-EXPIRY PIC 9(8).
       01 WS-MEDICAL-EXPIRY PIC 9(8).
       01 WS-VEHICLE-INPUT PIC X(6).
       01 WS-EFFECTIVE-DATE PIC 9(8).
       01 WS-LIST-COUNT PIC 9(5).
       01 WS-OPERATOR-ID PIC X(10).
*> The whole driver file held in storage while changes are keyed,
*> then written back out. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 DriverCount PIC 9(3) VALUE ZERO.
       01 DriverTable.
           02 Driver OCCURS 0 TO 500 TIMES
                   DEPENDING ON DriverCount.
               03 Drv-ID PIC X(6).
               03 Drv-Name PIC X(30).
               03 Drv-License PIC X(15).
               03 Drv-Class PIC X(2).
               03 Drv-LicenseExpiry PIC 9(8).
               03 Drv-MedicalExpiry PIC 9(8).
               03 Drv-Status PIC X.
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).
*> DATEUTIL linkage - expiry and assignment dates must be real ones
       01 WS-DU-FUNCTION PIC X(4) VALUE 'VAL '.
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       PERFORM LoadDrivers.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "Operator ID: " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "DRIVER MASTER"
           DISPLAY "1 : Add Driver"
           DISPLAY "2 : Update Driver"
           DISPLAY "3 : List Drivers"
           DISPLAY "4 : Deactivate / Reactivate Driver"
           DISPLAY "5 : Assign Vehicle to Driver"
           DISPLAY "6 : Assignment History"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddDriver
               WHEN 2 PERFORM UpdateDriver
               WHEN 3 PERFORM ListDrivers
               WHEN 4 PERFORM ToggleDriver
               WHEN 5 PERFORM AssignVehicle
               WHEN 6 PERFORM ListHistory
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveDrivers.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

GetDriverID.
       PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(WS-ID-INPUT) NOT = SPACES
           DISPLAY "Enter Driver ID : " WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           IF FUNCTION TRIM(WS-ID-INPUT) = SPACES
               DISPLAY "Driver ID cannot be blank"
           END-IF
       END-PERFORM.
       PERFORM FindDriver.

FindDriver.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > DriverCount OR WS-SLOT > 0
           IF Drv-ID(WS-IDX) = WS-ID-INPUT
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

AddDriver.
       DISPLAY " ".
       PERFORM GetDriverID.
       IF WS-SLOT > 0
           DISPLAY "Driver " WS-ID-INPUT " already on file"
           EXIT PARAGRAPH
       END-IF.
       IF DriverCount = 500
           DISPLAY "Driver file full"
           EXIT PARAGRAPH
       END-IF.
       PERFORM AcceptDriverDetails.
       ADD 1 TO DriverCount.
       MOVE WS-ID-INPUT TO Drv-ID(DriverCount).
       MOVE DriverCount TO WS-SLOT.
       PERFORM StoreDriverDetails.
       MOVE 'A' TO Drv-Status(DriverCount).
       DISPLAY "Driver " WS-ID-INPUT " added".

UpdateDriver.
       DISPLAY " ".
       PERFORM GetDriverID.
       IF WS-SLOT = 0
           DISPLAY "Driver " WS-ID-INPUT " not on file"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Updating " Drv-Name(WS-SLOT).
       DISPLAY "Licence " Drv-License(WS-SLOT) " class "
           Drv-Class(WS-SLOT) " expires " Drv-LicenseExpiry(WS-SLOT)
           ", medical expires " Drv-MedicalExpiry(WS-SLOT).
       PERFORM AcceptDriverDetails.
       PERFORM StoreDriverDetails.
       DISPLAY "Driver " WS-ID-INPUT " updated".

AcceptDriverDetails.
       PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(WS-NAME-INPUT) NOT = SPACES
           DISPLAY "Driver name : " WITH NO ADVANCING
           ACCEPT WS-NAME-INPUT
           IF FUNCTION TRIM(WS-NAME-INPUT) = SPACES
               DISPLAY "Name cannot be blank"
           END-IF
       END-PERFORM.
       PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(WS-LICENSE-INPUT) NOT = SPACES
           DISPLAY "Licence number : " WITH NO ADVANCING
           ACCEPT WS-LICENSE-INPUT
           IF FUNCTION TRIM(WS-LICENSE-INPUT) = SPACES
               DISPLAY "Licence number cannot be blank"
           END-IF
       END-PERFORM.
       DISPLAY "Licence class : " WITH NO ADVANCING.
       ACCEPT WS-CLASS-INPUT.
       MOVE FUNCTION UPPER-CASE(WS-CLASS-INPUT) TO WS-CLASS-INPUT.
       MOVE "Licence expiry (YYYYMMDD) : " TO WS-DATE-PROMPT.
       PERFORM AcceptDate.
       MOVE WS-DATE-VALUE TO WS-LICENSE-EXPIRY.
       MOVE "Medical certificate expiry (YYYYMMDD) : "
           TO WS-DATE-PROMPT.
       PERFORM AcceptDate.
       MOVE WS-DATE-VALUE TO WS-MEDICAL-EXPIRY.

StoreDriverDetails.
       MOVE WS-NAME-INPUT TO Drv-Name(WS-SLOT).
       MOVE WS-LICENSE-INPUT TO Drv-License(WS-SLOT).
       MOVE WS-CLASS-INPUT TO Drv-Class(WS-SLOT).
       MOVE WS-LICENSE-EXPIRY TO Drv-LicenseExpiry(WS-SLOT).
       MOVE WS-MEDICAL-EXPIRY TO Drv-MedicalExpiry(WS-SLOT).

*> A real calendar date, asked for until one is given
AcceptDate.
       MOVE "90" TO WS-DU-STATUS.
       PERFORM UNTIL WS-DU-STATUS = "00"
           DISPLAY FUNCTION TRIM(WS-DATE-PROMPT) " "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-VALUE
               MOVE 'VAL ' TO WS-DU-FUNCTION
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DATE-VALUE,
                   WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT,
                   WS-DU-STATUS
               END-CALL
           END-IF
           IF WS-DU-STATUS NOT = "00"
               DISPLAY "Not a real date - key YYYYMMDD"
           END-IF
       END-PERFORM.

ListDrivers.
       DISPLAY " ".
       IF DriverCount = 0
           DISPLAY "No drivers on file"
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > DriverCount
           DISPLAY Drv-ID(WS-IDX) " " Drv-Name(WS-IDX) " "
               Drv-License(WS-IDX) " " Drv-Class(WS-IDX)
               " lic " Drv-LicenseExpiry(WS-IDX)
               " med " Drv-MedicalExpiry(WS-IDX)
               " (" Drv-Status(WS-IDX) ")"
       END-PERFORM.

ToggleDriver.
       DISPLAY " ".
       PERFORM GetDriverID.
       IF WS-SLOT = 0
           DISPLAY "Driver " WS-ID-INPUT " not on file"
           EXIT PARAGRAPH
       END-IF.
       IF Drv-Status(WS-SLOT) = 'A'
           MOVE 'I' TO Drv-Status(WS-SLOT)
           DISPLAY "Driver " WS-ID-INPUT " deactivated - reassign "
               "their vehicles"
       ELSE
           MOVE 'A' TO Drv-Status(WS-SLOT)
           DISPLAY "Driver " WS-ID-INPUT " reactivated"
       END-IF.

*> A vehicle to a driver ID (blank takes it off its driver), from an
*> effective date - today unless keyed
AssignVehicle.
       DISPLAY " ".
       DISPLAY "Vehicle ID : " WITH NO ADVANCING.
       ACCEPT WS-VEHICLE-INPUT.
       OPEN I-O VehicleFile.
       IF WS-VEHICLE-STATUS NOT = "00"
           DISPLAY "DRIVERMAINT: unable to open vehicles.dat, status "
               WS-VEHICLE-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-VEHICLE-INPUT TO VehicleID.
       READ VehicleFile
           INVALID KEY
               DISPLAY "Vehicle " WS-VEHICLE-INPUT " not on file"
               CLOSE VehicleFile
               EXIT PARAGRAPH
       END-READ.
       IF VehDisposed
           DISPLAY "Vehicle " VehicleID " is disposed - not assigned"
           CLOSE VehicleFile
           EXIT PARAGRAPH
       END-IF.
       DISPLAY VehicleID " (" VehMakeModel ") driver now: " VehDriver.
       DISPLAY "Driver ID (blank = take off its driver) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-ID-INPUT.
       ACCEPT WS-ID-INPUT.
       MOVE 0 TO WS-SLOT.
       IF WS-ID-INPUT NOT = SPACES
           PERFORM FindDriver
           IF WS-SLOT = 0
               DISPLAY "Driver " WS-ID-INPUT " not on file"
               CLOSE VehicleFile
               EXIT PARAGRAPH
           END-IF
           IF Drv-Status(WS-SLOT) NOT = 'A'
               DISPLAY "Driver " WS-ID-INPUT " is inactive - not "
                   "assigned"
               CLOSE VehicleFile
               EXIT PARAGRAPH
           END-IF
       END-IF.
       DISPLAY "Effective date (YYYYMMDD, blank = " WS-RUN-DATE
           ") : " WITH NO ADVANCING.
       MOVE SPACES TO WS-DATE-INPUT.
       ACCEPT WS-DATE-INPUT.
       IF WS-DATE-INPUT = SPACES
           MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
       ELSE
           MOVE "Effective date (YYYYMMDD) : " TO WS-DATE-PROMPT
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-VALUE
               MOVE 'VAL ' TO WS-DU-FUNCTION
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DATE-VALUE,
                   WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT,
                   WS-DU-STATUS
               END-CALL
               IF WS-DU-STATUS NOT = "00"
                   PERFORM AcceptDate
               END-IF
           ELSE
               PERFORM AcceptDate
           END-IF
           MOVE WS-DATE-VALUE TO WS-EFFECTIVE-DATE
       END-IF.
       IF WS-SLOT > 0
           IF Drv-LicenseExpiry(WS-SLOT) < WS-EFFECTIVE-DATE
                   OR Drv-MedicalExpiry(WS-SLOT) < WS-EFFECTIVE-DATE
               DISPLAY "Driver " WS-ID-INPUT "'s licence or medical "
                   "has expired by " WS-EFFECTIVE-DATE
                   " - not assigned"
               CLOSE VehicleFile
               EXIT PARAGRAPH
           END-IF
       END-IF.
       OPEN EXTEND AssignFile.
       MOVE VehicleID TO VAVehicleID.
       MOVE WS-ID-INPUT TO VADriverID.
       MOVE WS-EFFECTIVE-DATE TO VAFromDate.
       MOVE WS-OPERATOR-ID TO VAOperator.
       MOVE FUNCTION CURRENT-DATE TO VAStamp.
       WRITE VehAssignRecord.
       CLOSE AssignFile.
       *> The vehicle record shows the driver it has today; an
       *> assignment dated ahead shows once it is in force
       IF WS-EFFECTIVE-DATE NOT > WS-RUN-DATE
           IF WS-SLOT > 0
               MOVE Drv-Name(WS-SLOT) TO VehDriver
           ELSE
               MOVE SPACES TO VehDriver
           END-IF
           REWRITE VehicleRecord
               INVALID KEY
                   DISPLAY "Unable to update vehicle " VehicleID
           END-REWRITE
       END-IF.
       CLOSE VehicleFile.
       IF WS-SLOT > 0
           DISPLAY "Vehicle " VehicleID " assigned to " WS-ID-INPUT
               " from " WS-EFFECTIVE-DATE
       ELSE
           DISPLAY "Vehicle " VehicleID " taken off its driver from "
               WS-EFFECTIVE-DATE
       END-IF.

*> Every assignment for one vehicle or one driver, in the order keyed
ListHistory.
       DISPLAY " ".
       DISPLAY "Vehicle ID (blank to list by driver) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-VEHICLE-INPUT.
       ACCEPT WS-VEHICLE-INPUT.
       MOVE SPACES TO WS-ID-INPUT.
       IF WS-VEHICLE-INPUT = SPACES
           PERFORM GetDriverID
       END-IF.
       MOVE ZERO TO WS-LIST-COUNT.
       MOVE 'N' TO WS-ASSIGN-EOF.
       OPEN INPUT AssignFile.
       PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
           READ AssignFile
               AT END MOVE 'Y' TO WS-ASSIGN-EOF
           END-READ
           IF WS-ASSIGN-EOF NOT = 'Y'
               IF (WS-VEHICLE-INPUT NOT = SPACES
                       AND VAVehicleID = WS-VEHICLE-INPUT)
                   OR (WS-VEHICLE-INPUT = SPACES
                       AND VADriverID = WS-ID-INPUT)
                   ADD 1 TO WS-LIST-COUNT
                   IF VADriverID = SPACES
                       DISPLAY VAFromDate " " VAVehicleID
                           " (no driver)     keyed by " VAOperator
                   ELSE
                       DISPLAY VAFromDate " " VAVehicleID " "
                           VADriverID "          keyed by "
                           VAOperator
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE AssignFile.
       IF WS-LIST-COUNT = 0
           DISPLAY "No assignments on file"
       END-IF.

LoadDrivers.
       MOVE 'N' TO WS-DRIVER-EOF.
       OPEN INPUT DriverFile.
       PERFORM ReadDriver.
       PERFORM UNTIL WS-DRIVER-EOF = 'Y' OR DriverCount = 500
           ADD 1 TO DriverCount
           MOVE DrvID TO Drv-ID(DriverCount)
           MOVE DrvName TO Drv-Name(DriverCount)
           MOVE DrvLicenseNum TO Drv-License(DriverCount)
           MOVE DrvLicenseClass TO Drv-Class(DriverCount)
           MOVE DrvLicenseExpiry TO Drv-LicenseExpiry(DriverCount)
           MOVE DrvMedicalExpiry TO Drv-MedicalExpiry(DriverCount)
           MOVE DrvStatus TO Drv-Status(DriverCount)
           PERFORM ReadDriver
       END-PERFORM.
       IF WS-DRIVER-EOF NOT = 'Y'
           DISPLAY "DRIVERMAINT: driver file larger than 500 rows "
               "- file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE DriverFile.

ReadDriver.
       READ DriverFile
           AT END MOVE 'Y' TO WS-DRIVER-EOF
       END-READ.

SaveDrivers.
       OPEN OUTPUT DriverFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > DriverCount
           MOVE Drv-ID(WS-IDX) TO DrvID
           MOVE Drv-Name(WS-IDX) TO DrvName
           MOVE Drv-License(WS-IDX) TO DrvLicenseNum
           MOVE Drv-Class(WS-IDX) TO DrvLicenseClass
           MOVE Drv-LicenseExpiry(WS-IDX) TO DrvLicenseExpiry
           MOVE Drv-MedicalExpiry(WS-IDX) TO DrvMedicalExpiry
           MOVE Drv-Status(WS-IDX) TO DrvStatus
           WRITE DriverRecord
       END-PERFORM.
       CLOSE DriverFile.

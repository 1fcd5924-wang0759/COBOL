       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VEHASSET.
*> Vehicle asset register maintenance - what each truck cost, when
*> it was bought, what it should fetch at the end, how many months
*> it is written off over, and by which method ('S' straight-line or
*> 'D' declining balance), held on the truck's own vehicles.dat
*> record (VEHREC) for the monthly DEPRRUN to depreciate.
*> A truck the accountant has already been depreciating in the
*> separate book comes over with its accumulated depreciation to
*> date and the last month charged, so DEPRRUN carries on from there
*> instead of charging the past again.
*> Once DEPRRUN has charged a month the entry stands - the figures
*> behind posted depreciation aren't changed after the fact. A
*> disposed truck can't be entered.
*> The register inquiry lists every truck on it with cost,
*> accumulated depreciation and net book value.
*> Each truck's fuel tank capacity is kept here too, for FUELEXC to
*> judge fills against; it can be changed at any time, disposed
*> trucks aside.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VehicleFile ASSIGN TO "vehicles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VehicleID
           FILE STATUS IS WS-VEHICLE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with OdometerSimulation.cbl/DEPRRUN via copybooks/VEHREC.cpy
FD VehicleFile.
       COPY VEHREC.

WORKING-STORAGE SECTION.
       01 WS-VEHICLE-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-VEHICLE-INPUT PIC X(6).
       01 WS-VEHICLE-FOUND PIC X.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-ACQ-DATE PIC 9(8).
       01 WS-COST-INPUT PIC 9(7)V99.
       01 WS-SALVAGE-INPUT PIC 9(7)V99.
       01 WS-LIFE-INPUT PIC X(3).
       01 WS-LIFE PIC 9(3).
       01 WS-TANK-INPUT PIC 9(4)V99.
       01 WS-DISPLAY-TANK PIC Z,ZZ9.99.
       01 WS-METHOD-INPUT PIC X.
       01 WS-ACCUM-INPUT PIC 9(7)V99.
       01 WS-PERIOD-INPUT PIC X(6).
       01 WS-THROUGH PIC 9(6).
       01 WS-DEPRECIABLE PIC 9(7)V99.
       01 WS-NET-BOOK PIC S9(8)V99.
       01 WS-LISTED PIC 9(5).
       01 WS-TOT-COST PIC 9(9)V99.
       01 WS-TOT-ACCUM PIC 9(9)V99.
       01 WS-TOT-NBV PIC S9(9)V99.
       01 WS-DISPLAY-COST PIC $$,$$$,$$9.99.
       01 WS-DISPLAY-ACCUM PIC $$,$$$,$$9.99.
       01 WS-DISPLAY-NBV PIC -$$,$$$,$$9.99.
       01 WS-PERIOD-CHECK.
           02 WS-PC-PERIOD PIC 9(6).
           02 WS-PC-DAY PIC 9(2) VALUE 01.
       01 WS-PERIOD-DATE REDEFINES WS-PERIOD-CHECK PIC 9(8).
*> DATEUTIL linkage - acquisition dates and periods must be real
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
       OPEN I-O VehicleFile.
       IF WS-VEHICLE-STATUS NOT = "00"
           DISPLAY "VEHASSET: unable to open vehicles.dat, status "
               WS-VEHICLE-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "VEHICLE ASSET REGISTER"
           DISPLAY "1 : Enter a Vehicle's Asset Details"
           DISPLAY "2 : List the Asset Register"
           DISPLAY "3 : Set a Vehicle's Fuel Tank Capacity"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM EnterAsset
               WHEN 2 PERFORM ListRegister
               WHEN 3 PERFORM SetTankCapacity
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE VehicleFile.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

EnterAsset.
       DISPLAY " ".
       DISPLAY "Vehicle ID : " WITH NO ADVANCING.
       ACCEPT WS-VEHICLE-INPUT.
       MOVE WS-VEHICLE-INPUT TO VehicleID.
       READ VehicleFile
           INVALID KEY MOVE 'N' TO WS-VEHICLE-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-VEHICLE-FOUND
       END-READ.
       IF WS-VEHICLE-FOUND = 'N'
           DISPLAY "Vehicle " WS-VEHICLE-INPUT " not on file"
           EXIT PARAGRAPH
       END-IF.
       IF VehDisposed
           DISPLAY "Vehicle " VehicleID " is disposed - not entered"
           EXIT PARAGRAPH
       END-IF.
       IF VehDeprThrough NOT = ZERO
           MOVE VehAcqCost TO WS-DISPLAY-COST
           DISPLAY "Vehicle " VehicleID " cost " WS-DISPLAY-COST
               " is depreciated through " VehDeprThrough
               " - entry stands"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Asset details for " VehicleID " (" VehMakeModel ")".
       MOVE "90" TO WS-DU-STATUS.
       PERFORM UNTIL WS-DU-STATUS = "00"
           DISPLAY "Acquisition date (YYYYMMDD) : " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-ACQ-DATE
               MOVE 'VAL ' TO WS-DU-FUNCTION
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-ACQ-DATE,
                   WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT,
                   WS-DU-STATUS
               END-CALL
           END-IF
           IF WS-DU-STATUS = "00" AND WS-ACQ-DATE > WS-RUN-DATE
               DISPLAY "Acquisition date is after today"
               MOVE "90" TO WS-DU-STATUS
           ELSE
               IF WS-DU-STATUS NOT = "00"
                   DISPLAY "Not a real date - key YYYYMMDD"
               END-IF
           END-IF
       END-PERFORM.
       MOVE ZERO TO WS-COST-INPUT.
       PERFORM UNTIL WS-COST-INPUT > ZERO
           DISPLAY "Acquisition cost : " WITH NO ADVANCING
           ACCEPT WS-COST-INPUT
           IF WS-COST-INPUT = ZERO
               DISPLAY "Cost must be more than zero"
           END-IF
       END-PERFORM.
       MOVE WS-COST-INPUT TO WS-SALVAGE-INPUT.
       PERFORM UNTIL WS-SALVAGE-INPUT < WS-COST-INPUT
           DISPLAY "Salvage value : " WITH NO ADVANCING
           ACCEPT WS-SALVAGE-INPUT
           IF WS-SALVAGE-INPUT NOT < WS-COST-INPUT
               DISPLAY "Salvage value must be less than cost"
           END-IF
       END-PERFORM.
       MOVE ZERO TO WS-LIFE.
       PERFORM UNTIL WS-LIFE > ZERO
           DISPLAY "Useful life in months : " WITH NO ADVANCING
           MOVE SPACES TO WS-LIFE-INPUT
           ACCEPT WS-LIFE-INPUT
           IF FUNCTION TRIM(WS-LIFE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-LIFE-INPUT) TO WS-LIFE
           END-IF
           IF WS-LIFE = ZERO
               DISPLAY "Useful life must be 1 to 999 months"
           END-IF
       END-PERFORM.
       MOVE SPACE TO WS-METHOD-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-METHOD-INPUT = 'S'
               OR WS-METHOD-INPUT = 'D'
           DISPLAY "Method (S=straight-line, D=declining balance) : "
               WITH NO ADVANCING
           ACCEPT WS-METHOD-INPUT
           MOVE FUNCTION UPPER-CASE(WS-METHOD-INPUT)
               TO WS-METHOD-INPUT
           IF WS-METHOD-INPUT NOT = 'S' AND WS-METHOD-INPUT NOT = 'D'
               DISPLAY "Answer S or D"
           END-IF
       END-PERFORM.
       *> Brought over from the accountant's book: what has already
       *> been charged, and through which month
       COMPUTE WS-DEPRECIABLE = WS-COST-INPUT - WS-SALVAGE-INPUT.
       MOVE WS-DEPRECIABLE TO WS-ACCUM-INPUT.
       ADD 1 TO WS-ACCUM-INPUT.
       PERFORM UNTIL WS-ACCUM-INPUT NOT > WS-DEPRECIABLE
           DISPLAY "Depreciation already charged (0 if new) : "
               WITH NO ADVANCING
           ACCEPT WS-ACCUM-INPUT
           IF WS-ACCUM-INPUT > WS-DEPRECIABLE
               DISPLAY "More than cost less salvage"
           END-IF
       END-PERFORM.
       MOVE ZERO TO WS-THROUGH.
       IF WS-ACCUM-INPUT > ZERO
           PERFORM AcceptThroughPeriod
       END-IF.
       MOVE WS-ACQ-DATE TO VehAcqDate.
       MOVE WS-COST-INPUT TO VehAcqCost.
       MOVE WS-SALVAGE-INPUT TO VehSalvageValue.
       MOVE WS-LIFE TO VehUsefulLife.
       MOVE WS-METHOD-INPUT TO VehDeprMethod.
       MOVE WS-ACCUM-INPUT TO VehAccumDepr.
       MOVE WS-THROUGH TO VehDeprThrough.
       REWRITE VehicleRecord
           INVALID KEY
               DISPLAY "Unable to update vehicle " VehicleID
               EXIT PARAGRAPH
       END-REWRITE.
       DISPLAY "Vehicle " VehicleID " entered on the asset register".

SetTankCapacity.
       DISPLAY " ".
       DISPLAY "Vehicle ID : " WITH NO ADVANCING.
       ACCEPT WS-VEHICLE-INPUT.
       MOVE WS-VEHICLE-INPUT TO VehicleID.
       READ VehicleFile
           INVALID KEY MOVE 'N' TO WS-VEHICLE-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-VEHICLE-FOUND
       END-READ.
       IF WS-VEHICLE-FOUND = 'N'
           DISPLAY "Vehicle " WS-VEHICLE-INPUT " not on file"
           EXIT PARAGRAPH
       END-IF.
       IF VehDisposed
           DISPLAY "Vehicle " VehicleID " is disposed - not changed"
           EXIT PARAGRAPH
       END-IF.
       IF VehTankCapacity IS NOT NUMERIC
           MOVE ZERO TO VehTankCapacity
       END-IF.
       MOVE VehTankCapacity TO WS-DISPLAY-TANK.
       DISPLAY VehicleID " (" VehMakeModel ") tank now "
           WS-DISPLAY-TANK " litres".
       DISPLAY "Tank capacity in litres (0 = not known) : "
           WITH NO ADVANCING.
       MOVE ZERO TO WS-TANK-INPUT.
       ACCEPT WS-TANK-INPUT.
       MOVE WS-TANK-INPUT TO VehTankCapacity.
       REWRITE VehicleRecord
           INVALID KEY
               DISPLAY "Unable to update vehicle " VehicleID
               EXIT PARAGRAPH
       END-REWRITE.
       DISPLAY "Tank capacity for " VehicleID " updated".

*> The last month the accountant charged: on or after the month of
*> acquisition and no later than the business month
AcceptThroughPeriod.
       MOVE "90" TO WS-DU-STATUS.
       PERFORM UNTIL WS-DU-STATUS = "00"
           DISPLAY "Depreciated through month (YYYYMM) : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PERIOD-INPUT
           ACCEPT WS-PERIOD-INPUT
           MOVE "90" TO WS-DU-STATUS
           IF WS-PERIOD-INPUT IS NUMERIC
               MOVE WS-PERIOD-INPUT TO WS-PC-PERIOD
               MOVE 01 TO WS-PC-DAY
               MOVE 'VAL ' TO WS-DU-FUNCTION
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-PERIOD-DATE,
                   WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT,
                   WS-DU-STATUS
               END-CALL
           END-IF
           IF WS-DU-STATUS = "00"
               IF WS-PC-PERIOD < WS-ACQ-DATE(1:6)
                       OR WS-PC-PERIOD > WS-RUN-DATE(1:6)
                   DISPLAY "Month must be from " WS-ACQ-DATE(1:6)
                       " to " WS-RUN-DATE(1:6)
                   MOVE "90" TO WS-DU-STATUS
               END-IF
           ELSE
               DISPLAY "Not a real month - key YYYYMM"
           END-IF
       END-PERFORM.
       MOVE WS-PC-PERIOD TO WS-THROUGH.

ListRegister.
       DISPLAY " ".
       MOVE ZERO TO WS-LISTED.
       MOVE ZERO TO WS-TOT-COST.
       MOVE ZERO TO WS-TOT-ACCUM.
       MOVE ZERO TO WS-TOT-NBV.
       MOVE 'N' TO EndOfFile.
       MOVE LOW-VALUES TO VehicleID.
       START VehicleFile KEY IS NOT LESS THAN VehicleID
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       PERFORM UNTIL AtEndOfFile
           READ VehicleFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               PERFORM ListOneAsset
           END-IF
       END-PERFORM.
       MOVE 'N' TO EndOfFile.
       IF WS-LISTED = 0
           DISPLAY "No vehicles on the asset register"
       ELSE
           MOVE WS-TOT-COST TO WS-DISPLAY-COST
           MOVE WS-TOT-ACCUM TO WS-DISPLAY-ACCUM
           MOVE WS-TOT-NBV TO WS-DISPLAY-NBV
           DISPLAY "TOTAL                         cost "
               WS-DISPLAY-COST " accum " WS-DISPLAY-ACCUM
               " NBV " WS-DISPLAY-NBV
       END-IF.

ListOneAsset.
       IF VehAcqCost IS NOT NUMERIC OR VehAcqCost = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF VehDisposed AND VehDisposalBooked
           *> Sold and booked - off the books
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-NET-BOOK = VehAcqCost - VehAccumDepr.
       ADD 1 TO WS-LISTED.
       ADD VehAcqCost TO WS-TOT-COST.
       ADD VehAccumDepr TO WS-TOT-ACCUM.
       ADD WS-NET-BOOK TO WS-TOT-NBV.
       MOVE VehAcqCost TO WS-DISPLAY-COST.
       MOVE VehAccumDepr TO WS-DISPLAY-ACCUM.
       MOVE WS-NET-BOOK TO WS-DISPLAY-NBV.
       DISPLAY VehicleID " " VehMakeModel " " VehDeprMethod " "
           VehAcqDate " cost " WS-DISPLAY-COST " accum "
           WS-DISPLAY-ACCUM " NBV " WS-DISPLAY-NBV.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPATCH.
*> Delivery dispatch over the shipping manifest SHIPCONFIRM writes
*> (manifest.txt, copybooks/MANIFESTREC.cpy). A run is built from
*> the orders on a day's manifest not yet on a run: it goes out on
*> an in-service truck from vehicles.dat with a driver - the truck's
*> assigned driver (DRVASSIGN) unless another is keyed, refused if
*> inactive or out of licence or medical - and the stops are put in
*> order by the delivery site's postal code and street address (the
*> order's ship-to site, else the customer's mailing address). The
*> route sheet (routesheet.txt) is printed for the driver and can
*> be reprinted.
*> When the run comes back the proof of delivery is keyed per order
*> - delivered (and who signed), refused, or no one home - with the
*> odometer the truck returned on: the vehicle's reading is updated
*> and the run's miles go to the mileage log (MILELOG) under its
*> driver. A refused or missed order is appended back onto the
*> manifest dated the next business day, so the next day's run
*> picks it up.
*> The status inquiry answers a customer's "did my delivery
*> arrive" by order number or by customer, from every attempt made.
*> Runs are on dlvruns.txt (DLVRUNREC) and their stops on
*> dlvstops.txt (DLVSTOPREC), loaded to tables and rewritten after
*> each change, the same load/save pattern VENDORMAINT uses.
*> Each run's route sheet is also filed on the report spool
*> (RPTSPOOL) for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ManifestFile ASSIGN TO "manifest.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RunFile ASSIGN TO "dlvruns.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StopFile ASSIGN TO "dlvstops.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VehicleFile ASSIGN TO "vehicles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VehicleID
           FILE STATUS IS WS-VEHICLE-STATUS.
*> Where each order on the manifest is going
       SELECT OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MileageLogFile ASSIGN TO "mileagelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "routesheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD ManifestFile.
       01 ManifestLine PIC X(80).

FD RunFile.
       COPY DLVRUNREC.

FD StopFile.
       COPY DLVSTOPREC.

*> Shared with OdometerSimulation.cbl via copybooks/VEHREC.cpy
FD VehicleFile.
       COPY VEHREC.

*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/ORDERENTRY via copybooks/SHIPTOREC.cpy
FD ShipToFile.
       COPY SHIPTOREC.

*> Shared with OdometerSimulation.cbl via copybooks/MILELOG.cpy
FD MileageLogFile.
       COPY MILELOG.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-VEHICLE-STATUS PIC XX.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-MANIFEST-EOF PIC X.
       01 WS-RUN-EOF PIC X.
       01 WS-STOP-EOF PIC X.
       01 WS-SHIPTO-EOF PIC X.
       01 WS-OVERFLOW PIC X VALUE 'N'.
       01 WS-ORDERS-OPEN PIC X.
       01 WS-CUSTOMERS-OPEN PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-MANIFEST-DATE PIC 9(8).
       01 WS-VEHICLE-INPUT PIC X(6).
       01 WS-DRIVER-INPUT PIC X(6).
       01 WS-RUN-INPUT PIC X(6).
       01 WS-ORDER-INPUT PIC X(6).
       01 WS-CUST-INPUT PIC X(5).
       01 WS-ODO-INPUT PIC X(6).
       01 WS-END-ODO PIC 9(6).
       01 WS-OLD-READING PIC 9(6).
       01 WS-ANSWER PIC X.
       01 WS-FOUND PIC X.
       01 WS-NEXT-RUN PIC 9(6).
       01 WS-TAKE-COUNT PIC 9(3).
       01 WS-FAILED-COUNT PIC 9(3).
       01 WS-LIST-COUNT PIC 9(5).
       01 WS-OUTCOME-TEXT PIC X(16).
*> DRVASSIGN linkage - who drives the truck, and may they
       01 WS-DA-FUNCTION PIC X(4).
       01 WS-DA-DRIVER-ID PIC X(6).
       01 WS-DA-DRIVER-NAME PIC X(30).
       01 WS-DA-STATUS PIC XX.
*> DATEUTIL linkage - manifest dates must be real ones, and a failed
*> delivery goes back on the next business day's manifest
       01 WS-DU-FUNCTION PIC X(4) VALUE 'VAL '.
       01 WS-DU-DATE1 PIC 9(8).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - where each route sheet is filed
       01 WS-SP-PROGRAM PIC X(15) VALUE "DISPATCH".
       01 WS-SP-REPORT PIC X(30).
*> Shared with SHIPCONFIRM via copybooks/MANIFESTREC.cpy
       COPY MANIFESTREC.
*> Every run and stop held in storage while a run is built or
*> returned, then written back out. The DEPENDING ON counters must
*> be declared ahead of the tables they size
       01 RunCount PIC 9(4) VALUE ZERO.
       01 RunTable.
           02 RunEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON RunCount.
               03 Run-Num PIC 9(6).
               03 Run-Date PIC 9(8).
               03 Run-Vehicle PIC X(6).
               03 Run-Driver PIC X(6).
               03 Run-StartOdo PIC 9(6).
               03 Run-EndOdo PIC 9(6).
               03 Run-Stops PIC 9(3).
               03 Run-Status PIC X.
               03 Run-Operator PIC X(10).
       01 StopCount PIC 9(4) VALUE ZERO.
       01 StopTable.
           02 StopEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON StopCount.
               03 Stp-Run PIC 9(6).
               03 Stp-Seq PIC 9(3).
               03 Stp-Order PIC 9(6).
               03 Stp-ManifestDate PIC 9(8).
               03 Stp-CustID PIC 9(5).
               03 Stp-Name PIC X(20).
               03 Stp-Address PIC X(30).
               03 Stp-Postal PIC X(10).
               03 Stp-Carrier PIC X(10).
               03 Stp-Tracking PIC X(20).
               03 Stp-Outcome PIC X.
               03 Stp-PODDate PIC 9(8).
               03 Stp-SignedBy PIC X(20).
       01 WS-RUN-IDX PIC 9(4).
       01 WS-RUN-SLOT PIC 9(4).
       01 WS-STOP-IDX PIC 9(4).
*> The day's undispatched manifest orders a run is built from,
*> sorted into stop order on the postal code and address together
       01 CandCount PIC 9(3) VALUE ZERO.
       01 CandTable.
           02 CandEntry OCCURS 0 TO 300 TIMES
                   DEPENDING ON CandCount.
               03 Cd-Order PIC 9(6).
               03 Cd-Name PIC X(20).
               03 Cd-Carrier PIC X(10).
               03 Cd-Tracking PIC X(20).
               03 Cd-CustID PIC 9(5).
               03 Cd-SortKey.
                   04 Cd-Postal PIC X(10).
                   04 Cd-Address PIC X(30).
               03 Cd-Take PIC X.
       01 WS-CD-IDX PIC 9(3).
       01 WS-CD-JDX PIC 9(3).
       01 WS-SWAP-ENTRY PIC X(102).
*> Route sheet lines
       01 WS-HEADING-LINE.
           02 FILLER PIC X(16) VALUE "ROUTE SHEET  RUN".
           02 WS-H-RUN PIC Z(5)9.
           02 FILLER PIC X(17) VALUE "  MANIFEST DATE: ".
           02 WS-H-DATE PIC 9(8).
           02 FILLER PIC X(17) VALUE "  BUSINESS DATE: ".
           02 WS-H-BUS-DATE PIC 9(8).
       01 WS-VEHICLE-LINE.
           02 FILLER PIC X(9) VALUE "VEHICLE: ".
           02 WS-V-ID PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-V-MAKE PIC X(20).
           02 FILLER PIC X(9) VALUE " DRIVER: ".
           02 WS-V-DRIVER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-V-DRIVER-NAME PIC X(30).
       01 WS-ODO-LINE.
           02 FILLER PIC X(16) VALUE "START ODOMETER: ".
           02 WS-O-START PIC Z(5)9.
           02 FILLER PIC X(16) VALUE "  END ODOMETER: ".
           02 WS-O-END PIC X(6).
           02 FILLER PIC X(9) VALUE "  STOPS: ".
           02 WS-O-STOPS PIC ZZ9.
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(50) VALUE
               "SEQ  ORDER  CUSTOMER             ADDRESS          ".
           02 FILLER PIC X(50) VALUE
               "              POSTAL CODE  OUTCOME  SIGNED FOR BY".
       01 WS-STOP-LINE.
           02 WS-S-SEQ PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-S-ORDER PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-S-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-S-ADDRESS PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-S-POSTAL PIC X(10).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-S-OUTCOME PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-S-SIGNED PIC X(14).

PROCEDURE DIVISION.
StartPara.
       PERFORM LoadDeliveryFiles.
       IF WS-OVERFLOW = 'Y'
           DISPLAY "DISPATCH: dlvruns.txt / dlvstops.txt larger than "
               "2000 runs / 5000 stops - files left untouched"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "Operator ID: " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "DELIVERY DISPATCH"
           DISPLAY "1 : Build Delivery Run"
           DISPLAY "2 : Reprint Route Sheet"
           DISPLAY "3 : Record Run Return"
           DISPLAY "4 : List Runs Still Out"
           DISPLAY "5 : Delivery Status Inquiry"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM BuildRun
               WHEN 2 PERFORM ReprintRouteSheet
               WHEN 3 PERFORM RecordReturn
               WHEN 4 PERFORM ListOpenRuns
               WHEN 5 PERFORM DeliveryInquiry
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

BuildRun.
       DISPLAY " ".
       DISPLAY "Manifest date (YYYYMMDD, blank = " WS-RUN-DATE ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-DATE-INPUT.
       ACCEPT WS-DATE-INPUT.
       IF WS-DATE-INPUT = SPACES
           MOVE WS-RUN-DATE TO WS-MANIFEST-DATE
       ELSE
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Manifest date must be YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO WS-DU-DATE1
           MOVE 'VAL ' TO WS-DU-FUNCTION
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           IF WS-DU-STATUS NOT = "00"
               DISPLAY WS-DATE-INPUT " is not a real date"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DU-DATE1 TO WS-MANIFEST-DATE
       END-IF.
       PERFORM LoadCandidates.
       IF CandCount = 0
           DISPLAY "No orders on the " WS-MANIFEST-DATE
               " manifest waiting for a run"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY CandCount " order(s) on the " WS-MANIFEST-DATE
           " manifest waiting for a run".
       IF RunCount = 2000 OR StopCount + CandCount > 5000
           DISPLAY "Delivery files full - no run built"
           EXIT PARAGRAPH
       END-IF.
       PERFORM ChooseVehicle.
       IF WS-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       PERFORM ChooseDriver.
       IF WS-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       PERFORM ChooseStops.
       IF WS-TAKE-COUNT = 0
           DISPLAY "No orders taken - no run built"
           EXIT PARAGRAPH
       END-IF.
       PERFORM SequenceStops.
       PERFORM AddRun.
       PERFORM SaveDeliveryFiles.
       DISPLAY "Run " WS-NEXT-RUN " built: " WS-TAKE-COUNT
           " stop(s) on " WS-VEHICLE-INPUT.
       MOVE RunCount TO WS-RUN-SLOT.
       PERFORM PrintRouteSheet.

LoadCandidates.
*> The day's manifest lines, less orders already on a run off the
*> same day's manifest. An order appended twice counts once
       MOVE 0 TO CandCount.
       MOVE 'N' TO WS-MANIFEST-EOF.
       OPEN INPUT ManifestFile.
       PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
           READ ManifestFile
               AT END MOVE 'Y' TO WS-MANIFEST-EOF
           END-READ
           IF WS-MANIFEST-EOF NOT = 'Y'
               MOVE ManifestLine TO WS-MANIFEST-DETAIL
               IF WS-M-DATE IS NUMERIC AND WS-M-ORDER IS NUMERIC
                   IF WS-M-DATE = WS-MANIFEST-DATE
                       PERFORM OfferManifestLine
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ManifestFile.

OfferManifestLine.
       MOVE 'N' TO WS-FOUND.
       PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > StopCount OR WS-FOUND = 'Y'
           IF Stp-Order(WS-STOP-IDX) = WS-M-ORDER
                   AND Stp-ManifestDate(WS-STOP-IDX) = WS-M-DATE
               MOVE 'Y' TO WS-FOUND
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > CandCount OR WS-FOUND = 'Y'
           IF Cd-Order(WS-CD-IDX) = WS-M-ORDER
               MOVE 'Y' TO WS-FOUND
           END-IF
       END-PERFORM.
       IF WS-FOUND = 'Y' OR CandCount = 300
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO CandCount.
       MOVE WS-M-ORDER TO Cd-Order(CandCount).
       MOVE WS-M-NAME TO Cd-Name(CandCount).
       MOVE WS-M-CARRIER TO Cd-Carrier(CandCount).
       MOVE WS-M-TRACKING TO Cd-Tracking(CandCount).
       MOVE ZERO TO Cd-CustID(CandCount).
       MOVE SPACES TO Cd-SortKey(CandCount).
       MOVE 'N' TO Cd-Take(CandCount).

ChooseVehicle.
       MOVE 'N' TO WS-FOUND.
       DISPLAY "Vehicle ID : " WITH NO ADVANCING.
       ACCEPT WS-VEHICLE-INPUT.
       OPEN INPUT VehicleFile.
       IF WS-VEHICLE-STATUS NOT = "00"
           DISPLAY "DISPATCH: unable to open vehicles.dat, status "
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
       CLOSE VehicleFile.
       IF NOT VehInService
           DISPLAY "Vehicle " VehicleID " is not in service - no run "
               "built"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > RunCount
           IF Run-Vehicle(WS-RUN-IDX) = VehicleID
                   AND Run-Status(WS-RUN-IDX) = 'O'
               DISPLAY "Vehicle " VehicleID " is still out on run "
                   Run-Num(WS-RUN-IDX) " - record its return first"
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.
       DISPLAY VehicleID " (" VehMakeModel ") odometer "
           OdometerReading.
       MOVE 'Y' TO WS-FOUND.

ChooseDriver.
*> The truck's assigned driver unless another is keyed; nobody
*> inactive or out of licence or medical goes out on a run
       MOVE 'N' TO WS-FOUND.
       MOVE 'WHO ' TO WS-DA-FUNCTION.
       CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID, WS-RUN-DATE,
           WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME, WS-DA-STATUS
       END-CALL.
       IF WS-DA-STATUS = "00"
           DISPLAY "Driver ID (blank = " WS-DA-DRIVER-ID " "
               FUNCTION TRIM(WS-DA-DRIVER-NAME) ") : "
               WITH NO ADVANCING
       ELSE
           MOVE SPACES TO WS-DA-DRIVER-ID
           DISPLAY "Driver ID : " WITH NO ADVANCING
       END-IF.
       MOVE SPACES TO WS-DRIVER-INPUT.
       ACCEPT WS-DRIVER-INPUT.
       IF WS-DRIVER-INPUT = SPACES
           MOVE WS-DA-DRIVER-ID TO WS-DRIVER-INPUT
       END-IF.
       IF WS-DRIVER-INPUT = SPACES
           DISPLAY "A run needs a driver - no run built"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'CHK ' TO WS-DA-FUNCTION.
       CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID, WS-RUN-DATE,
           WS-DRIVER-INPUT, WS-DA-DRIVER-NAME, WS-DA-STATUS
       END-CALL.
       EVALUATE WS-DA-STATUS
           WHEN "00"
               MOVE 'Y' TO WS-FOUND
           WHEN "10"
               DISPLAY "Driver " WS-DRIVER-INPUT "'s licence or "
                   "medical has expired - no run built"
           WHEN "20"
               DISPLAY "Driver " WS-DRIVER-INPUT " is inactive - no "
                   "run built"
           WHEN OTHER
               DISPLAY "Driver " WS-DRIVER-INPUT " not on file - no "
                   "run built"
       END-EVALUATE.

ChooseStops.
       MOVE 0 TO WS-TAKE-COUNT.
       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > CandCount
           DISPLAY "  " Cd-Order(WS-CD-IDX) "  " Cd-Name(WS-CD-IDX)
               "  " Cd-Carrier(WS-CD-IDX)
       END-PERFORM.
       DISPLAY "Put all " CandCount " order(s) on this run? y/n "
           WITH NO ADVANCING.
       ACCEPT WS-ANSWER.
       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > CandCount
           IF WS-ANSWER = 'y' OR WS-ANSWER = 'Y'
               MOVE 'Y' TO Cd-Take(WS-CD-IDX)
           ELSE
               DISPLAY "Order " Cd-Order(WS-CD-IDX) " "
                   Cd-Name(WS-CD-IDX) " on this run? y/n "
                   WITH NO ADVANCING
               ACCEPT Cd-Take(WS-CD-IDX)
               IF Cd-Take(WS-CD-IDX) = 'y'
                   MOVE 'Y' TO Cd-Take(WS-CD-IDX)
               END-IF
           END-IF
           IF Cd-Take(WS-CD-IDX) = 'Y'
               ADD 1 TO WS-TAKE-COUNT
           END-IF
       END-PERFORM.

SequenceStops.
*> Orders left off the run are dropped from the table, the rest
*> given their delivery site, then put in postal code / street
*> order - a run is a truckload, so a plain exchange sort does
       MOVE 0 TO WS-CD-JDX.
       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > CandCount
           IF Cd-Take(WS-CD-IDX) = 'Y'
               ADD 1 TO WS-CD-JDX
               MOVE CandEntry(WS-CD-IDX) TO CandEntry(WS-CD-JDX)
           END-IF
       END-PERFORM.
       MOVE WS-CD-JDX TO CandCount.
       MOVE 'N' TO WS-ORDERS-OPEN.
       MOVE 'N' TO WS-CUSTOMERS-OPEN.
       OPEN INPUT OrderHeaderFile.
       IF WS-ORDHDR-STATUS = "00"
           MOVE 'Y' TO WS-ORDERS-OPEN
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > CandCount
           PERFORM FindDeliverySite
       END-PERFORM.
       IF WS-ORDERS-OPEN = 'Y'
           CLOSE OrderHeaderFile
       END-IF.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX >= CandCount
           PERFORM VARYING WS-CD-JDX FROM WS-CD-IDX BY 1
                   UNTIL WS-CD-JDX > CandCount
               IF Cd-SortKey(WS-CD-JDX) < Cd-SortKey(WS-CD-IDX)
                   MOVE CandEntry(WS-CD-IDX) TO WS-SWAP-ENTRY
                   MOVE CandEntry(WS-CD-JDX) TO CandEntry(WS-CD-IDX)
                   MOVE WS-SWAP-ENTRY TO CandEntry(WS-CD-JDX)
               END-IF
           END-PERFORM
       END-PERFORM.

FindDeliverySite.
*> The order's ship-to site if it has one on file, else the
*> customer's mailing address
       MOVE "(ADDRESS NOT ON FILE)" TO Cd-Address(WS-CD-IDX).
       IF WS-ORDERS-OPEN = 'N'
           EXIT PARAGRAPH
       END-IF.
       MOVE Cd-Order(WS-CD-IDX) TO OrderNum.
       READ OrderHeaderFile
           INVALID KEY EXIT PARAGRAPH
       END-READ.
       MOVE OrderCustID TO Cd-CustID(WS-CD-IDX).
       IF OrderShipTo NOT = SPACES
           MOVE 'N' TO WS-SHIPTO-EOF
           OPEN INPUT ShipToFile
           PERFORM UNTIL WS-SHIPTO-EOF = 'Y'
               READ ShipToFile
                   AT END MOVE 'Y' TO WS-SHIPTO-EOF
               END-READ
               IF WS-SHIPTO-EOF NOT = 'Y'
                   IF STCustID = OrderCustID AND STCode = OrderShipTo
                       MOVE STAddress TO Cd-Address(WS-CD-IDX)
                       MOVE STPostalCode TO Cd-Postal(WS-CD-IDX)
                       MOVE 'Y' TO WS-SHIPTO-EOF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ShipToFile
           IF Cd-Address(WS-CD-IDX) NOT = "(ADDRESS NOT ON FILE)"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-CUSTOMERS-OPEN = 'N'
           EXIT PARAGRAPH
       END-IF.
       MOVE OrderCustID TO IDNum.
       READ CustomerFile
           INVALID KEY EXIT PARAGRAPH
       END-READ.
       MOVE MailAddress TO Cd-Address(WS-CD-IDX).

AddRun.
       MOVE 0 TO WS-NEXT-RUN.
       PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > RunCount
           IF Run-Num(WS-RUN-IDX) > WS-NEXT-RUN
               MOVE Run-Num(WS-RUN-IDX) TO WS-NEXT-RUN
           END-IF
       END-PERFORM.
       ADD 1 TO WS-NEXT-RUN.
       ADD 1 TO RunCount.
       MOVE WS-NEXT-RUN TO Run-Num(RunCount).
       MOVE WS-MANIFEST-DATE TO Run-Date(RunCount).
       MOVE VehicleID TO Run-Vehicle(RunCount).
       MOVE WS-DRIVER-INPUT TO Run-Driver(RunCount).
       MOVE OdometerReading TO Run-StartOdo(RunCount).
       MOVE ZERO TO Run-EndOdo(RunCount).
       MOVE CandCount TO Run-Stops(RunCount).
       MOVE 'O' TO Run-Status(RunCount).
       MOVE WS-OPERATOR-ID TO Run-Operator(RunCount).
       PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > CandCount
           ADD 1 TO StopCount
           MOVE WS-NEXT-RUN TO Stp-Run(StopCount)
           MOVE WS-CD-IDX TO Stp-Seq(StopCount)
           MOVE Cd-Order(WS-CD-IDX) TO Stp-Order(StopCount)
           MOVE WS-MANIFEST-DATE TO Stp-ManifestDate(StopCount)
           MOVE Cd-CustID(WS-CD-IDX) TO Stp-CustID(StopCount)
           MOVE Cd-Name(WS-CD-IDX) TO Stp-Name(StopCount)
           MOVE Cd-Address(WS-CD-IDX) TO Stp-Address(StopCount)
           MOVE Cd-Postal(WS-CD-IDX) TO Stp-Postal(StopCount)
           MOVE Cd-Carrier(WS-CD-IDX) TO Stp-Carrier(StopCount)
           MOVE Cd-Tracking(WS-CD-IDX) TO Stp-Tracking(StopCount)
           MOVE 'P' TO Stp-Outcome(StopCount)
           MOVE ZERO TO Stp-PODDate(StopCount)
           MOVE SPACES TO Stp-SignedBy(StopCount)
       END-PERFORM.

FindRun.
       MOVE 0 TO WS-RUN-SLOT.
       DISPLAY "Run number : " WITH NO ADVANCING.
       MOVE SPACES TO WS-RUN-INPUT.
       ACCEPT WS-RUN-INPUT.
       IF WS-RUN-INPUT IS NOT NUMERIC
           DISPLAY "Run number must be numeric"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > RunCount OR WS-RUN-SLOT > 0
           IF Run-Num(WS-RUN-IDX) = WS-RUN-INPUT
               MOVE WS-RUN-IDX TO WS-RUN-SLOT
           END-IF
       END-PERFORM.
       IF WS-RUN-SLOT = 0
           DISPLAY "Run " WS-RUN-INPUT " not on file"
       END-IF.

ReprintRouteSheet.
       DISPLAY " ".
       PERFORM FindRun.
       IF WS-RUN-SLOT > 0
           PERFORM PrintRouteSheet
       END-IF.

PrintRouteSheet.
*> The run's stops in sequence, with the outcome and signature
*> columns left for the driver until the return is recorded
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "DISPATCH: unable to open routesheet.txt, status "
               WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE Run-Num(WS-RUN-SLOT) TO WS-H-RUN.
       MOVE Run-Date(WS-RUN-SLOT) TO WS-H-DATE.
       MOVE WS-RUN-DATE TO WS-H-BUS-DATE.
       MOVE WS-HEADING-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE 'CHK ' TO WS-DA-FUNCTION.
       CALL 'DRVASSIGN' USING WS-DA-FUNCTION, Run-Vehicle(WS-RUN-SLOT),
           WS-RUN-DATE, Run-Driver(WS-RUN-SLOT), WS-DA-DRIVER-NAME,
           WS-DA-STATUS
       END-CALL.
       MOVE SPACES TO WS-V-MAKE.
       MOVE Run-Vehicle(WS-RUN-SLOT) TO VehicleID.
       OPEN INPUT VehicleFile.
       IF WS-VEHICLE-STATUS = "00"
           READ VehicleFile
               NOT INVALID KEY MOVE VehMakeModel TO WS-V-MAKE
           END-READ
           CLOSE VehicleFile
       END-IF.
       MOVE Run-Vehicle(WS-RUN-SLOT) TO WS-V-ID.
       MOVE Run-Driver(WS-RUN-SLOT) TO WS-V-DRIVER.
       MOVE WS-DA-DRIVER-NAME TO WS-V-DRIVER-NAME.
       MOVE WS-VEHICLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE Run-StartOdo(WS-RUN-SLOT) TO WS-O-START.
       IF Run-Status(WS-RUN-SLOT) = 'R'
           MOVE Run-EndOdo(WS-RUN-SLOT) TO WS-O-END
       ELSE
           MOVE "______" TO WS-O-END
       END-IF.
       MOVE Run-Stops(WS-RUN-SLOT) TO WS-O-STOPS.
       MOVE WS-ODO-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-COLUMN-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > StopCount
           IF Stp-Run(WS-STOP-IDX) = Run-Num(WS-RUN-SLOT)
               PERFORM PrintStopLine
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "Outcome: D delivered (name who signed), R refused, "
           & "N no one home" TO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Route sheet for run " Run-Num(WS-RUN-SLOT)
           " written to routesheet.txt".

PrintStopLine.
       MOVE SPACES TO WS-STOP-LINE.
       MOVE Stp-Seq(WS-STOP-IDX) TO WS-S-SEQ.
       MOVE Stp-Order(WS-STOP-IDX) TO WS-S-ORDER.
       MOVE Stp-Name(WS-STOP-IDX) TO WS-S-NAME.
       MOVE Stp-Address(WS-STOP-IDX) TO WS-S-ADDRESS.
       MOVE Stp-Postal(WS-STOP-IDX) TO WS-S-POSTAL.
       IF Stp-Outcome(WS-STOP-IDX) = 'P'
           MOVE "D/R/N" TO WS-S-OUTCOME
           MOVE "______________" TO WS-S-SIGNED
       ELSE
           MOVE Stp-Outcome(WS-STOP-IDX) TO WS-S-OUTCOME
           MOVE Stp-SignedBy(WS-STOP-IDX) TO WS-S-SIGNED
       END-IF.
       MOVE WS-STOP-LINE TO ReportLine.
       WRITE ReportLine.

RecordReturn.
*> Proof of delivery for every stop, then the odometer the truck
*> came back on. Nothing is kept until the whole run is keyed
       DISPLAY " ".
       PERFORM FindRun.
       IF WS-RUN-SLOT = 0
           EXIT PARAGRAPH
       END-IF.
       IF Run-Status(WS-RUN-SLOT) NOT = 'O'
           DISPLAY "Run " Run-Num(WS-RUN-SLOT) " has already come back"
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O VehicleFile.
       IF WS-VEHICLE-STATUS NOT = "00"
           DISPLAY "DISPATCH: unable to open vehicles.dat, status "
               WS-VEHICLE-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE Run-Vehicle(WS-RUN-SLOT) TO VehicleID.
       READ VehicleFile
           INVALID KEY
               DISPLAY "Vehicle " Run-Vehicle(WS-RUN-SLOT)
                   " no longer on file - return not recorded"
               CLOSE VehicleFile
               EXIT PARAGRAPH
       END-READ.
       PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > StopCount
           IF Stp-Run(WS-STOP-IDX) = Run-Num(WS-RUN-SLOT)
               PERFORM RecordOneStop
           END-IF
       END-PERFORM.
       PERFORM AcceptEndOdometer.
       MOVE OdometerReading TO WS-OLD-READING.
       MOVE WS-END-ODO TO OdometerReading.
       REWRITE VehicleRecord
           INVALID KEY
               DISPLAY "Unable to update vehicle " VehicleID
                   " - return not recorded"
               CLOSE VehicleFile
               PERFORM LoadDeliveryFiles
               EXIT PARAGRAPH
       END-REWRITE.
       CLOSE VehicleFile.
       PERFORM LogRunMileage.
       MOVE WS-END-ODO TO Run-EndOdo(WS-RUN-SLOT).
       MOVE 'R' TO Run-Status(WS-RUN-SLOT).
       PERFORM RequeueFailedStops.
       PERFORM SaveDeliveryFiles.
       DISPLAY "Run " Run-Num(WS-RUN-SLOT) " returned, "
           WS-FAILED-COUNT " order(s) back on the manifest".

RecordOneStop.
       DISPLAY Stp-Seq(WS-STOP-IDX) " order " Stp-Order(WS-STOP-IDX)
           " " Stp-Name(WS-STOP-IDX) " " Stp-Address(WS-STOP-IDX).
       MOVE SPACE TO WS-ANSWER.
       PERFORM UNTIL WS-ANSWER = 'D' OR WS-ANSWER = 'R'
               OR WS-ANSWER = 'N'
           DISPLAY "  D delivered / R refused / N no one home : "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
       END-PERFORM.
       MOVE WS-ANSWER TO Stp-Outcome(WS-STOP-IDX).
       MOVE WS-RUN-DATE TO Stp-PODDate(WS-STOP-IDX).
       MOVE SPACES TO Stp-SignedBy(WS-STOP-IDX).
       IF WS-ANSWER = 'D'
           PERFORM WITH TEST AFTER
                   UNTIL Stp-SignedBy(WS-STOP-IDX) NOT = SPACES
               DISPLAY "  Signed for by : " WITH NO ADVANCING
               ACCEPT Stp-SignedBy(WS-STOP-IDX)
           END-PERFORM
       END-IF.

AcceptEndOdometer.
*> Not below where the truck left, nor below a reading posted to
*> it since - the log line would otherwise run backwards
       MOVE ZERO TO WS-END-ODO.
       PERFORM WITH TEST AFTER
               UNTIL WS-END-ODO NOT < Run-StartOdo(WS-RUN-SLOT)
                 AND WS-END-ODO NOT < OdometerReading
           DISPLAY "Odometer on return (left on "
               Run-StartOdo(WS-RUN-SLOT) ") : " WITH NO ADVANCING
           MOVE SPACES TO WS-ODO-INPUT
           ACCEPT WS-ODO-INPUT
           IF WS-ODO-INPUT IS NUMERIC
               MOVE WS-ODO-INPUT TO WS-END-ODO
           ELSE
               MOVE ZERO TO WS-END-ODO
           END-IF
           IF WS-END-ODO < Run-StartOdo(WS-RUN-SLOT)
                   OR WS-END-ODO < OdometerReading
               DISPLAY "  Reading must be six digits and not below "
                   "the " OdometerReading " on file"
           END-IF
       END-PERFORM.

LogRunMileage.
       OPEN EXTEND MileageLogFile.
       MOVE Run-Vehicle(WS-RUN-SLOT) TO MLVehicleID.
       MOVE WS-RUN-DATE TO MLDate.
       MOVE WS-OLD-READING TO MLOldReading.
       MOVE WS-END-ODO TO MLNewReading.
       MOVE WS-OPERATOR-ID TO MLOperator.
       MOVE Run-Driver(WS-RUN-SLOT) TO MLDriverID.
       WRITE MileageLogRecord.
       CLOSE MileageLogFile.

RequeueFailedStops.
*> Refused and no-one-home orders go back on the next business
*> day's manifest, carrier and tracking as first shipped
       MOVE 0 TO WS-FAILED-COUNT.
       MOVE 'ABD ' TO WS-DU-FUNCTION.
       MOVE WS-RUN-DATE TO WS-DU-DATE1.
       MOVE 1 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       OPEN EXTEND ManifestFile.
       PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > StopCount
           IF Stp-Run(WS-STOP-IDX) = Run-Num(WS-RUN-SLOT)
                   AND (Stp-Outcome(WS-STOP-IDX) = 'R'
                     OR Stp-Outcome(WS-STOP-IDX) = 'N')
               MOVE SPACES TO WS-MANIFEST-DETAIL
               MOVE WS-DU-RESULT TO WS-M-DATE
               MOVE Stp-Order(WS-STOP-IDX) TO WS-M-ORDER
               MOVE Stp-Name(WS-STOP-IDX) TO WS-M-NAME
               MOVE Stp-Carrier(WS-STOP-IDX) TO WS-M-CARRIER
               MOVE Stp-Tracking(WS-STOP-IDX) TO WS-M-TRACKING
               MOVE WS-MANIFEST-DETAIL TO ManifestLine
               WRITE ManifestLine
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "Order " Stp-Order(WS-STOP-IDX)
                   " back on the " WS-DU-RESULT " manifest"
           END-IF
       END-PERFORM.
       CLOSE ManifestFile.

ListOpenRuns.
       DISPLAY " ".
       DISPLAY "RUN     MANIFEST  VEHICLE DRIVER STOPS LEFT ON".
       MOVE 0 TO WS-LIST-COUNT.
       PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > RunCount
           IF Run-Status(WS-RUN-IDX) = 'O'
               DISPLAY Run-Num(WS-RUN-IDX) "  " Run-Date(WS-RUN-IDX)
                   "  " Run-Vehicle(WS-RUN-IDX) "  "
                   Run-Driver(WS-RUN-IDX) " " Run-Stops(WS-RUN-IDX)
                   "   " Run-StartOdo(WS-RUN-IDX)
               ADD 1 TO WS-LIST-COUNT
           END-IF
       END-PERFORM.
       DISPLAY WS-LIST-COUNT " run(s) still out".

DeliveryInquiry.
*> Every attempt at the order, or at each of the customer's orders
       DISPLAY " ".
       DISPLAY "Order number (blank = look up by customer) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-ORDER-INPUT.
       ACCEPT WS-ORDER-INPUT.
       MOVE SPACES TO WS-CUST-INPUT.
       IF WS-ORDER-INPUT = SPACES
           DISPLAY "Customer ID : " WITH NO ADVANCING
           ACCEPT WS-CUST-INPUT
           IF WS-CUST-INPUT IS NOT NUMERIC
               DISPLAY "Customer ID must be five digits"
               EXIT PARAGRAPH
           END-IF
       ELSE
           IF WS-ORDER-INPUT IS NOT NUMERIC
               DISPLAY "Order number must be numeric"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE 0 TO WS-LIST-COUNT.
       PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > StopCount
           IF WS-ORDER-INPUT NOT = SPACES
               IF Stp-Order(WS-STOP-IDX) = WS-ORDER-INPUT
                   PERFORM ShowAttempt
               END-IF
           ELSE
               IF Stp-CustID(WS-STOP-IDX) = WS-CUST-INPUT
                   PERFORM ShowAttempt
               END-IF
           END-IF
       END-PERFORM.
       IF WS-LIST-COUNT = 0
           DISPLAY "Nothing on a delivery run yet - an order shipped "
               "today goes out on the next run"
       END-IF.

ShowAttempt.
       ADD 1 TO WS-LIST-COUNT.
       EVALUATE Stp-Outcome(WS-STOP-IDX)
           WHEN 'D' MOVE "DELIVERED" TO WS-OUTCOME-TEXT
           WHEN 'R' MOVE "REFUSED" TO WS-OUTCOME-TEXT
           WHEN 'N' MOVE "NO ONE HOME" TO WS-OUTCOME-TEXT
           WHEN OTHER MOVE "OUT FOR DELIVERY" TO WS-OUTCOME-TEXT
       END-EVALUATE.
       DISPLAY "Order " Stp-Order(WS-STOP-IDX) " run "
           Stp-Run(WS-STOP-IDX) " manifest "
           Stp-ManifestDate(WS-STOP-IDX) " " WS-OUTCOME-TEXT.
       DISPLAY "    to " Stp-Address(WS-STOP-IDX) " "
           Stp-Postal(WS-STOP-IDX).
       IF Stp-Outcome(WS-STOP-IDX) NOT = 'P'
           DISPLAY "    on " Stp-PODDate(WS-STOP-IDX) " "
               Stp-SignedBy(WS-STOP-IDX)
       END-IF.

LoadDeliveryFiles.
       MOVE 'N' TO WS-OVERFLOW.
       MOVE 0 TO RunCount.
       MOVE 'N' TO WS-RUN-EOF.
       OPEN INPUT RunFile.
       PERFORM ReadRun.
       PERFORM UNTIL WS-RUN-EOF = 'Y' OR RunCount = 2000
           ADD 1 TO RunCount
           MOVE DRRunNum TO Run-Num(RunCount)
           MOVE DRDate TO Run-Date(RunCount)
           MOVE DRVehicleID TO Run-Vehicle(RunCount)
           MOVE DRDriverID TO Run-Driver(RunCount)
           MOVE DRStartOdo TO Run-StartOdo(RunCount)
           MOVE DREndOdo TO Run-EndOdo(RunCount)
           MOVE DRStops TO Run-Stops(RunCount)
           MOVE DRStatus TO Run-Status(RunCount)
           MOVE DROperator TO Run-Operator(RunCount)
           PERFORM ReadRun
       END-PERFORM.
       IF WS-RUN-EOF NOT = 'Y'
           MOVE 'Y' TO WS-OVERFLOW
       END-IF.
       CLOSE RunFile.
       MOVE 0 TO StopCount.
       MOVE 'N' TO WS-STOP-EOF.
       OPEN INPUT StopFile.
       PERFORM ReadStop.
       PERFORM UNTIL WS-STOP-EOF = 'Y' OR StopCount = 5000
           ADD 1 TO StopCount
           MOVE DSRunNum TO Stp-Run(StopCount)
           MOVE DSSeq TO Stp-Seq(StopCount)
           MOVE DSOrderNum TO Stp-Order(StopCount)
           MOVE DSManifestDate TO Stp-ManifestDate(StopCount)
           MOVE DSCustID TO Stp-CustID(StopCount)
           MOVE DSName TO Stp-Name(StopCount)
           MOVE DSAddress TO Stp-Address(StopCount)
           MOVE DSPostalCode TO Stp-Postal(StopCount)
           MOVE DSCarrier TO Stp-Carrier(StopCount)
           MOVE DSTracking TO Stp-Tracking(StopCount)
           MOVE DSOutcome TO Stp-Outcome(StopCount)
           MOVE DSPODDate TO Stp-PODDate(StopCount)
           MOVE DSSignedBy TO Stp-SignedBy(StopCount)
           PERFORM ReadStop
       END-PERFORM.
       IF WS-STOP-EOF NOT = 'Y'
           MOVE 'Y' TO WS-OVERFLOW
       END-IF.
       CLOSE StopFile.

ReadRun.
       READ RunFile
           AT END MOVE 'Y' TO WS-RUN-EOF
       END-READ.

ReadStop.
       READ StopFile
           AT END MOVE 'Y' TO WS-STOP-EOF
       END-READ.

SaveDeliveryFiles.
       OPEN OUTPUT RunFile.
       PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > RunCount
           MOVE Run-Num(WS-RUN-IDX) TO DRRunNum
           MOVE Run-Date(WS-RUN-IDX) TO DRDate
           MOVE Run-Vehicle(WS-RUN-IDX) TO DRVehicleID
           MOVE Run-Driver(WS-RUN-IDX) TO DRDriverID
           MOVE Run-StartOdo(WS-RUN-IDX) TO DRStartOdo
           MOVE Run-EndOdo(WS-RUN-IDX) TO DREndOdo
           MOVE Run-Stops(WS-RUN-IDX) TO DRStops
           MOVE Run-Status(WS-RUN-IDX) TO DRStatus
           MOVE Run-Operator(WS-RUN-IDX) TO DROperator
           WRITE DeliveryRunRecord
       END-PERFORM.
       CLOSE RunFile.
       OPEN OUTPUT StopFile.
       PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > StopCount
           MOVE Stp-Run(WS-STOP-IDX) TO DSRunNum
           MOVE Stp-Seq(WS-STOP-IDX) TO DSSeq
           MOVE Stp-Order(WS-STOP-IDX) TO DSOrderNum
           MOVE Stp-ManifestDate(WS-STOP-IDX) TO DSManifestDate
           MOVE Stp-CustID(WS-STOP-IDX) TO DSCustID
           MOVE Stp-Name(WS-STOP-IDX) TO DSName
           MOVE Stp-Address(WS-STOP-IDX) TO DSAddress
           MOVE Stp-Postal(WS-STOP-IDX) TO DSPostalCode
           MOVE Stp-Carrier(WS-STOP-IDX) TO DSCarrier
           MOVE Stp-Tracking(WS-STOP-IDX) TO DSTracking
           MOVE Stp-Outcome(WS-STOP-IDX) TO DSOutcome
           MOVE Stp-PODDate(WS-STOP-IDX) TO DSPODDate
           MOVE Stp-SignedBy(WS-STOP-IDX) TO DSSignedBy
           WRITE DeliveryStopRecord
       END-PERFORM.
       CLOSE StopFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "routesheet.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

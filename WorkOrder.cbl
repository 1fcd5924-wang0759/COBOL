*> and cost, closes the order, and writes the mileage back to
*> vehicles.dat VehLastServiceMileage - so the next service-due is
*> measured from a number a human didn't have to remember to key.
*> The cost is no longer one hand-keyed figure: the filters, tires
*> and brake pads used are issued by product/size and quantity from
*> stock.dat at the shop's stock location - each issue depletes
*> StockOnHand, goes on stockmove.txt under the work order number,
*> and is costed at the product's ProdUnitCost - and the labor hours
*> are costed at the shop rate kept on woctl.txt (menu option 5).
*> WOCost is parts plus labor, with both halves kept on the order.
*> The history inquiry lists a vehicle's orders oldest first.
*> The whole order file is loaded to a table and rewritten at the
*> end, the same load/save-around-the-work pattern ARPAYMENT uses.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL WOControlFile ASSIGN TO "woctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StockKey
           FILE STATUS IS WS-STOCK-STATUS.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD WOControlFile.
       01 WOControlRecord.
           02 CtlNextWONum PIC 9(5).
*> Hourly shop labor rate; a woctl.txt written before the rate was
*> kept reads spaces here and takes the default below
           02 CtlShopRate PIC 9(3)V99.

*> Shared with STOCKRECEIVE/ORDERENTRY via copybooks/STOCKREC.cpy
FD StockFile.
       COPY STOCKREC.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with STOCKMOVE and the stock programs via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

WORKING-STORAGE SECTION.
       01 WS-VEHICLE-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-STOCK-OPEN PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-WO-NUM PIC 9(5).
       01 WS-NEXT-WO-NUM PIC 9(5) VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-MILES-INPUT PIC X(6).
*> Parts issued on the order being completed, and its labor
       01 WS-PART-INPUT PIC X(10).
       01 WS-SIZE-INPUT PIC A.
       01 WS-QTY-INPUT PIC X(5).
       01 WS-ISSUE-QTY PIC 9(5).
       01 WS-PART-COST PIC 9(6)V99.
       01 WS-LINE-COST PIC 9(6)V99.
       01 WS-PARTS-TOTAL PIC 9(6)V99.
       01 WS-HOURS-INPUT PIC 9(3)V99.
       01 WS-LABOR-COST PIC 9(6)V99.
       01 WS-SM-QTY PIC S9(5).
       01 WS-RATE-INPUT PIC 9(3)V99.
*> The shop rate until one is set on woctl.txt
       01 WS-SHOP-RATE PIC 9(3)V99 VALUE 85.00.
       01 WS-DISPLAY-RATE PIC $$$9.99.
*> STOCKLOC linkage - the location the shop draws parts from: the
*> station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).
       01 WS-NEXT-SERVICE PIC 9(7).
       01 WS-MILES-LEFT PIC S9(7).
       01 WS-WARN-WINDOW PIC 9(6).
       01 WS-HAS-OPEN PIC X.
       01 WS-ANOTHER-PART PIC X.
       01 WS-GENERATED PIC 9(3).
       01 WS-SHOWN PIC 9(3).
       01 WS-DISPLAY-COST PIC $$$,$$9.99.
               03 Wo-CompDate PIC 9(8).
               03 Wo-Mileage PIC 9(6).
               03 Wo-Cost PIC 9(6)V99.
               03 Wo-PartsCost PIC 9(6)V99.
               03 Wo-LaborHours PIC 9(3)V99.
               03 Wo-LaborCost PIC 9(6)V99.
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).

           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadWorkOrders.
       IF RETURN-CODE NOT = 0
           CLOSE VehicleFile
           GOBACK
       END-IF.
       PERFORM LoadNextWONum.
       OPEN I-O StockFile.
       IF WS-STOCK-STATUS = "00"
           MOVE 'Y' TO WS-STOCK-OPEN
       ELSE
           DISPLAY "WORKORDER: stock.dat not available, status "
               WS-STOCK-STATUS " - no parts can be issued"
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "MAINTENANCE WORK ORDERS"
           DISPLAY "2 : Open Ad Hoc (breakdown)"
           DISPLAY "3 : Complete a Work Order"
           DISPLAY "4 : Service History by Vehicle"
           DISPLAY "5 : Set Shop Labor Rate"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 2 PERFORM OpenAdHoc
               WHEN 3 PERFORM CompleteOrder
               WHEN 4 PERFORM HistoryInquiry
               WHEN 5 PERFORM SetShopRate
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveWorkOrders.
       PERFORM SaveNextWONum.
       IF WS-STOCK-OPEN = 'Y'
           CLOSE StockFile
       END-IF.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       CLOSE VehicleFile.
       MOVE 0 TO RETURN-CODE.
       GOBACK.
       MOVE ZERO TO Wo-CompDate(WoCount).
       MOVE ZERO TO Wo-Mileage(WoCount).
       MOVE ZERO TO Wo-Cost(WoCount).
       MOVE ZERO TO Wo-PartsCost(WoCount).
       MOVE ZERO TO Wo-LaborHours(WoCount).
       MOVE ZERO TO Wo-LaborCost(WoCount).
       DISPLAY "WO " WS-NEXT-WO-NUM " opened for " VehicleID.
       ADD 1 TO WS-NEXT-WO-NUM.
       ADD 1 TO WS-GENERATED.
       MOVE ZERO TO Wo-CompDate(WoCount).
       MOVE ZERO TO Wo-Mileage(WoCount).
       MOVE ZERO TO Wo-Cost(WoCount).
       MOVE ZERO TO Wo-PartsCost(WoCount).
       MOVE ZERO TO Wo-LaborHours(WoCount).
       MOVE ZERO TO Wo-LaborCost(WoCount).
       DISPLAY "WO " WS-NEXT-WO-NUM " opened".
       ADD 1 TO WS-NEXT-WO-NUM.

               DISPLAY "Mileage must be numeric"
           END-IF
       END-PERFORM.
       MOVE ZERO TO WS-PARTS-TOTAL.
       IF WS-STOCK-OPEN = 'Y'
           PERFORM ChooseStockLocation WITH TEST AFTER
               UNTIL WS-SL-STATUS = "00"
           MOVE 'Y' TO WS-ANOTHER-PART
           PERFORM UNTIL WS-ANOTHER-PART = 'N'
               PERFORM IssueOnePart
           END-PERFORM
       END-IF.
       DISPLAY "Labor hours : " WITH NO ADVANCING.
       ACCEPT WS-HOURS-INPUT.
       COMPUTE WS-LABOR-COST ROUNDED = WS-HOURS-INPUT * WS-SHOP-RATE.
       MOVE 'C' TO Wo-Status(WS-SLOT).
       MOVE WS-RUN-DATE TO Wo-CompDate(WS-SLOT).
       MOVE WS-MILES-INPUT TO Wo-Mileage(WS-SLOT).
       MOVE WS-PARTS-TOTAL TO Wo-PartsCost(WS-SLOT).
       MOVE WS-HOURS-INPUT TO Wo-LaborHours(WS-SLOT).
       MOVE WS-LABOR-COST TO Wo-LaborCost(WS-SLOT).
       COMPUTE Wo-Cost(WS-SLOT) = WS-PARTS-TOTAL + WS-LABOR-COST.
       MOVE WS-PARTS-TOTAL TO WS-DISPLAY-COST.
       DISPLAY "Parts " WS-DISPLAY-COST WITH NO ADVANCING.
       MOVE WS-LABOR-COST TO WS-DISPLAY-COST.
       DISPLAY "  Labor " WS-DISPLAY-COST WITH NO ADVANCING.
       MOVE Wo-Cost(WS-SLOT) TO WS-DISPLAY-COST.
       DISPLAY "  Total " WS-DISPLAY-COST.
*> The completed mileage becomes the vehicle's last-service mark,
*> so SERVICEDUE measures the next interval from it automatically
       MOVE Wo-VehicleID(WS-SLOT) TO VehicleID.
       DISPLAY "WO " WS-WO-NUM " closed, last service mileage "
           "now " VehLastServiceMileage.

*> One part off the shelf onto the order: product/size and quantity,
*> depleted from the shop's stock location, logged to stockmove.txt
*> under the work order number and costed at ProdUnitCost. On-hand
*> is signed, so a part the count says isn't there still issues -
*> it was fitted - and shows up negative for the next count
IssueOnePart.
       DISPLAY "Part product (blank = no more parts) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-PART-INPUT.
       ACCEPT WS-PART-INPUT.
       IF WS-PART-INPUT = SPACES
           MOVE 'N' TO WS-ANOTHER-PART
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Size : " WITH NO ADVANCING.
       MOVE SPACES TO WS-SIZE-INPUT.
       ACCEPT WS-SIZE-INPUT.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE WS-PART-INPUT TO StockProdName.
       MOVE WS-SIZE-INPUT TO StockSize.
       READ StockFile
           INVALID KEY
               DISPLAY "No stock record for " WS-PART-INPUT "/"
                   WS-SIZE-INPUT " at " WS-STOCK-LOC
                   " - part not issued"
               EXIT PARAGRAPH
       END-READ.
       MOVE SPACES TO WS-QTY-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-QTY-INPUT IS NUMERIC
           DISPLAY "Quantity (on hand " StockOnHand ") : "
               WITH NO ADVANCING
           ACCEPT WS-QTY-INPUT
           IF WS-QTY-INPUT IS NOT NUMERIC
               DISPLAY "Quantity must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-QTY-INPUT TO WS-ISSUE-QTY.
       IF WS-ISSUE-QTY = 0
           EXIT PARAGRAPH
       END-IF.
       IF WS-ISSUE-QTY > StockOnHand
           DISPLAY "WARNING: issuing more than on hand - count "
               WS-PART-INPUT "/" WS-SIZE-INPUT
       END-IF.
       MOVE ZERO TO WS-PART-COST.
       IF WS-PRODUCTS-OPEN = 'Y'
           MOVE WS-PART-INPUT TO ProdSKU
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ProdUnitCost TO WS-PART-COST
           END-READ
       END-IF.
       IF WS-PART-COST = ZERO
           DISPLAY "WARNING: no unit cost on file for " WS-PART-INPUT
               " - issued at zero cost"
       END-IF.
       SUBTRACT WS-ISSUE-QTY FROM StockOnHand.
       REWRITE StockData
           INVALID KEY
               DISPLAY "Unable to update stock for " WS-PART-INPUT
                   "/" WS-SIZE-INPUT " - part not issued"
               EXIT PARAGRAPH
       END-REWRITE.
       COMPUTE WS-SM-QTY = 0 - WS-ISSUE-QTY.
       PERFORM WriteStockMovement.
       COMPUTE WS-LINE-COST = WS-ISSUE-QTY * WS-PART-COST.
       ADD WS-LINE-COST TO WS-PARTS-TOTAL.
       MOVE WS-LINE-COST TO WS-DISPLAY-COST.
       DISPLAY "Issued " WS-ISSUE-QTY " of " WS-PART-INPUT "/"
           WS-SIZE-INPUT " " WS-DISPLAY-COST " - on hand now "
           StockOnHand.

WriteStockMovement.
       OPEN EXTEND StockMoveFile.
       MOVE StockProdName TO SMProdName.
       MOVE StockSize TO SMSize.
       MOVE WS-RUN-DATE TO SMDate.
       MOVE WS-SM-QTY TO SMQty.
       MOVE "WORKORDER" TO SMSource.
       MOVE Wo-Num(WS-SLOT) TO SMReference.
       MOVE SPACES TO SMOperator.
       MOVE SPACES TO SMLot.
       MOVE WS-STOCK-LOC TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

ChooseStockLocation.
       MOVE 'HOME' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       DISPLAY "Parts from location (blank = " WS-STOCK-LOC ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-LOC-INPUT.
       ACCEPT WS-LOC-INPUT.
       IF WS-LOC-INPUT NOT = SPACES
           MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-STOCK-LOC
           MOVE 'FIND' TO WS-SL-FUNCTION
           CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC,
               WS-SL-NAME, WS-SL-STATUS
           END-CALL
       END-IF.
       IF WS-SL-STATUS NOT = "00"
           DISPLAY "No such location: " WS-STOCK-LOC
       END-IF.

SetShopRate.
       DISPLAY " ".
       MOVE WS-SHOP-RATE TO WS-DISPLAY-RATE.
       DISPLAY "Shop labor rate now " WS-DISPLAY-RATE " per hour".
       DISPLAY "New rate (0 = leave) : " WITH NO ADVANCING.
       ACCEPT WS-RATE-INPUT.
       IF WS-RATE-INPUT > ZERO
           MOVE WS-RATE-INPUT TO WS-SHOP-RATE
           MOVE WS-SHOP-RATE TO WS-DISPLAY-RATE
           DISPLAY "Shop labor rate set to " WS-DISPLAY-RATE
       END-IF.

HistoryInquiry.
       DISPLAY " ".
       DISPLAY "Vehicle ID : " WITH NO ADVANCING.
                   Wo-Status(WS-IDX) ") done "
                   Wo-CompDate(WS-IDX) " at "
                   Wo-Mileage(WS-IDX) " cost " WS-DISPLAY-COST
               IF Wo-Status(WS-IDX) = 'C'
                   MOVE Wo-PartsCost(WS-IDX) TO WS-DISPLAY-COST
                   DISPLAY "         parts " WS-DISPLAY-COST
                       WITH NO ADVANCING
                   MOVE Wo-LaborCost(WS-IDX) TO WS-DISPLAY-COST
                   DISPLAY "  labor " WS-DISPLAY-COST " ("
                       Wo-LaborHours(WS-IDX) " hrs)"
               END-IF
           END-IF
       END-PERFORM.
       IF WS-SHOWN = 0
           MOVE WOCompDate TO Wo-CompDate(WoCount)
           MOVE WOMileage TO Wo-Mileage(WoCount)
           MOVE WOCost TO Wo-Cost(WoCount)
           IF WOPartsCost IS NUMERIC
               MOVE WOPartsCost TO Wo-PartsCost(WoCount)
               MOVE WOLaborHours TO Wo-LaborHours(WoCount)
               MOVE WOLaborCost TO Wo-LaborCost(WoCount)
           ELSE
               MOVE ZERO TO Wo-PartsCost(WoCount)
               MOVE ZERO TO Wo-LaborHours(WoCount)
               MOVE ZERO TO Wo-LaborCost(WoCount)
           END-IF
           PERFORM ReadWorkOrder
       END-PERFORM.
       IF WS-WO-EOF NOT = 'Y'
           MOVE Wo-CompDate(WS-IDX) TO WOCompDate
           MOVE Wo-Mileage(WS-IDX) TO WOMileage
           MOVE Wo-Cost(WS-IDX) TO WOCost
           MOVE Wo-PartsCost(WS-IDX) TO WOPartsCost
           MOVE Wo-LaborHours(WS-IDX) TO WOLaborHours
           MOVE Wo-LaborCost(WS-IDX) TO WOLaborCost
           WRITE WorkOrderRecord
       END-PERFORM.
       CLOSE WorkOrderFile.
       END-READ.
       IF WS-CTL-EOF NOT = 'Y'
           MOVE CtlNextWONum TO WS-NEXT-WO-NUM
           IF CtlShopRate IS NUMERIC AND CtlShopRate > ZERO
               MOVE CtlShopRate TO WS-SHOP-RATE
           END-IF
       END-IF.
       CLOSE WOControlFile.

SaveNextWONum.
       OPEN OUTPUT WOControlFile.
       MOVE WS-NEXT-WO-NUM TO CtlNextWONum.
       MOVE WS-SHOP-RATE TO CtlShopRate.
       WRITE WOControlRecord.
       CLOSE WOControlFile.

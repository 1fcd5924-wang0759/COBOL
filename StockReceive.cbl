*> same records as order lines are written, so what the system thinks
*> is on the shelf finally matches what was received minus what was
*> sold.
*> Every receipt takes the supplier's lot number (required for FOOD
*> products, whose suppliers issue recalls) and an optional expiry
*> date; the lot is booked through LOTTRACK onto lots.txt and rides
*> on the receipt's stockmove.txt record. Backorders filled from the
*> truck draw on lots oldest first like any other sale, so
*> RECALLTRACE can follow a lot to every customer who got it.
*> Goods are booked in at one stock location for the session - the
*> station's home location unless the operator names another - and
*> only fill the backorders taken against that same location.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
               03 Bo-Date PIC 9(8).
               03 Bo-QtyOwed PIC 9(5).
               03 Bo-Status PIC X.
               03 Bo-Location PIC X(4).
       01 WS-BO-EOF PIC X.
       01 WS-BO-IDX PIC 9(3).
       01 WS-BO-TOUCHED PIC X.
       01 WS-PO-INPUT PIC X(6).
       01 WS-PO-NUM PIC 9(6) VALUE ZERO.
       01 WS-PO-FOUND PIC X.
       01 WS-PO-STATUS PIC X.
       01 WS-PO-DROP-ORDER PIC 9(6).
       01 WS-POH-EOF PIC X.
       01 WS-POD-EOF PIC X.
       01 PodCount PIC 9(3) VALUE ZERO.
               03 Pod-Size PIC A.
               03 Pod-Ordered PIC 9(5).
               03 Pod-Received PIC 9(5).
               03 Pod-UnitCost PIC 9(6)V99.
       01 PohCount PIC 9(3) VALUE ZERO.
       01 PohTable.
           02 PohEntry OCCURS 0 TO 200 TIMES
               03 Poh-Date PIC 9(8).
               03 Poh-Expect PIC 9(8).
               03 Poh-Status PIC X.
               03 Poh-Value PIC 9(8)V99.
               03 Poh-Approver PIC X(10).
               03 Poh-ApprovalDate PIC 9(8).
               03 Poh-DropOrder PIC 9(6).
               03 Poh-DropName PIC X(30).
               03 Poh-DropAddress PIC X(30).
       01 WS-POD-IDX PIC 9(3).
       01 WS-POH-IDX PIC 9(3).
       01 WS-PO-OUTSTANDING PIC S9(6).
*> falls back to ad hoc
       01 WS-PO-OVERFLOW PIC X.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-SM-QTY PIC S9(5).
       01 WS-SM-REF PIC X(10).
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-COST-INPUT PIC X(9).
       01 WS-UNIT-COST PIC 9(6)V99.
       01 WS-LOT-INPUT PIC X(12).
       01 WS-EXPIRY-INPUT PIC X(8).
       01 WS-EXPIRY-DATE PIC 9(8).
       01 WS-LOT-REQUIRED PIC X.
       01 WS-SM-LOT PIC X(12).
       01 WS-ALLOC-QTY PIC 9(5).
*> DATEUTIL linkage - an expiry date must be a real calendar date
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> LOTTRACK linkage - where a quantity taken out came from, lot by
*> lot oldest first; a blank lot is stock no lot accounts for
       01 WS-LT-FUNCTION PIC X(4).
       01 WS-LT-QTY PIC 9(5).
       01 WS-LT-REF PIC X(10).
       01 WS-LT-PIECES.
           02 WS-LT-PIECE-COUNT PIC 9(2).
           02 WS-LT-PIECE OCCURS 10 TIMES.
               03 WS-LT-PIECE-LOT PIC X(12).
               03 WS-LT-PIECE-QTY PIC 9(5).
       01 WS-LT-IDX PIC 9(2).
       01 WS-LT-STATUS PIC XX.

*> BATCHLOCK answer - '90' means the nightly chain owns the files
*> right now and no supervisor overrode the closed window
       01 WS-BL-PROGRAM PIC X(12) VALUE "STOCKRECEIVE".
       01 WS-BL-STATUS PIC XX.
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       OPEN I-O ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-PO-FOUND.
       MOVE SPACE TO WS-PO-STATUS.
       MOVE ZERO TO WS-PO-DROP-ORDER.
       PERFORM VARYING WS-POH-IDX FROM 1 BY 1
               UNTIL WS-POH-IDX > PohCount OR WS-PO-FOUND = 'Y'
           IF Poh-Num(WS-POH-IDX) = WS-PO-NUM
               MOVE Poh-Status(WS-POH-IDX) TO WS-PO-STATUS
               MOVE Poh-DropOrder(WS-POH-IDX) TO WS-PO-DROP-ORDER
               IF Poh-Status(WS-POH-IDX) = 'O'
                   MOVE 'Y' TO WS-PO-FOUND
               END-IF
           END-IF
       END-PERFORM.
*> The vendor ships a drop-ship PO to the customer - nothing on it
*> ever arrives here. SHIPCONFIRM books the vendor's confirmation
       IF WS-PO-DROP-ORDER NOT = ZERO
           DISPLAY "PO " WS-PO-NUM " is a drop-ship for order "
               WS-PO-DROP-ORDER " - confirm it in SHIPCONFIRM. "
               "Receiving ad hoc"
           MOVE 0 TO WS-PO-NUM
           EXIT PARAGRAPH
       END-IF.
*> A PO still waiting on (or refused) supervisor approval was never
*> really placed - the goods go in ad hoc until it is approved
       IF WS-PO-STATUS = 'P' OR WS-PO-STATUS = 'R'
           DISPLAY "PO " WS-PO-NUM " has not been approved - "
               "receiving ad hoc"
           MOVE 0 TO WS-PO-NUM
           EXIT PARAGRAPH
       END-IF.
       IF WS-PO-FOUND = 'N'
           DISPLAY "PO " WS-PO-NUM " not on file or not open - "
               "receiving ad hoc"
           MOVE PODate TO Poh-Date(PohCount)
           MOVE POExpectDate TO Poh-Expect(PohCount)
           MOVE POStatus TO Poh-Status(PohCount)
           MOVE POValue TO Poh-Value(PohCount)
           MOVE POApprover TO Poh-Approver(PohCount)
           MOVE POApprovalDate TO Poh-ApprovalDate(PohCount)
           MOVE PODropOrder TO Poh-DropOrder(PohCount)
           MOVE PODropName TO Poh-DropName(PohCount)
           MOVE PODropAddress TO Poh-DropAddress(PohCount)
           PERFORM ReadPOHeader
       END-PERFORM.
       IF WS-POH-EOF NOT = 'Y'
           MOVE PODSize TO Pod-Size(PodCount)
           MOVE PODQtyOrdered TO Pod-Ordered(PodCount)
           MOVE PODQtyReceived TO Pod-Received(PodCount)
           MOVE PODUnitCost TO Pod-UnitCost(PodCount)
           PERFORM ReadPODetail
       END-PERFORM.
       IF WS-POD-EOF NOT = 'Y'
           MOVE Poh-Date(WS-POH-IDX) TO PODate
           MOVE Poh-Expect(WS-POH-IDX) TO POExpectDate
           MOVE Poh-Status(WS-POH-IDX) TO POStatus
           MOVE Poh-Value(WS-POH-IDX) TO POValue
           MOVE Poh-Approver(WS-POH-IDX) TO POApprover
           MOVE Poh-ApprovalDate(WS-POH-IDX) TO POApprovalDate
           MOVE Poh-DropOrder(WS-POH-IDX) TO PODropOrder
           MOVE Poh-DropName(WS-POH-IDX) TO PODropName
           MOVE Poh-DropAddress(WS-POH-IDX) TO PODropAddress
           WRITE POHeaderRecord
       END-PERFORM.
       CLOSE POHeaderFile.
           MOVE Pod-Size(WS-POD-IDX) TO PODSize
           MOVE Pod-Ordered(WS-POD-IDX) TO PODQtyOrdered
           MOVE Pod-Received(WS-POD-IDX) TO PODQtyReceived
           MOVE Pod-UnitCost(WS-POD-IDX) TO PODUnitCost
           WRITE PODetailRecord
       END-PERFORM.
       CLOSE PODetailFile.
           END-IF
       END-PERFORM.
       MOVE WS-QTY-INPUT TO WS-RECEIVED-QTY.
       PERFORM AskForLot.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE WS-PROD-INPUT TO StockProdName.
       MOVE WS-SIZE-INPUT TO StockSize.
       READ StockFile
           INVALID KEY MOVE 'N' TO WS-STOCK-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-STOCK-FOUND
       END-READ.
       PERFORM BookLot.
       IF WS-STOCK-FOUND = 'Y'
           ADD WS-RECEIVED-QTY TO StockOnHand
           PERFORM AllocateBackorders
           *> First receipt for this product/size - set it up with
           *> its reorder point and suggested reorder quantity too
           DISPLAY "New stock item " WS-PROD-INPUT "/" WS-SIZE-INPUT
           MOVE WS-STOCK-LOC TO StockLocation
           MOVE WS-PROD-INPUT TO StockProdName
           MOVE WS-SIZE-INPUT TO StockSize
           MOVE WS-RECEIVED-QTY TO StockOnHand
               END-IF
           END-PERFORM
           MOVE WS-QTY-INPUT TO StockReorderQty
           *> Unclassified until ABCCLASS next runs; the quantity
           *> just booked is as good as a count
           MOVE SPACE TO StockAbcClass
           MOVE WS-RUN-DATE TO StockLastCountDate
           PERFORM AllocateBackorders
           WRITE StockData
               INVALID KEY
       ELSE
           MOVE SPACES TO WS-SM-REF
       END-IF.
       MOVE WS-LOT-INPUT TO WS-SM-LOT.
       PERFORM WriteStockMovement.
       PERFORM UpdateUnitCost.
       IF WS-PO-NUM > 0
           PERFORM BookAgainstPO
       END-IF.

AskForLot.
*> FOOD must carry its supplier lot - a recall is useless without
*> it; anything else may go in untracked
       MOVE 'N' TO WS-LOT-REQUIRED.
       IF WS-PRODUCTS-OPEN = 'Y'
           MOVE WS-PROD-INPUT TO ProdSKU
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ProdCategory = "FOOD"
                       MOVE 'Y' TO WS-LOT-REQUIRED
                   END-IF
           END-READ
       END-IF.
       MOVE SPACES TO WS-LOT-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-LOT-INPUT NOT = SPACES
               OR WS-LOT-REQUIRED = 'N'
           IF WS-LOT-REQUIRED = 'Y'
               DISPLAY "Supplier lot number : " WITH NO ADVANCING
           ELSE
               DISPLAY "Supplier lot number (blank = none) : "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-LOT-INPUT
           IF WS-LOT-INPUT = SPACES AND WS-LOT-REQUIRED = 'Y'
               DISPLAY "Food products must be received with their lot"
           END-IF
       END-PERFORM.
       MOVE ZERO TO WS-EXPIRY-DATE.
       IF WS-LOT-INPUT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE "90" TO WS-DU-STATUS.
       PERFORM WITH TEST AFTER UNTIL WS-DU-STATUS = "00"
           DISPLAY "Expiry date YYYYMMDD (blank = none) : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EXPIRY-INPUT
           ACCEPT WS-EXPIRY-INPUT
           IF WS-EXPIRY-INPUT = SPACES
               MOVE ZERO TO WS-EXPIRY-DATE
               MOVE "00" TO WS-DU-STATUS
           ELSE
               IF WS-EXPIRY-INPUT IS NUMERIC
                   MOVE WS-EXPIRY-INPUT TO WS-EXPIRY-DATE
                   MOVE 'VAL ' TO WS-DU-FUNCTION
                   CALL 'DATEUTIL' USING WS-DU-FUNCTION,
                       WS-EXPIRY-DATE, WS-DU-DATE2, WS-DU-DAYS,
                       WS-DU-RESULT, WS-DU-STATUS
                   END-CALL
               ELSE
                   MOVE "90" TO WS-DU-STATUS
               END-IF
               IF WS-DU-STATUS NOT = "00"
                   DISPLAY "Not a valid calendar date"
               END-IF
           END-IF
       END-PERFORM.

BookLot.
*> Booked before the backorders are allocated, so they can draw on
*> this truck's lot
       IF WS-LOT-INPUT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE 'RECV' TO WS-LT-FUNCTION.
       MOVE WS-RECEIVED-QTY TO WS-LT-QTY.
       IF WS-PO-NUM > 0
           MOVE WS-PO-NUM TO WS-LT-REF
       ELSE
           MOVE SPACES TO WS-LT-REF
       END-IF.
       CALL 'LOTTRACK' USING WS-LT-FUNCTION, WS-PROD-INPUT,
           WS-SIZE-INPUT, WS-LT-QTY, WS-LOT-INPUT, WS-EXPIRY-DATE,
           WS-LT-REF, WS-LT-PIECES, WS-LT-STATUS
       END-CALL.
       IF WS-LT-STATUS NOT = "00"
           DISPLAY "STOCKRECEIVE: lots.txt is full - lot "
               WS-LOT-INPUT " not booked, trace it by hand"
       END-IF.

UpdateUnitCost.
*> The invoice on the pallet is the freshest cost there is - a
*> keyed cost lands on the product master's ProdUnitCost; blank
       MOVE "STOCKRECEIVE" TO SMSource.
       MOVE WS-SM-REF TO SMReference.
       MOVE SPACES TO SMOperator.
       MOVE WS-SM-LOT TO SMLot.
       MOVE WS-STOCK-LOC TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

WriteAllocationMoves.
*> A backorder allocation leaves the shelf like any sale - oldest
*> lot first, one movement per lot drawn on
       MOVE 'TAKE' TO WS-LT-FUNCTION.
       MOVE WS-ALLOC-QTY TO WS-LT-QTY.
       CALL 'LOTTRACK' USING WS-LT-FUNCTION, StockProdName,
           StockSize, WS-LT-QTY, WS-LOT-INPUT, WS-EXPIRY-DATE,
           WS-LT-REF, WS-LT-PIECES, WS-LT-STATUS
       END-CALL.
       PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-PIECE-COUNT
           COMPUTE WS-SM-QTY = 0 - WS-LT-PIECE-QTY(WS-LT-IDX)
           MOVE WS-LT-PIECE-LOT(WS-LT-IDX) TO WS-SM-LOT
           PERFORM WriteStockMovement
       END-PERFORM.

AllocateBackorders.
*> New stock feeds the waiting backorders before it reaches the
*> shelf: oldest first (the file is appended chronologically), full
           MOVE BODate TO Bo-Date(BackorderCount)
           MOVE BOQtyOwed TO Bo-QtyOwed(BackorderCount)
           MOVE BOStatus TO Bo-Status(BackorderCount)
           MOVE BOLocation TO Bo-Location(BackorderCount)
           PERFORM ReadBackorder
       END-PERFORM.
       IF WS-BO-EOF NOT = 'Y'
           IF Bo-Status(WS-BO-IDX) = 'B'
                   AND Bo-ProdName(WS-BO-IDX) = StockProdName
                   AND Bo-Size(WS-BO-IDX) = StockSize
                   AND (Bo-Location(WS-BO-IDX) = StockLocation
                     OR (Bo-Location(WS-BO-IDX) = SPACES
                         AND StockLocation = "MAIN"))
               MOVE 'Y' TO WS-BO-TOUCHED
               IF StockOnHand NOT < Bo-QtyOwed(WS-BO-IDX)
                   SUBTRACT Bo-QtyOwed(WS-BO-IDX) FROM StockOnHand
                   MOVE 'R' TO Bo-Status(WS-BO-IDX)
                   MOVE Bo-QtyOwed(WS-BO-IDX) TO WS-ALLOC-QTY
                   MOVE Bo-OrderNum(WS-BO-IDX) TO WS-SM-REF
                   PERFORM WriteAllocationMoves
                   DISPLAY "Backorder filled - order "
                       Bo-OrderNum(WS-BO-IDX) " now releasable ("
                       Bo-QtyOwed(WS-BO-IDX) " of "
                       StockProdName "/" StockSize ")"
               ELSE
                   MOVE StockOnHand TO WS-ALLOC-QTY
                   MOVE Bo-OrderNum(WS-BO-IDX) TO WS-SM-REF
                   SUBTRACT StockOnHand FROM Bo-QtyOwed(WS-BO-IDX)
                   DISPLAY "Partial allocation to order "
                       Bo-QtyOwed(WS-BO-IDX) " of "
                       StockProdName "/" StockSize
                   MOVE ZERO TO StockOnHand
                   PERFORM WriteAllocationMoves
               END-IF
           END-IF
       END-PERFORM.
               MOVE Bo-Date(WS-BO-IDX) TO BODate
               MOVE Bo-QtyOwed(WS-BO-IDX) TO BOQtyOwed
               MOVE Bo-Status(WS-BO-IDX) TO BOStatus
               MOVE Bo-Location(WS-BO-IDX) TO BOLocation
               WRITE BackorderRecord
           END-PERFORM
           CLOSE BackorderFile
       END-IF.

ChooseStockLocation.
       MOVE 'HOME' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       DISPLAY "Stock location (blank = " WS-STOCK-LOC ") : "
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
       ELSE
           DISPLAY "Working from " WS-STOCK-LOC " " WS-SL-NAME
       END-IF.

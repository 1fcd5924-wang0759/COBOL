*> big for its table refuses the run rather than truncating it. A
*> cancelled order keeps its header under status 'X' so the number
*> and the trail survive.
*> Stock moves at the line's own location (DetLocation, the main
*> store for lines from before locations were kept); an added line
*> is filled from the location the operator names for it, and priced
*> at the customer's contract price where one is in force today
*> (CONTRPRICE over contracts.txt).
*> A training session (TRNMODE, asked at the start) amends the
*> practice copy of the orders instead, every screen saying TRAINING.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 WS-MAX-LINE PIC 9(3).
       01 WS-SHORT-QTY PIC 9(5).
       01 WS-SM-QTY PIC S9(5).
       01 WS-SM-LOT PIC X(12).
*> LOTTRACK linkage - where the quantity taken came from, lot by
*> lot oldest first; a blank lot is stock no lot accounts for
       01 WS-LT-FUNCTION PIC X(4).
       01 WS-LT-QTY PIC 9(5).
       01 WS-LT-LOT PIC X(12) VALUE SPACES.
       01 WS-LT-EXPIRY PIC 9(8) VALUE ZERO.
       01 WS-LT-REF PIC X(10) VALUE SPACES.
       01 WS-LT-PIECES.
           02 WS-LT-PIECE-COUNT PIC 9(2).
           02 WS-LT-PIECE OCCURS 10 TIMES.
               03 WS-LT-PIECE-LOT PIC X(12).
               03 WS-LT-PIECE-QTY PIC 9(5).
       01 WS-LT-IDX PIC 9(2).
       01 WS-LT-STATUS PIC XX.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> CONTRPRICE linkage - the customer's negotiated unit price for a
*> SKU, the list price when no contract is in force
       01 WS-CP-SKU PIC X(10).
       01 WS-CP-LIST PIC 9(6)V99.
       01 WS-CP-PRICE PIC 9(6)V99.
       01 WS-CP-STATUS PIC XX.
       01 WS-DISPLAY-CP-PRICE PIC $$$$$$9.99.
       01 WS-CONFIRM PIC X.
       01 WS-DIRTY PIC X VALUE 'N'.
*> The product/size/quantity actually moving for the line being
       01 WS-DS-PROD PIC X(10).
       01 WS-DS-SIZE PIC A.
       01 WS-DS-QTY PIC 9(5).
       01 WS-LINE-LOC PIC X(4).
       01 WS-RT-QTY PIC 9(5).
       01 WS-BO-REDUCED PIC 9(5).
       01 WS-NET-RETURN PIC 9(5).
               03 Bo-Date PIC 9(8).
               03 Bo-QtyOwed PIC 9(5).
               03 Bo-Status PIC X.
               03 Bo-Location PIC X(4).
       01 WS-BO-EOF PIC X.
       01 WS-BO-IDX PIC 9(3).
       01 WS-BO-DIRTY PIC X VALUE 'N'.
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).
*> Every detail line on file, this order's and everyone else's,
*> held while lines are changed and then written back whole. The
*> DEPENDING ON counter must be declared ahead of the table
               03 Dt-Qty PIC 9(3).
               03 Dt-Price PIC 9(6)V99.
               03 Dt-Deleted PIC X.
               03 Dt-DropShip PIC X.
               03 Dt-DropShipPO PIC 9(6).
               03 Dt-PromiseDate PIC 9(8).
               03 Dt-PromisePO PIC 9(6).
               03 Dt-SubstFor PIC X(10).
               03 Dt-Location PIC X(4).
       01 WS-IDX PIC 9(4).
       01 WS-SLOT PIC 9(4).

*> TRNMODE linkage - a training session works on the practice copy
*> of the order files and takes its numbers from there
       01 WS-TM-FUNCTION PIC X(4).
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.
       01 WS-TM-ANSWER PIC X VALUE 'N'.

PROCEDURE DIVISION.
StartPara.
       PERFORM ChooseTrainingSession.
       OPEN I-O OrderHeaderFile.
       IF WS-ORDHDR-STATUS NOT = "00"
           DISPLAY "ORDERMAINT: unable to open orderhdr.dat, "
           GOBACK
       END-IF.
       PERFORM LoadKitBom.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM SelectOrder.
       IF WS-ORDER-FOUND = 'Y'
           OPEN EXTEND AmendLogFile

ShowOrder.
       DISPLAY " ".
       IF WS-TM-FLAG = 'Y'
           DISPLAY "*** TRAINING ***"
       END-IF.
       DISPLAY "ORDER " WS-ORDER-NUM " (customer " OrderCustID ")".
       MOVE 0 TO WS-MAX-LINE.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > DtlCount
           IF Dt-OrderNum(WS-IDX) = WS-ORDER-NUM
                   AND Dt-Deleted(WS-IDX) NOT = 'Y'
               IF Dt-DropShip(WS-IDX) = 'D'
                   DISPLAY "  LINE " Dt-LineNum(WS-IDX) "  "
                       Dt-ProdName(WS-IDX) "/" Dt-Size(WS-IDX)
                       "  QTY " Dt-Qty(WS-IDX)
                       "  DROP-SHIP PO " Dt-DropShipPO(WS-IDX)
               ELSE
                   DISPLAY "  LINE " Dt-LineNum(WS-IDX) "  "
                       Dt-ProdName(WS-IDX) "/" Dt-Size(WS-IDX)
                       "  QTY " Dt-Qty(WS-IDX)
               END-IF
               IF Dt-LineNum(WS-IDX) > WS-MAX-LINE
                   MOVE Dt-LineNum(WS-IDX) TO WS-MAX-LINE
               END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           DISPLAY "Line " WS-LINE-NUM " not on this order"
           EXIT PARAGRAPH
       END-IF.
*> A drop-ship line is the vendor's to ship on its own PO - it
*> changes with the vendor, not here
       IF Dt-DropShip(WS-SLOT) = 'D'
           DISPLAY "Line " WS-LINE-NUM " is drop-shipped on PO "
               Dt-DropShipPO(WS-SLOT) " - amend it with the vendor"
           MOVE 0 TO WS-SLOT
       END-IF.

ChangeLineQty.
       END-IF.
       MOVE Dt-ProdName(WS-SLOT) TO WS-PROD-INPUT.
       MOVE Dt-Size(WS-SLOT) TO WS-SIZE-INPUT.
       PERFORM TakeLineLocation.
       IF WS-QTY-DELTA > 0
           MOVE WS-QTY-DELTA TO WS-NEW-QTY
           PERFORM TakeFromStock
       MOVE Dt-Qty(WS-SLOT) TO WS-QTY-DELTA.
       MOVE Dt-ProdName(WS-SLOT) TO WS-PROD-INPUT.
       MOVE Dt-Size(WS-SLOT) TO WS-SIZE-INPUT.
       PERFORM TakeLineLocation.
       PERFORM ReturnLineQty.
       MOVE 'Y' TO Dt-Deleted(WS-SLOT).
       MOVE 'Y' TO WS-DIRTY.
           DISPLAY "Detail table full - line not added"
           EXIT PARAGRAPH
       END-IF.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       MOVE WS-STOCK-LOC TO WS-LINE-LOC.
       DISPLAY "Enter product SKU : " WITH NO ADVANCING.
       ACCEPT WS-PROD-INPUT.
       MOVE 'N' TO WS-PROD-FOUND.
       END-PERFORM.
       MOVE WS-QTY-INPUT TO WS-NEW-QTY.
       IF WS-PROD-FOUND = 'Y'
           *> The order's customer pays their contract price where
           *> one is in force, list otherwise
           MOVE ProdSKU TO WS-CP-SKU
           MOVE ProdUnitPrice TO WS-CP-LIST
           CALL 'CONTRPRICE' USING OrderCustID, WS-CP-SKU, WS-RUN-DATE,
               WS-CP-LIST, WS-CP-PRICE, WS-CP-STATUS
           END-CALL
           IF WS-CP-STATUS = "00"
               MOVE WS-CP-PRICE TO WS-DISPLAY-CP-PRICE
               DISPLAY "Contract price " WS-DISPLAY-CP-PRICE " each"
           END-IF
           COMPUTE WS-PRICE-INPUT = WS-CP-PRICE * WS-NEW-QTY
       ELSE
           DISPLAY "Enter line price : " WITH NO ADVANCING
           ACCEPT WS-PRICE-INPUT
       MOVE WS-NEW-QTY TO Dt-Qty(DtlCount).
       MOVE WS-PRICE-INPUT TO Dt-Price(DtlCount).
       MOVE 'N' TO Dt-Deleted(DtlCount).
       MOVE SPACE TO Dt-DropShip(DtlCount).
       MOVE ZERO TO Dt-DropShipPO(DtlCount).
       MOVE ZERO TO Dt-PromiseDate(DtlCount).
       MOVE ZERO TO Dt-PromisePO(DtlCount).
       MOVE SPACES TO Dt-SubstFor(DtlCount).
       MOVE WS-LINE-LOC TO Dt-Location(DtlCount).
       MOVE 'Y' TO WS-DIRTY.
       PERFORM TakeFromStock.
       MOVE 0 TO WS-OLD-QTY.
               MOVE Dt-Qty(WS-SLOT) TO WS-QTY-DELTA
               MOVE Dt-ProdName(WS-SLOT) TO WS-PROD-INPUT
               MOVE Dt-Size(WS-SLOT) TO WS-SIZE-INPUT
               PERFORM TakeLineLocation
               IF Dt-DropShip(WS-SLOT) = 'D'
                   DISPLAY "Line " Dt-LineNum(WS-SLOT) " was drop-"
                       "shipped on PO " Dt-DropShipPO(WS-SLOT)
                       " - cancel it with the vendor"
               ELSE
                   PERFORM ReturnLineQty
               END-IF
               MOVE 'Y' TO Dt-Deleted(WS-SLOT)
               MOVE 'Y' TO WS-DIRTY
           END-IF
       PERFORM WriteAmendLog.
       DISPLAY "Order " WS-ORDER-NUM " cancelled, stock returned".

TakeLineLocation.
*> Lines from before locations were kept were filled at MAIN
       MOVE Dt-Location(WS-SLOT) TO WS-LINE-LOC.
       IF WS-LINE-LOC = SPACES
           MOVE "MAIN" TO WS-LINE-LOC
       END-IF.

TakeFromStock.
*> Same shelf discipline as ORDERENTRY: a kit line leaves as its
*> KITMAINT components, exploded here; anything else depletes its
*> Deplete what is on hand, backorder the shortfall for
*> STOCKRECEIVE to fill
       MOVE 0 TO WS-SHORT-QTY.
       MOVE WS-LINE-LOC TO StockLocation.
       MOVE WS-DS-PROD TO StockProdName.
       MOVE WS-DS-SIZE TO StockSize.
       READ StockFile
                   DISPLAY "Unable to deplete stock for "
                       WS-DS-PROD "/" WS-DS-SIZE
           END-REWRITE
           COMPUTE WS-LT-QTY = WS-DS-QTY - WS-SHORT-QTY
           IF WS-LT-QTY NOT = ZERO
               PERFORM WriteLotMovements
           END-IF
       ELSE
           DISPLAY "WARNING: no stock record for " WS-DS-PROD
       IF WS-NET-RETURN = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-LINE-LOC TO StockLocation.
       MOVE WS-DS-PROD TO StockProdName.
       MOVE WS-DS-SIZE TO StockSize.
       READ StockFile
                       WS-DS-PROD "/" WS-DS-SIZE
           END-REWRITE
           MOVE WS-NET-RETURN TO WS-SM-QTY
           MOVE SPACES TO WS-SM-LOT
           PERFORM WriteStockMovement
       ELSE
           DISPLAY "WARNING: no stock record for " WS-DS-PROD
           IF Bo-OrderNum(WS-BO-IDX) = WS-ORDER-NUM
                   AND Bo-ProdName(WS-BO-IDX) = WS-DS-PROD
                   AND Bo-Size(WS-BO-IDX) = WS-DS-SIZE
                   AND Bo-Location(WS-BO-IDX) = WS-LINE-LOC
                   AND Bo-Status(WS-BO-IDX) = 'B'
               IF Bo-QtyOwed(WS-BO-IDX) NOT >
                       (WS-RT-QTY - WS-BO-REDUCED)
       MOVE "ORDERMAINT" TO SMSource.
       MOVE WS-ORDER-NUM TO SMReference.
       MOVE SPACES TO SMOperator.
       MOVE WS-SM-LOT TO SMLot.
       MOVE WS-LINE-LOC TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

WriteLotMovements.
       MOVE 'TAKE' TO WS-LT-FUNCTION.
       CALL 'LOTTRACK' USING WS-LT-FUNCTION, StockProdName,
           StockSize, WS-LT-QTY, WS-LT-LOT, WS-LT-EXPIRY,
           WS-LT-REF, WS-LT-PIECES, WS-LT-STATUS
       END-CALL.
       PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-PIECE-COUNT
           COMPUTE WS-SM-QTY = 0 - WS-LT-PIECE-QTY(WS-LT-IDX)
           MOVE WS-LT-PIECE-LOT(WS-LT-IDX) TO WS-SM-LOT
           PERFORM WriteStockMovement
       END-PERFORM.

AddBackorderEntry.
*> New backorders join the in-storage table and reach the file
*> with everything else at save time - appending straight to the
       MOVE WS-RUN-DATE TO Bo-Date(BackorderCount).
       MOVE WS-SHORT-QTY TO Bo-QtyOwed(BackorderCount).
       MOVE 'B' TO Bo-Status(BackorderCount).
       MOVE WS-LINE-LOC TO Bo-Location(BackorderCount).
       MOVE 'Y' TO WS-BO-DIRTY.
       DISPLAY "Backordered " WS-SHORT-QTY " of " WS-DS-PROD "/"
           WS-DS-SIZE " for order " WS-ORDER-NUM.
       *> this build's LINE SEQUENTIAL status-71 check
       MOVE SPACES TO AmendLogRecord.
       MOVE FUNCTION CURRENT-DATE TO AmTimestamp.
       *> Date positions carry the business date, not the clock -
       *> ORDERACK selects the day's amendments on it
       MOVE WS-RUN-DATE TO AmTimestamp(1:8).
       MOVE WS-ORDER-NUM TO AmOrderNum.
       MOVE WS-PROD-INPUT TO AmProdName.
       MOVE WS-SIZE-INPUT TO AmSize.
           MOVE DetQty TO Dt-Qty(DtlCount)
           MOVE DetLinePrice TO Dt-Price(DtlCount)
           MOVE 'N' TO Dt-Deleted(DtlCount)
           MOVE DetDropShip TO Dt-DropShip(DtlCount)
           MOVE DetDropShipPO TO Dt-DropShipPO(DtlCount)
           MOVE DetPromiseDate TO Dt-PromiseDate(DtlCount)
           MOVE DetPromisePO TO Dt-PromisePO(DtlCount)
           MOVE DetSubstFor TO Dt-SubstFor(DtlCount)
           MOVE DetLocation TO Dt-Location(DtlCount)
           PERFORM ReadDetail
       END-PERFORM.
       IF NotAtEndOfFile
           MOVE BODate TO Bo-Date(BackorderCount)
           MOVE BOQtyOwed TO Bo-QtyOwed(BackorderCount)
           MOVE BOStatus TO Bo-Status(BackorderCount)
           MOVE BOLocation TO Bo-Location(BackorderCount)
           IF Bo-Location(BackorderCount) = SPACES
               MOVE "MAIN" TO Bo-Location(BackorderCount)
           END-IF
           PERFORM ReadBackorder
       END-PERFORM.
       IF WS-BO-EOF NOT = 'Y'
           MOVE Bo-Date(WS-BO-IDX) TO BODate
           MOVE Bo-QtyOwed(WS-BO-IDX) TO BOQtyOwed
           MOVE Bo-Status(WS-BO-IDX) TO BOStatus
           MOVE Bo-Location(WS-BO-IDX) TO BOLocation
           WRITE BackorderRecord
       END-PERFORM.
       CLOSE BackorderFile.
               MOVE Dt-Size(WS-IDX) TO DetSize
               MOVE Dt-Qty(WS-IDX) TO DetQty
               MOVE Dt-Price(WS-IDX) TO DetLinePrice
               MOVE Dt-DropShip(WS-IDX) TO DetDropShip
               MOVE Dt-DropShipPO(WS-IDX) TO DetDropShipPO
               MOVE Dt-PromiseDate(WS-IDX) TO DetPromiseDate
               MOVE Dt-PromisePO(WS-IDX) TO DetPromisePO
               MOVE Dt-SubstFor(WS-IDX) TO DetSubstFor
               MOVE Dt-Location(WS-IDX) TO DetLocation
               WRITE OrderDetailData
           END-IF
       END-PERFORM.
       CLOSE OrderDetailFile.

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

*> Started from a training session the choice is already made;
*> otherwise asked here, before any order file is opened
ChooseTrainingSession.
       MOVE 'GET ' TO WS-TM-FUNCTION.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG NOT = 'Y'
           DISPLAY "Training session? (Y/N) : " WITH NO ADVANCING
           ACCEPT WS-TM-ANSWER
           IF WS-TM-ANSWER = 'Y' OR WS-TM-ANSWER = 'y'
               MOVE 'SET ' TO WS-TM-FUNCTION
               CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG,
                   WS-TM-STATUS
               END-CALL
               IF WS-TM-FLAG NOT = 'Y'
                   DISPLAY "No training data set on hand - run "
                       "TRNREFRESH first"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       END-IF.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "*** TRAINING *** practice data only - nothing "
               "here touches the live order files"
       END-IF.

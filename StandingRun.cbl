*> STANDINGORDER templates into real orders. Every active template
*> whose next-due date has arrived gets an orderhdr.dat /
*> orderdetail.txt order under the shared orderctl.txt numbering,
*> priced from today's products.dat (at the customer's contract
*> price where one is in force - CONTRPRICE over contracts.txt)
*> and depleting stock (with
*> backorder capture) exactly the way ORDERENTRY does - then the
*> template's next-due date advances by its frequency. Held
*> templates and customers on credit hold are skipped and reported,
*> not silently dropped.
*> Orders are filled from the station's home stock location
*> (stockloc.txt via STOCKLOC) - there is no operator to ask.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
       01 WS-STOCK-FOUND PIC X.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
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
       01 WS-NEXT-ORDER-NUM PIC 9(6) VALUE 1.
       01 WS-CURRENT-ORDER PIC 9(6).
       01 WS-ORDER-RESERVED PIC X.
       01 WS-LINE-NUM PIC 9(3).
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
*> The product/size/quantity actually leaving the shelf for the
*> line being written - the line itself, or one of its kit
*> components at a time
               03 Tl-Qty PIC 9(3).
       01 WS-IDX PIC 9(3).
       01 WS-LDX PIC 9(3).
*> STOCKLOC linkage - the station's home location, which the run
*> books stock against
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "STANDINGRUN".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-ORDER-AMOUNT PIC S9(11)V99 VALUE ZERO.

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE 'HOME' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       PERFORM LoadTemplates.
       IF RETURN-CODE NOT = 0
           GOBACK
       IF TplCount = 0
           DISPLAY "STANDINGRUN: no standing-order templates - "
               "nothing to generate"
           PERFORM RecordControlTotals
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       CLOSE OrderHeaderFile
       CLOSE OrderDetailFile
       CLOSE StockFile.
       PERFORM RecordControlTotals.
       DISPLAY "Standing order run complete. Generated: "
           WS-GENERATED "  Skipped: " WS-SKIPPED.
       MOVE 0 TO RETURN-CODE.
       SET OrderOpen TO TRUE.
       MOVE SPACES TO OrderShipTo.
       MOVE ZERO TO OrderInvoiceNum.
       MOVE SPACES TO OrderCustPO.
       WRITE OrderHeaderData
           INVALID KEY
               DISPLAY "STANDINGRUN: order number " OrderNum
       MOVE Tl-Size(WS-LDX) TO DetSize.
       MOVE Tl-Qty(WS-LDX) TO DetQty.
       MOVE ZERO TO DetLinePrice.
       MOVE SPACE TO DetDropShip.
       MOVE ZERO TO DetDropShipPO.
       MOVE ZERO TO DetPromiseDate.
       MOVE ZERO TO DetPromisePO.
       MOVE SPACES TO DetSubstFor.
       MOVE WS-STOCK-LOC TO DetLocation.
       IF WS-PRODUCTS-OPEN = 'Y'
           MOVE Tl-ProdName(WS-LDX) TO ProdSKU
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ProdSKU TO WS-CP-SKU
                   MOVE ProdUnitPrice TO WS-CP-LIST
                   CALL 'CONTRPRICE' USING IDNum, WS-CP-SKU,
                       WS-RUN-DATE, WS-CP-LIST, WS-CP-PRICE,
                       WS-CP-STATUS
                   END-CALL
                   COMPUTE DetLinePrice =
                       WS-CP-PRICE * Tl-Qty(WS-LDX)
           END-READ
       END-IF.
       WRITE OrderDetailData.
       ADD DetLinePrice TO WS-CT-ORDER-AMOUNT.
       PERFORM DepleteStock.

DepleteStock.
*> Deplete what is on hand, backorder the shortfall for
*> STOCKRECEIVE to fill
       MOVE 0 TO WS-SHORT-QTY.
       MOVE WS-STOCK-LOC TO StockLocation.
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
       MOVE "STANDINGRUN" TO SMSource.
       MOVE WS-CURRENT-ORDER TO SMReference.
       MOVE SPACES TO SMOperator.
       MOVE WS-SM-LOT TO SMLot.
       MOVE WS-STOCK-LOC TO SMLocation.
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

WriteBackorder.
       OPEN EXTEND BackorderFile.
       MOVE WS-DS-PROD TO BOProdName.
       MOVE WS-RUN-DATE TO BODate.
       MOVE WS-SHORT-QTY TO BOQtyOwed.
       SET BOOpen TO TRUE.
       MOVE WS-STOCK-LOC TO BOLocation.
       WRITE BackorderRecord.
       CLOSE BackorderFile.
       DISPLAY "Backordered " WS-SHORT-QTY " of " WS-DS-PROD "/"
       MOVE WS-NEXT-ORDER-NUM TO CtlNextOrderNum.
       WRITE OrderControlRecord.
       CLOSE OrderControlFile.

RecordControlTotals.
*> Templates read and orders generated with their value - a night
*> with no templates still says so, with zeros
       MOVE "TPL-IN" TO WS-CT-METRIC.
       MOVE TplCount TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "ORD-OUT" TO WS-CT-METRIC.
       MOVE WS-GENERATED TO WS-CT-COUNT.
       MOVE WS-CT-ORDER-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

*> orderdetail.txt order - honoring the quoted prices or repricing
*> from today's product master, per a prompt - with the same order
*> numbering, stock depletion and backorder capture ORDERENTRY does.
*> The conversion fills the order from the stock location the
*> operator names at that point (the station's home location by
*> default), as ORDERENTRY does.
*> Quoted lines, and lines repriced at conversion, take the
*> customer's contract price where one is in force that day
*> (CONTRPRICE over contracts.txt) and list price otherwise.
*> A cut list CIRCLES priced for a customer lands here as a quote
*> of its own: one line per circle (radius, material and edge
*> cost) plus any setup charge. It lists and converts like any
*> other quote, except those lines are made in the shop - the
*> quoted price stands even when repricing, and no stock is
*> depleted or backordered for them.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with CIRCLES via copybooks/QUOTEHDRREC.cpy
FD QuoteHeaderFile.
       01 QuoteHeaderRecord.
           COPY QUOTEHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with CIRCLES via copybooks/QUOTEDTLREC.cpy
FD QuoteDetailFile.
       01 QuoteDetailRecord.
           COPY QUOTEDTLREC REPLACING ==LEVEL== BY ==02==.

FD QuoteControlFile.
       01 QuoteControlRecord.
       01 WS-PRICE-INPUT PIC 9(6)V99.
       01 WS-QUOTE-TOTAL PIC 9(8)V99.
       01 WS-DISPLAY-TOTAL PIC $$$$$$$$9.99.
       01 WS-DISPLAY-RADIUS PIC ZZZ9.99.
       01 WS-DISPLAY-MATERIAL PIC $$$$$$9.99.
       01 WS-DISPLAY-EDGE PIC $$$$$$9.99.
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
       01 WS-EXPIRY-DATE PIC 9(8).
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
               03 Ql-Size PIC A.
               03 Ql-Qty PIC 9(3).
               03 Ql-Price PIC 9(6)V99.
               03 Ql-LineType PIC X.
                   88 Ql-ShopMade VALUE 'C' 'S'.
               03 Ql-Radius PIC 9(4)V99.
               03 Ql-MaterialCost PIC 9(6)V99.
               03 Ql-EdgeCost PIC 9(6)V99.
       01 WS-IDX PIC 9(2).
*> The quote header file rewritten whole when a status flips. The
*> DEPENDING ON counter must be declared ahead of the table
               03 Qh-Status PIC X.
       01 WS-HDR-IDX PIC 9(3).
       01 WS-HDR-SLOT PIC 9(3).
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).

PROCEDURE DIVISION.
StartPara.
           DISPLAY "QUOTEENTRY: product master not available "
               "(status " WS-PRODUCT-STATUS "), key prices by hand"
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadNextQuoteNum.
       PERFORM LoadKitBom.
       PERFORM UNTIL StayOpen = 'N'
           END-IF
       END-PERFORM.
       IF WS-PROD-FOUND = 'Y'
           PERFORM CustomerUnitPrice
           IF WS-CP-STATUS = "00"
               MOVE WS-CP-PRICE TO WS-DISPLAY-CP-PRICE
               DISPLAY "Contract price " WS-DISPLAY-CP-PRICE " each"
           END-IF
           COMPUTE WS-PRICE-INPUT =
               WS-CP-PRICE * FUNCTION NUMVAL(WS-QTY-INPUT)
       ELSE
           DISPLAY "Enter line price : " WITH NO ADVANCING
           ACCEPT WS-PRICE-INPUT
       MOVE WS-SIZE-INPUT TO QdSize.
       MOVE WS-QTY-INPUT TO QdQty.
       MOVE WS-PRICE-INPUT TO QdPrice.
       SET QdProductLine TO TRUE.
       MOVE ZERO TO QdRadius.
       MOVE ZERO TO QdMaterialCost.
       MOVE ZERO TO QdEdgeCost.
       WRITE QuoteDetailRecord.
       ADD WS-PRICE-INPUT TO WS-QUOTE-TOTAL.

           MOVE Ql-Price(WS-IDX) TO WS-DISPLAY-TOTAL
           DISPLAY "  " Ql-ProdName(WS-IDX) "/" Ql-Size(WS-IDX)
               " QTY " Ql-Qty(WS-IDX) " " WS-DISPLAY-TOTAL
           IF Ql-LineType(WS-IDX) = 'C'
               MOVE Ql-Radius(WS-IDX) TO WS-DISPLAY-RADIUS
               MOVE Ql-MaterialCost(WS-IDX) TO WS-DISPLAY-MATERIAL
               MOVE Ql-EdgeCost(WS-IDX) TO WS-DISPLAY-EDGE
               DISPLAY "      radius " WS-DISPLAY-RADIUS
                   " material " WS-DISPLAY-MATERIAL
                   " edge " WS-DISPLAY-EDGE
           END-IF
       END-PERFORM.

ConvertQuote.
           DISPLAY "Quote has no lines - not converted"
           EXIT PARAGRAPH
       END-IF.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       DISPLAY "Reprice from today's product master? y/n "
           "(n honors quoted prices)".
       ACCEPT WS-REPRICE.
       SET OrderOpen TO TRUE.
       MOVE SPACES TO OrderShipTo.
       MOVE ZERO TO OrderInvoiceNum.
       MOVE SPACES TO OrderCustPO.
       WRITE OrderHeaderData
           INVALID KEY
               DISPLAY "QUOTEENTRY: order number " OrderNum
       MOVE Ql-Size(WS-IDX) TO DetSize.
       MOVE Ql-Qty(WS-IDX) TO DetQty.
       MOVE Ql-Price(WS-IDX) TO DetLinePrice.
       MOVE SPACE TO DetDropShip.
       MOVE ZERO TO DetDropShipPO.
       MOVE ZERO TO DetPromiseDate.
       MOVE ZERO TO DetPromisePO.
       MOVE SPACES TO DetSubstFor.
       MOVE WS-STOCK-LOC TO DetLocation.
*> Shop-made cut-list lines keep their quoted price and leave no
*> hole on the shelf - there is no product master or stock behind
*> a circle cut to size
       IF Ql-ShopMade(WS-IDX)
           WRITE OrderDetailData
           ADD DetLinePrice TO WS-QUOTE-TOTAL
           EXIT PARAGRAPH
       END-IF.
       IF (WS-REPRICE = 'y' OR WS-REPRICE = 'Y')
               AND WS-PRODUCTS-OPEN = 'Y'
           MOVE Ql-ProdName(WS-IDX) TO ProdSKU
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CustomerUnitPrice
                   COMPUTE DetLinePrice =
                       WS-CP-PRICE * Ql-Qty(WS-IDX)
           END-READ
       END-IF.
       WRITE OrderDetailData.
       ADD DetLinePrice TO WS-QUOTE-TOTAL.
       PERFORM DepleteStock.

CustomerUnitPrice.
*> The unit price IDNum pays today for the product just read
       MOVE ProdSKU TO WS-CP-SKU.
       MOVE ProdUnitPrice TO WS-CP-LIST.
       CALL 'CONTRPRICE' USING IDNum, WS-CP-SKU, WS-RUN-DATE,
           WS-CP-LIST, WS-CP-PRICE, WS-CP-STATUS
       END-CALL.

DepleteStock.
*> Same shelf discipline as ORDERENTRY: a kit line leaves as its
*> KITMAINT components, exploded here; anything else depletes its
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
       MOVE "QUOTEENTRY" TO SMSource.
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
                   MOVE QdSize TO Ql-Size(QuoteLineCount)
                   MOVE QdQty TO Ql-Qty(QuoteLineCount)
                   MOVE QdPrice TO Ql-Price(QuoteLineCount)
                   MOVE QdLineType TO Ql-LineType(QuoteLineCount)
                   MOVE ZERO TO Ql-Radius(QuoteLineCount)
                   MOVE ZERO TO Ql-MaterialCost(QuoteLineCount)
                   MOVE ZERO TO Ql-EdgeCost(QuoteLineCount)
                   IF QdCutCircle
                       MOVE QdRadius TO Ql-Radius(QuoteLineCount)
                       MOVE QdMaterialCost
                           TO Ql-MaterialCost(QuoteLineCount)
                       MOVE QdEdgeCost TO Ql-EdgeCost(QuoteLineCount)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       MOVE WS-NEXT-ORDER-NUM TO CtlNextOrderNum.
       WRITE OrderControlRecord.
       CLOSE OrderControlFile.

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

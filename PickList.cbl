*> order's lines into one quantity per product/size for a single
*> pass of the room; the packing slips still break the goods back
*> out per order.
*> Drop-ship lines never come through this room - the vendor ships
*> them - so they are left off both the pick list and the slips.
*> Stock was taken oldest supplier lot first when the order was
*> written (stockmove.txt carries the lot per movement), so each line
*> prints the lots to pull under it - on the pick list for the
*> picker, on the slip so the customer's paperwork names the lot.
*> Each stock location picks its own lines: the run is for one
*> location (the station's home location unless the operator names
*> another), takes only the lines filled there (DetLocation, MAIN
*> for lines from before locations were kept) and reads the bins
*> from that location's stock records.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS StockKey
           FILE STATUS IS WS-STOCK-STATUS.
*> Movement ledger - which lots each open order's stock came out of
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockFile.
       COPY STOCKREC.

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-ORDDTL-STATUS PIC XX.
               03 Pl-Printed PIC X.
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-SLIP-LINES PIC 9(4).
       01 WS-BEST PIC 9(4).
       01 WS-ORDER-FOUND PIC X.
       01 WS-CUST-FOUND PIC X.
           02 WS-K-SIZE PIC X.
           02 FILLER PIC X(6) VALUE "  QTY ".
           02 WS-K-QTY PIC ZZZZZZ9.
*> Lots drawn for the open orders, summed per order/item/lot. The
*> DEPENDING ON counter must be declared ahead of the table it sizes
       01 LaCount PIC 9(4) VALUE ZERO.
       01 LaTable.
           02 LaEntry OCCURS 0 TO 2000 TIMES DEPENDING ON LaCount.
               03 La-OrderNum PIC 9(6).
               03 La-ProdName PIC X(10).
               03 La-Size PIC A.
               03 La-Lot PIC X(12).
               03 La-Qty PIC 9(5).
       01 WS-LA-IDX PIC 9(4).
       01 WS-LA-SLOT PIC 9(4).
       01 WS-SM-EOF PIC X.
       01 WS-REF-ORDER PIC 9(6).
*> The order (zero = every open order, for a consolidated line),
*> item and document the lot lines are wanted for
       01 WS-LOT-ORDER PIC 9(6).
       01 WS-LOT-PROD PIC X(10).
       01 WS-LOT-SIZE PIC A.
       01 WS-LOT-TARGET PIC X.
       01 WS-LOT-LINE.
           02 FILLER PIC X(10) VALUE "      LOT ".
           02 WS-L-LOT PIC X(12).
           02 FILLER PIC X(6) VALUE "  QTY ".
           02 WS-L-QTY PIC ZZZZ9.
           02 WS-L-ORDER-TAG PIC X(8).
           02 WS-L-ORDER PIC X(6).
       01 WS-STOCK-STATUS PIC XX.
       01 WS-STOCK-OPEN PIC X VALUE 'N'.
       01 WS-CONSOLIDATE PIC X.
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).
       01 WS-MERGE-SLOT PIC 9(4).
       01 WS-OUT PIC 9(4).
       01 WS-PICK-DETAIL.
           02 WS-H-ORDER PIC 9(6).
           02 FILLER PIC X(7) VALUE " DATED ".
           02 WS-H-DATE PIC 9(8).
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       IF WS-STOCK-STATUS = "00"
           MOVE 'Y' TO WS-STOCK-OPEN
       END-IF.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       DISPLAY "Consolidated pick - one line per product across "
           "all orders? y/n : " WITH NO ADVANCING.
       ACCEPT WS-CONSOLIDATE.
       PERFORM LoadKitBom.
       PERFORM LoadOpenOrders.
       PERFORM LoadLotAllocations.
       PERFORM LoadOpenLines.
       PERFORM PrintPickList.
       PERFORM PrintPackingSlips.
           AT END MOVE 'Y' TO WS-ORDHDR-EOF
       END-READ.

LoadLotAllocations.
*> Every lot-tracked movement out against an open order - the
*> order-writing programs and STOCKRECEIVE's backorder fills all
*> carry the order number in SMReference - taken at this location
       MOVE 'N' TO WS-SM-EOF.
       OPEN INPUT StockMoveFile.
       PERFORM UNTIL WS-SM-EOF = 'Y'
           READ StockMoveFile
               AT END MOVE 'Y' TO WS-SM-EOF
           END-READ
           IF WS-SM-EOF NOT = 'Y'
               IF SMLocation = SPACES
                   MOVE "MAIN" TO SMLocation
               END-IF
               IF SMLot NOT = SPACES AND SMQty < 0
                       AND SMReference(1:6) IS NUMERIC
                       AND SMLocation = WS-STOCK-LOC
                   MOVE SMReference(1:6) TO WS-REF-ORDER
                   PERFORM TallyLotAllocation
               END-IF
           END-IF
       END-PERFORM.
       CLOSE StockMoveFile.

TallyLotAllocation.
       MOVE 'N' TO WS-ORDER-FOUND.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > OpenOrderCount OR WS-ORDER-FOUND = 'Y'
           IF Oo-OrderNum(WS-IDX) = WS-REF-ORDER
               MOVE 'Y' TO WS-ORDER-FOUND
           END-IF
       END-PERFORM.
       IF WS-ORDER-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-LA-SLOT.
       PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > LaCount OR WS-LA-SLOT > 0
           IF La-OrderNum(WS-LA-IDX) = WS-REF-ORDER
                   AND La-ProdName(WS-LA-IDX) = SMProdName
                   AND La-Size(WS-LA-IDX) = SMSize
                   AND La-Lot(WS-LA-IDX) = SMLot
               MOVE WS-LA-IDX TO WS-LA-SLOT
           END-IF
       END-PERFORM.
       IF WS-LA-SLOT = 0
           IF LaCount = 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LaCount
           MOVE LaCount TO WS-LA-SLOT
           MOVE WS-REF-ORDER TO La-OrderNum(WS-LA-SLOT)
           MOVE SMProdName TO La-ProdName(WS-LA-SLOT)
           MOVE SMSize TO La-Size(WS-LA-SLOT)
           MOVE SMLot TO La-Lot(WS-LA-SLOT)
           MOVE ZERO TO La-Qty(WS-LA-SLOT)
       END-IF.
       COMPUTE La-Qty(WS-LA-SLOT) = La-Qty(WS-LA-SLOT) - SMQty.

PrintLotLines.
       PERFORM VARYING WS-LA-IDX FROM 1 BY 1 UNTIL WS-LA-IDX > LaCount
           IF La-ProdName(WS-LA-IDX) = WS-LOT-PROD
                   AND La-Size(WS-LA-IDX) = WS-LOT-SIZE
                   AND (WS-LOT-ORDER = ZERO
                        OR La-OrderNum(WS-LA-IDX) = WS-LOT-ORDER)
               MOVE La-Lot(WS-LA-IDX) TO WS-L-LOT
               MOVE La-Qty(WS-LA-IDX) TO WS-L-QTY
               MOVE SPACES TO WS-L-ORDER-TAG
               MOVE SPACES TO WS-L-ORDER
               IF WS-LOT-ORDER = ZERO
                   MOVE "  ORDER " TO WS-L-ORDER-TAG
                   MOVE La-OrderNum(WS-LA-IDX) TO WS-L-ORDER
               END-IF
               IF WS-LOT-TARGET = 'P'
                   MOVE WS-LOT-LINE TO PickListLine
                   WRITE PickListLine
               ELSE
                   MOVE WS-LOT-LINE TO PackingSlipLine
                   WRITE PackingSlipLine
               END-IF
           END-IF
       END-PERFORM.

LoadOpenLines.
       PERFORM ReadDetail.
       PERFORM UNTIL AtEndOfDetails
                   MOVE 'Y' TO WS-ORDER-FOUND
               END-IF
           END-PERFORM
*> Drop-ship lines leave from the vendor, not this stockroom, and
*> another location's lines from its own
           IF DetLocation = SPACES
               MOVE "MAIN" TO DetLocation
           END-IF
           IF WS-ORDER-FOUND = 'Y' AND PickLineCount < 1000
                   AND NOT DetIsDropShip
                   AND DetLocation = WS-STOCK-LOC
               ADD 1 TO PickLineCount
               MOVE DetOrderNum TO Pl-OrderNum(PickLineCount)
               MOVE DetProdName TO Pl-ProdName(PickLineCount)
LookUpBin.
       MOVE SPACES TO Pl-Bin(PickLineCount).
       IF WS-STOCK-OPEN = 'Y'
           MOVE WS-STOCK-LOC TO StockLocation
           MOVE DetProdName TO StockProdName
           MOVE DetSize TO StockSize
           READ StockFile
*> Selection-print in bin walk order (then product within a bin) so
*> the picker walks the room once in one direction: each pass
*> prints the lowest unprinted bin/product
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO PickListLine.
       STRING "PICK LIST - OPEN ORDERS" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO PickListLine.
       WRITE PickListLine.
       MOVE SPACES TO PickListLine.
       STRING "LOCATION " WS-STOCK-LOC " " WS-SL-NAME
           DELIMITED BY SIZE INTO PickListLine.
       WRITE PickListLine.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > PickLineCount
               MOVE Pl-OrderNum(WS-BEST) TO WS-P-ORDER
               MOVE WS-PICK-DETAIL TO PickListLine
               WRITE PickListLine
               MOVE Pl-OrderNum(WS-BEST) TO WS-LOT-ORDER
               MOVE Pl-ProdName(WS-BEST) TO WS-LOT-PROD
               MOVE Pl-Size(WS-BEST) TO WS-LOT-SIZE
               MOVE 'P' TO WS-LOT-TARGET
               PERFORM PrintLotLines
               PERFORM PrintKitComponentsPick
               MOVE 'Y' TO Pl-Printed(WS-BEST)
           END-IF
               MOVE WS-COMP-QTY TO WS-K-QTY
               MOVE WS-COMP-LINE TO PickListLine
               WRITE PickListLine
               MOVE Pl-OrderNum(WS-BEST) TO WS-LOT-ORDER
               MOVE Bm-Prod(WS-BOM-IDX) TO WS-LOT-PROD
               MOVE Bm-Size(WS-BOM-IDX) TO WS-LOT-SIZE
               MOVE 'P' TO WS-LOT-TARGET
               PERFORM PrintLotLines
           END-IF
       END-PERFORM.

       END-PERFORM.

PrintOneSlip.
*> An order the vendor drop-ships entire has nothing to pack here
       MOVE 0 TO WS-SLIP-LINES.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > PickLineCount
           IF Pl-OrderNum(WS-JDX) = Oo-OrderNum(WS-IDX)
               ADD 1 TO WS-SLIP-LINES
           END-IF
       END-PERFORM.
       IF WS-SLIP-LINES = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE Oo-CustID(WS-IDX) TO IDNum.
       MOVE 'Y' TO WS-CUST-FOUND.
       READ CustomerFile
               MOVE Pl-Qty(WS-JDX) TO WS-S-QTY
               MOVE WS-SLIP-DETAIL TO PackingSlipLine
               WRITE PackingSlipLine
               MOVE Pl-OrderNum(WS-JDX) TO WS-LOT-ORDER
               MOVE Pl-ProdName(WS-JDX) TO WS-LOT-PROD
               MOVE Pl-Size(WS-JDX) TO WS-LOT-SIZE
               MOVE 'S' TO WS-LOT-TARGET
               PERFORM PrintLotLines
               PERFORM PrintKitComponentsSlip
           END-IF
       END-PERFORM.
               MOVE WS-COMP-QTY TO WS-K-QTY
               MOVE WS-COMP-LINE TO PackingSlipLine
               WRITE PackingSlipLine
               MOVE Pl-OrderNum(WS-JDX) TO WS-LOT-ORDER
               MOVE Bm-Prod(WS-BOM-IDX) TO WS-LOT-PROD
               MOVE Bm-Size(WS-BOM-IDX) TO WS-LOT-SIZE
               MOVE 'S' TO WS-LOT-TARGET
               PERFORM PrintLotLines
           END-IF
       END-PERFORM.

           END-IF
       END-PERFORM.
       CLOSE ShipToFile.

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

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDERIMPORT.
*> Electronic order intake - the spreadsheets the larger customers
*> email in, saved as orderimport.csv, become real numbered orders
*> instead of an afternoon of re-keying into ORDERENTRY. One row per
*> order line: customer ID, the customer's PO reference, ship-to
*> code (blank = mailing address), SKU, size, quantity. Consecutive
*> rows with the same customer and PO reference make one order.
*> Each order is checked the way ORDERENTRY checks a keyed one -
*> Active customer, no active hold on credithold.txt, ship-to code
*> on file for the customer - and must carry a PO reference not
*> already on an order for that customer, so the same file can't
*> import twice. A failing order is rejected whole; a failing line
*> (SKU not on products.dat, bad size or quantity) is rejected on
*> its own and the rest of its order goes through. Orders are
*> written to orderhdr.dat/orderdetail.txt under the shared
*> orderctl.txt numbering with the PO reference on the header,
*> priced from products.dat - at the customer's contract price where
*> one is in force (CONTRPRICE) - and depleting stock with backorder
*> capture exactly as STANDINGRUN does. Rejected rows go to
*> orderimport_reject.txt with the reason; the run ends with counts
*> of orders and lines accepted and rejected.
*> Orders are filled from the station's home stock location
*> (stockloc.txt via STOCKLOC) - there is no operator to ask.
*> SPLITLINE only splits three columns, so this splits its six with
*> the same trim/UNSTRING approach CUSTIMPORT uses.
*> Run in a training session (TRNMODE) it works on the practice
*> data set.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ImportFile ASSIGN TO "orderimport.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMPORT-STATUS.
*> Rows that fail validation land here with the reason on the end
       SELECT OPTIONAL RejectFile ASSIGN TO "orderimport_reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           *> DYNAMIC: the duplicate-PO check walks the order book,
           *> new orders are written by key
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL OrderDetailFile ASSIGN TO "orderdetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDDTL-STATUS.
       SELECT StockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StockKey
           FILE STATUS IS WS-STOCK-STATUS.
       SELECT OPTIONAL OrderControlFile ASSIGN TO "orderctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BackorderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HoldFile ASSIGN TO "credithold.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Movement ledger behind every on-hand change - the custaudit.txt
*> trick applied to inventory
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Kit bill of materials maintained by KITMAINT - a kit line leaves
*> the shelf as its components
       SELECT OPTIONAL KitBomFile ASSIGN TO "kitbom.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ImportFile.
       01 ImportLine PIC X(120).

FD RejectFile.
       01 RejectRecord.
           02 RejLine PIC X(120).
           02 FILLER PIC X VALUE SPACE.
           02 RejReason PIC X(30).

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with PRODMAINT/ORDERENTRY via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDDTLREC.cpy
FD OrderDetailFile.
       01 OrderDetailData.
           COPY ORDDTLREC REPLACING ==LEVEL== BY ==02==.

*> Shared with STOCKRECEIVE and the reorder report via
*> copybooks/STOCKREC.cpy
FD StockFile.
       COPY STOCKREC.

FD OrderControlFile.
       01 OrderControlRecord.
           02 CtlNextOrderNum PIC 9(6).

*> Shared with ORDERENTRY/STOCKRECEIVE via copybooks/BACKORDREC.cpy
FD BackorderFile.
       COPY BACKORDREC.

*> Shared with CREDITHOLD/CREDITRELEASE via copybooks/CRHOLDREC.cpy
FD HoldFile.
       COPY CRHOLDREC.

*> Shared with coboltut.cbl/ORDERENTRY via copybooks/SHIPTOREC.cpy
FD ShipToFile.
       COPY SHIPTOREC.

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

*> Shared with KITMAINT/PICKLIST via copybooks/KITBOMREC.cpy
FD KitBomFile.
       COPY KITBOMREC.

WORKING-STORAGE SECTION.
       01 WS-IMPORT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-ORDDTL-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-OCTL-EOF PIC X VALUE 'N'.
       01 WS-HOLD-EOF PIC X.
       01 WS-ON-HOLD PIC X.
       01 WS-SHIPTO-EOF PIC X.
       01 WS-SHIPTO-FOUND PIC X.
       01 WS-CUST-FOUND PIC X.
       01 WS-STOCK-FOUND PIC X.
       01 WS-ORDHDR-EOF PIC X.
       01 WS-DUP-ORDER PIC 9(6).
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
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-ACCEPTED PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-LINES-ACCEPTED PIC 9(5) VALUE ZERO.
       01 WS-LINES-REJECTED PIC 9(5) VALUE ZERO.
*> One row split into its six columns
       01 WS-FIELD-COUNT PIC 9.
       01 WS-TRIM-END PIC 9(3).
       01 WS-FIELD-LEN PIC 9(3).
       01 WS-RAW-ID PIC X(20).
       01 WS-RAW-PO PIC X(20).
       01 WS-RAW-SHIPTO PIC X(20).
       01 WS-RAW-SKU PIC X(20).
       01 WS-RAW-SIZE PIC X(20).
       01 WS-RAW-QTY PIC X(20).
       01 WS-REASON PIC X(30).
       01 WS-REJ-SOURCE PIC X(120).
*> The order being gathered - its key columns as the first row gave
*> them, and whether a later row named another ship-to
       01 WS-GRP-ID PIC X(20).
       01 WS-GRP-PO PIC X(20).
       01 WS-GRP-SHIPTO PIC X(20).
       01 WS-SHIPTO-MIXED PIC X VALUE 'N'.
       01 WS-GRP-OVERFLOW PIC X VALUE 'N'.
       01 WS-ORDER-REASON PIC X(30).
       01 WS-GOOD-LINES PIC 9(3).
*> The gathered order's rows, each with its line-level reject
*> reason (spaces = good). The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 RowCount PIC 9(3) VALUE ZERO.
       01 RowTable.
           02 RowEntry OCCURS 0 TO 100 TIMES DEPENDING ON RowCount.
               03 Rw-Line PIC X(120).
               03 Rw-ProdName PIC X(10).
               03 Rw-Size PIC A.
               03 Rw-Qty PIC 9(3).
               03 Rw-Reason PIC X(30).
       01 WS-IDX PIC 9(3).
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
       01 WS-DS-PROD PIC X(10).
       01 WS-DS-SIZE PIC A.
       01 WS-DS-QTY PIC 9(5).
*> Kit bill of materials loaded once at startup. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 BomCount PIC 9(3) VALUE ZERO.
       01 BomTable.
           02 Bom OCCURS 0 TO 300 TIMES DEPENDING ON BomCount.
               03 Bm-Kit PIC X(10).
               03 Bm-Prod PIC X(10).
               03 Bm-Size PIC A.
               03 Bm-Qty PIC 9(3).
       01 WS-BOM-EOF PIC X.
       01 WS-BOM-IDX PIC 9(3).
       01 WS-IS-KIT PIC X.
*> STOCKLOC linkage - the station's home location, which the run
*> books stock against
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.

*> TRNMODE linkage - run in a training session this works on the
*> practice data set, and says so
       01 WS-TM-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "ORDERIMPORT: *** TRAINING *** practice data set"
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE 'HOME' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       OPEN INPUT ImportFile.
       IF WS-IMPORT-STATUS NOT = "00"
           DISPLAY "ORDERIMPORT: unable to open orderimport.csv, "
               "status " WS-IMPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "ORDERIMPORT: unable to open CustomerFile, "
               "status " WS-CUSTOMER-STATUS
           CLOSE ImportFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
*> Every line is checked and priced against the product master - no
*> operator is here to key a price, so without it nothing imports
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS NOT = "00"
           DISPLAY "ORDERIMPORT: unable to open products.dat, "
               "status " WS-PRODUCT-STATUS
           CLOSE ImportFile
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O OrderHeaderFile.
       IF WS-ORDHDR-STATUS = "35"
           OPEN OUTPUT OrderHeaderFile
           CLOSE OrderHeaderFile
           OPEN I-O OrderHeaderFile
       END-IF.
       IF WS-ORDHDR-STATUS NOT = "00"
           DISPLAY "ORDERIMPORT: unable to open orderhdr.dat, "
               "status " WS-ORDHDR-STATUS
           CLOSE ImportFile
           CLOSE CustomerFile
           CLOSE ProductFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND OrderDetailFile.
       IF WS-ORDDTL-STATUS NOT = "00" AND WS-ORDDTL-STATUS NOT = "05"
           DISPLAY "ORDERIMPORT: unable to open orderdetail.txt, "
               "status " WS-ORDDTL-STATUS
           CLOSE ImportFile
           CLOSE CustomerFile
           CLOSE ProductFile
           CLOSE OrderHeaderFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O StockFile.
       IF WS-STOCK-STATUS = "35"
           OPEN OUTPUT StockFile
           CLOSE StockFile
           OPEN I-O StockFile
       END-IF.
       IF WS-STOCK-STATUS NOT = "00"
           DISPLAY "ORDERIMPORT: unable to open stock.dat, status "
               WS-STOCK-STATUS
           CLOSE ImportFile
           CLOSE CustomerFile
           CLOSE ProductFile
           CLOSE OrderHeaderFile
           CLOSE OrderDetailFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadNextOrderNum.
       PERFORM LoadKitBom.
       OPEN OUTPUT RejectFile.
       PERFORM ReadImport.
       PERFORM UNTIL AtEndOfFile
           PERFORM TakeOneRow
           PERFORM ReadImport
       END-PERFORM.
*> The last order in the file has no following row to end it
       IF RowCount > 0 OR WS-GRP-OVERFLOW = 'Y'
           PERFORM ImportOneOrder
       END-IF.
       PERFORM SaveNextOrderNum.
       CLOSE ImportFile
       CLOSE RejectFile
       CLOSE CustomerFile
       CLOSE ProductFile
       CLOSE OrderHeaderFile
       CLOSE OrderDetailFile
       CLOSE StockFile.
       DISPLAY "Rows read:        " WS-READ-COUNT.
       DISPLAY "Orders accepted:  " WS-ORDERS-ACCEPTED.
       DISPLAY "Orders rejected:  " WS-ORDERS-REJECTED.
       DISPLAY "Lines accepted:   " WS-LINES-ACCEPTED.
       DISPLAY "Lines rejected:   " WS-LINES-REJECTED.
       IF WS-LINES-REJECTED > 0
           DISPLAY "Rejected rows are in orderimport_reject.txt"
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadImport.
       READ ImportFile
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

TakeOneRow.
*> A blank line (the spreadsheet's trailing rows) is nobody's order
       IF ImportLine = SPACES
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-READ-COUNT.
       *> Trim trailing spaces then split on commas, the same
       *> approach SPLITLINE takes for three-column files
       PERFORM VARYING WS-TRIM-END FROM 120 BY -1
           UNTIL ImportLine(WS-TRIM-END:1) NOT = SPACE
              OR WS-TRIM-END = 1
       END-PERFORM.
       MOVE SPACES TO WS-RAW-ID WS-RAW-PO WS-RAW-SHIPTO
           WS-RAW-SKU WS-RAW-SIZE WS-RAW-QTY.
       MOVE 0 TO WS-FIELD-COUNT.
       UNSTRING ImportLine(1:WS-TRIM-END) DELIMITED BY ','
           INTO WS-RAW-ID
                WS-RAW-PO
                WS-RAW-SHIPTO
                WS-RAW-SKU
                WS-RAW-SIZE
                WS-RAW-QTY
           TALLYING IN WS-FIELD-COUNT
       END-UNSTRING.
       IF WS-FIELD-COUNT NOT = 6
           MOVE "WRONG FIELD COUNT" TO WS-REASON
           MOVE ImportLine TO WS-REJ-SOURCE
           PERFORM RejectRow
           EXIT PARAGRAPH
       END-IF.
       *> Spreadsheet cells often carry a leading space
       MOVE FUNCTION TRIM(WS-RAW-ID) TO WS-RAW-ID.
       MOVE FUNCTION TRIM(WS-RAW-PO) TO WS-RAW-PO.
       MOVE FUNCTION TRIM(WS-RAW-SHIPTO) TO WS-RAW-SHIPTO.
       MOVE FUNCTION TRIM(WS-RAW-SKU) TO WS-RAW-SKU.
       MOVE FUNCTION TRIM(WS-RAW-SIZE) TO WS-RAW-SIZE.
       MOVE FUNCTION TRIM(WS-RAW-QTY) TO WS-RAW-QTY.
*> A new customer/PO pair ends the order gathered so far
       IF RowCount > 0 OR WS-GRP-OVERFLOW = 'Y'
           IF WS-RAW-ID NOT = WS-GRP-ID OR WS-RAW-PO NOT = WS-GRP-PO
               PERFORM ImportOneOrder
           END-IF
       END-IF.
       IF RowCount = 0 AND WS-GRP-OVERFLOW = 'N'
           MOVE WS-RAW-ID TO WS-GRP-ID
           MOVE WS-RAW-PO TO WS-GRP-PO
           MOVE WS-RAW-SHIPTO TO WS-GRP-SHIPTO
           MOVE 'N' TO WS-SHIPTO-MIXED
       ELSE
           IF WS-RAW-SHIPTO NOT = WS-GRP-SHIPTO
               MOVE 'Y' TO WS-SHIPTO-MIXED
           END-IF
       END-IF.
*> Refuse rather than truncate: the whole order goes back, the rows
*> past the table now and the rest when the order is judged
       IF RowCount = 100
           MOVE 'Y' TO WS-GRP-OVERFLOW
           MOVE "ORDER OVER 100 LINES" TO WS-REASON
           MOVE ImportLine TO WS-REJ-SOURCE
           PERFORM RejectRow
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO RowCount.
       MOVE ImportLine TO Rw-Line(RowCount).
       PERFORM CheckRowLine.

CheckRowLine.
*> The line-level checks - a bad line is rejected on its own
       MOVE SPACES TO Rw-Reason(RowCount).
       MOVE SPACES TO Rw-ProdName(RowCount).
       MOVE SPACE TO Rw-Size(RowCount).
       MOVE ZERO TO Rw-Qty(RowCount).
       EVALUATE TRUE
           WHEN WS-RAW-SKU = SPACES
               MOVE "SKU BLANK" TO Rw-Reason(RowCount)
           WHEN WS-RAW-SKU(11:10) NOT = SPACES
               MOVE "SKU TOO LONG" TO Rw-Reason(RowCount)
           WHEN WS-RAW-SIZE = SPACES
                   OR WS-RAW-SIZE(2:19) NOT = SPACES
                   OR WS-RAW-SIZE(1:1) IS NOT ALPHABETIC
               MOVE "SIZE NOT VALID" TO Rw-Reason(RowCount)
           WHEN WS-RAW-QTY = SPACES
               MOVE "QUANTITY BLANK" TO Rw-Reason(RowCount)
           WHEN WS-RAW-QTY(4:17) NOT = SPACES
               MOVE "QUANTITY OVER 999" TO Rw-Reason(RowCount)
       END-EVALUATE.
       IF Rw-Reason(RowCount) NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-QTY))
           TO WS-FIELD-LEN.
       IF WS-RAW-QTY(1:WS-FIELD-LEN) IS NOT NUMERIC
           MOVE "QUANTITY NOT NUMERIC" TO Rw-Reason(RowCount)
           EXIT PARAGRAPH
       END-IF.
       COMPUTE Rw-Qty(RowCount) =
           FUNCTION NUMVAL(WS-RAW-QTY(1:WS-FIELD-LEN)).
       IF Rw-Qty(RowCount) = ZERO
           MOVE "QUANTITY ZERO" TO Rw-Reason(RowCount)
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-RAW-SKU(1:10) TO ProdSKU.
       READ ProductFile
           INVALID KEY
               MOVE "SKU NOT ON FILE" TO Rw-Reason(RowCount)
               EXIT PARAGRAPH
       END-READ.
       MOVE WS-RAW-SKU(1:10) TO Rw-ProdName(RowCount).
       MOVE FUNCTION UPPER-CASE(WS-RAW-SIZE(1:1)) TO Rw-Size(RowCount).

ImportOneOrder.
       PERFORM ValidateOrder.
       IF WS-ORDER-REASON NOT = SPACES
           PERFORM RejectWholeOrder
       ELSE
           MOVE 0 TO WS-GOOD-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > RowCount
               IF Rw-Reason(WS-IDX) = SPACES
                   ADD 1 TO WS-GOOD-LINES
               END-IF
           END-PERFORM
           IF WS-GOOD-LINES = 0
               MOVE "NO VALID LINES" TO WS-ORDER-REASON
               PERFORM RejectWholeOrder
           ELSE
               PERFORM ReserveOrderHeader
               IF WS-ORDER-RESERVED = 'N'
                   MOVE "ORDER NUMBER IN USE" TO WS-ORDER-REASON
                   PERFORM RejectWholeOrder
               ELSE
                   PERFORM WriteOrderLines
               END-IF
           END-IF
       END-IF.
       MOVE 0 TO RowCount.
       MOVE 'N' TO WS-GRP-OVERFLOW.

ValidateOrder.
*> The order-level checks, the ones ORDERENTRY makes before a line
*> is keyed - any failure rejects every line of the order
       MOVE SPACES TO WS-ORDER-REASON.
       IF WS-GRP-OVERFLOW = 'Y'
           MOVE "ORDER OVER 100 LINES" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       IF WS-GRP-ID = SPACES
           MOVE "CUSTOMER ID BLANK" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GRP-ID)) TO WS-FIELD-LEN.
       *> An ID past five digits would silently truncate into some
       *> other account's number - reject it
       IF WS-FIELD-LEN > 5
           MOVE "CUSTOMER ID TOO LONG" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       IF WS-GRP-ID(1:WS-FIELD-LEN) IS NOT NUMERIC
           MOVE "CUSTOMER ID NOT NUMERIC" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       IF WS-GRP-PO = SPACES
           MOVE "PO REFERENCE BLANK" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       IF WS-GRP-PO(16:5) NOT = SPACES
           MOVE "PO REFERENCE TOO LONG" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       COMPUTE IDNum = FUNCTION NUMVAL(WS-GRP-ID(1:WS-FIELD-LEN)).
       READ CustomerFile
           INVALID KEY MOVE 'N' TO WS-CUST-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
       END-READ.
       IF WS-CUST-FOUND = 'N' OR CustInactive
           MOVE "CUSTOMER NOT ACTIVE" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       PERFORM CheckCreditHold.
       IF WS-ON-HOLD = 'Y'
           MOVE "CUSTOMER ON CREDIT HOLD" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       IF WS-SHIPTO-MIXED = 'Y'
           MOVE "SHIP-TO DIFFERS BY LINE" TO WS-ORDER-REASON
           EXIT PARAGRAPH
       END-IF.
       IF WS-GRP-SHIPTO NOT = SPACES
           IF WS-GRP-SHIPTO(5:16) NOT = SPACES
               MOVE "SHIP-TO NOT ON FILE" TO WS-ORDER-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM LookUpShipTo
           IF WS-SHIPTO-FOUND = 'N'
               MOVE "SHIP-TO NOT ON FILE" TO WS-ORDER-REASON
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM FindDuplicatePO.
       IF WS-DUP-ORDER NOT = ZERO
           STRING "PO ALREADY ON ORDER " WS-DUP-ORDER
               DELIMITED BY SIZE INTO WS-ORDER-REASON
       END-IF.

CheckCreditHold.
*> An active hold record for this customer means CREDITHOLD judged
*> the account too far past due for new business - only the
*> supervisor release program can clear it
       MOVE 'N' TO WS-ON-HOLD.
       MOVE 'N' TO WS-HOLD-EOF.
       OPEN INPUT HoldFile.
       PERFORM UNTIL WS-HOLD-EOF = 'Y' OR WS-ON-HOLD = 'Y'
           READ HoldFile
               AT END MOVE 'Y' TO WS-HOLD-EOF
           END-READ
           IF WS-HOLD-EOF NOT = 'Y'
               IF CHCustID = IDNum AND CHHoldActive
                   MOVE 'Y' TO WS-ON-HOLD
               END-IF
           END-IF
       END-PERFORM.
       CLOSE HoldFile.

LookUpShipTo.
       MOVE 'N' TO WS-SHIPTO-FOUND.
       MOVE 'N' TO WS-SHIPTO-EOF.
       OPEN INPUT ShipToFile.
       PERFORM UNTIL WS-SHIPTO-EOF = 'Y' OR WS-SHIPTO-FOUND = 'Y'
           READ ShipToFile
               AT END MOVE 'Y' TO WS-SHIPTO-EOF
           END-READ
           IF WS-SHIPTO-EOF NOT = 'Y'
               IF STCustID = IDNum AND STCode = WS-GRP-SHIPTO(1:4)
                   MOVE 'Y' TO WS-SHIPTO-FOUND
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ShipToFile.

FindDuplicatePO.
*> The customer's PO reference on any live order of theirs - this
*> run's own orders included, so a PO split across the file is
*> caught too. A cancelled order doesn't count: the customer may
*> well send the PO again
       MOVE ZERO TO WS-DUP-ORDER.
       MOVE 'N' TO WS-ORDHDR-EOF.
       MOVE ZERO TO OrderNum.
       START OrderHeaderFile KEY IS NOT LESS THAN OrderNum
           INVALID KEY MOVE 'Y' TO WS-ORDHDR-EOF
       END-START.
       PERFORM UNTIL WS-ORDHDR-EOF = 'Y' OR WS-DUP-ORDER NOT = ZERO
           READ OrderHeaderFile NEXT RECORD
               AT END MOVE 'Y' TO WS-ORDHDR-EOF
           END-READ
           IF WS-ORDHDR-EOF NOT = 'Y'
               IF OrderCustID = IDNum
                       AND OrderCustPO = WS-GRP-PO(1:15)
                       AND NOT OrderCancelled
                   MOVE OrderNum TO WS-DUP-ORDER
               END-IF
           END-IF
       END-PERFORM.

RejectWholeOrder.
       ADD 1 TO WS-ORDERS-REJECTED.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > RowCount
           *> A line with its own fault reports that; the rest carry
           *> the order's reason
           IF Rw-Reason(WS-IDX) NOT = SPACES
                   AND WS-ORDER-REASON = "NO VALID LINES"
               MOVE Rw-Reason(WS-IDX) TO WS-REASON
           ELSE
               MOVE WS-ORDER-REASON TO WS-REASON
           END-IF
           MOVE Rw-Line(WS-IDX) TO WS-REJ-SOURCE
           PERFORM RejectRow
       END-PERFORM.
       DISPLAY "ORDERIMPORT: customer " WS-GRP-ID(1:5) " PO "
           WS-GRP-PO(1:15) " rejected - " WS-ORDER-REASON.

RejectRow.
       *> Blank the whole record first - unset FILLER bytes trip
       *> this build's LINE SEQUENTIAL status-71 check
       MOVE SPACES TO RejectRecord.
       MOVE WS-REJ-SOURCE TO RejLine.
       MOVE WS-REASON TO RejReason.
       WRITE RejectRecord.
       ADD 1 TO WS-LINES-REJECTED.

ReserveOrderHeader.
*> Same number discipline as ORDERENTRY: the header goes down and
*> the bumped control file is saved before any line is written
       MOVE 'N' TO WS-ORDER-RESERVED.
       MOVE WS-NEXT-ORDER-NUM TO WS-CURRENT-ORDER.
       MOVE WS-CURRENT-ORDER TO OrderNum.
       MOVE IDNum TO OrderCustID.
       MOVE WS-RUN-DATE TO OrderDate.
       SET OrderOpen TO TRUE.
       MOVE WS-GRP-SHIPTO(1:4) TO OrderShipTo.
       MOVE ZERO TO OrderInvoiceNum.
       MOVE WS-GRP-PO(1:15) TO OrderCustPO.
       WRITE OrderHeaderData
           INVALID KEY
               DISPLAY "ORDERIMPORT: order number " OrderNum
                   " already on file"
           NOT INVALID KEY
               MOVE 'Y' TO WS-ORDER-RESERVED
               ADD 1 TO WS-NEXT-ORDER-NUM
               PERFORM SaveNextOrderNum
       END-WRITE.

WriteOrderLines.
       ADD 1 TO WS-ORDERS-ACCEPTED.
       MOVE 0 TO WS-LINE-NUM.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > RowCount
           IF Rw-Reason(WS-IDX) = SPACES
               PERFORM WriteOneOrderLine
           ELSE
               MOVE Rw-Reason(WS-IDX) TO WS-REASON
               MOVE Rw-Line(WS-IDX) TO WS-REJ-SOURCE
               PERFORM RejectRow
           END-IF
       END-PERFORM.
       DISPLAY "ORDERIMPORT: customer " OrderCustID " PO "
           WS-GRP-PO(1:15) " imported as order " WS-CURRENT-ORDER
           ", " WS-LINE-NUM " lines".

WriteOneOrderLine.
       ADD 1 TO WS-LINE-NUM.
       ADD 1 TO WS-LINES-ACCEPTED.
       MOVE WS-CURRENT-ORDER TO DetOrderNum.
       MOVE WS-LINE-NUM TO DetLineNum.
       MOVE Rw-ProdName(WS-IDX) TO DetProdName.
       MOVE Rw-Size(WS-IDX) TO DetSize.
       MOVE Rw-Qty(WS-IDX) TO DetQty.
       MOVE ZERO TO DetLinePrice.
       MOVE SPACE TO DetDropShip.
       MOVE ZERO TO DetDropShipPO.
       MOVE ZERO TO DetPromiseDate.
       MOVE ZERO TO DetPromisePO.
       MOVE SPACES TO DetSubstFor.
       MOVE WS-STOCK-LOC TO DetLocation.
       MOVE Rw-ProdName(WS-IDX) TO ProdSKU.
       READ ProductFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE ProdSKU TO WS-CP-SKU
               MOVE ProdUnitPrice TO WS-CP-LIST
               CALL 'CONTRPRICE' USING IDNum, WS-CP-SKU, WS-RUN-DATE,
                   WS-CP-LIST, WS-CP-PRICE, WS-CP-STATUS
               END-CALL
               COMPUTE DetLinePrice = WS-CP-PRICE * Rw-Qty(WS-IDX)
       END-READ.
       WRITE OrderDetailData.
       PERFORM DepleteStock.

DepleteStock.
*> Same shelf discipline as ORDERENTRY: a kit line leaves as its
*> KITMAINT components, exploded here; anything else depletes its
*> own product/size record
       MOVE 'N' TO WS-IS-KIT.
       PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > BomCount
           IF Bm-Kit(WS-BOM-IDX) = DetProdName
               MOVE 'Y' TO WS-IS-KIT
               MOVE Bm-Prod(WS-BOM-IDX) TO WS-DS-PROD
               MOVE Bm-Size(WS-BOM-IDX) TO WS-DS-SIZE
               COMPUTE WS-DS-QTY = Bm-Qty(WS-BOM-IDX) * DetQty
               PERFORM DepleteOneKey
           END-IF
       END-PERFORM.
       IF WS-IS-KIT = 'N'
           MOVE DetProdName TO WS-DS-PROD
           MOVE DetSize TO WS-DS-SIZE
           MOVE DetQty TO WS-DS-QTY
           PERFORM DepleteOneKey
       END-IF.

DepleteOneKey.
*> Deplete what is on hand, backorder the shortfall for
*> STOCKRECEIVE to fill
       MOVE 0 TO WS-SHORT-QTY.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE WS-DS-PROD TO StockProdName.
       MOVE WS-DS-SIZE TO StockSize.
       READ StockFile
           INVALID KEY MOVE 'N' TO WS-STOCK-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-STOCK-FOUND
       END-READ.
       IF WS-STOCK-FOUND = 'Y'
           IF StockOnHand < WS-DS-QTY
               IF StockOnHand > ZERO
                   COMPUTE WS-SHORT-QTY = WS-DS-QTY - StockOnHand
                   MOVE ZERO TO StockOnHand
               ELSE
                   MOVE WS-DS-QTY TO WS-SHORT-QTY
               END-IF
           ELSE
               SUBTRACT WS-DS-QTY FROM StockOnHand
           END-IF
           REWRITE StockData
               INVALID KEY
                   DISPLAY "Unable to deplete stock for "
                       WS-DS-PROD "/" WS-DS-SIZE
           END-REWRITE
           COMPUTE WS-LT-QTY = WS-DS-QTY - WS-SHORT-QTY
           IF WS-LT-QTY NOT = ZERO
               PERFORM WriteLotMovements
           END-IF
       ELSE
           DISPLAY "WARNING: no stock record for " WS-DS-PROD
               "/" WS-DS-SIZE " - receive it before shipping"
           MOVE WS-DS-QTY TO WS-SHORT-QTY
       END-IF.
       IF WS-SHORT-QTY > 0
           PERFORM WriteBackorder
       END-IF.

LoadKitBom.
       MOVE 'N' TO WS-BOM-EOF.
       OPEN INPUT KitBomFile.
       PERFORM UNTIL WS-BOM-EOF = 'Y' OR BomCount = 300
           READ KitBomFile
               AT END MOVE 'Y' TO WS-BOM-EOF
           END-READ
           IF WS-BOM-EOF NOT = 'Y'
               ADD 1 TO BomCount
               MOVE KBKitSKU TO Bm-Kit(BomCount)
               MOVE KBCompProdName TO Bm-Prod(BomCount)
               MOVE KBCompSize TO Bm-Size(BomCount)
               MOVE KBCompQty TO Bm-Qty(BomCount)
           END-IF
       END-PERFORM.
       CLOSE KitBomFile.

WriteStockMovement.
       OPEN EXTEND StockMoveFile.
       MOVE StockProdName TO SMProdName.
       MOVE StockSize TO SMSize.
       MOVE WS-RUN-DATE TO SMDate.
       MOVE WS-SM-QTY TO SMQty.
       MOVE "ORDERIMPORT" TO SMSource.
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
       MOVE WS-DS-SIZE TO BOSize.
       MOVE WS-CURRENT-ORDER TO BOOrderNum.
       MOVE WS-RUN-DATE TO BODate.
       MOVE WS-SHORT-QTY TO BOQtyOwed.
       SET BOOpen TO TRUE.
       MOVE WS-STOCK-LOC TO BOLocation.
       WRITE BackorderRecord.
       CLOSE BackorderFile.
       DISPLAY "Backordered " WS-SHORT-QTY " of " WS-DS-PROD "/"
           WS-DS-SIZE " for order " WS-CURRENT-ORDER.

LoadNextOrderNum.
       OPEN INPUT OrderControlFile.
       READ OrderControlFile
           AT END MOVE 'Y' TO WS-OCTL-EOF
       END-READ.
       IF WS-OCTL-EOF NOT = 'Y'
           MOVE CtlNextOrderNum TO WS-NEXT-ORDER-NUM
       END-IF.
       CLOSE OrderControlFile.

SaveNextOrderNum.
       OPEN OUTPUT OrderControlFile.
       MOVE WS-NEXT-ORDER-NUM TO CtlNextOrderNum.
       WRITE OrderControlRecord.
       CLOSE OrderControlFile.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RECALLTRACE.
*> Recall trace for one supplier lot. Given a SKU and the lot number
*> on the supplier's notice, lists
*>   - every receipt that brought the lot in (lots.txt, booked by
*>     STOCKRECEIVE through LOTTRACK, with the PO it came in on and
*>     the expiry date if one was given),
*>   - every order that was filled from it (stockmove.txt - the
*>     order programs and STOCKRECEIVE's backorder fills record the
*>     lot drawn on each movement, SMReference holding the order
*>     number), with the customer's name, phone and email to call,
*>     looking archived orders up in orderhist_hdr.txt, and
*>   - how much of the lot is still on the shelf to pull.
*> Every size of the SKU is traced. Written to recall_report.txt.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LotFile ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL HistHeaderFile ASSIGN TO "orderhist_hdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ReportFile ASSIGN TO "recall_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with LOTTRACK via copybooks/LOTREC.cpy
FD LotFile.
       COPY LOTREC.

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

*> Shared with ORDERENTRY via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> ORDERARCHIVE's history, same shape under the Hist names
FD HistHeaderFile.
       01 HistHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==
                                    ==OrderNum== BY ==HistOrderNum==
                                    ==OrderCustID== BY ==HistCustID==
                                    ==OrderDate== BY ==HistDate==
                                    ==OrderStatus== BY ==HistStatus==
                                    ==OrderOpen== BY ==HistOpen==
                                    ==OrderShipped== BY ==HistShipped==
                                    ==OrderInvoiced== BY ==HistInvoiced==
                                    ==OrderCancelled== BY ==HistCancelled==
                                    ==OrderShipTo== BY ==HistShipTo==
                                    ==OrderInvoiceNum== BY ==HistInvoiceNum==
                                    ==OrderCustPO== BY ==HistCustPO==.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-TRACE-SKU PIC X(10).
       01 WS-TRACE-LOT PIC X(12).
       01 WS-HAVE-ORDERS PIC X VALUE 'N'.
*> Each order the lot went out on, quantity summed over its
*> movements. The DEPENDING ON counter must be declared ahead of
*> the table it sizes
       01 RoCount PIC 9(4) VALUE ZERO.
       01 RoTable.
           02 RoEntry OCCURS 0 TO 2000 TIMES DEPENDING ON RoCount.
               03 Ro-OrderNum PIC 9(6).
               03 Ro-Size PIC A.
               03 Ro-Date PIC 9(8).
               03 Ro-Qty PIC S9(6).
               03 Ro-CustID PIC 9(5).
               03 Ro-Where PIC X(8).
       01 WS-RO-IDX PIC 9(4).
       01 WS-RO-SLOT PIC 9(4).
       01 WS-RO-OVERFLOW PIC X VALUE 'N'.
       01 WS-REF-ORDER PIC 9(6).
       01 WS-RECEIPTS PIC 9(4) VALUE ZERO.
       01 WS-QTY-RECEIVED PIC 9(7) VALUE ZERO.
       01 WS-QTY-ON-SHELF PIC 9(7) VALUE ZERO.
       01 WS-CUST-NAME PIC X(31).
       01 WS-RECEIPT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-SIZE PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-REF PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-EXPIRY PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-QTY-IN PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-ON-HAND PIC ZZZZZ9.
       01 WS-ORDER-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-ORDER PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-SIZE PIC X.
           02 WS-O-QTY PIC -----9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-CUSTID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-NAME PIC X(31).
           02 WS-O-PHONE PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-EMAIL PIC X(40).
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-WHERE PIC X(8).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "RECALLTRACE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "SKU to trace: " WITH NO ADVANCING.
       ACCEPT WS-TRACE-SKU.
       DISPLAY "Supplier lot number: " WITH NO ADVANCING.
       ACCEPT WS-TRACE-LOT.
       IF WS-TRACE-SKU = SPACES OR WS-TRACE-LOT = SPACES
           DISPLAY "RECALLTRACE: a SKU and a lot number are both needed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT OrderHeaderFile.
       IF WS-ORDHDR-STATUS NOT = "00"
           DISPLAY "RECALLTRACE: unable to open orderhdr.dat, status "
               WS-ORDHDR-STATUS " - have any orders been taken?"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "RECALLTRACE: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           CLOSE OrderHeaderFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "RECALLTRACE: unable to open recall_report.txt, "
               "status " WS-REPORT-STATUS
           CLOSE OrderHeaderFile
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "RECALL TRACE FOR SKU " WS-TRACE-SKU " LOT " WS-TRACE-LOT
           " AS OF " WS-RUN-DATE DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReportReceipts.
       PERFORM CollectOrders.
       IF WS-RO-OVERFLOW = 'Y'
           DISPLAY "RECALLTRACE: lot went out on more than 2000 orders "
               "- the report lists the first 2000"
       END-IF.
       PERFORM FindCustomers.
       PERFORM ReportOrders.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "RECEIPTS: " WS-RECEIPTS "   QTY RECEIVED: "
           WS-QTY-RECEIVED "   ORDERS: " RoCount
           "   STILL ON THE SHELF: " WS-QTY-ON-SHELF
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE OrderHeaderFile
       CLOSE CustomerFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Recall trace written to recall_report.txt - "
           RoCount " orders, " WS-QTY-ON-SHELF " still on the shelf".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReportReceipts.
*> lots.txt holds one record per item/lot; the receipt it came in on
*> is the PO number STOCKRECEIVE booked it against
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "RECEIPTS" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "  RECEIVED  S  RECEIPT     EXPIRES   QTY IN  ON HAND"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT LotFile.
       PERFORM UNTIL AtEndOfFile
           READ LotFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF LotProdName = WS-TRACE-SKU
                       AND LotNumber = WS-TRACE-LOT
                   ADD 1 TO WS-RECEIPTS
                   ADD LotQtyReceived TO WS-QTY-RECEIVED
                   ADD LotQtyOnHand TO WS-QTY-ON-SHELF
                   MOVE LotReceivedDate TO WS-R-DATE
                   MOVE LotSize TO WS-R-SIZE
                   MOVE LotReceiptRef TO WS-R-REF
                   IF LotExpiryDate = ZERO
                       MOVE "NONE" TO WS-R-EXPIRY
                   ELSE
                       MOVE LotExpiryDate TO WS-R-EXPIRY
                   END-IF
                   MOVE LotQtyReceived TO WS-R-QTY-IN
                   MOVE LotQtyOnHand TO WS-R-ON-HAND
                   MOVE WS-RECEIPT-LINE TO ReportLine
                   WRITE ReportLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE LotFile.
       IF WS-RECEIPTS = 0
           MOVE "  NO RECEIPT OF THIS LOT ON FILE" TO ReportLine
           WRITE ReportLine
       END-IF.

CollectOrders.
*> Movements out against the lot carry the order number - the order
*> programs' own and STOCKRECEIVE's backorder fills alike
       MOVE 'N' TO EndOfFile.
       OPEN INPUT StockMoveFile.
       PERFORM UNTIL AtEndOfFile
           READ StockMoveFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SMProdName = WS-TRACE-SKU AND SMLot = WS-TRACE-LOT
                       AND SMQty < 0 AND SMReference(1:6) IS NUMERIC
                   MOVE SMReference(1:6) TO WS-REF-ORDER
                   PERFORM TallyOrder
               END-IF
           END-IF
       END-PERFORM.
       CLOSE StockMoveFile.

TallyOrder.
       MOVE 0 TO WS-RO-SLOT.
       PERFORM VARYING WS-RO-IDX FROM 1 BY 1
               UNTIL WS-RO-IDX > RoCount OR WS-RO-SLOT > 0
           IF Ro-OrderNum(WS-RO-IDX) = WS-REF-ORDER
                   AND Ro-Size(WS-RO-IDX) = SMSize
               MOVE WS-RO-IDX TO WS-RO-SLOT
           END-IF
       END-PERFORM.
       IF WS-RO-SLOT = 0
           IF RoCount = 2000
               MOVE 'Y' TO WS-RO-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RoCount
           MOVE RoCount TO WS-RO-SLOT
           MOVE WS-REF-ORDER TO Ro-OrderNum(WS-RO-SLOT)
           MOVE SMSize TO Ro-Size(WS-RO-SLOT)
           MOVE SMDate TO Ro-Date(WS-RO-SLOT)
           MOVE ZERO TO Ro-Qty(WS-RO-SLOT)
           MOVE ZERO TO Ro-CustID(WS-RO-SLOT)
           MOVE SPACES TO Ro-Where(WS-RO-SLOT)
       END-IF.
       SUBTRACT SMQty FROM Ro-Qty(WS-RO-SLOT).

FindCustomers.
*> Live orders first; whatever ORDERARCHIVE has moved out is found in
*> one pass of the history headers
       MOVE 'N' TO WS-HAVE-ORDERS.
       PERFORM VARYING WS-RO-IDX FROM 1 BY 1 UNTIL WS-RO-IDX > RoCount
           MOVE Ro-OrderNum(WS-RO-IDX) TO OrderNum
           READ OrderHeaderFile
               INVALID KEY MOVE 'Y' TO WS-HAVE-ORDERS
               NOT INVALID KEY
                   MOVE OrderCustID TO Ro-CustID(WS-RO-IDX)
                   MOVE OrderDate TO Ro-Date(WS-RO-IDX)
                   MOVE "LIVE" TO Ro-Where(WS-RO-IDX)
           END-READ
       END-PERFORM.
       IF WS-HAVE-ORDERS = 'N'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT HistHeaderFile.
       PERFORM UNTIL AtEndOfFile
           READ HistHeaderFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                       UNTIL WS-RO-IDX > RoCount
                   IF Ro-OrderNum(WS-RO-IDX) = HistOrderNum
                           AND Ro-Where(WS-RO-IDX) = SPACES
                       MOVE HistCustID TO Ro-CustID(WS-RO-IDX)
                       MOVE HistDate TO Ro-Date(WS-RO-IDX)
                       MOVE "ARCHIVED" TO Ro-Where(WS-RO-IDX)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE HistHeaderFile.

ReportOrders.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "ORDERS FILLED FROM THIS LOT" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "  ORDER   DATE      S   QTY  CUST  NAME"
           "                           PHONE         EMAIL"
           "                                    FILE"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-RO-IDX FROM 1 BY 1 UNTIL WS-RO-IDX > RoCount
           MOVE Ro-OrderNum(WS-RO-IDX) TO WS-O-ORDER
           MOVE Ro-Date(WS-RO-IDX) TO WS-O-DATE
           MOVE Ro-Size(WS-RO-IDX) TO WS-O-SIZE
           MOVE Ro-Qty(WS-RO-IDX) TO WS-O-QTY
           MOVE Ro-CustID(WS-RO-IDX) TO WS-O-CUSTID
           MOVE SPACES TO WS-O-NAME
           MOVE SPACES TO WS-O-PHONE
           MOVE SPACES TO WS-O-EMAIL
           IF Ro-Where(WS-RO-IDX) = SPACES
               MOVE "(ORDER NOT ON FILE)" TO WS-O-NAME
               MOVE "UNKNOWN" TO WS-O-WHERE
           ELSE
               MOVE Ro-Where(WS-RO-IDX) TO WS-O-WHERE
               MOVE Ro-CustID(WS-RO-IDX) TO IDNum
               READ CustomerFile
                   INVALID KEY MOVE "(NOT ON FILE)" TO WS-O-NAME
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CUST-NAME
                       STRING FUNCTION TRIM(FirstName) " "
                              FUNCTION TRIM(LastName)
                           DELIMITED BY SIZE INTO WS-CUST-NAME
                       MOVE WS-CUST-NAME TO WS-O-NAME
                       MOVE Phone TO WS-O-PHONE
                       MOVE Email TO WS-O-EMAIL
               END-READ
           END-IF
           MOVE WS-ORDER-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       IF RoCount = 0
           MOVE "  NO ORDER WAS FILLED FROM THIS LOT" TO ReportLine
           WRITE ReportLine
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "recall_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

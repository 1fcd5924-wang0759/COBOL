       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PROMISESLIP.
*> Broken-promise report for customer service. ORDERENTRY stores an
*> available-to-promise date on every order line, and where the
*> shelf couldn't cover the line, the PO that date rests on
*> (DetPromisePO). A line on an order still open has slipped when
*> that PO let it down:
*>   - the PO is still out (open, pending or rejected) and the
*>     promise date is already behind us, or
*>   - the PO came in, but its last STOCKRECEIVE receipt
*>     (stockmove.txt, SMReference = the PO number) landed after
*>     the date the customer was given.
*> One line per slipped order line with the customer, the PO and
*> its vendor, and how many days the promise has slipped so far,
*> written to promiseslip_report.txt - the call list for telling
*> customers before they ring us.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OrderDetailFile ASSIGN TO "orderdetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDDTL-STATUS.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL POHeaderFile ASSIGN TO "pohdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Movement ledger - STOCKRECEIVE's receipts carry the PO number
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "promiseslip_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with ORDERENTRY via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ORDERENTRY via copybooks/ORDDTLREC.cpy
FD OrderDetailFile.
       01 OrderDetailData.
           COPY ORDDTLREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/POHDRREC.cpy
FD POHeaderFile.
       COPY POHDRREC.

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

FD ReportFile.
       01 ReportLine PIC X(120).

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-ORDDTL-STATUS PIC XX.
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
*> Every PO header, with the date its last receipt came in. The
*> DEPENDING ON counter must be declared ahead of the table it sizes
       01 PoCount PIC 9(4) VALUE ZERO.
       01 PoTable.
           02 PoEntry OCCURS 0 TO 3000 TIMES DEPENDING ON PoCount.
               03 Ph-Num PIC 9(6).
               03 Ph-VendorID PIC X(6).
               03 Ph-Expect PIC 9(8).
               03 Ph-Status PIC X.
               03 Ph-LastRcpt PIC 9(8).
       01 WS-PO-IDX PIC 9(4).
       01 WS-PO-FOUND PIC 9(4).
       01 WS-PO-OVERFLOW PIC X VALUE 'N'.
       01 WS-REF-PO PIC 9(6).
       01 WS-ORDER-FOUND PIC X.
       01 WS-SLIPPED PIC X.
*> The date the line can now be expected: the late receipt, or
*> today while the PO is still out
       01 WS-SLIP-TO PIC 9(8).
       01 WS-SLIP-REASON PIC X(14).
       01 WS-CUST-NAME PIC X(25).
       01 WS-LINES-SLIPPED PIC 9(5) VALUE ZERO.
       01 WS-LINES-CHECKED PIC 9(5) VALUE ZERO.
*> DATEUTIL linkage - days slipped is the slip-to date less the
*> promise date
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
       01 WS-DETAIL-LINE.
           02 WS-D-ORDER PIC 9(6).
           02 FILLER PIC X VALUE '/'.
           02 WS-D-LINE PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-CUST PIC X(25).
           02 WS-D-PROD PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-D-SIZE PIC X.
           02 WS-D-QTY PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-PROMISED PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-PO PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-VENDOR PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-PO-DUE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-REASON PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-SLIP-TO PIC 9(8).
           02 WS-D-DAYS PIC ZZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "PROMISESLIP".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       OPEN INPUT OrderHeaderFile.
       IF WS-ORDHDR-STATUS NOT = "00"
           DISPLAY "PROMISESLIP: unable to open orderhdr.dat, status "
               WS-ORDHDR-STATUS " - have any orders been taken?"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT OrderDetailFile.
       IF WS-ORDDTL-STATUS NOT = "00"
           DISPLAY "PROMISESLIP: unable to open orderdetail.txt, "
               "status " WS-ORDDTL-STATUS
           CLOSE OrderHeaderFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "PROMISESLIP: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           CLOSE OrderHeaderFile
           CLOSE OrderDetailFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "PROMISESLIP: unable to open "
               "promiseslip_report.txt, status " WS-REPORT-STATUS
           CLOSE OrderHeaderFile
           CLOSE OrderDetailFile
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadPOHeaders.
       IF WS-PO-OVERFLOW = 'Y'
           DISPLAY "PROMISESLIP: pohdr.txt larger than 3000 POs - "
               "promises on later POs are not checked"
       END-IF.
       PERFORM FindLastReceipts.
       MOVE SPACES TO ReportLine.
       STRING "ORDER PROMISES SLIPPED BY LATE POS AS OF "
           WS-RUN-DATE DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "ORDER/LN   CUSTOMER                 PRODUCT/S  QTY  "
           "PROMISED  PO     VENDOR  PO DUE    STATUS         "
           "NOW DUE   DAYS" DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO EndOfFile.
       PERFORM ReadDetail.
       PERFORM UNTIL AtEndOfFile
           IF DetPromisePO > ZERO AND DetPromiseDate > ZERO
               PERFORM CheckOneLine
           END-IF
           PERFORM ReadDetail
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "OPEN LINES PROMISED ON A PO: " WS-LINES-CHECKED
           "   SLIPPED: " WS-LINES-SLIPPED
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE OrderHeaderFile
       CLOSE OrderDetailFile
       CLOSE CustomerFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Promise slip report written - " WS-LINES-SLIPPED
           " of " WS-LINES-CHECKED " open PO-backed lines slipped".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadDetail.
       READ OrderDetailFile
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

CheckOneLine.
*> Shipped, invoiced and cancelled orders are past helping
       MOVE DetOrderNum TO OrderNum.
       READ OrderHeaderFile
           INVALID KEY MOVE 'N' TO WS-ORDER-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-ORDER-FOUND
       END-READ.
       IF WS-ORDER-FOUND = 'N' OR NOT OrderOpen
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-LINES-CHECKED.
       MOVE DetPromisePO TO WS-REF-PO.
       PERFORM FindPO.
       IF WS-PO-FOUND = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-SLIPPED.
       IF Ph-Status(WS-PO-FOUND) = 'C'
           IF Ph-LastRcpt(WS-PO-FOUND) > DetPromiseDate
               MOVE 'Y' TO WS-SLIPPED
               MOVE Ph-LastRcpt(WS-PO-FOUND) TO WS-SLIP-TO
               MOVE "RECEIVED LATE" TO WS-SLIP-REASON
           END-IF
       ELSE
           IF WS-RUN-DATE > DetPromiseDate
               MOVE 'Y' TO WS-SLIPPED
               MOVE WS-RUN-DATE TO WS-SLIP-TO
               EVALUATE Ph-Status(WS-PO-FOUND)
                   WHEN 'P'
                       MOVE "PO NOT APPROVED" TO WS-SLIP-REASON
                   WHEN 'R'
                       MOVE "PO REJECTED" TO WS-SLIP-REASON
                   WHEN OTHER
                       MOVE "PO STILL OPEN" TO WS-SLIP-REASON
               END-EVALUATE
           END-IF
       END-IF.
       IF WS-SLIPPED = 'Y'
           PERFORM ReportOneLine
       END-IF.

ReportOneLine.
       ADD 1 TO WS-LINES-SLIPPED.
       MOVE SPACES TO WS-CUST-NAME.
       MOVE OrderCustID TO IDNum.
       READ CustomerFile
           INVALID KEY MOVE "(NOT ON FILE)" TO WS-CUST-NAME
           NOT INVALID KEY
               STRING FUNCTION TRIM(FirstName) " "
                      FUNCTION TRIM(LastName)
                   DELIMITED BY SIZE INTO WS-CUST-NAME
       END-READ.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-SLIP-TO,
           DetPromiseDate, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00" OR WS-DU-DAYS < 0
           MOVE ZERO TO WS-DU-DAYS
       END-IF.
       MOVE DetOrderNum TO WS-D-ORDER.
       MOVE DetLineNum TO WS-D-LINE.
       MOVE WS-CUST-NAME TO WS-D-CUST.
       MOVE DetProdName TO WS-D-PROD.
       MOVE DetSize TO WS-D-SIZE.
       MOVE DetQty TO WS-D-QTY.
       MOVE DetPromiseDate TO WS-D-PROMISED.
       MOVE DetPromisePO TO WS-D-PO.
       MOVE Ph-VendorID(WS-PO-FOUND) TO WS-D-VENDOR.
       MOVE Ph-Expect(WS-PO-FOUND) TO WS-D-PO-DUE.
       MOVE WS-SLIP-REASON TO WS-D-REASON.
       MOVE WS-SLIP-TO TO WS-D-SLIP-TO.
       MOVE WS-DU-DAYS TO WS-D-DAYS.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

FindLastReceipts.
*> Only STOCKRECEIVE's positive movements are receipts - its
*> backorder allocations carry an order number and go negative
       MOVE 'N' TO EndOfFile.
       OPEN INPUT StockMoveFile.
       PERFORM UNTIL AtEndOfFile
           READ StockMoveFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SMSource = "STOCKRECEIVE" AND SMQty > 0
                       AND SMReference(1:6) IS NUMERIC
                   MOVE SMReference(1:6) TO WS-REF-PO
                   PERFORM FindPO
                   IF WS-PO-FOUND > 0
                       IF SMDate > Ph-LastRcpt(WS-PO-FOUND)
                           MOVE SMDate TO Ph-LastRcpt(WS-PO-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE StockMoveFile.

FindPO.
       MOVE 0 TO WS-PO-FOUND.
       PERFORM VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > PoCount OR WS-PO-FOUND > 0
           IF Ph-Num(WS-PO-IDX) = WS-REF-PO
               MOVE WS-PO-IDX TO WS-PO-FOUND
           END-IF
       END-PERFORM.

LoadPOHeaders.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT POHeaderFile.
       PERFORM UNTIL AtEndOfFile OR PoCount = 3000
           READ POHeaderFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               ADD 1 TO PoCount
               MOVE PONum TO Ph-Num(PoCount)
               MOVE POVendorID TO Ph-VendorID(PoCount)
               MOVE POExpectDate TO Ph-Expect(PoCount)
               MOVE POStatus TO Ph-Status(PoCount)
               MOVE ZERO TO Ph-LastRcpt(PoCount)
           END-IF
       END-PERFORM.
       IF NotAtEndOfFile
           MOVE 'Y' TO WS-PO-OVERFLOW
       END-IF.
       CLOSE POHeaderFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "promiseslip_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

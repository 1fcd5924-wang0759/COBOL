*> Anything shipped that could NOT be billed (an order with no
*> detail lines) goes on the exceptions listing
*> (orderinv_report.txt) instead of into lost revenue.
*> Freight SHIPCONFIRM priced onto the order's shipments.txt records
*> bills as its own FREIGHT line - untaxed, on the journal under
*> category FRT - and is part of the invoice posted to arledger.dat.
*> Tax is charged where the goods go: the order's ship-to postal code
*> picks the jurisdiction (TAXJURIS, postaljur.txt) and its rates on
*> jurrates.txt replace the taxrates.txt rate. An order with no
*> ship-to, or one whose postal code isn't mapped, taxes at the
*> store's own jurisdiction - the unmapped ones are listed on the
*> report so the map gets fixed. Every journal line is stamped with
*> the jurisdiction for TAXREMIT.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Run in a training session (TRNMODE) it works on the practice
*> data set and heads its report TRAINING.
*> Runs standalone or as a JOBDRIVER step after the shipping day;
*> GOBACK + RETURN-CODE report success/failure either way.
ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DepositFile ASSIGN TO "custdeposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL ARControlFile ASSIGN TO "arctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipments.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> The order's delivery site - its postal code decides the tax
*> jurisdiction
       SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "orderinv_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
FD SalesJournalFile.
       COPY SALESJRNL.

*> Shared with SHIPCONFIRM via copybooks/SHIPMTREC.cpy
FD ShipmentFile.
       COPY SHIPMTREC.

*> Shared with ORDERENTRY/PICKLIST via copybooks/SHIPTOREC.cpy
FD ShipToFile.
       COPY SHIPTOREC.

FD ReportFile.
       01 ReportLine PIC X(80).

       01 WS-RCPTCTL-EOF PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-PROD-FOUND PIC X.
       01 WS-SHIPMENT-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> PERIODCHK answer - '90' means today's month is closed
       01 WS-PC-STATUS PIC XX.
*> Per-category tax rates, defaulted and then refined from
       01 WS-LINE-COST PIC S9(6)V99.
       01 WS-LINE-TAX PIC S9(6)V99.
       01 WS-LINE-CATEGORY PIC X(4).
       01 WS-LINE-RATE PIC 9V9999.
       01 WS-INVOICE-TOTAL PIC S9(8)V99.
       01 WS-ORDER-FREIGHT PIC 9(6)V99.
       01 WS-TAX-EXEMPT PIC X.
       01 WS-EXEMPT-CERT PIC X(15).
       01 WS-NEXT-INVOICE-NUM PIC 9(6) VALUE 1.
               10 WS-JL-TAX PIC S9(6)V99.
               10 WS-JL-SKU PIC X(10).
       01 WS-JRNL-IDX PIC 9(3).
*> TAXJURIS linkage - the jurisdiction the order ships into and the
*> rates it levies
       01 WS-TJ-FUNCTION PIC X(4).
       01 WS-TJ-POSTAL PIC X(10).
       01 WS-TJ-STATUS PIC XX.
       01 WS-TJ-RATES.
           05 WS-TJ-STATE-RATE PIC 9V9999.
           05 WS-TJ-COUNTY-RATE PIC 9V9999.
           05 WS-TJ-CITY-RATE PIC 9V9999.
           05 WS-TJ-TOTAL-RATE PIC 9V9999.
       01 WS-ORDER-JUR PIC X(6).
       01 WS-SHIPTO-EOF PIC X.
       01 WS-INVOICED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
*> OPSLOG linkage - a night with billing exceptions lands on the
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-TEXT PIC X(40).
           02 WS-D-AMOUNT PIC ----,---,--9.99.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "ORDERINVOICE".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-INVOICE-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-CT-JRNL-LINES PIC 9(9) VALUE ZERO.
       01 WS-CT-JRNL-AMOUNT PIC S9(11)V99 VALUE ZERO.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "ORDERINVOICE".
       01 WS-SP-REPORT PIC X(30).

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
           DISPLAY "ORDERINVOICE: *** TRAINING *** practice data set"
       END-IF.
       OPEN I-O OrderHeaderFile.
       IF WS-ORDHDR-STATUS NOT = "00"
           *> Nothing shipped yet is a quiet night, not a failure -
           IF WS-ORDHDR-STATUS = "35" OR WS-ORDHDR-STATUS = "05"
               DISPLAY "ORDERINVOICE: no orders on file - "
                   "nothing to invoice"
               PERFORM RecordControlTotals
               MOVE 0 TO RETURN-CODE
               GOBACK
           ELSE
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-TM-FLAG = 'Y'
           MOVE "*** TRAINING *** practice data - not a live document"
               TO ReportLine
           WRITE ReportLine
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "ORDERINVOICE: accounting period "
       PERFORM LoadRates.
       PERFORM LoadNextInvoiceNum.
       PERFORM LoadNextReceiptNum.
       MOVE SPACES TO ReportLine.
       STRING "SHIPPED ORDER INVOICING" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE LOW-VALUES TO OrderNum.
       START OrderHeaderFile KEY IS NOT LESS THAN OrderNum
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       CLOSE OrderHeaderFile.
       PERFORM RecordControlTotals.
       DISPLAY "Order invoicing complete. Invoiced: "
           WS-INVOICED-COUNT "  Exceptions: " WS-EXCEPTION-COUNT.
       IF WS-EXCEPTION-COUNT > 0
       MOVE OrderNum TO WS-ORDER-BEING.
       MOVE OrderCustID TO WS-ORDER-CUST.
       PERFORM CheckTaxExemption.
       PERFORM FindOrderJurisdiction.
       MOVE 0 TO WS-LINE-COUNT.
       MOVE ZERO TO WS-INVOICE-TOTAL.
       PERFORM PriceOrderLines.
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       PERFORM AddFreight.
       PERFORM PostInvoice.
       IF RETURN-CODE NOT = 0
           MOVE 0 TO RETURN-CODE
                   WS-ORDER-BEING " invoiced"
       END-REWRITE.
       ADD 1 TO WS-INVOICED-COUNT.
       ADD WS-INVOICE-TOTAL TO WS-CT-INVOICE-AMOUNT.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE WS-ORDER-BEING TO WS-D-ORDER.
       MOVE "INVOICED" TO WS-D-TEXT.
       MOVE WS-INVOICE-TOTAL TO WS-D-AMOUNT.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       IF WS-ORDER-FREIGHT > ZERO
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ORDER-BEING TO WS-D-ORDER
           MOVE "  INCLUDING FREIGHT" TO WS-D-TEXT
           MOVE WS-ORDER-FREIGHT TO WS-D-AMOUNT
           MOVE WS-DETAIL-LINE TO ReportLine
           WRITE ReportLine
       END-IF.

AddFreight.
*> Every shipment of the order carries its own freight - a split
*> shipment bills each leg. A shipment from before freight was
*> priced reads back blank and bills nothing
       MOVE ZERO TO WS-ORDER-FREIGHT.
       MOVE 'N' TO WS-SHIPMENT-EOF.
       OPEN INPUT ShipmentFile.
       PERFORM UNTIL WS-SHIPMENT-EOF = 'Y'
           READ ShipmentFile
               AT END MOVE 'Y' TO WS-SHIPMENT-EOF
           END-READ
           IF WS-SHIPMENT-EOF NOT = 'Y'
               IF ShpOrderNum = WS-ORDER-BEING
                       AND ShpFreight IS NUMERIC
                   ADD ShpFreight TO WS-ORDER-FREIGHT
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ShipmentFile.
       IF WS-ORDER-FREIGHT = ZERO
           EXIT PARAGRAPH
       END-IF.
       ADD WS-ORDER-FREIGHT TO WS-INVOICE-TOTAL.
       IF WS-JRNL-COUNT < 200
           ADD 1 TO WS-JRNL-COUNT
           MOVE 'FRT ' TO WS-JL-CAT(WS-JRNL-COUNT)
           MOVE WS-ORDER-FREIGHT TO WS-JL-COST(WS-JRNL-COUNT)
           MOVE ZERO TO WS-JL-TAX(WS-JRNL-COUNT)
           MOVE "FREIGHT" TO WS-JL-SKU(WS-JRNL-COUNT)
       ELSE
           DISPLAY "ORDERINVOICE: journal buffer full - freight not "
               "recorded for order " WS-ORDER-BEING
       END-IF.

FindOrderJurisdiction.
*> Where the goods went decides the tax: the ship-to's postal code
*> through postaljur.txt. No ship-to, no postal code on it, or a
*> code not on the map falls back to the store's own jurisdiction -
*> an unmapped code is listed so somebody adds it
       MOVE SPACES TO WS-TJ-POSTAL.
       IF OrderShipTo NOT = SPACES
           MOVE 'N' TO WS-SHIPTO-EOF
           OPEN INPUT ShipToFile
           PERFORM UNTIL WS-SHIPTO-EOF = 'Y'
               READ ShipToFile
                   AT END MOVE 'Y' TO WS-SHIPTO-EOF
               END-READ
               IF WS-SHIPTO-EOF NOT = 'Y'
                   IF STCustID = WS-ORDER-CUST
                           AND STCode = OrderShipTo
                       MOVE STPostalCode TO WS-TJ-POSTAL
                       MOVE 'Y' TO WS-SHIPTO-EOF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ShipToFile
       END-IF.
       MOVE 'POST' TO WS-TJ-FUNCTION.
       CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
           WS-ORDER-JUR, WS-LINE-CATEGORY, WS-RUN-DATE, WS-TJ-RATES,
           WS-TJ-STATUS
       END-CALL.
       IF WS-TJ-STATUS = "00"
           EXIT PARAGRAPH
       END-IF.
       IF WS-TJ-POSTAL NOT = SPACES
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ORDER-BEING TO WS-D-ORDER
           STRING "POSTAL " WS-TJ-POSTAL " NOT MAPPED - STORE TAX"
               DELIMITED BY SIZE INTO WS-D-TEXT
           MOVE WS-DETAIL-LINE TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE 'HOME' TO WS-TJ-FUNCTION.
       CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
           WS-ORDER-JUR, WS-LINE-CATEGORY, WS-RUN-DATE, WS-TJ-RATES,
           WS-TJ-STATUS
       END-CALL.

PriceOrderLines.
*> One pass of the detail file per order, each line priced at what
           WHEN WS-CAT-CODE(WS-CAT-IDX) = WS-LINE-CATEGORY
               MOVE WS-CAT-RATE(WS-CAT-IDX) TO WS-LINE-RATE
       END-SEARCH.
       IF WS-ORDER-JUR NOT = SPACES
           MOVE 'RATE' TO WS-TJ-FUNCTION
           CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
               WS-ORDER-JUR, WS-LINE-CATEGORY, WS-RUN-DATE,
               WS-TJ-RATES, WS-TJ-STATUS
           END-CALL
           IF WS-TJ-STATUS = "00"
               MOVE WS-TJ-TOTAL-RATE TO WS-LINE-RATE
           END-IF
       END-IF.
       IF WS-TAX-EXEMPT = 'Y'
           MOVE ZERO TO WS-LINE-RATE
       END-IF.
       END-IF.

PostInvoice.
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
           DISPLAY "ORDERINVOICE: unable to post to arledger.dat, "
               "status " WS-LEDGER-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       SET AROpenItem TO TRUE.
       SET ARDocInvoice TO TRUE.
       PERFORM OffsetDeposit.
       WRITE ARLedgerRecord
           INVALID KEY
               DISPLAY "ORDERINVOICE: invoice " ARInvoiceNum
                   " already on the ledger - check arctl.txt"
       END-WRITE.
       CLOSE ARLedgerFile.
       PERFORM FlushJournal.
       ADD 1 TO WS-NEXT-INVOICE-NUM.
           MOVE ZERO TO SJRmaNum
           *> Batch posting - no seller, no commission
           MOVE SPACES TO SJOperatorID
           MOVE WS-ORDER-JUR TO SJJurisCode
           MOVE ZERO TO SJTime
           WRITE SalesJournalRecord
           ADD 1 TO WS-CT-JRNL-LINES
           ADD WS-JL-COST(WS-JRNL-IDX) WS-JL-TAX(WS-JRNL-IDX)
               TO WS-CT-JRNL-AMOUNT
       END-PERFORM.
       CLOSE SalesJournalFile.

       MOVE WS-NEXT-RECEIPT-NUM TO CtlNextReceiptNum.
       WRITE ReceiptControlRecord.
       CLOSE ReceiptControlFile.

RecordControlTotals.
*> Invoices posted with their value, and the sales journal lines
*> written behind them - no order book yet still says so, with
*> zeros
       MOVE "INV-OUT" TO WS-CT-METRIC.
       MOVE WS-INVOICED-COUNT TO WS-CT-COUNT.
       MOVE WS-CT-INVOICE-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "SJ-OUT" TO WS-CT-METRIC.
       MOVE WS-CT-JRNL-LINES TO WS-CT-COUNT.
       MOVE WS-CT-JRNL-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "orderinv_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

PROGRAM-ID. DAYBALANCE.
*> End-of-day balancing step. Totals today's sales journal lines
*> (salesjournal.txt), compares them to the invoices posted to the
*> A/R ledger (arledger.dat) the same day and to the count of
*> receipts issued, and prints an in-balance / out-of-balance report
*> with the differences - the money version of the match/merge
*> checking CUSTRECONCILE does for customers vs backup.
*> Finance charges (ARDocType 'F') post to the ledger with no
*> journal line and no receipt, so they sit outside the compare and
*> print on their own report line instead - and so do the returned
*> checks ('R') and returned-check fees ('N') NSFCHECK posts.
*> An out-of-balance day returns a nonzero RETURN-CODE so the job
*> chain stops that night instead of the problem surfacing at month
*> end.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SalesJournalFile
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
*> Tenders captured at the register - the drawer side of the day
       SELECT OPTIONAL TenderFile ASSIGN TO "tenderjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
                               ==AtEndOfFile== BY ==AtEndOfLedger==
                               ==NotAtEndOfFile== BY ==NotAtEndOfLedger==.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-JOURNAL-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-LEDGER-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(9)V99 VALUE ZERO.
       01 WS-INVOICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FINCHG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-FINCHG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NSF-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-NSF-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LAST-RECEIPT PIC 9(6) VALUE ZERO.
       01 WS-IN-BALANCE PIC X VALUE 'Y'.
       01 WS-TENDER-EOF PIC X VALUE 'N'.
       01 WS-COUNT-DETAIL.
           02 WS-K-LABEL PIC X(26).
           02 WS-K-COUNT PIC ZZZZ9.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "DAYBALANCE".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-TODAY-LINES PIC 9(9) VALUE ZERO.
       01 WS-CT-FILE-LINES PIC 9(9) VALUE ZERO.
       01 WS-CT-FILE-AMOUNT PIC S9(11)V99 VALUE ZERO.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "DAYBALANCE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "END OF DAY BALANCING REPORT"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM TotalJournal.
       PERFORM TotalLedger.
       PERFORM WriteDrawerSection.
       PERFORM WriteStatusLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       PERFORM RecordControlTotals.
       IF WS-IN-BALANCE = 'Y'
           DISPLAY "Day balancing complete - IN BALANCE"
           MOVE 0 TO RETURN-CODE
       OPEN INPUT SalesJournalFile.
       PERFORM ReadJournal.
       PERFORM UNTIL AtEndOfJournal
           ADD 1 TO WS-CT-FILE-LINES
           ADD SJItemCost SJItemTax TO WS-CT-FILE-AMOUNT
           IF SJDate = WS-RUN-DATE
               ADD 1 TO WS-CT-TODAY-LINES
               ADD SJItemCost TO WS-JOURNAL-TOTAL
               ADD SJItemTax TO WS-JOURNAL-TOTAL
               IF SJReceiptNum NOT = WS-LAST-RECEIPT
           IF ARInvoiceDate = WS-RUN-DATE
               *> FINCHARGE posts with no journal line and no
               *> receipt - counting it against the journal would
               *> throw every EOM night out of balance. The same
               *> goes for a returned check re-established by
               *> NSFCHECK and the fee charged for it
               EVALUATE TRUE
                   WHEN ARDocFinanceCharge
                       ADD ARInvoiceAmount TO WS-FINCHG-TOTAL
                       ADD 1 TO WS-FINCHG-COUNT
                   WHEN ARDocReturnedCheck
                   WHEN ARDocNsfFee
                       ADD ARInvoiceAmount TO WS-NSF-TOTAL
                       ADD 1 TO WS-NSF-COUNT
                   WHEN OTHER
                       ADD ARInvoiceAmount TO WS-LEDGER-TOTAL
                       ADD 1 TO WS-INVOICE-COUNT
               END-EVALUATE
           END-IF
           PERFORM ReadLedger
       END-PERFORM.
           MOVE WS-MONEY-LINE TO ReportLine
           WRITE ReportLine
       END-IF.
       IF WS-NSF-COUNT NOT = ZERO
           MOVE "RETURNED CHECKS/FEES:" TO WS-M-LABEL
           MOVE WS-NSF-TOTAL TO WS-M-AMOUNT
           MOVE WS-MONEY-LINE TO ReportLine
           WRITE ReportLine
       END-IF.
       IF WS-DIFFERENCE NOT = ZERO
               OR WS-RECEIPT-COUNT NOT = WS-INVOICE-COUNT
           MOVE 'N' TO WS-IN-BALANCE
           MOVE "STATUS: OUT OF BALANCE" TO ReportLine
       END-IF.
       WRITE ReportLine.

RecordControlTotals.
*> Today's journal lines (GLEXPORT must read the same), the whole
*> journal (what SALESROLLUP must read when it runs after this
*> step) and today's ledger invoices - recorded whether the day
*> balances or not, since the figures are what explains it
       MOVE "SJ-TODAY" TO WS-CT-METRIC.
       MOVE WS-CT-TODAY-LINES TO WS-CT-COUNT.
       MOVE WS-JOURNAL-TOTAL TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "SJ-FILE" TO WS-CT-METRIC.
       MOVE WS-CT-FILE-LINES TO WS-CT-COUNT.
       MOVE WS-CT-FILE-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "AR-TODAY" TO WS-CT-METRIC.
       MOVE WS-INVOICE-COUNT TO WS-CT-COUNT.
       MOVE WS-LEDGER-TOTAL TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "daybalance_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

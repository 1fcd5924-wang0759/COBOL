*>   - orders SHIPPED BUT NEVER INVOICED (status 'S' headers the
*>     nightly ORDERINVOICE step hasn't picked up), priced from
*>     their orderdetail.txt lines
*>   - invoiced orders whose arledger.dat invoice amount disagrees
*>     with the priced order lines: the invoice carries tax on top
*>     of the lines, so anything BELOW the line total or more than
*>     15 percent above it (past the steepest category rate) is
*>   - open invoices unpaid beyond 30-day terms, with the unpaid
*>     remainder
*> Read-only; nothing is corrected here, only named.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Run in a training session (TRNMODE) it works on the practice
*> data set and heads its report TRAINING.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way (exceptions found still end
*> with RETURN-CODE 0 - finding them is this program's job).
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL OrderDetailFile ASSIGN TO "orderdetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT ReportFile ASSIGN TO "ordercash_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
                               ==AtEndOfFile== BY ==AtEndOfLedger==
                               ==NotAtEndOfFile== BY ==NotAtEndOfLedger==.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-AGE-DAYS PIC S9(5).
*> DATEUTIL linkage - days-between-dates comes from the shared date
*> library instead of being reinvented here
           02 WS-D-REF PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-AMOUNT PIC ----,---,--9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "ORDERCASH".
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
           DISPLAY "ORDERCASH: *** TRAINING *** practice data set"
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "ORDERCASH: unable to open ordercash_report.txt, "
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-TM-FLAG = 'Y'
           MOVE "*** TRAINING *** practice data - not a live document"
               TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "ORDER-TO-CASH TIE-OUT" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM CheckOrders.
       PERFORM CheckOverdueInvoices.
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Order-to-cash tie-out complete. Shipped-not-"
           "invoiced: " WS-SHIPPED-COUNT "  Mismatches: "
           WS-MISMATCH-COUNT "  Overdue: " WS-OVERDUE-COUNT.
       MOVE 'N' TO WS-INV-FOUND.
       MOVE 'N' TO WS-LEDGER-EOF.
       OPEN INPUT ARLedgerFile.
       MOVE OrderInvoiceNum TO ARInvoiceNum.
       READ ARLedgerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-INV-FOUND
               MOVE ARInvoiceAmount TO WS-INV-AMOUNT
       END-READ.
       CLOSE ARLedgerFile.

ReadLedger.
       READ ARLedgerFile NEXT RECORD
           AT END MOVE 'Y' TO WS-LEDGER-EOF
       END-READ.

           PERFORM ReadLedger
       END-PERFORM.
       CLOSE ARLedgerFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "ordercash_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

*> Authority comes from the operators.txt role the same way the
*> tutorial10 menu gates Delete: clerks may sweep balances up to the
*> clerk limit, only supervisors ('S') may go above it.
*> The ledger (arledger.dat) is read once front to back and each
*> item swept is rewritten where it stands - nothing is held in
*> storage and the items left alone are never written.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
*> One line per balance written off, timestamped and
*> operator-stamped
       01 WS-CLERK-LIMIT PIC 9(4)V99 VALUE 5.00.
       01 WS-THRESHOLD PIC 9(6)V99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> PERIODCHK answer - '90' means today's month is closed
       01 WS-PC-STATUS PIC XX.
       01 WS-OPEN-AMOUNT PIC S9(8)V99.
       01 WS-SWEPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SWEPT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-DISPLAY-AMOUNT PIC -$$$$$$$$9.99.
       01 WS-DETAIL-LINE.
           02 WS-D-IDNUM PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> PWAGE answer on the signed-on operator's password age
       01 WS-PA-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "WRITEOFF".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "WRITEOFF: accounting period "
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "WRITEOFF: unable to open arledger.dat, status "
               WS-LEDGER-STATUS " - has billing posted anything yet?"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "WRITEOFF: unable to open writeoff_report.txt, "
               "status " WS-REPORT-STATUS
           CLOSE ARLedgerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "SMALL BALANCE WRITE-OFF REGISTER"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "CUST   INVOICE   WRITTEN OFF" TO ReportLine.
       WRITE ReportLine.
       OPEN EXTEND WriteOffLogFile.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile
           PERFORM SweepOneItem
           PERFORM ReadLedger
       END-PERFORM.
       CLOSE WriteOffLogFile.
       CLOSE ARLedgerFile.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE WS-SWEPT-TOTAL TO WS-D-AMOUNT.
       MOVE WS-DETAIL-LINE TO ReportLine.
       MOVE "TOTAL" TO ReportLine(1:5).
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Write-off sweep complete. Balances swept: "
           WS-SWEPT-COUNT.
       MOVE 0 TO RETURN-CODE.
       ACCEPT WS-THRESHOLD.

SweepOneItem.
       IF NOT AROpenItem
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid.
       IF WS-OPEN-AMOUNT > ZERO AND WS-OPEN-AMOUNT < WS-THRESHOLD
           MOVE ARInvoiceAmount TO ARAmountPaid
           MOVE 'P' TO ARPaidFlag
           REWRITE ARLedgerRecord
               INVALID KEY
                   DISPLAY "WRITEOFF: unable to update invoice "
                       ARInvoiceNum
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-SWEPT-COUNT
           ADD WS-OPEN-AMOUNT TO WS-SWEPT-TOTAL
           PERFORM WriteOffLog
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ARCustID TO WS-D-IDNUM
           MOVE ARInvoiceNum TO WS-D-INVOICE
           MOVE WS-OPEN-AMOUNT TO WS-D-AMOUNT
           MOVE WS-DETAIL-LINE TO ReportLine
           WRITE ReportLine
       *> this build's LINE SEQUENTIAL status-71 check
       MOVE SPACES TO WriteOffLogRecord.
       MOVE FUNCTION CURRENT-DATE TO WOTimestamp.
       *> Date positions carry the business date, not the clock -
       *> GLEXPORT selects the day's write-offs on it
       MOVE WS-RUN-DATE TO WOTimestamp(1:8).
       MOVE ARCustID TO WOCustID.
       MOVE ARInvoiceNum TO WOInvoiceNum.
       MOVE WS-OPEN-AMOUNT TO WOAmount.
       MOVE WS-OPERATOR-ID TO WOOperatorID.
       WRITE WriteOffLogRecord.

ReadLedger.
       READ ARLedgerFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

SignOn.
       DISPLAY " ".
       DISPLAY "Operator Sign-On".
               MOVE 'N' TO SignedOnFlag
               MOVE 3 TO WS-SIGN-ON-TRIES
       END-EVALUATE.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "writeoff_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

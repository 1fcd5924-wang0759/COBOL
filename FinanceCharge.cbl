IDENTIFICATION DIVISION.
PROGRAM-ID. FINCHARGE.
*> Month-end finance charge posting over the A/R ledger. Reads the
*> same arledger.dat open items ARAGING buckets in customer order
*> (the ledger's customer key), totals each customer's balance more
*> than 30 days old, and as each customer's items end posts the
*> interest as a new numbered invoice flagged ARDocType 'F' - so
*> CUSTSTMT prints it as "FINANCE CHARGE" instead of pretending it is
*> a sale.
*> The monthly rate (and the minimum below which a charge isn't
*> worth the stamp) come from finchgparm.txt when present, defaulting
*> below - the same load-or-default pattern taxCalculator.cbl uses
*> the same month posts nothing - safe to rerun after a crash
*> without double-charging anybody.
*> A register of everything posted goes to finchg_report.txt.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER month-end (EOM calendar) step;
*> GOBACK + RETURN-CODE report success/failure either way.
ENVIRONMENT DIVISION.
FILE-CONTROL.
*> OPTIONAL: a shop that hasn't billed anything yet has nobody to
*> charge interest and the chain carries on
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL ARControlFile ASSIGN TO "arctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-PERIOD-EOF PIC X VALUE 'N'.
       01 WS-ARCTL-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-PERIOD PIC 9(6).
       01 WS-LAST-PERIOD PIC 9(6) VALUE ZERO.
*> PERIODCHK answer - '90' means today's month is closed
       01 WS-MINIMUM-CHARGE PIC 9(4)V99 VALUE 0.50.
       01 WS-CHARGE PIC 9(8)V99.
       01 WS-NEXT-INVOICE-NUM PIC 9(6) VALUE 1.
       01 WS-CHARGES-POSTED PIC 9(5) VALUE ZERO.
*> The customer whose items are being read and what of theirs is
*> more than 30 days old
       01 WS-CUR-CUST PIC 9(5) VALUE ZERO.
       01 WS-PAST-DUE PIC S9(9)V99 VALUE ZERO.
*> The next customer's first item, held while the previous
*> customer's charge is written through the same record area
       01 WS-HOLD-RECORD PIC X(41).
       01 WS-CHARGE-WRITTEN PIC X.
       01 WS-DETAIL-LINE.
           02 WS-D-IDNUM PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-PASTDUE PIC ----,---,--9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-CHARGE PIC ----,--9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "FINCHARGE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "FINCHARGE: accounting period "
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
           DISPLAY "FINCHARGE: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           GOBACK
       END-IF.
       PERFORM LoadParms.
       MOVE SPACES TO ReportLine.
       STRING "FINANCE CHARGE REGISTER" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "CUST   INVOICE       PAST DUE       CHARGE"
           TO ReportLine.
       WRITE ReportLine.
       PERFORM LoadNextInvoiceNum.
       MOVE ZERO TO ARCustID.
       START ARLedgerFile KEY IS NOT LESS THAN ARCustID
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       IF NotAtEndOfFile
           PERFORM ReadLedger
       END-IF.
       PERFORM UNTIL AtEndOfFile
           IF ARCustID NOT = WS-CUR-CUST
               PERFORM NextCustomer
           END-IF
           PERFORM TotalOneItem
           PERFORM ReadLedger
       END-PERFORM.
       PERFORM ChargeOneCustomer.
       CLOSE ARLedgerFile.
       PERFORM SaveNextInvoiceNum.
       PERFORM SaveLastPeriod.
       STRING "CHARGES POSTED: " WS-CHARGES-POSTED
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Finance charge run complete. Charges posted: "
           WS-CHARGES-POSTED.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadLedger.
       READ ARLedgerFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

NextCustomer.
*> The previous customer's items are done - charge them, then pick
*> the read back up at this customer's first item, which the charge
*> just written went through the record area in front of
       MOVE ARLedgerRecord TO WS-HOLD-RECORD.
       PERFORM ChargeOneCustomer.
       MOVE WS-HOLD-RECORD TO ARLedgerRecord.
       IF WS-CHARGE-WRITTEN = 'Y'
           START ARLedgerFile KEY IS NOT LESS THAN ARCustID
               INVALID KEY MOVE 'Y' TO EndOfFile
           END-START
           IF NotAtEndOfFile
               PERFORM ReadLedger
           END-IF
       END-IF.
       MOVE ARCustID TO WS-CUR-CUST.
       MOVE ZERO TO WS-PAST-DUE.

TotalOneItem.
*> Inside 30 days is inside terms - interest only starts where the
*> 31-60 bucket does. Finance charges themselves compound a period
                   MOVE 999 TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > 30
                   ADD WS-OPEN-AMOUNT TO WS-PAST-DUE
               END-IF
           END-IF
       END-IF.

ChargeOneCustomer.
       MOVE 'N' TO WS-CHARGE-WRITTEN.
       IF WS-PAST-DUE NOT > ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-CHARGE ROUNDED = WS-PAST-DUE * WS-MONTHLY-RATE.
       IF WS-CHARGE < WS-MINIMUM-CHARGE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NEXT-INVOICE-NUM TO ARInvoiceNum.
       MOVE WS-CUR-CUST TO ARCustID.
       MOVE WS-RUN-DATE TO ARInvoiceDate.
       MOVE WS-CHARGE TO ARInvoiceAmount.
       MOVE ZERO TO ARAmountPaid.
       SET AROpenItem TO TRUE.
       SET ARDocFinanceCharge TO TRUE.
       MOVE 'Y' TO WS-CHARGE-WRITTEN.
       WRITE ARLedgerRecord
           INVALID KEY
               DISPLAY "FINCHARGE: invoice " ARInvoiceNum " already "
                   "on the ledger - check arctl.txt"
               ADD 1 TO WS-NEXT-INVOICE-NUM
               EXIT PARAGRAPH
       END-WRITE.
       ADD 1 TO WS-NEXT-INVOICE-NUM.
       ADD 1 TO WS-CHARGES-POSTED.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE WS-CUR-CUST TO WS-D-IDNUM.
       MOVE ARInvoiceNum TO WS-D-INVOICE.
       MOVE WS-PAST-DUE TO WS-D-PASTDUE.
       MOVE WS-CHARGE TO WS-D-CHARGE.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-NEXT-INVOICE-NUM TO CtlNextInvoiceNum.
       WRITE ARControlRecord.
       CLOSE ARControlFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "finchg_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

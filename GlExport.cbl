*>     credit sales for the goods, credit tax payable for the tax
*>   - arapplylog.txt applications stamped today: debit cash,
*>     credit A/R
*>   - finance charges posted to arledger.dat today: debit A/R,
*>     credit finance charge income
*>   - wolog.txt write-offs stamped today: debit bad debt,
*>     credit A/R
*>   - returned checks unwound by NSFCHECK today (its reversing
*>     arapplylog.txt lines plus any counter check it re-established
*>     on arledger.dat): debit A/R, credit cash - and the
*>     returned-check fees it posted: debit A/R, credit NSF fee
*>     income
*>   - refundlog.txt credit-balance refunds CUSTREFUND issued today:
*>     debit A/R, credit cash
*> Account numbers come from the small mapping table glaccts.txt
*> (key and account per row) with sensible defaults below. A batch
*> whose debits and credits disagree is REFUSED - nothing is
*> written and the chain stops - and the totals by account print to
*> glexport_report.txt either way.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ApplyLogFile ASSIGN TO "arapplylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT OPTIONAL WriteOffLogFile ASSIGN TO "wolog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RefundFile ASSIGN TO "refundlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AccountMapFile ASSIGN TO "glaccts.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExportFile ASSIGN TO "glexport.txt"
           02 LogAppliedAmount PIC -9(8).99.
           02 FILLER PIC X VALUE SPACE.
           02 LogOperatorID PIC X(10).
*> The check the cash came in on and the account that paid it (a
*> head-office check is logged against each branch it settled), so
*> NSFCHECK can find every application of a check that comes back.
*> 'R' marks NSFCHECK's reversing lines. Lines written before these
*> fields existed read back as spaces
           02 FILLER PIC X VALUE SPACE.
           02 LogCheckRef PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogPayerID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogEntryType PIC X.
               88 LogReturnedCheck VALUE 'R'.

*> Shared with taxCalculator.cbl/ARPAYMENT via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
           02 FILLER PIC X VALUE SPACE.
           02 WOOperatorID PIC X(10).

*> Shared with CUSTREFUND/CUSTSTMT via copybooks/REFUNDREC.cpy
FD RefundFile.
       COPY REFUNDREC.

*> One row per mapping: which book account a posting key lands in.
*> Fields kept contiguous with no separator FILLER, same LINE
*> SEQUENTIAL workaround CustomerPurge.cbl notes
       COPY BATCHEOF.
       01 WS-MAP-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> The seven posting keys and their default account numbers -
*> glaccts.txt rows override by key
       01 WS-ACCOUNT-MAP.
           05 WS-AM OCCURS 7 TIMES.
               10 WS-AM-KEY PIC X(8).
               10 WS-AM-ACCT PIC X(8).
       01 WS-AM-IDX PIC 9.
       01 WS-CASH-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-FINCHG-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-WRITEOFF-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RETCHK-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-NSFFEE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-REFUND-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-LOG-DATE PIC 9(8).
*> The batch built in storage, written only once it proves
*> balanced. The DEPENDING ON counter must be declared ahead of
           02 WS-D-SIDE PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-AMOUNT PIC ----,---,--9.99.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "GLEXPORT".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-SJ-LINES PIC 9(9) VALUE ZERO.
       01 WS-CT-SALES-ENTRIES PIC 9(9) VALUE ZERO.
       01 WS-CT-SALES-DEBIT PIC S9(11)V99 VALUE ZERO.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "GLEXPORT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadAccountMap.
       PERFORM TotalSales.
       PERFORM TotalCash.
       PERFORM TotalLedgerCharges.
       PERFORM TotalWriteOffs.
       PERFORM TotalRefunds.
       PERFORM BuildBatch.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "GL EXPORT BATCH TOTALS BY ACCOUNT"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > EntryCount
           MOVE Ge-Account(WS-IDX) TO WS-D-ACCOUNT
               TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           PERFORM SpoolReport
           DISPLAY "GLEXPORT: batch does not balance - nothing "
               "exported"
           MOVE 'E' TO WS-OPS-SEVERITY
           GOBACK
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       OPEN OUTPUT ExportFile.
       IF WS-EXPORT-STATUS NOT = "00"
           DISPLAY "GLEXPORT: unable to open glexport.txt, status "
           WRITE ExportRecord
       END-PERFORM.
       CLOSE ExportFile.
       PERFORM RecordControlTotals.
       DISPLAY "GL export complete - " EntryCount
           " balanced entries written".
       MOVE 0 TO RETURN-CODE.
       MOVE "AR" TO WS-ENTRY-ACCOUNT.
       MOVE 'D' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
*> The A/R debit as the batch carries it, signed, for the control
*> totals
       IF EntryCount = 1
           IF Ge-Side(1) = 'D'
               MOVE Ge-Amount(1) TO WS-CT-SALES-DEBIT
           ELSE
               COMPUTE WS-CT-SALES-DEBIT = 0 - Ge-Amount(1)
           END-IF
       END-IF.
       MOVE WS-SALES-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "SALES" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       MOVE "TAXPAY" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE EntryCount TO WS-CT-SALES-ENTRIES.
       MOVE WS-CASH-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "CASH" TO WS-ENTRY-ACCOUNT.
       MOVE 'D' TO WS-ENTRY-SIDE.
       MOVE "AR" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-RETCHK-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "AR" TO WS-ENTRY-ACCOUNT.
       MOVE 'D' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-RETCHK-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "CASH" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-NSFFEE-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "AR" TO WS-ENTRY-ACCOUNT.
       MOVE 'D' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-NSFFEE-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "NSFFEE" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-REFUND-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "AR" TO WS-ENTRY-ACCOUNT.
       MOVE 'D' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-REFUND-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "CASH" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.

AddEntry.
       IF WS-ENTRY-AMOUNT = ZERO
       MOVE WS-ENTRY-AMOUNT TO Ge-Amount(EntryCount).

MapAccount.
       PERFORM VARYING WS-AM-IDX FROM 1 BY 1 UNTIL WS-AM-IDX > 7
           IF WS-AM-KEY(WS-AM-IDX) = WS-ENTRY-ACCOUNT
               MOVE WS-AM-ACCT(WS-AM-IDX) TO WS-ENTRY-ACCOUNT
           END-IF
           END-READ
           IF NotAtEndOfFile
               IF SJDate = WS-RUN-DATE
                   ADD 1 TO WS-CT-SJ-LINES
                   ADD SJItemCost TO WS-SALES-TOTAL
                   ADD SJItemTax TO WS-TAX-TOTAL
               END-IF
           END-READ
           IF NotAtEndOfFile
               MOVE LogTimestamp(1:8) TO WS-LOG-DATE
               *> NSFCHECK's reversing lines are money that never
               *> arrived, not cash going back out - they post on
               *> their own returned-check entry
               IF WS-LOG-DATE = WS-RUN-DATE
                   IF LogReturnedCheck
                       SUBTRACT FUNCTION NUMVAL(LogAppliedAmount)
                           FROM WS-RETCHK-TOTAL
                   ELSE
                       ADD FUNCTION NUMVAL(LogAppliedAmount)
                           TO WS-CASH-TOTAL
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ApplyLogFile.

TotalLedgerCharges.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ARLedgerFile.
       PERFORM UNTIL AtEndOfFile
           END-READ
           IF NotAtEndOfFile
               IF ARInvoiceDate = WS-RUN-DATE
                   EVALUATE TRUE
                       WHEN ARDocFinanceCharge
                           ADD ARInvoiceAmount TO WS-FINCHG-TOTAL
                       WHEN ARDocReturnedCheck
                           ADD ARInvoiceAmount TO WS-RETCHK-TOTAL
                       WHEN ARDocNsfFee
                           ADD ARInvoiceAmount TO WS-NSFFEE-TOTAL
                   END-EVALUATE
               END-IF
           END-IF
       END-PERFORM.
       END-PERFORM.
       CLOSE WriteOffLogFile.

TotalRefunds.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT RefundFile.
       PERFORM UNTIL AtEndOfFile
           READ RefundFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF RFDate = WS-RUN-DATE
                   ADD RFAmount TO WS-REFUND-TOTAL
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RefundFile.

LoadAccountMap.
       MOVE "AR" TO WS-AM-KEY(1).
       MOVE "1200" TO WS-AM-ACCT(1).
       MOVE "4400" TO WS-AM-ACCT(5).
       MOVE "BADDEBT" TO WS-AM-KEY(6).
       MOVE "6100" TO WS-AM-ACCT(6).
       MOVE "NSFFEE" TO WS-AM-KEY(7).
       MOVE "4500" TO WS-AM-ACCT(7).
       OPEN INPUT AccountMapFile.
       PERFORM UNTIL WS-MAP-EOF = 'Y'
           READ AccountMapFile
           END-READ
           IF WS-MAP-EOF NOT = 'Y'
               PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > 7
                   IF WS-AM-KEY(WS-AM-IDX) = GAKey
                       MOVE GAAccount TO WS-AM-ACCT(WS-AM-IDX)
                   END-IF
           END-IF
       END-PERFORM.
       CLOSE AccountMapFile.

RecordControlTotals.
*> Today's journal lines read (DAYBALANCE read the same), what the
*> batch carries for them - its sales entries and the signed A/R
*> debit, which must equal the lines' gross - and the batch written
       MOVE "SJ-TODAY" TO WS-CT-METRIC.
       MOVE WS-CT-SJ-LINES TO WS-CT-COUNT.
       COMPUTE WS-CT-AMOUNT = WS-SALES-TOTAL + WS-TAX-TOTAL.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "GL-SALES" TO WS-CT-METRIC.
       MOVE WS-CT-SALES-ENTRIES TO WS-CT-COUNT.
       MOVE WS-CT-SALES-DEBIT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "GL-OUT" TO WS-CT-METRIC.
       MOVE EntryCount TO WS-CT-COUNT.
       MOVE WS-TOT-DEBITS TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "glexport_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

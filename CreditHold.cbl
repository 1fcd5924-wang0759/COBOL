IDENTIFICATION DIVISION.
PROGRAM-ID. CREDITHOLD.
*> Automatic credit-hold placement off the aged receivables. Reads
*> the same arledger.dat open items ARAGING buckets and totals each
*> customer's balance older than 60 days; a customer whose past-due
*> total crosses the threshold gets an active hold record appended
*> to credithold.txt. ORDERENTRY and the billing session
*> pattern taxCalculator.cbl uses for taxrates.txt.
*> Customers already carrying an active hold are not held again, so
*> the nightly rerun is safe.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step after ARAGING; GOBACK +
*> RETURN-CODE report success/failure either way.
ENVIRONMENT DIVISION.
FILE-CONTROL.
*> OPTIONAL: a shop that hasn't billed anything yet has nothing to
*> hold and the chain carries on
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL HoldFile ASSIGN TO "credithold.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-HOLD-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-AGE-DAYS PIC S9(5).
*> DATEUTIL linkage - days-between-dates comes from the shared date
*> library instead of being reinvented here
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-TEXT PIC X(30).
           02 WS-D-AMOUNT PIC ----,---,--9.99.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "CREDITHOLD".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-OPEN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CT-OPEN-AMOUNT PIC S9(11)V99 VALUE ZERO.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CREDITHOLD".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
*> only a real I/O failure aborts
       IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
           DISPLAY "CREDITHOLD: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadThreshold.
       PERFORM LoadExistingHolds.
       MOVE SPACES TO ReportLine.
       STRING "CREDIT HOLD RUN" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile
               "checked - customer table full"
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       PERFORM RecordControlTotals.
       DISPLAY "Credit hold run complete. Holds placed: "
           WS-HOLDS-PLACED.
       MOVE 0 TO RETURN-CODE.
*> this program's
       IF AROpenItem
           COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid
           ADD 1 TO WS-CT-OPEN-COUNT
           ADD WS-OPEN-AMOUNT TO WS-CT-OPEN-AMOUNT
           IF WS-OPEN-AMOUNT > ZERO
               MOVE 'DIFF' TO WS-DU-FUNCTION
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
           END-IF
       END-IF.
       CLOSE ParmFile.

RecordControlTotals.
*> Open items and their open balance as read - the same ledger
*> ARAGING aged just before - and the holds placed
       MOVE "AR-OPEN" TO WS-CT-METRIC.
       MOVE WS-CT-OPEN-COUNT TO WS-CT-COUNT.
       MOVE WS-CT-OPEN-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "HOLDS-OUT" TO WS-CT-METRIC.
       MOVE WS-HOLDS-PLACED TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "credithold_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CASHFCST.
*> Thirteen-week cash forecast into cash_forecast.txt, a week to a
*> line from the Monday of the current week, with the projected
*> balance running on from the opening cash figure keyed at the
*> start.
*> Money in:
*>   - open arledger.dat items (copybooks/ARLEDREC.cpy), the unpaid
*>     part expected on the invoice date plus the customer's own
*>     average days to pay - every cash application ARPAYMENT ever
*>     logged for them (arapplylog.txt) against the item's
*>     ARInvoiceDate, NSFCHECK's reversing lines left out. A
*>     customer with no payment history is expected at 30 days.
*>   - open payplan.txt installments (copybooks/PAYPLNREC.cpy) on
*>     their due dates; an invoice on a plan comes in by its
*>     installments, not by the ledger item
*> Money out:
*>   - open pohdr.txt purchase orders (copybooks/POHDRREC.cpy) on
*>     their expected dates: what the podtl.txt lines cost in all
*>     (ordered quantity times PODUnitCost) less what the vendor has
*>     already billed against the PO on vinvhdr.txt
*>   - Matched vendor invoices on vinvhdr.txt (copybooks/
*>     VINVHDRREC.cpy) on the date APPAYRUN would pay them: the
*>     discount date net of the discount while that date is still
*>     to come, otherwise the due date at full price. Held invoices
*>     are not payable yet - their total is shown under the table
*> Anything expected before this week lands in week 1 and is also
*> totalled under the table; anything after week 13 is totalled
*> there too.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT OPTIONAL ApplyLogFile ASSIGN TO "arapplylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PayPlanFile ASSIGN TO "payplan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POHeaderFile ASSIGN TO "pohdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PODetailFile ASSIGN TO "podtl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VInvHeaderFile ASSIGN TO "vinvhdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "cash_forecast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with taxCalculator.cbl/ARPAYMENT via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
       COPY ARLEDREC.

*> Same layout ARPAYMENT writes
FD ApplyLogFile.
       01 ApplyLogRecord.
           02 LogTimestamp PIC X(21).
           02 FILLER PIC X VALUE SPACE.
           02 LogCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogInvoiceNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 LogAppliedAmount PIC -9(8).99.
           02 FILLER PIC X VALUE SPACE.
           02 LogOperatorID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogCheckRef PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogPayerID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogEntryType PIC X.
               88 LogReturnedCheck VALUE 'R'.

*> Shared with PAYPLAN/ARPAYMENT via copybooks/PAYPLNREC.cpy
FD PayPlanFile.
       COPY PAYPLNREC.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/POHDRREC.cpy
FD POHeaderFile.
       COPY POHDRREC.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/PODTLREC.cpy
FD PODetailFile.
       COPY PODTLREC.

*> Shared with VNDINVOICE/APPAYRUN via copybooks/VINVHDRREC.cpy
FD VInvHeaderFile.
       COPY VINVHDRREC.

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-TABLE-FULL PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-DOW PIC 9.
       01 WS-OPENING-CASH PIC S9(9)V99.
*> A customer with no payment history to go on
       01 WS-DEFAULT-DAYS PIC S9(5) VALUE 30.
*> DATEUTIL linkage
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE1 PIC 9(8).
       01 WS-DU-DATE2 PIC 9(8).
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> OPSLOG linkage - a refused run lands on the central message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "CASHFCST".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-IDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-LED PIC 9(4).
       01 WS-WK-IDX PIC 99.
       01 WS-CUST-ID PIC 9(5).
       01 WS-PO-NUM PIC 9(6).
       01 WS-WEEK PIC 99.
       01 WS-PAST-DUE PIC X.
       01 WS-AT-DATE PIC 9(8).
       01 WS-AMOUNT PIC S9(9)V99.
       01 WS-ON-PLAN PIC X.
       01 WS-APPLY-AMOUNT PIC S9(8)V99.
       01 WS-NET PIC S9(9)V99.
       01 WS-BALANCE PIC S9(9)V99.
*> Past-due, beyond-the-horizon and held totals for under the table
       01 WS-PAST-AR PIC S9(9)V99 VALUE ZERO.
       01 WS-PAST-PLAN PIC S9(9)V99 VALUE ZERO.
       01 WS-PAST-PO PIC S9(9)V99 VALUE ZERO.
       01 WS-PAST-AP PIC S9(9)V99 VALUE ZERO.
       01 WS-LATER-IN PIC S9(9)V99 VALUE ZERO.
       01 WS-LATER-OUT PIC S9(9)V99 VALUE ZERO.
       01 WS-HELD-AP PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-AR PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PLAN PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-IN PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PO PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-AP PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-OUT PIC S9(9)V99 VALUE ZERO.
*> The thirteen weeks, Monday to Sunday
       01 WeekTable.
           02 WeekEntry OCCURS 13 TIMES.
               03 Wk-Start PIC 9(8).
               03 Wk-End PIC 9(8).
               03 Wk-AR PIC S9(9)V99.
               03 Wk-Plan PIC S9(9)V99.
               03 Wk-PO PIC S9(9)V99.
               03 Wk-AP PIC S9(9)V99.
*> Invoices with installments still open - they come in by plan.
*> The DEPENDING ON counters must be declared ahead of the tables
*> they size
       01 PlanCount PIC 9(4) VALUE ZERO.
       01 PlanTable.
           02 PlanEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON PlanCount.
               03 Pl-InvoiceNum PIC 9(6).
*> Every ledger item, for the invoice dates behind the history
       01 LedgerCount PIC 9(4) VALUE ZERO.
       01 LedgerTable.
           02 LedgerEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON LedgerCount.
               03 Lg-InvoiceNum PIC 9(6).
               03 Lg-CustID PIC 9(5).
               03 Lg-Date PIC 9(8).
               03 Lg-Open PIC S9(8)V99.
               03 Lg-OpenItem PIC X.
*> Each paying customer's applications and the days they took
       01 CustCount PIC 9(4) VALUE ZERO.
       01 CustTable.
           02 CustEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON CustCount.
               03 Cu-CustID PIC 9(5).
               03 Cu-Payments PIC 9(5).
               03 Cu-PayDays PIC 9(8).
*> Open purchase orders: the lines' cost and what is billed so far
       01 POCount PIC 9(4) VALUE ZERO.
       01 POTable.
           02 POEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON POCount.
               03 Po-Num PIC 9(6).
               03 Po-ExpectDate PIC 9(8).
               03 Po-Cost PIC S9(9)V99.
               03 Po-Billed PIC S9(9)V99.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(30) VALUE "13-WEEK CASH FORECAST FROM".
           02 WS-T-START PIC 9(8).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-OPENING-LINE.
           02 FILLER PIC X(14) VALUE "OPENING CASH: ".
           02 WS-O-CASH PIC ---,---,--9.99.
       01 WS-HEAD-LINE.
           02 FILLER PIC X(5) VALUE "WEEK".
           02 FILLER PIC X(9) VALUE "MONDAY".
           02 FILLER PIC X(14) VALUE "   RECEIVABLE".
           02 FILLER PIC X(14) VALUE "    PAY PLANS".
           02 FILLER PIC X(14) VALUE "     TOTAL IN".
           02 FILLER PIC X(14) VALUE "   PURCHASING".
           02 FILLER PIC X(14) VALUE "     PAYABLES".
           02 FILLER PIC X(14) VALUE "    TOTAL OUT".
           02 FILLER PIC X(15) VALUE "            NET".
           02 FILLER PIC X(15) VALUE "        BALANCE".
       01 WS-DETAIL-LINE.
           02 WS-R-WEEK PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-R-START PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-AR PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-PLAN PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-IN PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-PO PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-AP PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-OUT PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-NET PIC ---,---,--9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-BALANCE PIC ---,---,--9.99.
       01 WS-NOTE-LINE.
           02 WS-N-LABEL PIC X(40).
           02 WS-N-AMOUNT PIC ---,---,--9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-N-LABEL2 PIC X(20).
           02 WS-N-AMOUNT2 PIC ---,---,--9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CASHFCST".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "Opening cash balance : " WITH NO ADVANCING.
       ACCEPT WS-OPENING-CASH.
       PERFORM SetUpWeeks.
       PERFORM LoadPlans.
       IF WS-TABLE-FULL NOT = 'Y'
           PERFORM LoadLedger
       END-IF.
       IF WS-TABLE-FULL NOT = 'Y'
           PERFORM LoadApplications
       END-IF.
       IF WS-TABLE-FULL NOT = 'Y'
           PERFORM LoadPurchaseOrders
       END-IF.
       IF WS-TABLE-FULL = 'Y'
           *> A forecast missing part of the receivables or the
           *> commitments would understate one side - refuse it
           DISPLAY "CASHFCST: more than 2000 plan invoices, paying "
               "customers or open POs, or 5000 ledger items - "
               "no forecast"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "Plan, ledger, customer or PO table full - no forecast"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ForecastReceivables.
       PERFORM LoadPOLines.
       PERFORM LoadPayables.
       PERFORM ForecastPurchaseOrders.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CASHFCST: unable to open cash_forecast.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM PrintReport.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Cash forecast complete. Week 13 balance: "
           WS-R-BALANCE.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

SetUpWeeks.
*> Week 1 starts the Monday of the current week
       ACCEPT WS-DOW FROM DAY-OF-WEEK.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       COMPUTE WS-DU-DAYS = 1 - WS-DOW.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       INITIALIZE WeekTable.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
           MOVE WS-DU-RESULT TO Wk-Start(WS-IDX)
           MOVE WS-DU-RESULT TO WS-DU-DATE1
           MOVE 6 TO WS-DU-DAYS
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           MOVE WS-DU-RESULT TO Wk-End(WS-IDX)
           MOVE Wk-End(WS-IDX) TO WS-DU-DATE1
           MOVE 1 TO WS-DU-DAYS
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
       END-PERFORM.

FindWeek.
*> WS-AT-DATE to its week: before week 1 counts in week 1 (and is
*> past due), after week 13 is week 0
       MOVE 'N' TO WS-PAST-DUE.
       MOVE 0 TO WS-WEEK.
       IF WS-AT-DATE < Wk-Start(1)
           MOVE 'Y' TO WS-PAST-DUE
           MOVE 1 TO WS-WEEK
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > 13 OR WS-WEEK > 0
           IF WS-AT-DATE NOT > Wk-End(WS-WK-IDX)
               MOVE WS-WK-IDX TO WS-WEEK
           END-IF
       END-PERFORM.

LoadPlans.
*> Open installments go straight into their weeks; their invoices
*> are remembered so the ledger item isn't counted a second time
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT PayPlanFile.
       PERFORM ReadPlan.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF PPInstallOpen
               MOVE PPDueDate TO WS-AT-DATE
               PERFORM FindWeek
               IF WS-WEEK = 0
                   ADD PPAmount TO WS-LATER-IN
               ELSE
                   ADD PPAmount TO Wk-Plan(WS-WEEK)
                   IF WS-PAST-DUE = 'Y'
                       ADD PPAmount TO WS-PAST-PLAN
                   END-IF
               END-IF
               PERFORM KeepPlanInvoice
           END-IF
           PERFORM ReadPlan
       END-PERFORM.
       CLOSE PayPlanFile.

ReadPlan.
       READ PayPlanFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

KeepPlanInvoice.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > PlanCount
           IF Pl-InvoiceNum(WS-IDX) = PPInvoiceNum
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.
       IF PlanCount = 2000
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO PlanCount.
       MOVE PPInvoiceNum TO Pl-InvoiceNum(PlanCount).

LoadLedger.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ARLedgerFile.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF LedgerCount = 5000
               MOVE 'Y' TO WS-TABLE-FULL
           ELSE
               ADD 1 TO LedgerCount
               MOVE ARInvoiceNum TO Lg-InvoiceNum(LedgerCount)
               MOVE ARCustID TO Lg-CustID(LedgerCount)
               MOVE ARInvoiceDate TO Lg-Date(LedgerCount)
               COMPUTE Lg-Open(LedgerCount) =
                   ARInvoiceAmount - ARAmountPaid
               MOVE ARPaidFlag TO Lg-OpenItem(LedgerCount)
               PERFORM ReadLedger
           END-IF
       END-PERFORM.
       CLOSE ARLedgerFile.

ReadLedger.
       READ ARLedgerFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

LoadApplications.
*> Each payment against a ledger item adds the days it took to the
*> customer's history
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ApplyLogFile.
       PERFORM ReadApplication.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           COMPUTE WS-APPLY-AMOUNT =
               FUNCTION NUMVAL(LogAppliedAmount)
           IF NOT LogReturnedCheck AND WS-APPLY-AMOUNT > ZERO
               PERFORM MatchApplication
           END-IF
           PERFORM ReadApplication
       END-PERFORM.
       CLOSE ApplyLogFile.

ReadApplication.
       READ ApplyLogFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

MatchApplication.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LedgerCount OR WS-SLOT > 0
           IF Lg-InvoiceNum(WS-IDX) = LogInvoiceNum
                   AND Lg-CustID(WS-IDX) = LogCustID
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       MOVE LogTimestamp(1:8) TO WS-DU-DATE1.
       MOVE Lg-Date(WS-SLOT) TO WS-DU-DATE2.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00" OR WS-DU-DAYS < ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE LogCustID TO WS-CUST-ID.
       PERFORM FindCustomer.
       IF WS-SLOT = 0
           IF CustCount = 2000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CustCount
           MOVE CustCount TO WS-SLOT
           MOVE LogCustID TO Cu-CustID(WS-SLOT)
           MOVE ZERO TO Cu-Payments(WS-SLOT)
           MOVE ZERO TO Cu-PayDays(WS-SLOT)
       END-IF.
       ADD 1 TO Cu-Payments(WS-SLOT).
       ADD WS-DU-DAYS TO Cu-PayDays(WS-SLOT).

FindCustomer.
*> WS-CUST-ID to its CustTable slot, 0 when not there yet
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CustCount OR WS-SLOT > 0
           IF Cu-CustID(WS-IDX) = WS-CUST-ID
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

ForecastReceivables.
*> Each open item not on a plan, expected the customer's average
*> days after its invoice date
       PERFORM VARYING WS-LED FROM 1 BY 1 UNTIL WS-LED > LedgerCount
           IF Lg-OpenItem(WS-LED) = 'O' AND Lg-Open(WS-LED) > ZERO
               PERFORM ForecastOneItem
           END-IF
       END-PERFORM.

ForecastOneItem.
       MOVE 'N' TO WS-ON-PLAN.
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > PlanCount
           IF Pl-InvoiceNum(WS-SLOT) = Lg-InvoiceNum(WS-LED)
               MOVE 'Y' TO WS-ON-PLAN
           END-IF
       END-PERFORM.
       IF WS-ON-PLAN = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE Lg-CustID(WS-LED) TO WS-CUST-ID.
       PERFORM FindCustomer.
       IF WS-SLOT = 0
           MOVE WS-DEFAULT-DAYS TO WS-DU-DAYS
       ELSE
           DIVIDE Cu-Payments(WS-SLOT) INTO Cu-PayDays(WS-SLOT)
               GIVING WS-DU-DAYS ROUNDED
       END-IF.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE Lg-Date(WS-LED) TO WS-DU-DATE1.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-RESULT TO WS-AT-DATE.
       PERFORM FindWeek.
       IF WS-WEEK = 0
           ADD Lg-Open(WS-LED) TO WS-LATER-IN
       ELSE
           ADD Lg-Open(WS-LED) TO Wk-AR(WS-WEEK)
           IF WS-PAST-DUE = 'Y'
               ADD Lg-Open(WS-LED) TO WS-PAST-AR
           END-IF
       END-IF.

LoadPurchaseOrders.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT POHeaderFile.
       PERFORM ReadPOHeader.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF POOpen
               IF POCount = 2000
                   MOVE 'Y' TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO POCount
                   MOVE PONum TO Po-Num(POCount)
                   MOVE POExpectDate TO Po-ExpectDate(POCount)
                   MOVE ZERO TO Po-Cost(POCount)
                   MOVE ZERO TO Po-Billed(POCount)
               END-IF
           END-IF
           PERFORM ReadPOHeader
       END-PERFORM.
       CLOSE POHeaderFile.

ReadPOHeader.
       READ POHeaderFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

FindPO.
*> WS-PO-NUM to its POTable slot
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > POCount OR WS-SLOT > 0
           IF Po-Num(WS-IDX) = WS-PO-NUM
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

LoadPOLines.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT PODetailFile.
       PERFORM ReadPOLine.
       PERFORM UNTIL AtEndOfFile
           MOVE PODNum TO WS-PO-NUM
           PERFORM FindPO
           IF WS-SLOT > 0
               COMPUTE Po-Cost(WS-SLOT) = Po-Cost(WS-SLOT)
                   + PODQtyOrdered * PODUnitCost
           END-IF
           PERFORM ReadPOLine
       END-PERFORM.
       CLOSE PODetailFile.

ReadPOLine.
       READ PODetailFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

LoadPayables.
*> Every bill counts against its PO's commitment, paid or not;
*> Matched ones go out when APPAYRUN would pay them
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT VInvHeaderFile.
       PERFORM ReadPayable.
       PERFORM UNTIL AtEndOfFile
           MOVE VIPONum TO WS-PO-NUM
           PERFORM FindPO
           IF WS-SLOT > 0
               ADD VIAmount TO Po-Billed(WS-SLOT)
           END-IF
           EVALUATE TRUE
               WHEN VIMatched
                   PERFORM ForecastPayable
               WHEN VIHeld
                   ADD VIAmount TO WS-HELD-AP
           END-EVALUATE
           PERFORM ReadPayable
       END-PERFORM.
       CLOSE VInvHeaderFile.

ReadPayable.
       READ VInvHeaderFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

ForecastPayable.
       IF VIDiscDate > ZERO AND VIDiscDate NOT < WS-RUN-DATE
               AND VIDiscPct > ZERO
           MOVE VIDiscDate TO WS-AT-DATE
           COMPUTE WS-AMOUNT ROUNDED =
               VIAmount - VIAmount * VIDiscPct / 100
       ELSE
           MOVE VIDueDate TO WS-AT-DATE
           MOVE VIAmount TO WS-AMOUNT
       END-IF.
       PERFORM FindWeek.
       IF WS-WEEK = 0
           ADD WS-AMOUNT TO WS-LATER-OUT
       ELSE
           ADD WS-AMOUNT TO Wk-AP(WS-WEEK)
           IF WS-PAST-DUE = 'Y'
               ADD WS-AMOUNT TO WS-PAST-AP
           END-IF
       END-IF.

ForecastPurchaseOrders.
*> What each open PO will still cost once billed
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > POCount
           COMPUTE WS-AMOUNT = Po-Cost(WS-SLOT) - Po-Billed(WS-SLOT)
           IF WS-AMOUNT > ZERO
               MOVE Po-ExpectDate(WS-SLOT) TO WS-AT-DATE
               PERFORM FindWeek
               IF WS-WEEK = 0
                   ADD WS-AMOUNT TO WS-LATER-OUT
               ELSE
                   ADD WS-AMOUNT TO Wk-PO(WS-WEEK)
                   IF WS-PAST-DUE = 'Y'
                       ADD WS-AMOUNT TO WS-PAST-PO
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

PrintReport.
       MOVE Wk-Start(1) TO WS-T-START.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       WRITE ReportLine FROM WS-TITLE-LINE.
       MOVE WS-OPENING-CASH TO WS-O-CASH.
       WRITE ReportLine FROM WS-OPENING-LINE.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       WRITE ReportLine FROM WS-HEAD-LINE.
       MOVE WS-OPENING-CASH TO WS-BALANCE.
       PERFORM VARYING WS-WEEK FROM 1 BY 1 UNTIL WS-WEEK > 13
           PERFORM PrintWeek
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE WS-TOTAL-AR TO WS-R-AR.
       MOVE WS-TOTAL-PLAN TO WS-R-PLAN.
       MOVE WS-TOTAL-IN TO WS-R-IN.
       MOVE WS-TOTAL-PO TO WS-R-PO.
       MOVE WS-TOTAL-AP TO WS-R-AP.
       MOVE WS-TOTAL-OUT TO WS-R-OUT.
       COMPUTE WS-NET = WS-TOTAL-IN - WS-TOTAL-OUT.
       MOVE WS-NET TO WS-R-NET.
       MOVE WS-BALANCE TO WS-R-BALANCE.
       MOVE "TOTAL" TO WS-DETAIL-LINE(1:5).
       WRITE ReportLine FROM WS-DETAIL-LINE.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO WS-NOTE-LINE.
       MOVE "PAST DUE IN WEEK 1 - RECEIVABLE:" TO WS-N-LABEL.
       MOVE WS-PAST-AR TO WS-N-AMOUNT.
       MOVE "PAY PLANS:" TO WS-N-LABEL2.
       MOVE WS-PAST-PLAN TO WS-N-AMOUNT2.
       WRITE ReportLine FROM WS-NOTE-LINE.
       MOVE "PAST DUE IN WEEK 1 - PURCHASING:" TO WS-N-LABEL.
       MOVE WS-PAST-PO TO WS-N-AMOUNT.
       MOVE "PAYABLES:" TO WS-N-LABEL2.
       MOVE WS-PAST-AP TO WS-N-AMOUNT2.
       WRITE ReportLine FROM WS-NOTE-LINE.
       MOVE "AFTER WEEK 13 - IN:" TO WS-N-LABEL.
       MOVE WS-LATER-IN TO WS-N-AMOUNT.
       MOVE "OUT:" TO WS-N-LABEL2.
       MOVE WS-LATER-OUT TO WS-N-AMOUNT2.
       WRITE ReportLine FROM WS-NOTE-LINE.
       MOVE SPACES TO WS-NOTE-LINE.
       MOVE "HELD VENDOR INVOICES, NOT FORECAST:" TO WS-N-LABEL.
       MOVE WS-HELD-AP TO WS-N-AMOUNT.
       WRITE ReportLine FROM WS-NOTE-LINE.

PrintWeek.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE WS-WEEK TO WS-R-WEEK.
       MOVE Wk-Start(WS-WEEK) TO WS-R-START.
       MOVE Wk-AR(WS-WEEK) TO WS-R-AR.
       MOVE Wk-Plan(WS-WEEK) TO WS-R-PLAN.
       COMPUTE WS-AMOUNT = Wk-AR(WS-WEEK) + Wk-Plan(WS-WEEK).
       MOVE WS-AMOUNT TO WS-R-IN.
       ADD Wk-AR(WS-WEEK) TO WS-TOTAL-AR.
       ADD Wk-Plan(WS-WEEK) TO WS-TOTAL-PLAN.
       ADD WS-AMOUNT TO WS-TOTAL-IN.
       MOVE WS-AMOUNT TO WS-NET.
       MOVE Wk-PO(WS-WEEK) TO WS-R-PO.
       MOVE Wk-AP(WS-WEEK) TO WS-R-AP.
       COMPUTE WS-AMOUNT = Wk-PO(WS-WEEK) + Wk-AP(WS-WEEK).
       MOVE WS-AMOUNT TO WS-R-OUT.
       ADD Wk-PO(WS-WEEK) TO WS-TOTAL-PO.
       ADD Wk-AP(WS-WEEK) TO WS-TOTAL-AP.
       ADD WS-AMOUNT TO WS-TOTAL-OUT.
       SUBTRACT WS-AMOUNT FROM WS-NET.
       MOVE WS-NET TO WS-R-NET.
       ADD WS-NET TO WS-BALANCE.
       MOVE WS-BALANCE TO WS-R-BALANCE.
       WRITE ReportLine FROM WS-DETAIL-LINE.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "cash_forecast.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

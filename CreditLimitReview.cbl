       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDLIMRVW.
*> Quarterly customer payment behaviour and credit limit review.
*> Every customer with a limit on creditlimits.txt (copybooks/
*> CREDLIMREC.cpy) is measured over the quarter into
*> credit_limit_review.txt:
*>   - average days to pay: each cash application ARPAYMENT logged
*>     in the quarter (arapplylog.txt), from the invoice's
*>     ARInvoiceDate on arledger.dat to the day the cash was applied;
*>     NSFCHECK's reversing lines are not payments
*>   - late payments: applications made more than the terms after
*>     the invoice date, plus any invoice still unpaid at quarter end
*>     that was by then past terms
*>   - highest balance against limit: the account's balance at the
*>     start of the quarter and after each invoice posted in it,
*>     built from the ledger and the applications; an amount settled
*>     other than by a logged application (paid at the counter,
*>     written off, credited) counts as settled from the invoice date
*>   - dunning letters received in the quarter (dunlog.txt,
*>     copybooks/DUNLOGREC.cpy)
*> and given a suggestion by the rules in credlimparm.txt (optional,
*> one line, every field defaulting when blank or not numeric):
*>   cols  1-8  YYYYMMDD quarter-end date to review instead, for a
*>              rerun - the quarter is the three months ending then
*>   cols  9-11 terms in days (30)
*>   cols 12-14 increase when there were payments, none late, the
*>              average was at most this many days (30) ...
*>   cols 15-17 ... and the balance reached this percent of the
*>              limit (80)
*>   cols 18-20 by this percent (25)
*>   cols 21-23 decrease on this many late payments (3) ...
*>   cols 24-26 ... or an average over this many days (60) ...
*>   cols 27-29 ... or this many dunning letters (2)
*>   cols 30-32 by this percent (25)
*> otherwise hold. A new limit is rounded to the nearest $100. A
*> customer whose limit was already changed from a review of the same
*> quarter (creditlimlog.txt, copybooks/CLCHGREC.cpy) is held.
*> Each increase or decrease is also written to credlimsugg.txt
*> (copybooks/CLSUGGREC.cpy), replacing the last run's list, for the
*> credit manager to accept or reject in CREDLIMACPT.
*> The quarter is the last whole calendar quarter before today.
*> Schedule it QTR 1 in jobcal.txt so the quarter it reviews is
*> whole.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CreditLimitFile ASSIGN TO "creditlimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT OPTIONAL ApplyLogFile ASSIGN TO "arapplylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DunLogFile ASSIGN TO "dunlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ChangeLogFile ASSIGN TO "creditlimlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "credlimparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Names for the report only - OPTIONAL so a missing master still
*> lets the review run by customer ID
       SELECT OPTIONAL CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT SuggestFile ASSIGN TO "credlimsugg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUGGEST-STATUS.
       SELECT ReportFile ASSIGN TO "credit_limit_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with CREDAPPROVE/taxCalculator.cbl via copybooks/CREDLIMREC.cpy
FD CreditLimitFile.
       COPY CREDLIMREC.

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

*> Shared with DUNNING via copybooks/DUNLOGREC.cpy
FD DunLogFile.
       COPY DUNLOGREC.

*> Shared with CREDLIMACPT via copybooks/CLCHGREC.cpy
FD ChangeLogFile.
       COPY CLCHGREC.

FD ParmFile.
       01 ParmRecord.
           02 PrmQuarterEnd PIC 9(8).
           02 PrmTermDays PIC 9(3).
           02 PrmRaiseDays PIC 9(3).
           02 PrmRaiseUsePct PIC 9(3).
           02 PrmRaisePct PIC 9(3).
           02 PrmCutLate PIC 9(3).
           02 PrmCutDays PIC 9(3).
           02 PrmCutDunning PIC 9(3).
           02 PrmCutPct PIC 9(3).

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with CREDLIMACPT via copybooks/CLSUGGREC.cpy
FD SuggestFile.
       COPY CLSUGGREC.

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-SUGGEST-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-TABLE-FULL PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-QTR-START PIC 9(8).
       01 WS-QTR-END PIC 9(8).
       01 WS-QTR-BUILD.
           05 WS-QB-YEAR PIC 9(4).
           05 WS-QB-MONTH PIC 9(2).
           05 WS-QB-DAY PIC 9(2).
       01 WS-QTR-DATE REDEFINES WS-QTR-BUILD PIC 9(8).
       01 WS-QTR-NUM PIC 9.
*> The review rules, defaults here, credlimparm.txt over them
       01 WS-TERM-DAYS PIC 9(3) VALUE 30.
       01 WS-RAISE-DAYS PIC 9(3) VALUE 30.
       01 WS-RAISE-USE-PCT PIC 9(3) VALUE 80.
       01 WS-RAISE-PCT PIC 9(3) VALUE 25.
       01 WS-CUT-LATE PIC 9(3) VALUE 3.
       01 WS-CUT-DAYS PIC 9(3) VALUE 60.
       01 WS-CUT-DUNNING PIC 9(3) VALUE 2.
       01 WS-CUT-PCT PIC 9(3) VALUE 25.
*> DATEUTIL linkage
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> OPSLOG linkage - a refused run lands on the central message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "CREDLIMRVW".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-LED PIC 9(4).
       01 WS-APPLY-DATE PIC 9(8).
       01 WS-APPLY-AMOUNT PIC S9(8)V99.
       01 WS-OUTSTANDING PIC S9(9)V99.
       01 WS-BALANCE PIC S9(9)V99.
       01 WS-AT-DATE PIC 9(8).
       01 WS-FACTOR PIC 9(3).
       01 WS-HUNDREDS PIC 9(7).
       01 WS-USE-PCT PIC 9(4).
       01 WS-NAME PIC X(23).
       01 WS-REVIEWED PIC 9(4) VALUE ZERO.
       01 WS-INCREASES PIC 9(4) VALUE ZERO.
       01 WS-DECREASES PIC 9(4) VALUE ZERO.
       01 WS-HOLDS PIC 9(4) VALUE ZERO.
*> Every customer with a limit, and what the quarter showed of
*> them. The DEPENDING ON counters must be declared ahead of the
*> tables they size
       01 LimitCount PIC 9(4) VALUE ZERO.
       01 LimitTable.
           02 LimitEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON LimitCount.
               03 Lm-CustID PIC 9(5).
               03 Lm-Limit PIC 9(8)V99.
               03 Lm-Payments PIC 9(4).
               03 Lm-PayDays PIC 9(7).
               03 Lm-AvgDays PIC 9(3).
               03 Lm-Late PIC 9(4).
               03 Lm-Peak PIC S9(9)V99.
               03 Lm-Dunning PIC 9(3).
               03 Lm-Changed PIC X.
               03 Lm-Action PIC X.
               03 Lm-NewLimit PIC 9(8)V99.
               03 Lm-Reason PIC X(20).
*> The ledger items of those customers up to quarter end: what each
*> was paid by logged applications in all and by quarter end, and
*> what was settled some other way
       01 LedgerCount PIC 9(4) VALUE ZERO.
       01 LedgerTable.
           02 LedgerEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON LedgerCount.
               03 Lg-InvoiceNum PIC 9(6).
               03 Lg-CustID PIC 9(5).
               03 Lg-Slot PIC 9(4).
               03 Lg-Date PIC 9(8).
               03 Lg-Amount PIC S9(8)V99.
               03 Lg-Paid PIC S9(8)V99.
               03 Lg-Logged PIC S9(8)V99.
               03 Lg-LoggedByEnd PIC S9(8)V99.
               03 Lg-Settled PIC S9(8)V99.
*> The applications against those items up to quarter end
       01 ApplyCount PIC 9(4) VALUE ZERO.
       01 ApplyTable.
           02 ApplyEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON ApplyCount.
               03 Ap-Led PIC 9(4).
               03 Ap-Slot PIC 9(4).
               03 Ap-Date PIC 9(8).
               03 Ap-Amount PIC S9(8)V99.
               03 Ap-Type PIC X.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(28) VALUE "CREDIT LIMIT REVIEW  QUARTER".
           02 FILLER PIC X VALUE SPACE.
           02 WS-T-START PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-T-END PIC 9(8).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-RULE-LINE PIC X(132).
       01 WS-EDIT-3 PIC ZZ9.
       01 WS-EDIT-3B PIC ZZ9.
       01 WS-EDIT-3C PIC ZZ9.
       01 WS-EDIT-3D PIC ZZ9.
       01 WS-HEAD-LINE.
           02 FILLER PIC X(6) VALUE "CUST".
           02 FILLER PIC X(24) VALUE "NAME".
           02 FILLER PIC X(14) VALUE "        LIMIT".
           02 FILLER PIC X(6) VALUE " PAYS".
           02 FILLER PIC X(5) VALUE " AVG".
           02 FILLER PIC X(6) VALUE " LATE".
           02 FILLER PIC X(15) VALUE "   HIGH BALANCE".
           02 FILLER PIC X(7) VALUE "  %LIM".
           02 FILLER PIC X(5) VALUE " DUN".
           02 FILLER PIC X(10) VALUE "SUGGEST".
           02 FILLER PIC X(14) VALUE "    NEW LIMIT".
           02 FILLER PIC X(6) VALUE "WHY".
       01 WS-DETAIL-LINE.
           02 WS-R-CUST PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-NAME PIC X(23).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-LIMIT PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-PAYMENTS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-AVG PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-LATE PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-PEAK PIC ---,---,--9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-PCT PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-DUN PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-ACTION PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-NEW PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-REASON PIC X(20).
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(20) VALUE "CUSTOMERS REVIEWED: ".
           02 WS-TL-REVIEWED PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "   INCREASE: ".
           02 WS-TL-INCREASES PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "   DECREASE: ".
           02 WS-TL-DECREASES PIC ZZZ9.
           02 FILLER PIC X(9) VALUE "   HOLD: ".
           02 WS-TL-HOLDS PIC ZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CREDLIMRVW".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       IF WS-DU-STATUS NOT = "00"
           DISPLAY "CREDLIMRVW: bad quarter-end date "
               PrmQuarterEnd " in credlimparm.txt - nothing reviewed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadLimits.
       IF WS-TABLE-FULL NOT = 'Y'
           PERFORM LoadLedger
       END-IF.
       IF WS-TABLE-FULL NOT = 'Y'
           PERFORM LoadApplications
       END-IF.
       IF WS-TABLE-FULL = 'Y'
           *> A customer measured on part of their history would get
           *> the wrong suggestion - refuse the whole run instead
           DISPLAY "CREDLIMRVW: more than 2000 limits, 5000 ledger "
               "items or 5000 applications - nothing reviewed"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "Limit, ledger or application table full - no review"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadDunning.
       PERFORM LoadChanges.
       PERFORM MeasurePayments.
       PERFORM MeasureOverdue.
       PERFORM MeasurePeaks.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CREDLIMRVW: unable to open "
               "credit_limit_review.txt, status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT SuggestFile.
       IF WS-SUGGEST-STATUS NOT = "00"
           DISPLAY "CREDLIMRVW: unable to open credlimsugg.txt, "
               "status " WS-SUGGEST-STATUS
           CLOSE ReportFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM PrintReport.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       CLOSE SuggestFile.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Credit limit review complete. Increases: "
           WS-INCREASES " Decreases: " WS-DECREASES.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

LoadParm.
*> The quarter first: the last whole calendar quarter, or the three
*> months ending the parm's date
       MOVE "00" TO WS-DU-STATUS.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       CLOSE ParmFile.
       IF WS-PARM-EOF = 'Y'
           MOVE ALL '0' TO ParmRecord
       END-IF.
       IF PrmQuarterEnd IS NUMERIC AND PrmQuarterEnd > ZERO
           MOVE 'VAL ' TO WS-DU-FUNCTION
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, PrmQuarterEnd,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           IF WS-DU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PrmQuarterEnd TO WS-QTR-END
           MOVE PrmQuarterEnd TO WS-QTR-DATE
       ELSE
           MOVE WS-RUN-DATE TO WS-QTR-DATE
           DIVIDE 3 INTO WS-QB-MONTH GIVING WS-QTR-NUM
           IF WS-QB-MONTH = 3 OR 6 OR 9 OR 12
               SUBTRACT 1 FROM WS-QTR-NUM
           END-IF
           COMPUTE WS-QB-MONTH = WS-QTR-NUM * 3
           IF WS-QB-MONTH = 0
               MOVE 12 TO WS-QB-MONTH
               SUBTRACT 1 FROM WS-QB-YEAR
           END-IF
           MOVE 1 TO WS-QB-DAY
           MOVE 'EOM ' TO WS-DU-FUNCTION
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-QTR-DATE,
               WS-DU-DATE2, WS-DU-DAYS, WS-QTR-END, WS-DU-STATUS
           END-CALL
       END-IF.
       IF WS-QB-MONTH > 2
           SUBTRACT 2 FROM WS-QB-MONTH
       ELSE
           ADD 10 TO WS-QB-MONTH
           SUBTRACT 1 FROM WS-QB-YEAR
       END-IF.
       MOVE 1 TO WS-QB-DAY.
       MOVE WS-QTR-DATE TO WS-QTR-START.
       IF PrmTermDays IS NUMERIC AND PrmTermDays > ZERO
           MOVE PrmTermDays TO WS-TERM-DAYS
       END-IF.
       IF PrmRaiseDays IS NUMERIC AND PrmRaiseDays > ZERO
           MOVE PrmRaiseDays TO WS-RAISE-DAYS
       END-IF.
       IF PrmRaiseUsePct IS NUMERIC AND PrmRaiseUsePct > ZERO
           MOVE PrmRaiseUsePct TO WS-RAISE-USE-PCT
       END-IF.
       IF PrmRaisePct IS NUMERIC AND PrmRaisePct > ZERO
           MOVE PrmRaisePct TO WS-RAISE-PCT
       END-IF.
       IF PrmCutLate IS NUMERIC AND PrmCutLate > ZERO
           MOVE PrmCutLate TO WS-CUT-LATE
       END-IF.
       IF PrmCutDays IS NUMERIC AND PrmCutDays > ZERO
           MOVE PrmCutDays TO WS-CUT-DAYS
       END-IF.
       IF PrmCutDunning IS NUMERIC AND PrmCutDunning > ZERO
           MOVE PrmCutDunning TO WS-CUT-DUNNING
       END-IF.
       IF PrmCutPct IS NUMERIC AND PrmCutPct > ZERO
               AND PrmCutPct < 100
           MOVE PrmCutPct TO WS-CUT-PCT
       END-IF.

LoadLimits.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT CreditLimitFile.
       PERFORM ReadLimit.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF LimitCount = 2000
               MOVE 'Y' TO WS-TABLE-FULL
           ELSE
               ADD 1 TO LimitCount
               INITIALIZE LimitEntry(LimitCount)
               MOVE CLCustID TO Lm-CustID(LimitCount)
               MOVE CLLimit TO Lm-Limit(LimitCount)
               MOVE 'N' TO Lm-Changed(LimitCount)
               PERFORM ReadLimit
           END-IF
       END-PERFORM.
       CLOSE CreditLimitFile.

ReadLimit.
       READ CreditLimitFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

FindLimitSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LimitCount OR WS-SLOT > 0
           IF Lm-CustID(WS-IDX) = CLCustID
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

LoadLedger.
*> Only the items of customers under review, posted by quarter end
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ARLedgerFile.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF ARInvoiceDate NOT > WS-QTR-END
               MOVE ARCustID TO CLCustID
               PERFORM FindLimitSlot
               IF WS-SLOT > 0
                   PERFORM KeepLedgerItem
               END-IF
           END-IF
           PERFORM ReadLedger
       END-PERFORM.
       CLOSE ARLedgerFile.

ReadLedger.
       READ ARLedgerFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

KeepLedgerItem.
       IF LedgerCount = 5000
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO LedgerCount.
       MOVE ARInvoiceNum TO Lg-InvoiceNum(LedgerCount).
       MOVE ARCustID TO Lg-CustID(LedgerCount).
       MOVE WS-SLOT TO Lg-Slot(LedgerCount).
       MOVE ARInvoiceDate TO Lg-Date(LedgerCount).
       MOVE ARInvoiceAmount TO Lg-Amount(LedgerCount).
       MOVE ARAmountPaid TO Lg-Paid(LedgerCount).
       MOVE ZERO TO Lg-Logged(LedgerCount).
       MOVE ZERO TO Lg-LoggedByEnd(LedgerCount).
       MOVE ZERO TO Lg-Settled(LedgerCount).

LoadApplications.
*> Every application is matched to its item so the item knows how
*> much of what it was paid came through the log; those made by
*> quarter end are kept for the balances and days to pay
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ApplyLogFile.
       PERFORM ReadApplication.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           PERFORM MatchApplication
           PERFORM ReadApplication
       END-PERFORM.
       CLOSE ApplyLogFile.
       *> Whatever an item was paid that the log doesn't account for
       *> was settled at the counter, written off or credited - taken
       *> as settled from the day the item posted
       PERFORM VARYING WS-LED FROM 1 BY 1 UNTIL WS-LED > LedgerCount
           COMPUTE Lg-Settled(WS-LED) =
               Lg-Paid(WS-LED) - Lg-Logged(WS-LED)
           IF Lg-Settled(WS-LED) < ZERO
               MOVE ZERO TO Lg-Settled(WS-LED)
           END-IF
       END-PERFORM.

ReadApplication.
       READ ApplyLogFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

MatchApplication.
       MOVE 0 TO WS-LED.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LedgerCount OR WS-LED > 0
           IF Lg-InvoiceNum(WS-IDX) = LogInvoiceNum
                   AND Lg-CustID(WS-IDX) = LogCustID
               MOVE WS-IDX TO WS-LED
           END-IF
       END-PERFORM.
       IF WS-LED = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE LogTimestamp(1:8) TO WS-APPLY-DATE.
       MOVE FUNCTION NUMVAL(LogAppliedAmount) TO WS-APPLY-AMOUNT.
       ADD WS-APPLY-AMOUNT TO Lg-Logged(WS-LED).
       IF WS-APPLY-DATE > WS-QTR-END
           EXIT PARAGRAPH
       END-IF.
       ADD WS-APPLY-AMOUNT TO Lg-LoggedByEnd(WS-LED).
       IF ApplyCount = 5000
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO ApplyCount.
       MOVE WS-LED TO Ap-Led(ApplyCount).
       MOVE Lg-Slot(WS-LED) TO Ap-Slot(ApplyCount).
       MOVE WS-APPLY-DATE TO Ap-Date(ApplyCount).
       MOVE WS-APPLY-AMOUNT TO Ap-Amount(ApplyCount).
       MOVE LogEntryType TO Ap-Type(ApplyCount).

LoadDunning.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT DunLogFile.
       PERFORM UNTIL AtEndOfFile
           READ DunLogFile
               AT END SET AtEndOfFile TO TRUE
           END-READ
           IF NotAtEndOfFile
                   AND DLDate NOT < WS-QTR-START
                   AND DLDate NOT > WS-QTR-END
               MOVE DLCustID TO CLCustID
               PERFORM FindLimitSlot
               IF WS-SLOT > 0
                   ADD 1 TO Lm-Dunning(WS-SLOT)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE DunLogFile.

LoadChanges.
*> A limit already changed from a review of this quarter stands -
*> a rerun must not suggest the same change on top of it
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ChangeLogFile.
       PERFORM UNTIL AtEndOfFile
           READ ChangeLogFile
               AT END SET AtEndOfFile TO TRUE
           END-READ
           IF NotAtEndOfFile AND LCFromReview
                   AND LCQuarterEnd = WS-QTR-END
               MOVE LCCustID TO CLCustID
               PERFORM FindLimitSlot
               IF WS-SLOT > 0
                   MOVE 'Y' TO Lm-Changed(WS-SLOT)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ChangeLogFile.

MeasurePayments.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ApplyCount
           IF Ap-Date(WS-IDX) NOT < WS-QTR-START
                   AND Ap-Type(WS-IDX) NOT = 'R'
                   AND Ap-Amount(WS-IDX) > ZERO
               MOVE Ap-Led(WS-IDX) TO WS-LED
               MOVE Ap-Slot(WS-IDX) TO WS-SLOT
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, Ap-Date(WS-IDX),
                   Lg-Date(WS-LED), WS-DU-DAYS, WS-DU-RESULT,
                   WS-DU-STATUS
               END-CALL
               IF WS-DU-STATUS NOT = "00" OR WS-DU-DAYS < 0
                   MOVE 0 TO WS-DU-DAYS
               END-IF
               ADD 1 TO Lm-Payments(WS-SLOT)
               ADD WS-DU-DAYS TO Lm-PayDays(WS-SLOT)
               IF WS-DU-DAYS > WS-TERM-DAYS
                   ADD 1 TO Lm-Late(WS-SLOT)
               END-IF
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > LimitCount
           IF Lm-Payments(WS-SLOT) > 0
               COMPUTE Lm-AvgDays(WS-SLOT) ROUNDED =
                   Lm-PayDays(WS-SLOT) / Lm-Payments(WS-SLOT)
           END-IF
       END-PERFORM.

MeasureOverdue.
*> An invoice nobody has paid is later than any payment - one still
*> open at quarter end and past terms by then counts as late too
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       PERFORM VARYING WS-LED FROM 1 BY 1 UNTIL WS-LED > LedgerCount
           COMPUTE WS-OUTSTANDING = Lg-Amount(WS-LED)
               - Lg-Settled(WS-LED) - Lg-LoggedByEnd(WS-LED)
           IF Lg-Amount(WS-LED) > ZERO AND WS-OUTSTANDING > ZERO
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-QTR-END,
                   Lg-Date(WS-LED), WS-DU-DAYS, WS-DU-RESULT,
                   WS-DU-STATUS
               END-CALL
               IF WS-DU-STATUS = "00" AND WS-DU-DAYS > WS-TERM-DAYS
                   ADD 1 TO Lm-Late(Lg-Slot(WS-LED))
               END-IF
           END-IF
       END-PERFORM.

MeasurePeaks.
*> The balance only rises when an item posts, so the highest it
*> stood in the quarter is its opening balance or its balance at
*> the end of a day an item posted
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > LimitCount
           MOVE ZERO TO Lm-Peak(WS-SLOT)
       END-PERFORM.
       PERFORM VARYING WS-LED FROM 1 BY 1 UNTIL WS-LED > LedgerCount
           IF Lg-Date(WS-LED) < WS-QTR-START
               COMPUTE Lm-Peak(Lg-Slot(WS-LED)) =
                   Lm-Peak(Lg-Slot(WS-LED)) + Lg-Amount(WS-LED)
                   - Lg-Settled(WS-LED)
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ApplyCount
           IF Ap-Date(WS-IDX) < WS-QTR-START
               SUBTRACT Ap-Amount(WS-IDX) FROM Lm-Peak(Ap-Slot(WS-IDX))
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-LED FROM 1 BY 1 UNTIL WS-LED > LedgerCount
           IF Lg-Date(WS-LED) NOT < WS-QTR-START
               MOVE Lg-Slot(WS-LED) TO WS-SLOT
               MOVE Lg-Date(WS-LED) TO WS-AT-DATE
               PERFORM BalanceAtDate
               IF WS-BALANCE > Lm-Peak(WS-SLOT)
                   MOVE WS-BALANCE TO Lm-Peak(WS-SLOT)
               END-IF
           END-IF
       END-PERFORM.

BalanceAtDate.
       MOVE ZERO TO WS-BALANCE.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > LedgerCount
           IF Lg-Slot(WS-JDX) = WS-SLOT
                   AND Lg-Date(WS-JDX) NOT > WS-AT-DATE
               COMPUTE WS-BALANCE = WS-BALANCE + Lg-Amount(WS-JDX)
                   - Lg-Settled(WS-JDX)
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > ApplyCount
           IF Ap-Slot(WS-JDX) = WS-SLOT
                   AND Ap-Date(WS-JDX) NOT > WS-AT-DATE
               SUBTRACT Ap-Amount(WS-JDX) FROM WS-BALANCE
           END-IF
       END-PERFORM.

Decide.
*> Decrease outranks increase - one slow habit is enough to pull a
*> limit in, however much of it the customer uses
       MOVE 'H' TO Lm-Action(WS-SLOT).
       MOVE Lm-Limit(WS-SLOT) TO Lm-NewLimit(WS-SLOT).
       MOVE SPACES TO Lm-Reason(WS-SLOT).
       MOVE ZERO TO WS-USE-PCT.
       IF Lm-Limit(WS-SLOT) > ZERO AND Lm-Peak(WS-SLOT) > ZERO
           IF Lm-Peak(WS-SLOT) * 100 / Lm-Limit(WS-SLOT) > 9999
               MOVE 9999 TO WS-USE-PCT
           ELSE
               COMPUTE WS-USE-PCT =
                   Lm-Peak(WS-SLOT) * 100 / Lm-Limit(WS-SLOT)
           END-IF
       END-IF.
       EVALUATE TRUE
           WHEN Lm-Changed(WS-SLOT) = 'Y'
               MOVE "CHANGED THIS QUARTER" TO Lm-Reason(WS-SLOT)
           WHEN Lm-Late(WS-SLOT) NOT < WS-CUT-LATE
               MOVE 'D' TO Lm-Action(WS-SLOT)
               MOVE "LATE PAYMENTS" TO Lm-Reason(WS-SLOT)
           WHEN Lm-Payments(WS-SLOT) > 0
                   AND Lm-AvgDays(WS-SLOT) > WS-CUT-DAYS
               MOVE 'D' TO Lm-Action(WS-SLOT)
               MOVE "SLOW TO PAY" TO Lm-Reason(WS-SLOT)
           WHEN Lm-Dunning(WS-SLOT) NOT < WS-CUT-DUNNING
               MOVE 'D' TO Lm-Action(WS-SLOT)
               MOVE "DUNNING LETTERS" TO Lm-Reason(WS-SLOT)
           WHEN Lm-Payments(WS-SLOT) = 0 AND Lm-Peak(WS-SLOT) NOT > 0
               MOVE "NO ACTIVITY" TO Lm-Reason(WS-SLOT)
           WHEN Lm-Payments(WS-SLOT) > 0
                   AND Lm-Late(WS-SLOT) = 0
                   AND Lm-AvgDays(WS-SLOT) NOT > WS-RAISE-DAYS
                   AND WS-USE-PCT NOT < WS-RAISE-USE-PCT
               MOVE 'I' TO Lm-Action(WS-SLOT)
               MOVE "PAYS ON TIME AT LIMIT" TO Lm-Reason(WS-SLOT)
       END-EVALUATE.
       IF Lm-Action(WS-SLOT) = 'I'
           ADD 100 WS-RAISE-PCT GIVING WS-FACTOR
       END-IF.
       IF Lm-Action(WS-SLOT) = 'D'
           SUBTRACT WS-CUT-PCT FROM 100 GIVING WS-FACTOR
       END-IF.
       IF Lm-Action(WS-SLOT) NOT = 'H'
           COMPUTE WS-HUNDREDS ROUNDED =
               Lm-Limit(WS-SLOT) * WS-FACTOR / 10000
           COMPUTE Lm-NewLimit(WS-SLOT) = WS-HUNDREDS * 100
       END-IF.
       *> A limit too small for the rounding to move stays put
       IF Lm-NewLimit(WS-SLOT) = Lm-Limit(WS-SLOT)
           MOVE 'H' TO Lm-Action(WS-SLOT)
       END-IF.

PrintReport.
       MOVE WS-QTR-START TO WS-T-START.
       MOVE WS-QTR-END TO WS-T-END.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-TERM-DAYS TO WS-EDIT-3.
       MOVE WS-RAISE-PCT TO WS-EDIT-3B.
       MOVE WS-RAISE-DAYS TO WS-EDIT-3C.
       MOVE WS-RAISE-USE-PCT TO WS-EDIT-3D.
       MOVE SPACES TO WS-RULE-LINE.
       STRING "Terms " WS-EDIT-3 " days. Increase " WS-EDIT-3B
           "% when none late, average within " WS-EDIT-3C
           " days and balance reached " WS-EDIT-3D "% of limit."
           DELIMITED BY SIZE INTO WS-RULE-LINE.
       MOVE WS-RULE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-CUT-PCT TO WS-EDIT-3.
       MOVE WS-CUT-LATE TO WS-EDIT-3B.
       MOVE WS-CUT-DAYS TO WS-EDIT-3C.
       MOVE WS-CUT-DUNNING TO WS-EDIT-3D.
       MOVE SPACES TO WS-RULE-LINE.
       STRING "Decrease " WS-EDIT-3 "% on " WS-EDIT-3B
           " late, average over " WS-EDIT-3C " days or "
           WS-EDIT-3D " dunning letters. Accept in CREDLIMACPT."
           DELIMITED BY SIZE INTO WS-RULE-LINE.
       MOVE WS-RULE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > LimitCount
           PERFORM Decide
           PERFORM PrintCustomer
           IF Lm-Action(WS-SLOT) NOT = 'H'
               PERFORM WriteSuggestion
           END-IF
       END-PERFORM.
       IF LimitCount = 0
           MOVE "No customer has a credit limit" TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-REVIEWED TO WS-TL-REVIEWED.
       MOVE WS-INCREASES TO WS-TL-INCREASES.
       MOVE WS-DECREASES TO WS-TL-DECREASES.
       MOVE WS-HOLDS TO WS-TL-HOLDS.
       MOVE WS-TOTAL-LINE TO ReportLine.
       WRITE ReportLine.

PrintCustomer.
       ADD 1 TO WS-REVIEWED.
       MOVE Lm-CustID(WS-SLOT) TO WS-R-CUST.
       MOVE Lm-CustID(WS-SLOT) TO IDNum.
       MOVE "(NOT ON FILE)" TO WS-R-NAME.
       IF WS-CUSTOMERS-OPEN = 'Y'
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-NAME
                   STRING FUNCTION TRIM(FirstName) " "
                          FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO WS-NAME
                   MOVE WS-NAME TO WS-R-NAME
           END-READ
       END-IF.
       MOVE Lm-Limit(WS-SLOT) TO WS-R-LIMIT.
       MOVE Lm-Payments(WS-SLOT) TO WS-R-PAYMENTS.
       MOVE Lm-AvgDays(WS-SLOT) TO WS-R-AVG.
       MOVE Lm-Late(WS-SLOT) TO WS-R-LATE.
       MOVE Lm-Peak(WS-SLOT) TO WS-R-PEAK.
       MOVE WS-USE-PCT TO WS-R-PCT.
       MOVE Lm-Dunning(WS-SLOT) TO WS-R-DUN.
       MOVE Lm-NewLimit(WS-SLOT) TO WS-R-NEW.
       MOVE Lm-Reason(WS-SLOT) TO WS-R-REASON.
       EVALUATE Lm-Action(WS-SLOT)
           WHEN 'I'
               MOVE "INCREASE" TO WS-R-ACTION
               ADD 1 TO WS-INCREASES
           WHEN 'D'
               MOVE "DECREASE" TO WS-R-ACTION
               ADD 1 TO WS-DECREASES
           WHEN OTHER
               MOVE "HOLD" TO WS-R-ACTION
               ADD 1 TO WS-HOLDS
       END-EVALUATE.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

WriteSuggestion.
       MOVE Lm-CustID(WS-SLOT) TO CSCustID.
       MOVE WS-QTR-END TO CSQuarterEnd.
       MOVE Lm-Limit(WS-SLOT) TO CSCurrentLimit.
       MOVE Lm-NewLimit(WS-SLOT) TO CSSuggestedLimit.
       MOVE Lm-Action(WS-SLOT) TO CSAction.
       MOVE Lm-AvgDays(WS-SLOT) TO CSAvgDays.
       MOVE Lm-Payments(WS-SLOT) TO CSPayments.
       MOVE Lm-Late(WS-SLOT) TO CSLateCount.
       MOVE Lm-Peak(WS-SLOT) TO CSPeakBalance.
       MOVE Lm-Dunning(WS-SLOT) TO CSDunCount.
       SET CSPending TO TRUE.
       MOVE ZERO TO CSDecisionDate.
       MOVE SPACES TO CSDecidedBy.
       WRITE CreditSuggestRecord.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "credit_limit_review.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

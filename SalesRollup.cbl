*> N comes from salesrollparm.txt when present, defaulting below.
*> If the summary table would overflow the run stops BEFORE
*> touching the journal - better a fat journal than lost history.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Runs standalone or as a JOBDRIVER month-end step; GOBACK +
*> RETURN-CODE report success/failure either way.
ENVIRONMENT DIVISION.
           02 ParmMonths PIC 9(2).

FD KeepFile.
       01 KeepRecord PIC X(89).

*> Same one-number shape LOYALTYRUN keeps
FD LoyaltyPosFile.
       01 WS-SUMMARY-EOF PIC X.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Detail older than this many whole months rolls up; used when
*> salesrollparm.txt isn't there to say otherwise
       01 WS-MONTHS PIC 9(2) VALUE 12.
       01 WS-OPS-PROGRAM PIC X(12) VALUE "SALESROLLUP".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "SALESROLLUP".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-IN-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-CT-OUT-AMOUNT PIC S9(11)V99 VALUE ZERO.

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       PERFORM LoadLoyaltyPosition.
       COMPUTE WS-RUN-MONTHS =
       END-IF.
       IF WS-ROLLED = 0
           DISPLAY "SALESROLLUP: no detail old enough to roll up"
           PERFORM RecordControlTotals
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM SaveSummaries.
       PERFORM CopyKeepBack.
       PERFORM AdjustLoyaltyPosition.
       PERFORM RecordControlTotals.
       DISPLAY "Sales rollup complete. Lines rolled up: "
           WS-ROLLED "  Lines kept: " WS-KEPT.
       MOVE 0 TO RETURN-CODE.

SplitOneLine.
       ADD 1 TO WS-LINE-SEEN.
       ADD SJItemCost SJItemTax TO WS-CT-IN-AMOUNT.
       MOVE SJDate(1:6) TO WS-LINE-PERIOD.
       COMPUTE WS-LINE-MONTHS =
           FUNCTION NUMVAL(SJDate(1:4)) * 12
           MOVE SalesJournalRecord TO KeepRecord
           WRITE KeepRecord
           ADD 1 TO WS-KEPT
           ADD SJItemCost SJItemTax TO WS-CT-OUT-AMOUNT
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ROLLED.
       ADD SJItemCost SJItemTax TO WS-CT-OUT-AMOUNT.
       IF WS-LINE-SEEN NOT > WS-LOYALTY-POS
           ADD 1 TO WS-ROLLED-BEFORE-POS
       END-IF.
           END-IF
       END-IF.
       CLOSE ParmFile.

RecordControlTotals.
*> Journal lines read, and lines accounted for - kept as detail plus
*> rolled into the summary, which must add back to what was read
       MOVE "SJ-IN" TO WS-CT-METRIC.
       MOVE WS-LINE-SEEN TO WS-CT-COUNT.
       MOVE WS-CT-IN-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "SJ-OUT" TO WS-CT-METRIC.
       COMPUTE WS-CT-COUNT = WS-KEPT + WS-ROLLED.
       MOVE WS-CT-OUT-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

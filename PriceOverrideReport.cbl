       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRICEOVRPT.
*> Weekly price override exception report for the store manager.
*> Lists every override the register logged (priceovr.txt, copybooks/
*> PRCOVREC.cpy) in the week, operator by operator in operator ID
*> order, into price_overrides.txt: the date, receipt, customer, SKU
*> and category, the list price and the price charged, what the
*> override gave away, the reason code and the supervisor who signed
*> for it - blank where the variance was inside the allowance and the
*> operator's word stood. Each operator closes with their count of
*> overrides, how many were hand-keyed, how many a supervisor signed
*> for and the total given away below list, so the operator who
*> under-rings shows at a glance; the foot totals the week.
*> A hand-keyed line has no list price, so it gives nothing away on
*> paper - its count is the figure to watch.
*> The week is the seven days ending yesterday. prcovrptparm.txt
*> (optional, one line) holds a YYYYMMDD week-ending date in columns
*> 1-8 to report instead, for a rerun.
*> Schedule it weekly (MON in jobcal.txt) so the week it reports is
*> whole.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PriceOverrideFile ASSIGN TO "priceovr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "prcovrptparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "price_overrides.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with taxCalculator.cbl via copybooks/PRCOVREC.cpy
FD PriceOverrideFile.
       COPY PRCOVREC.

FD ParmFile.
       01 ParmRecord.
           02 PrmWeekEnding PIC 9(8).

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-WEEK-END PIC 9(8).
       01 WS-WEEK-START PIC 9(8).
       01 WS-TABLE-FULL PIC X VALUE 'N'.
       01 WS-IDX PIC 9(4).
       01 WS-OP-IDX PIC 9(3).
       01 WS-OP-JDX PIC 9(3).
       01 WS-OP-SLOT PIC 9(3).
       01 WS-SWAP-ID PIC X(10).
       01 WS-GIVEAWAY PIC S9(6)V99.
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-STATUS PIC XX.
*> Operator subtotals and the week's totals
       01 WS-OP-COUNT PIC 9(5).
       01 WS-OP-HAND PIC 9(5).
       01 WS-OP-SIGNED PIC 9(5).
       01 WS-OP-GIVEAWAY PIC S9(8)V99.
       01 WS-TOT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOT-HAND PIC 9(5) VALUE ZERO.
       01 WS-TOT-SIGNED PIC 9(5) VALUE ZERO.
       01 WS-TOT-GIVEAWAY PIC S9(8)V99 VALUE ZERO.
*> OPSLOG linkage - a refused run lands on the central message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "PRICEOVRPT".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
*> The week's overrides. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 OverrideCount PIC 9(4) VALUE ZERO.
       01 OverrideTable.
           02 OverrideEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON OverrideCount.
               03 Ov-Date PIC 9(8).
               03 Ov-ReceiptNum PIC 9(6).
               03 Ov-CustID PIC 9(5).
               03 Ov-OperatorID PIC X(10).
               03 Ov-SupervisorID PIC X(10).
               03 Ov-SKU PIC X(10).
               03 Ov-Category PIC X(4).
               03 Ov-ListPrice PIC S9(6)V99.
               03 Ov-Charged PIC S9(6)V99.
               03 Ov-Reason PIC X(4).
               03 Ov-Type PIC X.
*> The operators who overrode a price this week, sorted into ID
*> order before printing. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 OperatorCount PIC 9(3) VALUE ZERO.
       01 OperatorTable.
           02 OperatorEntry OCCURS 0 TO 200 TIMES
                   DEPENDING ON OperatorCount.
               03 Op-ID PIC X(10).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(32) VALUE
               "PRICE OVERRIDE EXCEPTIONS  WEEK ".
           02 WS-T-START PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-T-END PIC 9(8).
           02 FILLER PIC X(16) VALUE "  BUSINESS DATE ".
           02 WS-T-BUS-DATE PIC 9(8).
       01 WS-OPER-LINE.
           02 FILLER PIC X(10) VALUE "OPERATOR: ".
           02 WS-O-ID PIC X(10).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
               "  DATE     RECEIPT CUST  SKU  ".
           02 FILLER PIC X(30) VALUE
               "       CAT  TYPE        LIST  ".
           02 FILLER PIC X(30) VALUE
               "   CHARGED    GIVEN AWAY REASO".
           02 FILLER PIC X(15) VALUE
               "N SUPERVISOR   ".
       01 WS-DETAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-RECEIPT PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-CUST PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-SKU PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-CAT PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-TYPE PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-LIST PIC -$$$$$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-CHARGED PIC -$$$$$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-GIVEAWAY PIC -$$$$$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-REASON PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-SUPERVISOR PIC X(10).
       01 WS-SUBTOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-S-ID PIC X(10).
           02 FILLER PIC X(12) VALUE " OVERRIDES: ".
           02 WS-S-COUNT PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  HAND-KEYED: ".
           02 WS-S-HAND PIC ZZZZ9.
           02 FILLER PIC X(17) VALUE "  SUPERVISOR OK: ".
           02 WS-S-SIGNED PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  GIVEN AWAY: ".
           02 WS-S-GIVEAWAY PIC -$$$$$$$9.99.
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(12) VALUE "WEEK TOTAL  ".
           02 FILLER PIC X(12) VALUE " OVERRIDES: ".
           02 WS-TL-COUNT PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  HAND-KEYED: ".
           02 WS-TL-HAND PIC ZZZZ9.
           02 FILLER PIC X(17) VALUE "  SUPERVISOR OK: ".
           02 WS-TL-SIGNED PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  GIVEN AWAY: ".
           02 WS-TL-GIVEAWAY PIC -$$$$$$$9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "PRICEOVRPT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM SetWeek.
       IF WS-DU-STATUS NOT = "00"
           DISPLAY "PRICEOVRPT: bad week-ending date " WS-WEEK-END
               " in prcovrptparm.txt - report not produced"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadOverrides.
       IF WS-TABLE-FULL = 'Y'
           *> The table filled - refuse rather than report part of
           *> the week as if it were all of it
           DISPLAY "PRICEOVRPT: more than 5000 overrides or 200 "
               "operators in the week - report not produced"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "Over 5000 overrides or 200 operators - no report"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "PRICEOVRPT: unable to open price_overrides.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM SortOperators.
       PERFORM PrintReport.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Price override report complete. Overrides: "
           WS-TOT-COUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

SetWeek.
*> Seven days ending yesterday, or ending the parm's date
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE -1 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE, WS-DU-DATE2,
           WS-DU-DAYS, WS-WEEK-END, WS-DU-STATUS
       END-CALL.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF PrmWeekEnding IS NUMERIC AND PrmWeekEnding > ZERO
               MOVE PrmWeekEnding TO WS-WEEK-END
           END-IF
       END-IF.
       CLOSE ParmFile.
       MOVE -6 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-WEEK-END, WS-DU-DATE2,
           WS-DU-DAYS, WS-WEEK-START, WS-DU-STATUS
       END-CALL.

LoadOverrides.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT PriceOverrideFile.
       PERFORM ReadOverride.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF POvDate NOT < WS-WEEK-START
                   AND POvDate NOT > WS-WEEK-END
               PERFORM KeepOverride
           END-IF
           PERFORM ReadOverride
       END-PERFORM.
       CLOSE PriceOverrideFile.

ReadOverride.
       READ PriceOverrideFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

KeepOverride.
       IF OverrideCount = 5000
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-OP-SLOT.
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > OperatorCount OR WS-OP-SLOT > 0
           IF Op-ID(WS-OP-IDX) = POvOperatorID
               MOVE WS-OP-IDX TO WS-OP-SLOT
           END-IF
       END-PERFORM.
       IF WS-OP-SLOT = 0
           IF OperatorCount = 200
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OperatorCount
           MOVE POvOperatorID TO Op-ID(OperatorCount)
       END-IF.
       ADD 1 TO OverrideCount.
       MOVE POvDate TO Ov-Date(OverrideCount).
       MOVE POvReceiptNum TO Ov-ReceiptNum(OverrideCount).
       MOVE POvCustID TO Ov-CustID(OverrideCount).
       MOVE POvOperatorID TO Ov-OperatorID(OverrideCount).
       MOVE POvSupervisorID TO Ov-SupervisorID(OverrideCount).
       MOVE POvSKU TO Ov-SKU(OverrideCount).
       MOVE POvCategory TO Ov-Category(OverrideCount).
       MOVE POvListPrice TO Ov-ListPrice(OverrideCount).
       MOVE POvCharged TO Ov-Charged(OverrideCount).
       MOVE POvReason TO Ov-Reason(OverrideCount).
       MOVE POvType TO Ov-Type(OverrideCount).

SortOperators.
*> Few operators a week - a plain exchange sort puts them in order
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX >= OperatorCount
           PERFORM VARYING WS-OP-JDX FROM WS-OP-IDX BY 1
                   UNTIL WS-OP-JDX > OperatorCount
               IF Op-ID(WS-OP-JDX) < Op-ID(WS-OP-IDX)
                   MOVE Op-ID(WS-OP-IDX) TO WS-SWAP-ID
                   MOVE Op-ID(WS-OP-JDX) TO Op-ID(WS-OP-IDX)
                   MOVE WS-SWAP-ID TO Op-ID(WS-OP-JDX)
               END-IF
           END-PERFORM
       END-PERFORM.

PrintReport.
       MOVE WS-WEEK-START TO WS-T-START.
       MOVE WS-WEEK-END TO WS-T-END.
       MOVE WS-RUN-DATE TO WS-T-BUS-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "Lines charged below catalog price (B) or keyed by hand (H"
           TO ReportLine.
       WRITE ReportLine.
       MOVE ") by operator. A blank supervisor was inside the allowance."
           TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > OperatorCount
           PERFORM PrintOperator
       END-PERFORM.
       IF OverrideCount = 0
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "No price overrides this week" TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-TOT-COUNT TO WS-TL-COUNT.
       MOVE WS-TOT-HAND TO WS-TL-HAND.
       MOVE WS-TOT-SIGNED TO WS-TL-SIGNED.
       MOVE WS-TOT-GIVEAWAY TO WS-TL-GIVEAWAY.
       MOVE WS-TOTAL-LINE TO ReportLine.
       WRITE ReportLine.

PrintOperator.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE Op-ID(WS-OP-IDX) TO WS-O-ID.
       MOVE WS-OPER-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE ZERO TO WS-OP-COUNT.
       MOVE ZERO TO WS-OP-HAND.
       MOVE ZERO TO WS-OP-SIGNED.
       MOVE ZERO TO WS-OP-GIVEAWAY.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > OverrideCount
           IF Ov-OperatorID(WS-IDX) = Op-ID(WS-OP-IDX)
               PERFORM PrintOverride
           END-IF
       END-PERFORM.
       MOVE Op-ID(WS-OP-IDX) TO WS-S-ID.
       MOVE WS-OP-COUNT TO WS-S-COUNT.
       MOVE WS-OP-HAND TO WS-S-HAND.
       MOVE WS-OP-SIGNED TO WS-S-SIGNED.
       MOVE WS-OP-GIVEAWAY TO WS-S-GIVEAWAY.
       MOVE WS-SUBTOTAL-LINE TO ReportLine.
       WRITE ReportLine.
       ADD WS-OP-COUNT TO WS-TOT-COUNT.
       ADD WS-OP-HAND TO WS-TOT-HAND.
       ADD WS-OP-SIGNED TO WS-TOT-SIGNED.
       ADD WS-OP-GIVEAWAY TO WS-TOT-GIVEAWAY.

PrintOverride.
       ADD 1 TO WS-OP-COUNT.
       MOVE ZERO TO WS-GIVEAWAY.
       IF Ov-Type(WS-IDX) = 'H'
           ADD 1 TO WS-OP-HAND
           MOVE "HAND" TO WS-R-TYPE
       ELSE
           COMPUTE WS-GIVEAWAY = Ov-ListPrice(WS-IDX)
               - Ov-Charged(WS-IDX)
           MOVE "BELOW" TO WS-R-TYPE
       END-IF.
       IF Ov-SupervisorID(WS-IDX) NOT = SPACES
           ADD 1 TO WS-OP-SIGNED
       END-IF.
       ADD WS-GIVEAWAY TO WS-OP-GIVEAWAY.
       MOVE Ov-Date(WS-IDX) TO WS-R-DATE.
       MOVE Ov-ReceiptNum(WS-IDX) TO WS-R-RECEIPT.
       MOVE Ov-CustID(WS-IDX) TO WS-R-CUST.
       MOVE Ov-SKU(WS-IDX) TO WS-R-SKU.
       MOVE Ov-Category(WS-IDX) TO WS-R-CAT.
       MOVE Ov-ListPrice(WS-IDX) TO WS-R-LIST.
       MOVE Ov-Charged(WS-IDX) TO WS-R-CHARGED.
       MOVE WS-GIVEAWAY TO WS-R-GIVEAWAY.
       MOVE Ov-Reason(WS-IDX) TO WS-R-REASON.
       MOVE Ov-SupervisorID(WS-IDX) TO WS-R-SUPERVISOR.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "price_overrides.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

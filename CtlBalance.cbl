       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CTLBALANCE.
*> Run-to-run control-total balancing - the JOBDRIVER step that
*> catches a step which "succeeded" on nothing. Every step of the
*> nightly chain records what it read and wrote (record counts and
*> money totals) on ctltotals.txt through the CTLTOTAL module; this
*> step takes the business date's figures (the latest record per
*> step and figure, so a rerun replaces its first attempt) and
*> checks them two ways:
*>   - ties: one step's output must equal the next step's input -
*>     the customer extract CUSTBACKUP wrote against what CUSTREPORT
*>     read, the open A/R ARAGING aged against what CREDITHOLD
*>     checked, the day's salesjournal.txt lines DAYBALANCE totalled
*>     against what GLEXPORT read and the sales debit its batch
*>     carries, the whole journal against what SALESROLLUP read and
*>     accounted for. Ties come from ctlties.txt (two step/figure
*>     pairs and C count, A amount or B both per line) when present,
*>     the built-in list below otherwise. A tie whose step did not
*>     run today (not due on jobcal.txt) is listed, not broken.
*>   - trailing average: each count against its average over the
*>     last few business days it was recorded, within a tolerance.
*>     Tolerance percent, days averaged, days of history needed
*>     before a figure is judged, and the smallest average worth
*>     judging (a figure averaging two a day swings wildly and
*>     proves nothing) come from ctlparm.txt, defaulting below.
*> No figures at all for the business date is itself a break. Every
*> break prints on ctlbalance_report.txt and lands on the ops log
*> as an error, and the step returns 8 so JOBDRIVER stops the chain
*> behind it - ENDOFDAY does not advance the business date, and the
*> night is rerun once the break is explained.
*> On a processing calendar (jobcal.txt) this step follows the
*> night's last working step, ENDOFDAY follows it, and SALESROLLUP
*> belongs after DAYBALANCE so the whole-journal tie compares the
*> same file.
*> ctltotals.txt grows a few dozen lines a night; a retention.cfg
*> line for it (date column 1) lets HOUSEKEEP trim it.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> OPTIONAL: no control totals at all is reported as a break, not
*> an abend
       SELECT OPTIONAL CtlTotalFile ASSIGN TO "ctltotals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CT-STATUS.
       SELECT OPTIONAL TieFile ASSIGN TO "ctlties.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "ctlparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "ctlbalance_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with the CTLTOTAL module via copybooks/CTLTOTREC.cpy
FD CtlTotalFile.
       COPY CTLTOTREC.

*> One tie per line: the output figure, the input figure it must
*> equal, and what must agree (C count, A amount, B both)
FD TieFile.
       01 TieRecord.
           02 TieFromStep PIC X(12).
           02 TieFromMetric PIC X(12).
           02 TieToStep PIC X(12).
           02 TieToMetric PIC X(12).
           02 TieMode PIC X.

FD ParmFile.
       01 ParmRecord.
           02 ParmTolerancePct PIC 9(3).
           02 ParmHistoryDays PIC 9(2).
           02 ParmMinHistory PIC 9(2).
           02 ParmMinAverage PIC 9(7).

FD ReportFile.
       01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-CT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-TIE-EOF PIC X VALUE 'N'.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - the figures balanced are the business date's
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Tolerances, used when ctlparm.txt isn't there to say otherwise:
*> a count more than half again or less than half its average is a
*> break, judged on up to ten business days once three are on file,
*> and only for figures averaging ten or more
       01 WS-TOLERANCE-PCT PIC 9(3) VALUE 50.
       01 WS-HISTORY-DAYS PIC 9(2) VALUE 10.
       01 WS-MIN-HISTORY PIC 9(2) VALUE 3.
       01 WS-MIN-AVERAGE PIC 9(7) VALUE 10.
*> The built-in ties, used when ctlties.txt is absent or empty
       01 WS-DEFAULT-TIES.
           05 FILLER PIC X(49) VALUE
               "CUSTBACKUP  CUST-OUT    CUSTREPORT  CUST-IN     B".
           05 FILLER PIC X(49) VALUE
               "CUSTREPORT  RPT-OUT     CUSTARCHIVE RPT-IN      C".
           05 FILLER PIC X(49) VALUE
               "ARAGING     AR-OPEN     CREDITHOLD  AR-OPEN     B".
           05 FILLER PIC X(49) VALUE
               "DAYBALANCE  SJ-TODAY    GLEXPORT    SJ-TODAY    B".
           05 FILLER PIC X(49) VALUE
               "GLEXPORT    SJ-TODAY    GLEXPORT    GL-SALES    A".
           05 FILLER PIC X(49) VALUE
               "DAYBALANCE  SJ-FILE     SALESROLLUP SJ-IN       B".
           05 FILLER PIC X(49) VALUE
               "SALESROLLUP SJ-IN       SALESROLLUP SJ-OUT      B".
           05 FILLER PIC X(49) VALUE
               "HOUSEKEEP   LOG-IN      HOUSEKEEP   LOG-OUT     C".
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-TIES.
           05 WS-DEFAULT-TIE OCCURS 8 TIMES PIC X(49).
       01 WS-DEFAULT-COUNT PIC 9(2) VALUE 8.
*> The ties in force. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 TieCount PIC 9(2) VALUE ZERO.
       01 TieTable.
           02 Tie OCCURS 0 TO 50 TIMES DEPENDING ON TieCount.
               03 Ti-FromStep PIC X(12).
               03 Ti-FromMetric PIC X(12).
               03 Ti-ToStep PIC X(12).
               03 Ti-ToMetric PIC X(12).
               03 Ti-Mode PIC X.
*> The business date's figures, latest record per step and figure
       01 TodayCount PIC 9(3) VALUE ZERO.
       01 TodayTable.
           02 Today OCCURS 0 TO 300 TIMES DEPENDING ON TodayCount.
               03 Td-Step PIC X(12).
               03 Td-Metric PIC X(12).
               03 Td-Count PIC 9(9).
               03 Td-Amount PIC S9(11)V99.
*> Earlier business dates' counts per step and figure, the most
*> recent WS-HISTORY-DAYS dates kept (a rerun date replaces its
*> first attempt)
       01 HistCount PIC 9(3) VALUE ZERO.
       01 HistTable.
           02 Hist OCCURS 0 TO 300 TIMES DEPENDING ON HistCount.
               03 Hs-Step PIC X(12).
               03 Hs-Metric PIC X(12).
               03 Hs-Used PIC 9(2).
               03 Hs-Day OCCURS 10 TIMES.
                   04 Hs-Date PIC 9(8).
                   04 Hs-Count PIC 9(9).
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-FIND-IDX PIC 9(3).
       01 WS-DAY-IDX PIC 9(2).
       01 WS-DAY-SLOT PIC 9(2).
       01 WS-FROM-SLOT PIC 9(3).
       01 WS-TO-SLOT PIC 9(3).
       01 WS-SEEK-STEP PIC X(12).
       01 WS-SEEK-METRIC PIC X(12).
       01 WS-TABLE-FULL PIC 9(5) VALUE ZERO.
       01 WS-TIE-OK PIC X.
       01 WS-HIST-SUM PIC 9(11).
       01 WS-AVERAGE PIC 9(9).
       01 WS-LOW-LIMIT PIC 9(11).
       01 WS-HIGH-LIMIT PIC 9(11).
       01 WS-BREAK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TIES-CHECKED PIC 9(3) VALUE ZERO.
       01 WS-COUNTS-CHECKED PIC 9(3) VALUE ZERO.
*> OPSLOG linkage - every break lands on the message log for the
*> morning shift
       01 WS-OPS-PROGRAM PIC X(12) VALUE "CTLBALANCE".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-FIGURE-LINE.
           02 WS-F-STEP PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-F-METRIC PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-F-COUNT PIC ZZZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-F-AMOUNT PIC ---,---,---,--9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-F-STATUS PIC X(20).
       01 WS-AVERAGE-LINE.
           02 WS-A-STEP PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-METRIC PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-COUNT PIC ZZZZZZZZ9.
           02 FILLER PIC X(6) VALUE "  AVG ".
           02 WS-A-AVERAGE PIC ZZZZZZZZ9.
           02 FILLER PIC X(6) VALUE " OVER ".
           02 WS-A-DAYS PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-A-STATUS PIC X(20).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CTLBALANCE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CTLBALANCE: unable to open ctlbalance_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       PERFORM LoadTies.
       PERFORM LoadTotals.
       IF RETURN-CODE NOT = 0
           CLOSE ReportFile
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "CONTROL TOTAL BALANCING" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       IF TodayCount = 0
           *> Every chain step records its figures - none at all means
           *> the chain did nothing, or did it without saying so
           MOVE SPACES TO ReportLine
           MOVE "NO CONTROL TOTALS RECORDED FOR THE BUSINESS DATE"
               TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO WS-OPS-TEXT
           STRING "NO CONTROL TOTALS RECORDED FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OPS-TEXT
           PERFORM LogBreak
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "STEP-TO-STEP TIES" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TieCount
           PERFORM CheckOneTie
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "COUNTS AGAINST TRAILING AVERAGE" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TodayCount
           PERFORM CheckOneAverage
       END-PERFORM.
       IF WS-TABLE-FULL > 0
           MOVE SPACES TO ReportLine
           STRING "WARNING: " WS-TABLE-FULL " CONTROL TOTAL RECORDS "
               "NOT LOADED - MORE THAN 300 FIGURES"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           DISPLAY "CTLBALANCE: " WS-TABLE-FULL " control total "
               "records not loaded - table full"
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "TIES CHECKED: " WS-TIES-CHECKED
           "  COUNTS CHECKED: " WS-COUNTS-CHECKED
           "  BREAKS: " WS-BREAK-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF WS-BREAK-COUNT > 0
           DISPLAY "Control total balancing complete - " WS-BREAK-COUNT
               " BREAKS, see ctlbalance_report.txt"
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "Control total balancing complete - all figures "
               "agree"
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

CheckOneTie.
       MOVE Ti-FromStep(WS-IDX) TO WS-SEEK-STEP.
       MOVE Ti-FromMetric(WS-IDX) TO WS-SEEK-METRIC.
       PERFORM FindToday.
       MOVE WS-SLOT TO WS-FROM-SLOT.
       MOVE Ti-ToStep(WS-IDX) TO WS-SEEK-STEP.
       MOVE Ti-ToMetric(WS-IDX) TO WS-SEEK-METRIC.
       PERFORM FindToday.
       MOVE WS-SLOT TO WS-TO-SLOT.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       IF WS-FROM-SLOT = 0 OR WS-TO-SLOT = 0
           *> One side didn't run for this date - nothing to tie
           MOVE SPACES TO WS-FIGURE-LINE
           MOVE Ti-FromStep(WS-IDX) TO WS-F-STEP
           MOVE Ti-FromMetric(WS-IDX) TO WS-F-METRIC
           MOVE "NOT RUN TODAY" TO WS-F-STATUS
           IF WS-FROM-SLOT > 0
               MOVE Ti-ToStep(WS-IDX) TO WS-F-STEP
               MOVE Ti-ToMetric(WS-IDX) TO WS-F-METRIC
           END-IF
           MOVE WS-FIGURE-LINE TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TIES-CHECKED.
       MOVE 'Y' TO WS-TIE-OK.
       IF Ti-Mode(WS-IDX) NOT = 'A'
               AND Td-Count(WS-FROM-SLOT) NOT = Td-Count(WS-TO-SLOT)
           MOVE 'N' TO WS-TIE-OK
       END-IF.
       IF Ti-Mode(WS-IDX) NOT = 'C'
               AND Td-Amount(WS-FROM-SLOT) NOT = Td-Amount(WS-TO-SLOT)
           MOVE 'N' TO WS-TIE-OK
       END-IF.
       MOVE WS-FROM-SLOT TO WS-SLOT.
       PERFORM FormatFigure.
       MOVE WS-FIGURE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-TO-SLOT TO WS-SLOT.
       PERFORM FormatFigure.
       IF WS-TIE-OK = 'Y'
           MOVE "TIES" TO WS-F-STATUS
       ELSE
           MOVE "*** BREAK ***" TO WS-F-STATUS
       END-IF.
       MOVE WS-FIGURE-LINE TO ReportLine.
       WRITE ReportLine.
       IF WS-TIE-OK = 'N'
           MOVE SPACES TO WS-OPS-TEXT
           STRING "TIE " Ti-FromStep(WS-IDX) DELIMITED BY SPACE
               " " Ti-FromMetric(WS-IDX) DELIMITED BY SPACE
               " <> " Ti-ToStep(WS-IDX) DELIMITED BY SPACE
               " " Ti-ToMetric(WS-IDX) DELIMITED BY SPACE
               INTO WS-OPS-TEXT
           PERFORM LogBreak
       END-IF.

FormatFigure.
       MOVE SPACES TO WS-FIGURE-LINE.
       MOVE Td-Step(WS-SLOT) TO WS-F-STEP.
       MOVE Td-Metric(WS-SLOT) TO WS-F-METRIC.
       MOVE Td-Count(WS-SLOT) TO WS-F-COUNT.
       MOVE Td-Amount(WS-SLOT) TO WS-F-AMOUNT.

CheckOneAverage.
       MOVE SPACES TO WS-AVERAGE-LINE.
       MOVE Td-Step(WS-IDX) TO WS-A-STEP.
       MOVE Td-Metric(WS-IDX) TO WS-A-METRIC.
       MOVE Td-Count(WS-IDX) TO WS-A-COUNT.
       MOVE Td-Step(WS-IDX) TO WS-SEEK-STEP.
       MOVE Td-Metric(WS-IDX) TO WS-SEEK-METRIC.
       PERFORM FindHist.
       IF WS-SLOT = 0
           MOVE "NEW - NO HISTORY" TO WS-A-STATUS
           MOVE WS-AVERAGE-LINE TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       MOVE Hs-Used(WS-SLOT) TO WS-A-DAYS.
       MOVE ZERO TO WS-HIST-SUM.
       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > Hs-Used(WS-SLOT)
           ADD Hs-Count(WS-SLOT, WS-DAY-IDX) TO WS-HIST-SUM
       END-PERFORM.
       COMPUTE WS-AVERAGE ROUNDED = WS-HIST-SUM / Hs-Used(WS-SLOT).
       MOVE WS-AVERAGE TO WS-A-AVERAGE.
       IF Hs-Used(WS-SLOT) < WS-MIN-HISTORY
           MOVE "TOO LITTLE HISTORY" TO WS-A-STATUS
           MOVE WS-AVERAGE-LINE TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       IF WS-AVERAGE < WS-MIN-AVERAGE
           MOVE "LOW VOLUME - NOT JUDGED" TO WS-A-STATUS
           MOVE WS-AVERAGE-LINE TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-COUNTS-CHECKED.
       IF WS-TOLERANCE-PCT NOT < 100
           MOVE ZERO TO WS-LOW-LIMIT
       ELSE
           COMPUTE WS-LOW-LIMIT =
               WS-AVERAGE * (100 - WS-TOLERANCE-PCT) / 100
       END-IF.
       COMPUTE WS-HIGH-LIMIT =
           WS-AVERAGE * (100 + WS-TOLERANCE-PCT) / 100.
       IF Td-Count(WS-IDX) < WS-LOW-LIMIT
               OR Td-Count(WS-IDX) > WS-HIGH-LIMIT
           MOVE "*** BREAK ***" TO WS-A-STATUS
           MOVE WS-AVERAGE-LINE TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO WS-OPS-TEXT
           STRING "COUNT OFF AVERAGE " Td-Step(WS-IDX)
               DELIMITED BY SPACE
               " " Td-Metric(WS-IDX) DELIMITED BY SPACE
               " " Td-Count(WS-IDX) DELIMITED BY SIZE
               INTO WS-OPS-TEXT
           PERFORM LogBreak
       ELSE
           MOVE "WITHIN TOLERANCE" TO WS-A-STATUS
           MOVE WS-AVERAGE-LINE TO ReportLine
           WRITE ReportLine
       END-IF.

LogBreak.
       ADD 1 TO WS-BREAK-COUNT.
       MOVE 'E' TO WS-OPS-SEVERITY.
       CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
           WS-OPS-TEXT
       END-CALL.

LoadTotals.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT CtlTotalFile.
       IF WS-CT-STATUS NOT = "00" AND WS-CT-STATUS NOT = "05"
           DISPLAY "CTLBALANCE: unable to open ctltotals.txt, status "
               WS-CT-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       PERFORM ReadTotal.
       PERFORM UNTIL AtEndOfFile
           EVALUATE TRUE
               WHEN CTBusDate = WS-RUN-DATE
                   PERFORM KeepTodayFigure
               WHEN CTBusDate < WS-RUN-DATE
                   PERFORM KeepHistoryFigure
           END-EVALUATE
           PERFORM ReadTotal
       END-PERFORM.
       CLOSE CtlTotalFile.
       MOVE 0 TO RETURN-CODE.

ReadTotal.
       READ CtlTotalFile
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

KeepTodayFigure.
*> A rerun appends again - the later record replaces the earlier
       MOVE CTStep TO WS-SEEK-STEP.
       MOVE CTMetric TO WS-SEEK-METRIC.
       PERFORM FindToday.
       IF WS-SLOT = 0
           IF TodayCount = 300
               ADD 1 TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TodayCount
           MOVE TodayCount TO WS-SLOT
           MOVE CTStep TO Td-Step(WS-SLOT)
           MOVE CTMetric TO Td-Metric(WS-SLOT)
       END-IF.
       MOVE CTCount TO Td-Count(WS-SLOT).
       MOVE CTAmount TO Td-Amount(WS-SLOT).

KeepHistoryFigure.
       MOVE CTStep TO WS-SEEK-STEP.
       MOVE CTMetric TO WS-SEEK-METRIC.
       PERFORM FindHist.
       IF WS-SLOT = 0
           IF HistCount = 300
               ADD 1 TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HistCount
           MOVE HistCount TO WS-SLOT
           MOVE CTStep TO Hs-Step(WS-SLOT)
           MOVE CTMetric TO Hs-Metric(WS-SLOT)
           MOVE ZERO TO Hs-Used(WS-SLOT)
       END-IF.
*> Same date already held (a rerun) - replace it; otherwise add it,
*> dropping the oldest once the window is full
       MOVE 0 TO WS-DAY-SLOT.
       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > Hs-Used(WS-SLOT) OR WS-DAY-SLOT > 0
           IF Hs-Date(WS-SLOT, WS-DAY-IDX) = CTBusDate
               MOVE WS-DAY-IDX TO WS-DAY-SLOT
           END-IF
       END-PERFORM.
       IF WS-DAY-SLOT = 0
           IF Hs-Used(WS-SLOT) < WS-HISTORY-DAYS
               ADD 1 TO Hs-Used(WS-SLOT)
           ELSE
               PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                       UNTIL WS-DAY-IDX > Hs-Used(WS-SLOT)
                   MOVE Hs-Day(WS-SLOT, WS-DAY-IDX)
                       TO Hs-Day(WS-SLOT, WS-DAY-IDX - 1)
               END-PERFORM
           END-IF
           MOVE Hs-Used(WS-SLOT) TO WS-DAY-SLOT
       END-IF.
       MOVE CTBusDate TO Hs-Date(WS-SLOT, WS-DAY-SLOT).
       MOVE CTCount TO Hs-Count(WS-SLOT, WS-DAY-SLOT).

FindToday.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > TodayCount OR WS-SLOT > 0
           IF Td-Step(WS-FIND-IDX) = WS-SEEK-STEP
                   AND Td-Metric(WS-FIND-IDX) = WS-SEEK-METRIC
               MOVE WS-FIND-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

FindHist.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > HistCount OR WS-SLOT > 0
           IF Hs-Step(WS-FIND-IDX) = WS-SEEK-STEP
                   AND Hs-Metric(WS-FIND-IDX) = WS-SEEK-METRIC
               MOVE WS-FIND-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

LoadTies.
       OPEN INPUT TieFile.
       PERFORM UNTIL WS-TIE-EOF = 'Y' OR TieCount = 50
           READ TieFile
               AT END MOVE 'Y' TO WS-TIE-EOF
           END-READ
           IF WS-TIE-EOF NOT = 'Y'
               IF TieFromStep NOT = SPACES AND TieToStep NOT = SPACES
                   ADD 1 TO TieCount
                   MOVE TieRecord TO Tie(TieCount)
                   IF Ti-Mode(TieCount) NOT = 'C'
                           AND Ti-Mode(TieCount) NOT = 'A'
                       MOVE 'B' TO Ti-Mode(TieCount)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE TieFile.
       IF TieCount = 0
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEFAULT-COUNT
               ADD 1 TO TieCount
               MOVE WS-DEFAULT-TIE(WS-IDX) TO Tie(TieCount)
           END-PERFORM
       END-IF.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmTolerancePct IS NUMERIC
               MOVE ParmTolerancePct TO WS-TOLERANCE-PCT
           END-IF
           IF ParmHistoryDays IS NUMERIC
                   AND ParmHistoryDays > 0 AND ParmHistoryDays NOT > 10
               MOVE ParmHistoryDays TO WS-HISTORY-DAYS
           END-IF
           IF ParmMinHistory IS NUMERIC AND ParmMinHistory > 0
               MOVE ParmMinHistory TO WS-MIN-HISTORY
           END-IF
           IF ParmMinAverage IS NUMERIC
               MOVE ParmMinAverage TO WS-MIN-AVERAGE
           END-IF
       END-IF.
       CLOSE ParmFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "ctlbalance_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

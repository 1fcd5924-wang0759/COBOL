       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIFTRPT.
*> Weekly operator hours and sales-per-hour report for the store
*> manager's scheduling, into shift_report.txt. The punches the
*> register and tutorial10's customer menu record through SHIFTCLK
*> (shiftclock.txt, copybooks/SHIFTREC.cpy), with SHIFTMAINT's
*> corrections applied, are paired into shifts, and the sales
*> journal lines each operator rang (SJOperatorID, SJTime) are set
*> against them:
*>   - every operator on operators.txt, in ID order, with the
*>     shifts and hours they worked, their sales (line costs net of
*>     refunds, tax excluded - the figure COMMISSION pays on) and
*>     transactions (receipts), and both per hour worked. An ID that
*>     clocked or sold but isn't on operators.txt is listed too,
*>     marked NOT ON FILE; a disabled operator with nothing in the
*>     week is left off;
*>   - sales and transactions by hour of the day across the store,
*>     for staffing the busy hours;
*>   - punches needing a supervisor's correction in SHIFTMAINT: a
*>     clock-in never clocked out, a clock-out with no clock-in;
*>   - every receipt rung under an operator's ID while that operator
*>     was off the clock - a missed punch, or someone else using
*>     their sign-on.
*> A shift counts in the week it starts in; the day either side of
*> the week is read too, so a shift over midnight pairs up. A
*> clock-in with no clock-out earns no hours but covers the rest of
*> its day for the off-the-clock check. Journal lines rung before
*> the ring time was kept count in sales and transactions but in no
*> hour; batch postings (no operator) aren't anyone's and are left
*> out.
*> The week is the seven days ending yesterday. shiftrptparm.txt
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
       SELECT OPTIONAL ShiftClockFile ASSIGN TO "shiftclock.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SalesJournalFile
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "shiftrptparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "shift_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with SHIFTCLK and SHIFTMAINT via copybooks/SHIFTREC.cpy
FD ShiftClockFile.
       COPY SHIFTREC.

*> Shared with taxCalculator.cbl/COMMISSION via
*> copybooks/SALESJRNL.cpy
FD SalesJournalFile.
       COPY SALESJRNL.

*> Same layout tutorial10's OperatorFile reads
FD OperatorFile.
       01 OperatorRecord.
           02 OpID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpPassword PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpRole PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

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
       01 WS-OPER-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-WEEK-END PIC 9(8).
       01 WS-WEEK-START PIC 9(8).
*> The punches read run a day either side of the week
       01 WS-LOAD-START PIC 9(8).
       01 WS-LOAD-END PIC 9(8).
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
       01 WS-TABLE-FULL PIC X VALUE 'N'.
*> Minutes since the start of WS-LOAD-START - the one scale shifts
*> and sales are measured on. The day count for the last date
*> converted is kept, as the journal runs a day at a time
       01 WS-CALC-DATE PIC 9(8).
       01 WS-CALC-TIME PIC 9(4).
       01 WS-CALC-TIME-X REDEFINES WS-CALC-TIME.
           02 WS-CALC-HH PIC 99.
           02 WS-CALC-MM PIC 99.
       01 WS-CALC-MIN PIC S9(7).
       01 WS-CACHE-DATE PIC 9(8) VALUE ZERO.
       01 WS-CACHE-DAYS PIC S9(5) VALUE ZERO.
*> Operators - operators.txt first, then any other ID that clocked
*> or sold. The DEPENDING ON counter must be declared ahead of the
*> table it sizes
       01 OperatorCount PIC 9(3) VALUE ZERO.
       01 OperatorTable.
           02 OperatorEntry OCCURS 0 TO 200 TIMES
                   DEPENDING ON OperatorCount.
               03 Op-ID PIC X(10).
               03 Op-Role PIC X.
*> 'A' active, 'D' disabled, 'N' not on operators.txt
               03 Op-Status PIC X.
               03 Op-Shifts PIC 9(3).
               03 Op-Minutes PIC 9(7).
               03 Op-Sales PIC S9(9)V99.
               03 Op-Trans PIC 9(5).
               03 Op-Outside PIC 9(5).
               03 Op-Missed PIC 9(3).
       01 WS-SWAP-OPER PIC X(46).
       01 WS-FIND-ID PIC X(10).
       01 WS-OP-IDX PIC 9(3).
       01 WS-OP-JDX PIC 9(3).
       01 WS-OP-SLOT PIC 9(3).
*> Punches in the load window, sorted by operator, date and time
       01 PunchCount PIC 9(4) VALUE ZERO.
       01 PunchTable.
           02 PunchEntry OCCURS 0 TO 3000 TIMES
                   DEPENDING ON PunchCount.
               03 Pn-Key.
                   04 Pn-OpID PIC X(10).
                   04 Pn-Date PIC 9(8).
                   04 Pn-Time PIC 9(4).
               03 Pn-Type PIC X.
               03 Pn-Voided PIC X.
       01 WS-SWAP-PUNCH PIC X(24).
       01 WS-PN-IDX PIC 9(4).
       01 WS-PN-JDX PIC 9(4).
*> Supervisor voids, applied once the punches are all in
       01 VoidCount PIC 9(3) VALUE ZERO.
       01 VoidTable.
           02 VoidEntry OCCURS 0 TO 500 TIMES DEPENDING ON VoidCount.
               03 Vd-OpID PIC X(10).
               03 Vd-Date PIC 9(8).
               03 Vd-Time PIC 9(4).
               03 Vd-Type PIC X.
       01 WS-VD-IDX PIC 9(3).
       01 WS-VOID-DONE PIC X.
*> Shifts as minute ranges, for the off-the-clock check
       01 ShiftCount PIC 9(4) VALUE ZERO.
       01 ShiftTable.
           02 ShiftEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON ShiftCount.
               03 Sh-OpID PIC X(10).
               03 Sh-StartMin PIC S9(7).
               03 Sh-EndMin PIC S9(7).
       01 WS-SH-IDX PIC 9(4).
*> The clock-in waiting for its clock-out while pairing
       01 WS-PEND-FLAG PIC X.
       01 WS-PEND-OP PIC X(10).
       01 WS-PEND-DATE PIC 9(8).
       01 WS-PEND-TIME PIC 9(4).
       01 WS-PEND-MIN PIC S9(7).
       01 WS-PREV-OP PIC X(10).
*> Punches needing correction
       01 ExceptionCount PIC 9(3) VALUE ZERO.
       01 ExceptionTable.
           02 ExceptionEntry OCCURS 0 TO 500 TIMES
                   DEPENDING ON ExceptionCount.
               03 Ex-OpID PIC X(10).
               03 Ex-Date PIC 9(8).
               03 Ex-Time PIC 9(4).
               03 Ex-Text PIC X(30).
       01 WS-EX-IDX PIC 9(3).
*> Receipts rung off the clock
       01 OutsideCount PIC 9(4) VALUE ZERO.
       01 OutsideTable.
           02 OutsideEntry OCCURS 0 TO 1000 TIMES
                   DEPENDING ON OutsideCount.
               03 Ot-OpID PIC X(10).
               03 Ot-Date PIC 9(8).
               03 Ot-Time PIC 9(4).
               03 Ot-Receipt PIC 9(6).
               03 Ot-Amount PIC S9(7)V99.
       01 WS-OT-IDX PIC 9(4).
*> Store sales by hour of day, 00 to 23
       01 HourTable.
           02 HourEntry OCCURS 24 TIMES.
               03 Hr-Sales PIC S9(9)V99.
               03 Hr-Trans PIC 9(5).
       01 WS-HR-IDX PIC 99.
*> The receipt the journal scan is in
       01 WS-LAST-RECEIPT PIC X(24) VALUE SPACES.
       01 WS-THIS-RECEIPT.
           02 WS-TR-OP PIC X(10).
           02 WS-TR-DATE PIC 9(8).
           02 WS-TR-NUM PIC 9(6).
       01 WS-LINE-TIMED PIC X.
       01 WS-LINE-HOUR PIC 99.
       01 WS-RCPT-OUTSIDE PIC X.
       01 WS-COVERED PIC X.
       01 WS-UNTIMED-TRANS PIC 9(5) VALUE ZERO.
       01 WS-UNTIMED-ED PIC ZZZZ9.
*> Totals
       01 WS-TOT-SHIFTS PIC 9(5) VALUE ZERO.
       01 WS-TOT-MINUTES PIC 9(8) VALUE ZERO.
       01 WS-TOT-SALES PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-TRANS PIC 9(6) VALUE ZERO.
       01 WS-TOT-OUTSIDE PIC 9(5) VALUE ZERO.
       01 WS-TOT-MISSED PIC 9(5) VALUE ZERO.
       01 WS-HOURS PIC 9(5)V99.
       01 WS-PER-HOUR PIC S9(7)V99.
       01 WS-TRANS-PER-HOUR PIC 9(4)V99.
*> OPSLOG linkage - a refused run, or punches left to correct, land
*> on the central message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "SHIFTRPT".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-OPS-COUNT PIC ZZ9.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(32) VALUE
               "OPERATOR HOURS AND SALES  WEEK ".
           02 WS-T-START PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-T-END PIC 9(8).
           02 FILLER PIC X(16) VALUE "  BUSINESS DATE ".
           02 WS-T-BUS-DATE PIC 9(8).
       01 WS-OPER-HEAD.
           02 FILLER PIC X(30) VALUE
               "OPERATOR   ROLE SHIFTS    HOUR".
           02 FILLER PIC X(30) VALUE
               "S           SALES  TRANS  SALE".
           02 FILLER PIC X(30) VALUE
               "S/HOUR TRANS/HR OFF-CLOCK MISS".
           02 FILLER PIC X(3) VALUE "ED ".
       01 WS-OPER-LINE.
           02 WS-O-ID PIC X(10).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-O-ROLE PIC X.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-O-SHIFTS PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-HOURS PIC ZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-SALES PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-TRANS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-PER-HOUR PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-TRANS-HOUR PIC ZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-O-OUTSIDE PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-O-MISSED PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-NOTE PIC X(11).
       01 WS-HOUR-HEAD PIC X(40) VALUE
           "  HOUR         TRANS           SALES".
       01 WS-HOUR-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-H-FROM PIC 99.
           02 FILLER PIC X(4) VALUE ":00-".
           02 WS-H-TO PIC 99.
           02 FILLER PIC X(3) VALUE ":59".
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-H-TRANS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-H-SALES PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EXC-HEAD PIC X(60) VALUE
           "  OPERATOR   DATE     TIME  PROBLEM".
       01 WS-EXC-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-E-OP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-E-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-E-TIME PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-E-TEXT PIC X(30).
       01 WS-OUT-HEAD PIC X(60) VALUE
           "  OPERATOR   DATE     TIME  RECEIPT        AMOUNT".
       01 WS-OUT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-X-OP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-X-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-X-TIME PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-X-RECEIPT PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-X-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "SHIFTRPT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       INITIALIZE HourTable.
       PERFORM SetWeek.
       IF WS-DU-STATUS NOT = "00"
           DISPLAY "SHIFTRPT: bad week-ending date " WS-WEEK-END
               " in shiftrptparm.txt - report not produced"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadOperators.
       PERFORM LoadPunches.
       IF WS-TABLE-FULL NOT = 'Y'
           PERFORM ApplyVoids
           PERFORM SortPunches
           PERFORM PairPunches
       END-IF.
       IF WS-TABLE-FULL NOT = 'Y'
           PERFORM ScanJournal
       END-IF.
       IF WS-TABLE-FULL = 'Y'
           *> A table filled - refuse rather than report part of
           *> the week as if it were all of it
           DISPLAY "SHIFTRPT: more operators, punches, shifts or "
               "off-clock receipts in the week than the tables hold "
               "- report not produced"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "Week too large for the report tables - no report"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "SHIFTRPT: unable to open shift_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM SortOperators.
       PERFORM PrintReport.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF ExceptionCount > 0
           MOVE ExceptionCount TO WS-OPS-COUNT
           MOVE 'W' TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-TEXT
           STRING WS-OPS-COUNT " punches to correct in SHIFTMAINT - "
               "see shift_report.txt"
               DELIMITED BY SIZE INTO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
       END-IF.
       DISPLAY "Shift report complete. Shifts: " WS-TOT-SHIFTS
           "  Off-clock receipts: " WS-TOT-OUTSIDE.
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
       IF WS-DU-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE -1 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-WEEK-START,
           WS-DU-DATE2, WS-DU-DAYS, WS-LOAD-START, WS-DU-STATUS
       END-CALL.
       MOVE 1 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-WEEK-END, WS-DU-DATE2,
           WS-DU-DAYS, WS-LOAD-END, WS-DU-STATUS
       END-CALL.

LoadOperators.
       MOVE 'N' TO WS-OPER-EOF.
       OPEN INPUT OperatorFile.
       PERFORM UNTIL WS-OPER-EOF = 'Y' OR WS-TABLE-FULL = 'Y'
           READ OperatorFile
               AT END MOVE 'Y' TO WS-OPER-EOF
           END-READ
           IF WS-OPER-EOF NOT = 'Y'
               MOVE OpID TO WS-FIND-ID
               PERFORM FindOperator
               IF WS-OP-SLOT > 0
                   MOVE OpRole TO Op-Role(WS-OP-SLOT)
                   IF OpStatus = 'D'
                       MOVE 'D' TO Op-Status(WS-OP-SLOT)
                   ELSE
                       MOVE 'A' TO Op-Status(WS-OP-SLOT)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OperatorFile.

FindOperator.
*> WS-OP-SLOT comes back the ID's entry, added as not on file if it
*> wasn't there; zero only when the table is full
       MOVE 0 TO WS-OP-SLOT.
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > OperatorCount OR WS-OP-SLOT > 0
           IF Op-ID(WS-OP-IDX) = WS-FIND-ID
               MOVE WS-OP-IDX TO WS-OP-SLOT
           END-IF
       END-PERFORM.
       IF WS-OP-SLOT = 0
           IF OperatorCount = 200
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OperatorCount
           MOVE OperatorCount TO WS-OP-SLOT
           MOVE WS-FIND-ID TO Op-ID(WS-OP-SLOT)
           MOVE SPACE TO Op-Role(WS-OP-SLOT)
           MOVE 'N' TO Op-Status(WS-OP-SLOT)
           MOVE ZERO TO Op-Shifts(WS-OP-SLOT)
           MOVE ZERO TO Op-Minutes(WS-OP-SLOT)
           MOVE ZERO TO Op-Sales(WS-OP-SLOT)
           MOVE ZERO TO Op-Trans(WS-OP-SLOT)
           MOVE ZERO TO Op-Outside(WS-OP-SLOT)
           MOVE ZERO TO Op-Missed(WS-OP-SLOT)
       END-IF.

LoadPunches.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ShiftClockFile.
       PERFORM ReadPunch.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF SPDate NOT < WS-LOAD-START AND SPDate NOT > WS-LOAD-END
               PERFORM KeepPunch
           END-IF
           PERFORM ReadPunch
       END-PERFORM.
       CLOSE ShiftClockFile.

ReadPunch.
       READ ShiftClockFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

KeepPunch.
       EVALUATE TRUE
           WHEN SPClockIn OR SPClockOut
               IF PunchCount = 3000
                   MOVE 'Y' TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PunchCount
               MOVE SPOperatorID TO Pn-OpID(PunchCount)
               MOVE SPDate TO Pn-Date(PunchCount)
               MOVE SPTime TO Pn-Time(PunchCount)
               MOVE SPType TO Pn-Type(PunchCount)
               MOVE 'N' TO Pn-Voided(PunchCount)
           WHEN SPVoid
               IF VoidCount = 500
                   MOVE 'Y' TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO VoidCount
               MOVE SPOperatorID TO Vd-OpID(VoidCount)
               MOVE SPDate TO Vd-Date(VoidCount)
               MOVE SPTime TO Vd-Time(VoidCount)
               MOVE SPVoidsType TO Vd-Type(VoidCount)
       END-EVALUATE.

ApplyVoids.
*> Each void cancels the first still-standing punch it names
       PERFORM VARYING WS-VD-IDX FROM 1 BY 1 UNTIL WS-VD-IDX > VoidCount
           MOVE 'N' TO WS-VOID-DONE
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > PunchCount OR WS-VOID-DONE = 'Y'
               IF Pn-OpID(WS-PN-IDX) = Vd-OpID(WS-VD-IDX)
                       AND Pn-Date(WS-PN-IDX) = Vd-Date(WS-VD-IDX)
                       AND Pn-Time(WS-PN-IDX) = Vd-Time(WS-VD-IDX)
                       AND Pn-Type(WS-PN-IDX) = Vd-Type(WS-VD-IDX)
                       AND Pn-Voided(WS-PN-IDX) = 'N'
                   MOVE 'Y' TO Pn-Voided(WS-PN-IDX)
                   MOVE 'Y' TO WS-VOID-DONE
               END-IF
           END-PERFORM
       END-PERFORM.

SortPunches.
*> Corrections land on the clock out of time order - a plain
*> exchange sort puts the window's punches back in order
       PERFORM VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX >= PunchCount
           PERFORM VARYING WS-PN-JDX FROM WS-PN-IDX BY 1
                   UNTIL WS-PN-JDX > PunchCount
               IF Pn-Key(WS-PN-JDX) < Pn-Key(WS-PN-IDX)
                   MOVE PunchEntry(WS-PN-IDX) TO WS-SWAP-PUNCH
                   MOVE PunchEntry(WS-PN-JDX) TO PunchEntry(WS-PN-IDX)
                   MOVE WS-SWAP-PUNCH TO PunchEntry(WS-PN-JDX)
               END-IF
           END-PERFORM
       END-PERFORM.

PairPunches.
*> Walk each operator's punches in time order: an IN waits for the
*> next OUT to make a shift; an IN followed by another IN, or left
*> at the end, was never clocked out; an OUT with no IN waiting was
*> never clocked in
       MOVE 'N' TO WS-PEND-FLAG.
       MOVE SPACES TO WS-PREV-OP.
       PERFORM VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > PunchCount OR WS-TABLE-FULL = 'Y'
           IF Pn-Voided(WS-PN-IDX) = 'N'
               IF Pn-OpID(WS-PN-IDX) NOT = WS-PREV-OP
                   PERFORM FlushPending
                   MOVE Pn-OpID(WS-PN-IDX) TO WS-PREV-OP
               END-IF
               IF Pn-Type(WS-PN-IDX) = 'I'
                   PERFORM FlushPending
                   MOVE 'Y' TO WS-PEND-FLAG
                   MOVE Pn-OpID(WS-PN-IDX) TO WS-PEND-OP
                   MOVE Pn-Date(WS-PN-IDX) TO WS-PEND-DATE
                   MOVE Pn-Time(WS-PN-IDX) TO WS-PEND-TIME
                   MOVE WS-PEND-DATE TO WS-CALC-DATE
                   MOVE WS-PEND-TIME TO WS-CALC-TIME
                   PERFORM ComputeMinute
                   MOVE WS-CALC-MIN TO WS-PEND-MIN
               ELSE
                   PERFORM PairClockOut
               END-IF
           END-IF
       END-PERFORM.
       PERFORM FlushPending.

PairClockOut.
       MOVE Pn-Date(WS-PN-IDX) TO WS-CALC-DATE.
       MOVE Pn-Time(WS-PN-IDX) TO WS-CALC-TIME.
       PERFORM ComputeMinute.
       IF WS-PEND-FLAG = 'Y'
           PERFORM AddShift
           IF WS-TABLE-FULL = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-DATE NOT < WS-WEEK-START
                   AND WS-PEND-DATE NOT > WS-WEEK-END
               MOVE WS-PEND-OP TO WS-FIND-ID
               PERFORM FindOperator
               IF WS-OP-SLOT > 0
                   ADD 1 TO Op-Shifts(WS-OP-SLOT)
                   COMPUTE Op-Minutes(WS-OP-SLOT) =
                       Op-Minutes(WS-OP-SLOT)
                       + WS-CALC-MIN - WS-PEND-MIN
               END-IF
           END-IF
           MOVE 'N' TO WS-PEND-FLAG
       ELSE
           IF Pn-Date(WS-PN-IDX) NOT < WS-WEEK-START
                   AND Pn-Date(WS-PN-IDX) NOT > WS-WEEK-END
               MOVE Pn-OpID(WS-PN-IDX) TO WS-FIND-ID
               MOVE Pn-Date(WS-PN-IDX) TO WS-CALC-DATE
               MOVE "CLOCK-OUT WITH NO CLOCK-IN" TO WS-OPS-TEXT
               PERFORM AddException
           END-IF
       END-IF.

FlushPending.
*> A clock-in left with no clock-out earns no hours, but covers the
*> rest of its day for the off-the-clock check. One from today is
*> still open, not missed
       IF WS-PEND-FLAG NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-PEND-FLAG.
       MOVE WS-PEND-DATE TO WS-CALC-DATE.
       MOVE 2359 TO WS-CALC-TIME.
       PERFORM ComputeMinute.
       PERFORM AddShift.
       IF WS-TABLE-FULL = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF WS-PEND-DATE NOT < WS-WEEK-START
               AND WS-PEND-DATE NOT > WS-WEEK-END
               AND WS-PEND-DATE < WS-RUN-DATE
           MOVE WS-PEND-OP TO WS-FIND-ID
           MOVE WS-PEND-DATE TO WS-CALC-DATE
           MOVE WS-PEND-TIME TO WS-CALC-TIME
           MOVE "CLOCK-IN WITH NO CLOCK-OUT" TO WS-OPS-TEXT
           PERFORM AddException
       END-IF.

AddShift.
*> From the waiting clock-in to the minute in WS-CALC-MIN
       IF ShiftCount = 2000
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO ShiftCount.
       MOVE WS-PEND-OP TO Sh-OpID(ShiftCount).
       MOVE WS-PEND-MIN TO Sh-StartMin(ShiftCount).
       MOVE WS-CALC-MIN TO Sh-EndMin(ShiftCount).

AddException.
*> WS-FIND-ID, WS-CALC-DATE/TIME and the text in WS-OPS-TEXT say
*> what and where
       IF ExceptionCount = 500
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO ExceptionCount.
       MOVE WS-FIND-ID TO Ex-OpID(ExceptionCount).
       MOVE WS-CALC-DATE TO Ex-Date(ExceptionCount).
       MOVE WS-CALC-TIME TO Ex-Time(ExceptionCount).
       MOVE WS-OPS-TEXT TO Ex-Text(ExceptionCount).
       PERFORM FindOperator.
       IF WS-OP-SLOT > 0
           ADD 1 TO Op-Missed(WS-OP-SLOT)
       END-IF.

ComputeMinute.
*> WS-CALC-DATE/TIME to minutes since the load window opened
       IF WS-CALC-DATE NOT = WS-CACHE-DATE
           MOVE 'DIFF' TO WS-DU-FUNCTION
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-CALC-DATE,
               WS-LOAD-START, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           MOVE WS-CALC-DATE TO WS-CACHE-DATE
           MOVE WS-DU-DAYS TO WS-CACHE-DAYS
       END-IF.
       COMPUTE WS-CALC-MIN = WS-CACHE-DAYS * 1440
           + WS-CALC-HH * 60 + WS-CALC-MM.

ScanJournal.
*> A receipt's lines are written together, so a change of operator,
*> date or receipt number starts the next transaction
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT SalesJournalFile.
       PERFORM ReadJournal.
       PERFORM UNTIL AtEndOfFile OR WS-TABLE-FULL = 'Y'
           IF SJDate NOT < WS-WEEK-START AND SJDate NOT > WS-WEEK-END
                   AND SJOperatorID NOT = SPACES
               PERFORM TakeJournalLine
           END-IF
           PERFORM ReadJournal
       END-PERFORM.
       CLOSE SalesJournalFile.

ReadJournal.
       READ SalesJournalFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

TakeJournalLine.
       MOVE SJOperatorID TO WS-FIND-ID.
       PERFORM FindOperator.
       IF WS-OP-SLOT = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE SJOperatorID TO WS-TR-OP.
       MOVE SJDate TO WS-TR-DATE.
       MOVE SJReceiptNum TO WS-TR-NUM.
       IF WS-THIS-RECEIPT NOT = WS-LAST-RECEIPT
           MOVE WS-THIS-RECEIPT TO WS-LAST-RECEIPT
           PERFORM StartTransaction
       END-IF.
       ADD SJItemCost TO Op-Sales(WS-OP-SLOT).
       IF WS-LINE-TIMED = 'Y'
           ADD SJItemCost TO Hr-Sales(WS-HR-IDX)
       END-IF.
       IF WS-RCPT-OUTSIDE = 'Y'
           ADD SJItemCost TO Ot-Amount(OutsideCount)
       END-IF.

StartTransaction.
       ADD 1 TO Op-Trans(WS-OP-SLOT).
       MOVE 'N' TO WS-LINE-TIMED.
       MOVE 'N' TO WS-RCPT-OUTSIDE.
       IF SJTime IS NUMERIC
           MOVE SJTime TO WS-CALC-TIME
           IF WS-CALC-HH < 24 AND WS-CALC-MM < 60
               MOVE 'Y' TO WS-LINE-TIMED
           END-IF
       END-IF.
       IF WS-LINE-TIMED NOT = 'Y'
           ADD 1 TO WS-UNTIMED-TRANS
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-HR-IDX = WS-CALC-HH + 1.
       ADD 1 TO Hr-Trans(WS-HR-IDX).
       MOVE SJDate TO WS-CALC-DATE.
       PERFORM ComputeMinute.
       MOVE 'N' TO WS-COVERED.
       PERFORM VARYING WS-SH-IDX FROM 1 BY 1
               UNTIL WS-SH-IDX > ShiftCount OR WS-COVERED = 'Y'
           IF Sh-OpID(WS-SH-IDX) = SJOperatorID
                   AND Sh-StartMin(WS-SH-IDX) NOT > WS-CALC-MIN
                   AND Sh-EndMin(WS-SH-IDX) NOT < WS-CALC-MIN
               MOVE 'Y' TO WS-COVERED
           END-IF
       END-PERFORM.
       IF WS-COVERED = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF OutsideCount = 1000
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-RCPT-OUTSIDE.
       ADD 1 TO Op-Outside(WS-OP-SLOT).
       ADD 1 TO OutsideCount.
       MOVE SJOperatorID TO Ot-OpID(OutsideCount).
       MOVE SJDate TO Ot-Date(OutsideCount).
       MOVE SJTime TO Ot-Time(OutsideCount).
       MOVE SJReceiptNum TO Ot-Receipt(OutsideCount).
       MOVE ZERO TO Ot-Amount(OutsideCount).

SortOperators.
*> Few operators - a plain exchange sort puts them in ID order
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX >= OperatorCount
           PERFORM VARYING WS-OP-JDX FROM WS-OP-IDX BY 1
                   UNTIL WS-OP-JDX > OperatorCount
               IF Op-ID(WS-OP-JDX) < Op-ID(WS-OP-IDX)
                   MOVE OperatorEntry(WS-OP-IDX) TO WS-SWAP-OPER
                   MOVE OperatorEntry(WS-OP-JDX)
                       TO OperatorEntry(WS-OP-IDX)
                   MOVE WS-SWAP-OPER TO OperatorEntry(WS-OP-JDX)
               END-IF
           END-PERFORM
       END-PERFORM.

PrintReport.
       MOVE WS-WEEK-START TO WS-T-START.
       MOVE WS-WEEK-END TO WS-T-END.
       MOVE WS-RUN-DATE TO WS-T-BUS-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-OPER-HEAD TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > OperatorCount
           PERFORM PrintOperator
       END-PERFORM.
       MOVE SPACES TO WS-OPER-LINE.
       MOVE "WEEK TOTAL" TO WS-O-ID.
       MOVE WS-TOT-SHIFTS TO WS-O-SHIFTS.
       COMPUTE WS-HOURS ROUNDED = WS-TOT-MINUTES / 60.
       MOVE WS-HOURS TO WS-O-HOURS.
       MOVE WS-TOT-SALES TO WS-O-SALES.
       MOVE WS-TOT-TRANS TO WS-O-TRANS.
       MOVE ZERO TO WS-PER-HOUR.
       MOVE ZERO TO WS-TRANS-PER-HOUR.
       IF WS-TOT-MINUTES > 0
           COMPUTE WS-PER-HOUR ROUNDED =
               WS-TOT-SALES * 60 / WS-TOT-MINUTES
           COMPUTE WS-TRANS-PER-HOUR ROUNDED =
               WS-TOT-TRANS * 60 / WS-TOT-MINUTES
       END-IF.
       MOVE WS-PER-HOUR TO WS-O-PER-HOUR.
       MOVE WS-TRANS-PER-HOUR TO WS-O-TRANS-HOUR.
       MOVE WS-TOT-OUTSIDE TO WS-O-OUTSIDE.
       MOVE WS-TOT-MISSED TO WS-O-MISSED.
       MOVE WS-OPER-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM PrintHours.
       PERFORM PrintExceptions.
       PERFORM PrintOutside.

PrintOperator.
*> A disabled operator with nothing in the week is left off
       IF Op-Status(WS-OP-IDX) = 'D'
               AND Op-Shifts(WS-OP-IDX) = 0
               AND Op-Trans(WS-OP-IDX) = 0
               AND Op-Missed(WS-OP-IDX) = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE Op-ID(WS-OP-IDX) TO WS-O-ID.
       MOVE Op-Role(WS-OP-IDX) TO WS-O-ROLE.
       MOVE Op-Shifts(WS-OP-IDX) TO WS-O-SHIFTS.
       COMPUTE WS-HOURS ROUNDED = Op-Minutes(WS-OP-IDX) / 60.
       MOVE WS-HOURS TO WS-O-HOURS.
       MOVE Op-Sales(WS-OP-IDX) TO WS-O-SALES.
       MOVE Op-Trans(WS-OP-IDX) TO WS-O-TRANS.
       MOVE ZERO TO WS-PER-HOUR.
       MOVE ZERO TO WS-TRANS-PER-HOUR.
       IF Op-Minutes(WS-OP-IDX) > 0
           COMPUTE WS-PER-HOUR ROUNDED =
               Op-Sales(WS-OP-IDX) * 60 / Op-Minutes(WS-OP-IDX)
           COMPUTE WS-TRANS-PER-HOUR ROUNDED =
               Op-Trans(WS-OP-IDX) * 60 / Op-Minutes(WS-OP-IDX)
       END-IF.
       MOVE WS-PER-HOUR TO WS-O-PER-HOUR.
       MOVE WS-TRANS-PER-HOUR TO WS-O-TRANS-HOUR.
       MOVE Op-Outside(WS-OP-IDX) TO WS-O-OUTSIDE.
       MOVE Op-Missed(WS-OP-IDX) TO WS-O-MISSED.
       EVALUATE Op-Status(WS-OP-IDX)
           WHEN 'N' MOVE "NOT ON FILE" TO WS-O-NOTE
           WHEN 'D' MOVE "DISABLED" TO WS-O-NOTE
           WHEN OTHER MOVE SPACES TO WS-O-NOTE
       END-EVALUATE.
       MOVE WS-OPER-LINE TO ReportLine.
       WRITE ReportLine.
       ADD Op-Shifts(WS-OP-IDX) TO WS-TOT-SHIFTS.
       ADD Op-Minutes(WS-OP-IDX) TO WS-TOT-MINUTES.
       ADD Op-Sales(WS-OP-IDX) TO WS-TOT-SALES.
       ADD Op-Trans(WS-OP-IDX) TO WS-TOT-TRANS.
       ADD Op-Outside(WS-OP-IDX) TO WS-TOT-OUTSIDE.
       ADD Op-Missed(WS-OP-IDX) TO WS-TOT-MISSED.

PrintHours.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "SALES BY HOUR OF DAY" TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HOUR-HEAD TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-HR-IDX FROM 1 BY 1 UNTIL WS-HR-IDX > 24
           IF Hr-Trans(WS-HR-IDX) > 0
               COMPUTE WS-H-FROM = WS-HR-IDX - 1
               MOVE WS-H-FROM TO WS-H-TO
               MOVE Hr-Trans(WS-HR-IDX) TO WS-H-TRANS
               MOVE Hr-Sales(WS-HR-IDX) TO WS-H-SALES
               MOVE WS-HOUR-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.
       IF WS-UNTIMED-TRANS > 0
           MOVE WS-UNTIMED-TRANS TO WS-UNTIMED-ED
           MOVE SPACES TO ReportLine
           STRING "  " WS-UNTIMED-ED " transactions rung before "
               "the ring time was kept - in no hour"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.

PrintExceptions.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "PUNCHES NEEDING CORRECTION (SHIFTMAINT)" TO ReportLine.
       WRITE ReportLine.
       IF ExceptionCount = 0
           MOVE "  None - every shift clocked in and out" TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-EXC-HEAD TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > ExceptionCount
           MOVE Ex-OpID(WS-EX-IDX) TO WS-E-OP
           MOVE Ex-Date(WS-EX-IDX) TO WS-E-DATE
           MOVE Ex-Time(WS-EX-IDX) TO WS-E-TIME
           MOVE Ex-Text(WS-EX-IDX) TO WS-E-TEXT
           MOVE WS-EXC-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.

PrintOutside.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "SALES RUNG OUTSIDE CLOCKED HOURS" TO ReportLine.
       WRITE ReportLine.
       IF OutsideCount = 0
           MOVE "  None" TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       MOVE
           "  A missed punch - or someone else signed on with the ID"
           TO ReportLine.
       WRITE ReportLine.
       MOVE WS-OUT-HEAD TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > OutsideCount
           MOVE Ot-OpID(WS-OT-IDX) TO WS-X-OP
           MOVE Ot-Date(WS-OT-IDX) TO WS-X-DATE
           MOVE Ot-Time(WS-OT-IDX) TO WS-X-TIME
           MOVE Ot-Receipt(WS-OT-IDX) TO WS-X-RECEIPT
           MOVE Ot-Amount(WS-OT-IDX) TO WS-X-AMOUNT
           MOVE WS-OUT-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "shift_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

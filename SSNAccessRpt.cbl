       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SSNACCRPT.
*> Monthly privacy access report over the SSN access log SSNREGISTRY
*> writes (ssnaccess.txt), for the compliance officer to review who
*> looked at whose number and why:
*>   - lookups per operator - how many, how many shown in full, how
*>     many found nobody, how many after hours - with the business
*>     reasons keyed;
*>   - persons viewed more than the threshold number of times in the
*>     month (three unless another figure is keyed), with how many
*>     operators looked;
*>   - every after-hours lookup in full: outside 08:00 to 18:00, or
*>     on a day that is not a business day by DATEUTIL's calendar
*>     (weekends and holidays.txt).
*> The month is the clock month of the lookup; blank at the prompt
*> reports the month before the business date's. SSNs appear only
*> masked, the way the log holds them. Output to
*> ssnaccess_report.txt; the log itself is never changed.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs monthly; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL AccessLog ASSIGN TO "ssnaccess.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "ssnaccess_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with SSNREGISTRY via copybooks/SSNACCREC.cpy
FD AccessLog.
       COPY SSNACCREC.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-LOG-EOF PIC X.
       01 WS-PERIOD-INPUT PIC X(6).
       01 WS-PERIOD PIC 9(6).
       01 WS-THRESHOLD-INPUT PIC X(3).
       01 WS-THRESHOLD PIC 9(3) VALUE 3.
*> The lookup being looked at
       01 WS-ACC-DATE PIC 9(8).
       01 WS-ACC-DATE-PARTS REDEFINES WS-ACC-DATE.
           02 WS-ACC-PERIOD PIC 9(6).
           02 FILLER PIC 99.
       01 WS-ACC-TIME PIC X(4).
       01 WS-AFTER-HOURS PIC X.
*> Business hours - a lookup outside them is after hours
       01 WS-DAY-START PIC X(4) VALUE "0800".
       01 WS-DAY-END PIC X(4) VALUE "1800".
*> Totals by operator. The DEPENDING ON counter must be declared
*> ahead of the table
       01 OpCount PIC 9(3) VALUE ZERO.
       01 OpTable.
           02 OpEntry OCCURS 0 TO 200 TIMES DEPENDING ON OpCount.
               03 Ot-Operator PIC X(10).
               03 Ot-Lookups PIC 9(6).
               03 Ot-Unmasked PIC 9(6).
               03 Ot-NotFound PIC 9(6).
               03 Ot-AfterHours PIC 9(6).
               03 Ot-Reasons PIC 9(5) OCCURS 7 TIMES.
*> Lookups by person - masked SSN and name together, since the log
*> never holds the number in full
       01 PsCount PIC 9(4) VALUE ZERO.
       01 PsTable.
           02 PsEntry OCCURS 0 TO 3000 TIMES DEPENDING ON PsCount.
               03 Ps-MaskedSSN PIC X(11).
               03 Ps-Name PIC X(30).
               03 Ps-Views PIC 9(5).
               03 Ps-Unmasked PIC 9(5).
               03 Ps-Operators PIC 9(3).
               03 Ps-LastOperator PIC X(10).
*> Operators seen per person, for the count of distinct operators
       01 PoCount PIC 9(5) VALUE ZERO.
       01 PoTable.
           02 PoEntry OCCURS 0 TO 20000 TIMES DEPENDING ON PoCount.
               03 Po-Person PIC 9(4).
               03 Po-Operator PIC X(10).
*> Reason codes in the order SSNREGISTRY lists them; anything else
*> counts under the last column
       01 WS-REASON-LIST.
           05 FILLER PIC X(4) VALUE "VERI".
           05 FILLER PIC X(4) VALUE "PAYR".
           05 FILLER PIC X(4) VALUE "BENF".
           05 FILLER PIC X(4) VALUE "CORR".
           05 FILLER PIC X(4) VALUE "LEGL".
           05 FILLER PIC X(4) VALUE "AUDT".
           05 FILLER PIC X(4) VALUE "OTHR".
       01 WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05 WS-REASON-CODE PIC X(4) OCCURS 7 TIMES.
       01 WS-REASON-IDX PIC 9.
       01 WS-SLOT PIC 9(5).
       01 WS-IDX PIC 9(5).
       01 WS-JDX PIC 9(5).
       01 WS-OP-FULL PIC 9(6) VALUE ZERO.
       01 WS-PS-FULL PIC 9(6) VALUE ZERO.
       01 WS-PO-FULL PIC 9(6) VALUE ZERO.
       01 WS-MONTH-LOOKUPS PIC 9(7) VALUE ZERO.
       01 WS-MONTH-UNMASKED PIC 9(7) VALUE ZERO.
       01 WS-MONTH-NOTFOUND PIC 9(7) VALUE ZERO.
       01 WS-MONTH-AFTER PIC 9(7) VALUE ZERO.
       01 WS-FREQUENT-COUNT PIC 9(5) VALUE ZERO.
*> Report lines
       01 WS-OPERATOR-LINE.
           02 WS-O-OPERATOR PIC X(10).
           02 WS-O-LOOKUPS PIC ZZZZZ9.
           02 WS-O-UNMASKED PIC ZZZZZ9.
           02 WS-O-NOTFOUND PIC ZZZZZ9.
           02 WS-O-AFTER PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-REASON PIC ZZZZ9 OCCURS 7 TIMES.
       01 WS-PERSON-LINE.
           02 WS-P-SSN PIC X(11).
           02 FILLER PIC X VALUE SPACE.
           02 WS-P-NAME PIC X(30).
           02 WS-P-VIEWS PIC ZZZZ9.
           02 WS-P-UNMASKED PIC ZZZZ9.
           02 WS-P-OPERATORS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-P-LAST PIC X(10).
       01 WS-AFTER-LINE.
           02 WS-A-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-HH PIC XX.
           02 FILLER PIC X VALUE ":".
           02 WS-A-MM PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-OPERATOR PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-SSN PIC X(11).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-SHOWN PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-REASON PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-TEXT PIC X(30).
*> DATEUTIL linkage - is the day of the lookup a business day
       01 WS-DU-FUNCTION PIC X(4) VALUE 'BUS '.
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> BIZDATE linkage - the default month is the one before the
*> business date's
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YEAR PIC 9(4).
           02 WS-RUN-MONTH PIC 99.
           02 FILLER PIC 99.
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "SSNACCRPT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       IF WS-RUN-MONTH = 1
           COMPUTE WS-PERIOD = (WS-RUN-YEAR - 1) * 100 + 12
       ELSE
           COMPUTE WS-PERIOD = WS-RUN-YEAR * 100 + WS-RUN-MONTH - 1
       END-IF.
       DISPLAY "Month to report (YYYYMM, blank for " WS-PERIOD ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-PERIOD-INPUT.
       ACCEPT WS-PERIOD-INPUT.
       IF WS-PERIOD-INPUT NOT = SPACES
           IF WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "SSNACCRPT: month must be YYYYMM"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIOD-INPUT TO WS-PERIOD
       END-IF.
       DISPLAY "List persons viewed more than how many times (blank "
           "for 3) : " WITH NO ADVANCING.
       MOVE SPACES TO WS-THRESHOLD-INPUT.
       ACCEPT WS-THRESHOLD-INPUT.
       IF WS-THRESHOLD-INPUT NOT = SPACES
           IF FUNCTION TRIM(WS-THRESHOLD-INPUT) IS NOT NUMERIC
               DISPLAY "SSNACCRPT: threshold must be a number"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(WS-THRESHOLD-INPUT) TO WS-THRESHOLD
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "SSNACCRPT: unable to open ssnaccess_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "PRIVACY ACCESS REPORT - SSN REGISTRY  MONTH " WS-PERIOD
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM AccumulateLog.
       PERFORM WriteOperatorTotals.
       PERFORM WriteFrequentPersons.
       PERFORM WriteAfterHours.
       IF WS-OP-FULL > 0 OR WS-PS-FULL > 0 OR WS-PO-FULL > 0
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "WARNING: tables full - " WS-OP-FULL " operator, "
               WS-PS-FULL " person and " WS-PO-FULL
               " operator-per-person entries not counted"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Privacy access report complete. Lookups in "
           WS-PERIOD ": " WS-MONTH-LOOKUPS ", after hours "
           WS-MONTH-AFTER.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

AccumulateLog.
       MOVE 'N' TO WS-LOG-EOF.
       OPEN INPUT AccessLog.
       PERFORM UNTIL WS-LOG-EOF = 'Y'
           READ AccessLog
               AT END MOVE 'Y' TO WS-LOG-EOF
           END-READ
           IF WS-LOG-EOF NOT = 'Y'
               PERFORM ClassifyAccess
               IF WS-ACC-PERIOD = WS-PERIOD
                   PERFORM CountAccess
               END-IF
           END-IF
       END-PERFORM.
       CLOSE AccessLog.

*> Clock date and time of the lookup, and whether it was after hours
ClassifyAccess.
       MOVE ZERO TO WS-ACC-DATE.
       IF SAStamp(1:8) IS NUMERIC
           MOVE SAStamp(1:8) TO WS-ACC-DATE
       END-IF.
       MOVE SAStamp(9:4) TO WS-ACC-TIME.
       MOVE 'N' TO WS-AFTER-HOURS.
       IF WS-ACC-PERIOD NOT = WS-PERIOD
           EXIT PARAGRAPH
       END-IF.
       IF WS-ACC-TIME < WS-DAY-START OR WS-ACC-TIME NOT < WS-DAY-END
           MOVE 'Y' TO WS-AFTER-HOURS
           EXIT PARAGRAPH
       END-IF.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-ACC-DATE,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS = "00" AND WS-DU-DAYS = 0
           MOVE 'Y' TO WS-AFTER-HOURS
       END-IF.

CountAccess.
       ADD 1 TO WS-MONTH-LOOKUPS.
       IF SAShownInFull
           ADD 1 TO WS-MONTH-UNMASKED
       END-IF.
       IF SAPersonNotFound
           ADD 1 TO WS-MONTH-NOTFOUND
       END-IF.
       IF WS-AFTER-HOURS = 'Y'
           ADD 1 TO WS-MONTH-AFTER
       END-IF.
       PERFORM FindOperatorSlot.
       IF WS-SLOT > 0
           ADD 1 TO Ot-Lookups(WS-SLOT)
           IF SAShownInFull
               ADD 1 TO Ot-Unmasked(WS-SLOT)
           END-IF
           IF SAPersonNotFound
               ADD 1 TO Ot-NotFound(WS-SLOT)
           END-IF
           IF WS-AFTER-HOURS = 'Y'
               ADD 1 TO Ot-AfterHours(WS-SLOT)
           END-IF
           MOVE 7 TO WS-REASON-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF WS-REASON-CODE(WS-IDX) = SAReasonCode
                   MOVE WS-IDX TO WS-REASON-IDX
               END-IF
           END-PERFORM
           ADD 1 TO Ot-Reasons(WS-SLOT, WS-REASON-IDX)
       END-IF.
       IF SAPersonFound
           PERFORM CountPersonView
       END-IF.

FindOperatorSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > OpCount OR WS-SLOT > 0
           IF Ot-Operator(WS-IDX) = SAOperator
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           IF OpCount = 200
               ADD 1 TO WS-OP-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OpCount
           MOVE OpCount TO WS-SLOT
           MOVE SAOperator TO Ot-Operator(WS-SLOT)
           MOVE ZERO TO Ot-Lookups(WS-SLOT) Ot-Unmasked(WS-SLOT)
               Ot-NotFound(WS-SLOT) Ot-AfterHours(WS-SLOT)
           PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > 7
               MOVE ZERO TO Ot-Reasons(WS-SLOT, WS-JDX)
           END-PERFORM
       END-IF.

CountPersonView.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PsCount OR WS-SLOT > 0
           IF Ps-MaskedSSN(WS-IDX) = SAMaskedSSN
                   AND Ps-Name(WS-IDX) = SAPersonName
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           IF PsCount = 3000
               ADD 1 TO WS-PS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PsCount
           MOVE PsCount TO WS-SLOT
           MOVE SAMaskedSSN TO Ps-MaskedSSN(WS-SLOT)
           MOVE SAPersonName TO Ps-Name(WS-SLOT)
           MOVE ZERO TO Ps-Views(WS-SLOT) Ps-Unmasked(WS-SLOT)
               Ps-Operators(WS-SLOT)
       END-IF.
       ADD 1 TO Ps-Views(WS-SLOT).
       IF SAShownInFull
           ADD 1 TO Ps-Unmasked(WS-SLOT)
       END-IF.
       MOVE SAOperator TO Ps-LastOperator(WS-SLOT).
       *> Distinct operators for this person
       MOVE 0 TO WS-JDX.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PoCount OR WS-JDX > 0
           IF Po-Person(WS-IDX) = WS-SLOT
                   AND Po-Operator(WS-IDX) = SAOperator
               MOVE WS-IDX TO WS-JDX
           END-IF
       END-PERFORM.
       IF WS-JDX = 0
           IF PoCount = 20000
               ADD 1 TO WS-PO-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PoCount
           MOVE WS-SLOT TO Po-Person(PoCount)
           MOVE SAOperator TO Po-Operator(PoCount)
           ADD 1 TO Ps-Operators(WS-SLOT)
       END-IF.

WriteOperatorTotals.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "LOOKUPS BY OPERATOR" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "OPERATOR  LOOKS  FULL NOTFND AFTHRS   VERI PAYR BENF "
           "CORR LEGL AUDT OTHR"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > OpCount
           MOVE Ot-Operator(WS-JDX) TO WS-O-OPERATOR
           MOVE Ot-Lookups(WS-JDX) TO WS-O-LOOKUPS
           MOVE Ot-Unmasked(WS-JDX) TO WS-O-UNMASKED
           MOVE Ot-NotFound(WS-JDX) TO WS-O-NOTFOUND
           MOVE Ot-AfterHours(WS-JDX) TO WS-O-AFTER
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE Ot-Reasons(WS-JDX, WS-IDX) TO WS-O-REASON(WS-IDX)
           END-PERFORM
           MOVE WS-OPERATOR-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       STRING "Month total: " WS-MONTH-LOOKUPS " lookups, "
           WS-MONTH-UNMASKED " shown in full, " WS-MONTH-NOTFOUND
           " found nobody, " WS-MONTH-AFTER " after hours"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

WriteFrequentPersons.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "PERSONS VIEWED MORE THAN " WS-THRESHOLD " TIMES"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "SSN         NAME                          VIEWS FULL  OPS"
           & "  LAST BY" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > PsCount
           IF Ps-Views(WS-JDX) > WS-THRESHOLD
               ADD 1 TO WS-FREQUENT-COUNT
               MOVE Ps-MaskedSSN(WS-JDX) TO WS-P-SSN
               MOVE Ps-Name(WS-JDX) TO WS-P-NAME
               MOVE Ps-Views(WS-JDX) TO WS-P-VIEWS
               MOVE Ps-Unmasked(WS-JDX) TO WS-P-UNMASKED
               MOVE Ps-Operators(WS-JDX) TO WS-P-OPERATORS
               MOVE Ps-LastOperator(WS-JDX) TO WS-P-LAST
               MOVE WS-PERSON-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       STRING "Persons listed: " WS-FREQUENT-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

*> Second pass over the log, in the order the lookups were made
WriteAfterHours.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "AFTER-HOURS LOOKUPS (BEFORE 08:00, FROM 18:00, OR NOT A "
           & "BUSINESS DAY)" TO ReportLine.
       WRITE ReportLine.
       MOVE "DATE     TIME  OPERATOR   SSN         SHOWN  WHY" TO
           ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO WS-LOG-EOF.
       OPEN INPUT AccessLog.
       PERFORM UNTIL WS-LOG-EOF = 'Y'
           READ AccessLog
               AT END MOVE 'Y' TO WS-LOG-EOF
           END-READ
           IF WS-LOG-EOF NOT = 'Y'
               PERFORM ClassifyAccess
               IF WS-AFTER-HOURS = 'Y'
                   MOVE WS-ACC-DATE TO WS-A-DATE
                   MOVE WS-ACC-TIME(1:2) TO WS-A-HH
                   MOVE WS-ACC-TIME(3:2) TO WS-A-MM
                   MOVE SAOperator TO WS-A-OPERATOR
                   MOVE SAMaskedSSN TO WS-A-SSN
                   EVALUATE TRUE
                       WHEN SAPersonNotFound
                           MOVE "NOBODY" TO WS-A-SHOWN
                       WHEN SAShownInFull
                           MOVE "FULL" TO WS-A-SHOWN
                       WHEN OTHER
                           MOVE "MASKED" TO WS-A-SHOWN
                   END-EVALUATE
                   MOVE SAReasonCode TO WS-A-REASON
                   MOVE SAReasonText TO WS-A-TEXT
                   MOVE WS-AFTER-LINE TO ReportLine
                   WRITE ReportLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE AccessLog.
       MOVE SPACES TO ReportLine.
       STRING "After-hours lookups: " WS-MONTH-AFTER
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "ssnaccess_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

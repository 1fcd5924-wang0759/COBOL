       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IFGATEWAY.
*> Inbound interface gateway - the one door every file an outsider
*> sends us comes through before the step that loads it. Each
*> expected feed is registered on ifregister.txt: the interface
*> name, the file its loading step reads (fuelcard.csv for ODOLOAD,
*> fuelstmt.txt for FUELRECON, custimport.csv for CUSTIMPORT,
*> wikipedia.csv for CH6UNSTRING, and the bank and order files as
*> they come), the step it feeds, the days it is due (DAILY, a
*> weekday MON..SUN, or DOM nn rolled to the next business day, as
*> jobcal.txt words them), its arrival window (HHMM to HHMM), and
*> how to fingerprint it.
*> Senders drop into the inbound area (inbound/<file>). Each
*> arrival is fingerprinted - record count, hash total of one
*> numeric field (a column and length for a fixed file, a field
*> number for a comma-delimited one, none when the column is
*> zero), and for feeds registered with an envelope the header
*> (HDR, the interface, the file's date and sequence number) and
*> trailer (TRL, the record count, the hash total) the sender
*> wraps it in:
*>     HDRFUELCARD20261015000042
*>     TRL000000137      48213.50
*> A file with no trailer, a trailer that disagrees with the body,
*> or a header for another interface is a file cut short or sent to
*> the wrong place and is rejected; so is one whose header (or,
*> with no envelope, count and hash together) matches a file
*> already accepted - the same file sent twice.
*> An accepted file is handed to its loading step under the file
*> name that step reads, envelope stripped, and kept whole in the
*> dated processed area (processed/<date>_<time>_<file>); a
*> rejected one goes to the rejected area the same way. Either way
*> the inbound copy is emptied, so nothing is looked at twice.
*> On a feed's due day a file not in by the end of its window is
*> missing, and one not in yet while the window is open is late -
*> both warn on the ops log (OPSLOG), as do rejections and a file
*> accepted after its window closed. On a due day with nothing
*> accepted, the loading step's file is emptied so the step finds
*> nothing to load rather than reloading the last feed; on other
*> days it is left for the step to take.
*> Every arrival, and every missing or late feed, is kept on the
*> arrival log (ifarrivals.txt) - which is what the duplicate check
*> reads - and listed on ifgateway_report.txt.
*> Schedule it DAILY in jobcal.txt and name it the PREDECESSOR of
*> each step that loads a registered file, so the warnings are on
*> the log before those steps run. The inbound/, processed/ and
*> rejected/ areas must exist, as training/ must for TRNREFRESH.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way - only a file that could not
*> be read or written fails the step; rejected and missing feeds
*> are warnings, and each one's loading step simply finds nothing.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> OPTIONAL: no register yet means no feeds to gate - a clean run,
*> not a chain failure
       SELECT OPTIONAL RegisterFile ASSIGN TO "ifregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT OPTIONAL ArrivalFile ASSIGN TO "ifarrivals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARRIVAL-STATUS.
*> The arrival, the loading step's copy of it, and where the whole
*> file is kept - all three names come from the register
       SELECT OPTIONAL InboundFile ASSIGN TO DYNAMIC WS-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
       SELECT WorkFile ASSIGN TO DYNAMIC WS-WORK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
       SELECT KeepFile ASSIGN TO DYNAMIC WS-KEEP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-STATUS.
       SELECT ReportFile ASSIGN TO "ifgateway_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> One line per expected feed: the interface name, the file its
*> loading step reads, that step, when the feed is due (the
*> jobcal.txt words), its arrival window, the layout - C comma-
*> delimited or F fixed - Y when it comes in a header/trailer
*> envelope, and the hash field: field number (C) or start column
*> and length (F), zero for none
FD RegisterFile.
       01 RegisterRecord.
           02 IRInterface PIC X(8).
           02 FILLER PIC X.
           02 IRFileName PIC X(30).
           02 FILLER PIC X.
           02 IRConsumer PIC X(12).
           02 FILLER PIC X.
           02 IRWhen PIC X(5).
           02 IRDay PIC 9(2).
           02 FILLER PIC X.
           02 IRWindowFrom PIC 9(4).
           02 IRWindowTo PIC 9(4).
           02 FILLER PIC X.
           02 IRFormat PIC X.
               88 IRDelimited VALUE 'C'.
               88 IRFixed VALUE 'F'.
           02 IREnvelope PIC X.
               88 IRHasEnvelope VALUE 'Y'.
           02 IRHashCol PIC 9(3).
           02 IRHashLen PIC 9(2).

*> One record per arrival, and per feed found missing or late on
*> its due day: the business date and time it was dealt with, the
*> outcome, the header's file date and sequence (zero with no
*> envelope), the fingerprint, why it was turned away, and where
*> the whole file was kept.
*> Fields kept contiguous with no separator FILLER, same LINE
*> SEQUENTIAL workaround CustomerPurge.cbl notes
FD ArrivalFile.
       01 ArrivalRecord.
           02 IAInterface PIC X(8).
           02 IADate PIC 9(8).
           02 IATime PIC 9(6).
           02 IAOutcome PIC X.
               88 IAAccepted VALUE 'A'.
               88 IADuplicate VALUE 'D'.
               88 IARejected VALUE 'R'.
               88 IAMissing VALUE 'M'.
               88 IANotInYet VALUE 'L'.
           02 IAFileDate PIC 9(8).
           02 IAFileSeq PIC 9(6).
           02 IARecords PIC 9(9).
           02 IAHash PIC S9(13)V99.
           02 IAReason PIC X(40).
           02 IAKeptAs PIC X(60).

FD InboundFile.
       01 InboundLine PIC X(275).

FD WorkFile.
       01 WorkLine PIC X(275).

FD KeepFile.
       01 KeepLine PIC X(275).

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS PIC XX.
       01 WS-ARRIVAL-STATUS PIC XX.
       01 WS-IN-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-KEEP-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-REG-EOF PIC X VALUE 'N'.
       01 WS-EOF PIC X.
       01 WS-IN-NAME PIC X(40).
       01 WS-WORK-NAME PIC X(30).
       01 WS-KEEP-NAME PIC X(60).
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> The arrival window is judged on the clock
       01 WS-CLOCK PIC X(21).
       01 WS-NOW-HHMM PIC 9(4).
       01 WS-NOW-TIME PIC 9(6).
*> Today's weekday and day of the month for the due check, worked
*> out as JOBDRIVER does for jobcal.txt
       01 WS-RUN-DOM PIC 9(2).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-DOW-NUM PIC 9.
       01 WS-DOW-NAME PIC X(3).
       01 WS-DOW-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-TARGET-BUILD.
           05 WS-TB-YYYYMM PIC 9(6).
           05 WS-TB-DAY PIC 9(2).
       01 WS-TARGET-DATE REDEFINES WS-TARGET-BUILD PIC 9(8).
       01 WS-ROLLED-DATE PIC 9(8).
*> DATEUTIL linkage - a DOM feed due on a weekend or holiday is
*> looked for on the next business day
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> The feed in hand and what its fingerprint found
       01 WS-DUE PIC X.
       01 WS-ARRIVED PIC X.
       01 WS-OUTCOME PIC X.
       01 WS-REASON PIC X(40).
       01 WS-LINE-COUNT PIC 9(9).
       01 WS-LINE-NUM PIC 9(9).
       01 WS-REC-COUNT PIC 9(9).
       01 WS-HASH PIC S9(13)V99.
       01 WS-TRL-HASH PIC S9(13)V99.
       01 WS-FILE-DATE PIC 9(8).
       01 WS-FILE-SEQ PIC 9(6).
       01 WS-HELD-LINE PIC X(275).
       01 WS-HELD PIC X.
       01 WS-HASH-TEXT PIC X(40).
       01 WS-FIELD-PTR PIC 9(3).
       01 WS-FIELD-NUM PIC 9(3).
       01 WS-LAST-HANDOFF PIC 9(8).
       01 WS-DUP-DATE PIC 9(8).
       01 WS-IO-FAILED PIC X VALUE 'N'.
       01 WS-DISPLAY-COUNT PIC Z(8)9.
       01 WS-ACCEPTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DETAIL-LINE.
           02 WS-D-INTERFACE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-OUTCOME PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-RECORDS PIC Z(8)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-HASH PIC -(12)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-DETAIL PIC X(50).
*> OPSLOG linkage - missing, late and rejected feeds land on the
*> central message log ahead of the steps that load them
       01 WS-OPS-PROGRAM PIC X(12) VALUE "IFGATEWAY".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "IFGATEWAY".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT RegisterFile.
       IF WS-REGISTER-STATUS NOT = "00"
               AND WS-REGISTER-STATUS NOT = "05"
           DISPLAY "IFGATEWAY: unable to open ifregister.txt, status "
               WS-REGISTER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE FUNCTION CURRENT-DATE TO WS-CLOCK.
       MOVE WS-CLOCK(9:4) TO WS-NOW-HHMM.
       MOVE WS-CLOCK(9:6) TO WS-NOW-TIME.
       MOVE WS-RUN-DATE(7:2) TO WS-RUN-DOM.
       COMPUTE WS-TODAY-INT =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
       COMPUTE WS-DOW-NUM =
           FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1.
       MOVE WS-DOW-NAMES((WS-DOW-NUM * 3) - 2 : 3) TO WS-DOW-NAME.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "IFGATEWAY: unable to open ifgateway_report.txt"
               ", status " WS-REPORT-STATUS
           CLOSE RegisterFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "INBOUND INTERFACE ARRIVALS  BUSINESS DATE " WS-RUN-DATE
           "  RUN AT " WS-CLOCK(9:2) ":" WS-CLOCK(11:2)
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "FEED      OUTCOME      RECORDS        HASH TOTAL  DETAIL"
           TO ReportLine.
       WRITE ReportLine.
       PERFORM ReadRegister.
       PERFORM UNTIL WS-REG-EOF = 'Y'
           PERFORM GateOneFeed
           PERFORM ReadRegister
       END-PERFORM.
       CLOSE RegisterFile.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Accepted: " WS-ACCEPTED-COUNT
           "   rejected: " WS-REJECTED-COUNT
           "   missing or late: " WS-MISSING-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "IFGATEWAY: " WS-ACCEPTED-COUNT " accepted, "
           WS-REJECTED-COUNT " rejected, " WS-MISSING-COUNT
           " missing or late".
       IF WS-IO-FAILED = 'Y'
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

ReadRegister.
       READ RegisterFile
           AT END MOVE 'Y' TO WS-REG-EOF
       END-READ.

GateOneFeed.
*> A malformed register line is reported and skipped rather than
*> failing every other feed's night
       IF IRInterface = SPACES OR IRFileName = SPACES
               OR IRWindowFrom IS NOT NUMERIC
               OR IRWindowTo IS NOT NUMERIC
               OR IRHashCol IS NOT NUMERIC
               OR IRHashLen IS NOT NUMERIC
               OR (NOT IRDelimited AND NOT IRFixed)
               OR (IRFixed AND IRHashCol > 0
                   AND (IRHashLen = 0
                        OR IRHashCol + IRHashLen - 1 > 275))
               OR (IRDelimited AND IRHashCol > 100)
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IRInterface TO WS-D-INTERFACE
           MOVE "SKIPPED" TO WS-D-OUTCOME
           MOVE "BAD REGISTER LINE - CHECK ifregister.txt"
               TO WS-D-DETAIL
           MOVE WS-DETAIL-LINE TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-IN-NAME.
       STRING "inbound/" FUNCTION TRIM(IRFileName)
           DELIMITED BY SIZE INTO WS-IN-NAME.
       MOVE IRFileName TO WS-WORK-NAME.
       PERFORM CheckFeedDue.
       PERFORM Fingerprint.
       PERFORM ScanArrivals.
       IF WS-ARRIVED = 'N'
           PERFORM NoArrival
           EXIT PARAGRAPH
       END-IF.
       MOVE 'A' TO WS-OUTCOME.
       IF WS-REASON NOT = SPACES
           MOVE 'R' TO WS-OUTCOME
       ELSE
           IF WS-DUP-DATE NOT = ZERO
               MOVE 'D' TO WS-OUTCOME
               STRING "SAME FILE ACCEPTED " WS-DUP-DATE
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF
       END-IF.
       IF WS-OUTCOME = 'A'
           PERFORM AcceptArrival
       ELSE
           PERFORM RejectArrival
       END-IF.

CheckFeedDue.
       MOVE 'N' TO WS-DUE.
       EVALUATE TRUE
           WHEN IRWhen(1:5) = 'DAILY'
               MOVE 'Y' TO WS-DUE
           WHEN IRWhen(1:3) = WS-DOW-NAME
               MOVE 'Y' TO WS-DUE
           WHEN IRWhen(1:3) = 'DOM'
               PERFORM CheckDomDue
       END-EVALUATE.

CheckDomDue.
*> Looked for on the first business day on or after its day of
*> the month, per DATEUTIL's holiday calendar
       IF IRDay IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-RUN-DATE(1:6) TO WS-TB-YYYYMM.
       MOVE IRDay TO WS-TB-DAY.
       MOVE 'NBD ' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-TARGET-DATE,
           WS-DU-DATE2, WS-DU-DAYS, WS-ROLLED-DATE, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00"
           IF IRDay = WS-RUN-DOM
               MOVE 'Y' TO WS-DUE
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-ROLLED-DATE = WS-RUN-DATE
           MOVE 'Y' TO WS-DUE
       END-IF.

Fingerprint.
*> One pass over the arrival. With an envelope the first line is
*> the header and the last the trailer, so each line is held until
*> the next one shows it wasn't the last
       MOVE 'N' TO WS-ARRIVED.
       MOVE SPACES TO WS-REASON.
       MOVE ZERO TO WS-LINE-COUNT.
       MOVE ZERO TO WS-REC-COUNT.
       MOVE ZERO TO WS-HASH.
       MOVE ZERO TO WS-FILE-DATE.
       MOVE ZERO TO WS-FILE-SEQ.
       MOVE 'N' TO WS-HELD.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT InboundFile.
       IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "05"
           MOVE "INBOUND FILE UNREADABLE, STATUS " TO WS-REASON
           MOVE WS-IN-STATUS TO WS-REASON(33:2)
           MOVE 'Y' TO WS-ARRIVED
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-EOF = 'Y'
           READ InboundFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               ADD 1 TO WS-LINE-COUNT
               EVALUATE TRUE
                   WHEN NOT IRHasEnvelope
                       MOVE InboundLine TO WS-HELD-LINE
                       PERFORM TallyRecord
                   WHEN WS-LINE-COUNT = 1
                       PERFORM CheckHeader
                   WHEN OTHER
                       IF WS-HELD = 'Y'
                           PERFORM TallyRecord
                       END-IF
                       MOVE InboundLine TO WS-HELD-LINE
                       MOVE 'Y' TO WS-HELD
               END-EVALUATE
           END-IF
       END-PERFORM.
       CLOSE InboundFile.
       IF WS-LINE-COUNT = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-ARRIVED.
       IF IRHasEnvelope
           PERFORM CheckTrailer
       END-IF.

CheckHeader.
       IF InboundLine(1:3) NOT = "HDR"
               OR InboundLine(4:8) NOT = IRInterface
               OR InboundLine(12:8) IS NOT NUMERIC
               OR InboundLine(20:6) IS NOT NUMERIC
           IF WS-REASON = SPACES
               MOVE "HEADER MISSING OR FOR ANOTHER FEED" TO WS-REASON
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE InboundLine(12:8) TO WS-FILE-DATE.
       MOVE InboundLine(20:6) TO WS-FILE-SEQ.

CheckTrailer.
*> The held line is the last one - it must be the trailer, and
*> the trailer must agree with the body it closes
       IF WS-HELD = 'N' OR WS-HELD-LINE(1:3) NOT = "TRL"
           IF WS-REASON = SPACES
               MOVE "NO TRAILER - FILE CUT SHORT" TO WS-REASON
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-HELD-LINE(4:9) IS NOT NUMERIC
           IF WS-REASON = SPACES
               MOVE "TRAILER COUNT NOT NUMERIC" TO WS-REASON
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-HELD-LINE(4:9) NOT = WS-REC-COUNT
           IF WS-REASON = SPACES
               MOVE WS-REC-COUNT TO WS-DISPLAY-COUNT
               STRING "TRAILER COUNT " WS-HELD-LINE(4:9)
                   " FILE HAS " FUNCTION TRIM(WS-DISPLAY-COUNT)
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF IRHashCol > 0
           IF WS-HELD-LINE(13:20) = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-HELD-LINE(13:20)) NOT = 0
               IF WS-REASON = SPACES
                   MOVE "TRAILER HASH TOTAL NOT NUMERIC" TO WS-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRL-HASH =
               FUNCTION NUMVAL(WS-HELD-LINE(13:20))
           IF WS-TRL-HASH NOT = WS-HASH
               IF WS-REASON = SPACES
                   MOVE "TRAILER HASH TOTAL DISAGREES WITH BODY"
                       TO WS-REASON
               END-IF
           END-IF
       END-IF.

TallyRecord.
*> A body record: counted, and its hash field added in
       ADD 1 TO WS-REC-COUNT.
       IF IRHasEnvelope
               AND (WS-HELD-LINE(1:3) = "HDR"
                    OR WS-HELD-LINE(1:3) = "TRL")
           IF WS-REASON = SPACES
               MOVE "HEADER OR TRAILER INSIDE THE BODY" TO WS-REASON
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF IRHashCol = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-HASH-TEXT.
       IF IRFixed
           MOVE WS-HELD-LINE(IRHashCol:IRHashLen) TO WS-HASH-TEXT
       ELSE
           MOVE 1 TO WS-FIELD-PTR
           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
                   UNTIL WS-FIELD-NUM > IRHashCol
               MOVE SPACES TO WS-HASH-TEXT
               IF WS-FIELD-PTR NOT > 275
                   UNSTRING WS-HELD-LINE DELIMITED BY ','
                       INTO WS-HASH-TEXT
                       WITH POINTER WS-FIELD-PTR
                   END-UNSTRING
               END-IF
           END-PERFORM
       END-IF.
       IF WS-HASH-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-HASH-TEXT) NOT = 0
           IF WS-REASON = SPACES
               MOVE WS-REC-COUNT TO WS-DISPLAY-COUNT
               STRING "HASH FIELD NOT NUMERIC, RECORD "
                   FUNCTION TRIM(WS-DISPLAY-COUNT)
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-HASH = WS-HASH + FUNCTION NUMVAL(WS-HASH-TEXT).

ScanArrivals.
*> The last day this feed was handed over, and whether an arrival
*> already accepted carries the same fingerprint - the same header
*> with an envelope, the same count and hash total without one
       MOVE ZERO TO WS-LAST-HANDOFF.
       MOVE ZERO TO WS-DUP-DATE.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT ArrivalFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ ArrivalFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               IF IAInterface = IRInterface AND IAAccepted
                   IF IADate > WS-LAST-HANDOFF
                       MOVE IADate TO WS-LAST-HANDOFF
                   END-IF
                   IF WS-ARRIVED = 'Y'
                       IF IRHasEnvelope
                           IF IAFileDate = WS-FILE-DATE
                                   AND IAFileSeq = WS-FILE-SEQ
                               MOVE IADate TO WS-DUP-DATE
                           END-IF
                       ELSE
                           IF IARecords = WS-REC-COUNT
                                   AND IAHash = WS-HASH
                               MOVE IADate TO WS-DUP-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ArrivalFile.

AcceptArrival.
*> The whole file is kept before the loading step's copy is
*> written - an arrival that can't be kept stays in inbound/ for
*> the rerun
       MOVE SPACES TO WS-KEEP-NAME.
       STRING "processed/" WS-RUN-DATE "_" WS-NOW-TIME "_"
           FUNCTION TRIM(IRFileName)
           DELIMITED BY SIZE INTO WS-KEEP-NAME.
       OPEN OUTPUT KeepFile.
       IF WS-KEEP-STATUS NOT = "00"
           MOVE "CANNOT WRITE PROCESSED COPY, STATUS " TO WS-REASON
           MOVE WS-KEEP-STATUS TO WS-REASON(37:2)
           PERFORM GatewayFailure
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT WorkFile.
       IF WS-WORK-STATUS NOT = "00"
           CLOSE KeepFile
           MOVE "CANNOT WRITE STEP'S FILE, STATUS " TO WS-REASON
           MOVE WS-WORK-STATUS TO WS-REASON(34:2)
           PERFORM GatewayFailure
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-LINE-NUM.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT InboundFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ InboundFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               ADD 1 TO WS-LINE-NUM
               MOVE InboundLine TO KeepLine
               WRITE KeepLine
               IF NOT IRHasEnvelope
                       OR (WS-LINE-NUM > 1
                           AND WS-LINE-NUM < WS-LINE-COUNT)
                   MOVE InboundLine TO WorkLine
                   WRITE WorkLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE InboundFile.
       CLOSE WorkFile.
       CLOSE KeepFile.
       PERFORM EmptyInbound.
       ADD 1 TO WS-ACCEPTED-COUNT.
       MOVE SPACES TO WS-REASON.
       PERFORM LogArrival.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE "ACCEPTED" TO WS-D-OUTCOME.
       STRING "HANDED TO " FUNCTION TRIM(IRConsumer)
           DELIMITED BY SIZE INTO WS-D-DETAIL.
       PERFORM WriteDetail.
       PERFORM WriteKeptAs.
       IF WS-DUE = 'Y' AND WS-NOW-HHMM > IRWindowTo
           MOVE 'W' TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-TEXT
           STRING FUNCTION TRIM(IRInterface) " ARRIVED LATE - WINDOW "
               "CLOSED " IRWindowTo
               DELIMITED BY SIZE INTO WS-OPS-TEXT
           PERFORM LogOps
       END-IF.

RejectArrival.
*> Turned away whole into the rejected area; on a due day with
*> nothing handed over the loading step's file is emptied too
       MOVE SPACES TO WS-KEEP-NAME.
       STRING "rejected/" WS-RUN-DATE "_" WS-NOW-TIME "_"
           FUNCTION TRIM(IRFileName)
           DELIMITED BY SIZE INTO WS-KEEP-NAME.
       IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "05"
           PERFORM GatewayFailure
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT KeepFile.
       IF WS-KEEP-STATUS NOT = "00"
           MOVE "CANNOT WRITE REJECTED COPY, STATUS " TO WS-REASON
           MOVE WS-KEEP-STATUS TO WS-REASON(36:2)
           PERFORM GatewayFailure
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT InboundFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ InboundFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE InboundLine TO KeepLine
               WRITE KeepLine
           END-IF
       END-PERFORM.
       CLOSE InboundFile.
       CLOSE KeepFile.
       PERFORM EmptyInbound.
       ADD 1 TO WS-REJECTED-COUNT.
       PERFORM LogArrival.
       MOVE SPACES TO WS-DETAIL-LINE.
       IF WS-OUTCOME = 'D'
           MOVE "DUPLICATE" TO WS-D-OUTCOME
       ELSE
           MOVE "REJECTED" TO WS-D-OUTCOME
       END-IF.
       MOVE WS-REASON TO WS-D-DETAIL.
       PERFORM WriteDetail.
       PERFORM WriteKeptAs.
       MOVE 'E' TO WS-OPS-SEVERITY.
       MOVE SPACES TO WS-OPS-TEXT.
       STRING FUNCTION TRIM(IRInterface) " REJECTED: " WS-REASON
           DELIMITED BY SIZE INTO WS-OPS-TEXT.
       PERFORM LogOps.
       IF WS-DUE = 'Y' AND WS-LAST-HANDOFF < WS-RUN-DATE
           PERFORM EmptyWorkFile
       END-IF.

NoArrival.
*> Nothing in. Not due, or already handed over today: nothing to
*> say. Otherwise missing once the window has closed, late while
*> it is still open - a warning either way, and the loading step
*> finds nothing to load
       IF WS-DUE = 'N' OR WS-LAST-HANDOFF = WS-RUN-DATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "NONE" TO WS-D-OUTCOME
           IF WS-DUE = 'N'
               MOVE "NOT DUE TODAY" TO WS-D-DETAIL
           ELSE
               MOVE "ALREADY HANDED OVER TODAY" TO WS-D-DETAIL
           END-IF
           PERFORM WriteDetail
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-REASON.
       MOVE SPACES TO WS-KEEP-NAME.
       IF WS-NOW-HHMM > IRWindowTo
           MOVE 'M' TO WS-OUTCOME
           STRING "WINDOW CLOSED " IRWindowTo
               DELIMITED BY SIZE INTO WS-REASON
       ELSE
           MOVE 'L' TO WS-OUTCOME
           STRING "WINDOW " IRWindowFrom "-" IRWindowTo " STILL OPEN"
               DELIMITED BY SIZE INTO WS-REASON
       END-IF.
       ADD 1 TO WS-MISSING-COUNT.
       PERFORM LogArrival.
       MOVE SPACES TO WS-DETAIL-LINE.
       IF WS-OUTCOME = 'M'
           MOVE "MISSING" TO WS-D-OUTCOME
       ELSE
           MOVE "LATE" TO WS-D-OUTCOME
       END-IF.
       STRING FUNCTION TRIM(WS-REASON) " - "
           FUNCTION TRIM(IRConsumer) " GETS NOTHING"
           DELIMITED BY SIZE INTO WS-D-DETAIL.
       PERFORM WriteDetail.
       MOVE 'W' TO WS-OPS-SEVERITY.
       MOVE SPACES TO WS-OPS-TEXT.
       STRING FUNCTION TRIM(IRInterface) " "
           FUNCTION TRIM(WS-D-OUTCOME) " FOR " FUNCTION TRIM(IRConsumer) ": " WS-REASON
           DELIMITED BY SIZE INTO WS-OPS-TEXT.
       PERFORM LogOps.
       PERFORM EmptyWorkFile.

GatewayFailure.
*> The gateway's own I/O trouble, not the sender's: the arrival is
*> left where it is and the step fails so the chain behind it waits
       MOVE 'Y' TO WS-IO-FAILED.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE "FAILED" TO WS-D-OUTCOME.
       MOVE WS-REASON TO WS-D-DETAIL.
       PERFORM WriteDetail.
       DISPLAY "IFGATEWAY: " FUNCTION TRIM(IRInterface) " - "
           WS-REASON.
       MOVE 'E' TO WS-OPS-SEVERITY.
       MOVE SPACES TO WS-OPS-TEXT.
       STRING FUNCTION TRIM(IRInterface) ": " WS-REASON
           DELIMITED BY SIZE INTO WS-OPS-TEXT.
       PERFORM LogOps.

EmptyInbound.
       OPEN OUTPUT InboundFile.
       CLOSE InboundFile.

EmptyWorkFile.
       OPEN OUTPUT WorkFile.
       CLOSE WorkFile.

LogArrival.
       OPEN EXTEND ArrivalFile.
       MOVE IRInterface TO IAInterface.
       MOVE WS-RUN-DATE TO IADate.
       MOVE WS-NOW-TIME TO IATime.
       MOVE WS-OUTCOME TO IAOutcome.
       MOVE WS-FILE-DATE TO IAFileDate.
       MOVE WS-FILE-SEQ TO IAFileSeq.
       MOVE WS-REC-COUNT TO IARecords.
       MOVE WS-HASH TO IAHash.
       MOVE WS-REASON TO IAReason.
       MOVE WS-KEEP-NAME TO IAKeptAs.
       WRITE ArrivalRecord.
       CLOSE ArrivalFile.

WriteDetail.
       MOVE IRInterface TO WS-D-INTERFACE.
       MOVE WS-REC-COUNT TO WS-D-RECORDS.
       MOVE WS-HASH TO WS-D-HASH.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

LogOps.
       CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
           WS-OPS-TEXT
       END-CALL.

WriteKeptAs.
       MOVE SPACES TO ReportLine.
       STRING "          kept as " FUNCTION TRIM(WS-KEEP-NAME)
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "ifgateway_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

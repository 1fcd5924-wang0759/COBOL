       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DELIVRPT.
*> Delivery status report over the outbound email queue
*> (delivqueue.txt, copybooks/DELIVQREC.cpy) that CUSTSTMT, DUNNING
*> and MAILMERGE fill for customers who take their paperwork by
*> email. Into delivstatus.txt: every document the mail gateway
*> failed to send, then every one still waiting with the days it has
*> waited, then the count per document type by status - queued,
*> sent, failed. A failed document is the customer's statement or
*> letter not reaching them, so those come first.
*> Schedule it daily (DAILY in jobcal.txt).
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL DeliveryQueueFile ASSIGN TO "delivqueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "delivstatus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with CUSTSTMT/DUNNING/MAILMERGE via copybooks/DELIVQREC.cpy
FD DeliveryQueueFile.
       COPY DELIVQREC.

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-LISTED PIC 9(7).
       01 WS-SECTION-STATUS PIC X.
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> Counts per document type (statement, dunning letter, form letter,
*> anything else) by status
       01 WS-TYPE-IDX PIC 9.
       01 WS-COUNT-TABLE.
           02 WS-TYPE-COUNTS OCCURS 4 TIMES.
               03 WS-C-QUEUED PIC 9(7).
               03 WS-C-SENT PIC 9(7).
               03 WS-C-FAILED PIC 9(7).
       01 WS-TYPE-NAMES.
           02 FILLER PIC X(16) VALUE "STATEMENTS".
           02 FILLER PIC X(16) VALUE "DUNNING LETTERS".
           02 FILLER PIC X(16) VALUE "FORM LETTERS".
           02 FILLER PIC X(16) VALUE "OTHER".
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           02 WS-TYPE-NAME OCCURS 4 TIMES PIC X(16).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(27) VALUE "EMAIL DELIVERY STATUS  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
               "REFERENCE               CUST  ".
           02 FILLER PIC X(30) VALUE
               "TYPE EMAIL                    ".
           02 FILLER PIC X(31) VALUE
               "                 QUEUED    DAYS".
       01 WS-DETAIL-LINE.
           02 WS-R-REF PIC X(23).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-CUST-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-TYPE PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-EMAIL PIC X(40).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-QUEUED PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-DAYS PIC ZZZ9.
       01 WS-COUNT-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
               "DOCUMENT TYPE       QUEUED    ".
           02 FILLER PIC X(30) VALUE
               "   SENT     FAILED            ".
       01 WS-COUNT-LINE.
           02 WS-CL-NAME PIC X(16).
           02 WS-CL-QUEUED PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-CL-SENT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-CL-FAILED PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "DELIVRPT: unable to open delivstatus.txt, status "
               WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       INITIALIZE WS-COUNT-TABLE.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "FAILED - NOT DELIVERED, CUSTOMER HAS NOT RECEIVED IT"
           TO ReportLine.
       WRITE ReportLine.
       MOVE 'F' TO WS-SECTION-STATUS.
       PERFORM ListSection.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "STILL QUEUED - WAITING FOR THE MAIL GATEWAY"
           TO ReportLine.
       WRITE ReportLine.
       MOVE 'Q' TO WS-SECTION-STATUS.
       PERFORM ListSection.
       PERFORM PrintCounts.
       CLOSE ReportFile.
       DISPLAY "Delivery status report complete. Failed: "
           WS-C-FAILED(1) " statements, " WS-C-FAILED(2)
           " dunning letters, " WS-C-FAILED(3) " form letters".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ListSection.
       *> One pass over the queue per section; the counts are taken
       *> on the first (failed) pass only
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE 0 TO WS-LISTED.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT DeliveryQueueFile.
       PERFORM ReadQueue.
       PERFORM UNTIL AtEndOfFile
           IF WS-SECTION-STATUS = 'F'
               PERFORM CountEntry
           END-IF
           IF DQStatus = WS-SECTION-STATUS
               PERFORM PrintEntry
           END-IF
           PERFORM ReadQueue
       END-PERFORM.
       CLOSE DeliveryQueueFile.
       IF WS-LISTED = 0
           MOVE "  None" TO ReportLine
           WRITE ReportLine
       END-IF.

ReadQueue.
       READ DeliveryQueueFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

CountEntry.
       EVALUATE TRUE
           WHEN DQStatement MOVE 1 TO WS-TYPE-IDX
           WHEN DQDunning MOVE 2 TO WS-TYPE-IDX
           WHEN DQLetter MOVE 3 TO WS-TYPE-IDX
           WHEN OTHER MOVE 4 TO WS-TYPE-IDX
       END-EVALUATE.
       EVALUATE TRUE
           WHEN DQSent ADD 1 TO WS-C-SENT(WS-TYPE-IDX)
           WHEN DQFailed ADD 1 TO WS-C-FAILED(WS-TYPE-IDX)
           WHEN OTHER ADD 1 TO WS-C-QUEUED(WS-TYPE-IDX)
       END-EVALUATE.

PrintEntry.
       ADD 1 TO WS-LISTED.
       MOVE DQDocRef TO WS-R-REF.
       MOVE DQCustID TO WS-R-CUST-ID.
       MOVE DQDocType TO WS-R-TYPE.
       MOVE DQEmail TO WS-R-EMAIL.
       MOVE DQQueuedDate TO WS-R-QUEUED.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE, DQQueuedDate,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00" OR WS-DU-DAYS < 0
           MOVE ZERO TO WS-DU-DAYS
       END-IF.
       MOVE WS-DU-DAYS TO WS-R-DAYS.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

PrintCounts.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-COUNT-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 4
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO WS-CL-NAME
           MOVE WS-C-QUEUED(WS-TYPE-IDX) TO WS-CL-QUEUED
           MOVE WS-C-SENT(WS-TYPE-IDX) TO WS-CL-SENT
           MOVE WS-C-FAILED(WS-TYPE-IDX) TO WS-CL-FAILED
           MOVE WS-COUNT-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.

*> selected customer in letters.txt, blank-line separated the way
*> CUSTLABELS separates labels. Selection is all Active customers or
*> a single IDNum; <BALANCE> is the customer's open A/R balance from
*> arledger.dat.
*> Communication preferences (custprefs.txt, kept from the tutorial10
*> menu) are honoured: the all-customer run leaves out anyone who has
*> opted out of marketing mail, a single letter to an opted-out
*> customer needs the operator's say-so, and an email-channel
*> customer's letter goes to emaildocs.txt with a delivery record on
*> delivqueue.txt for the mail gateway instead of into letters.txt.
*> The all-customer run can be limited to one CUSTSEGMENT segment
*> (custsegment.txt, looked up through CUSTSEG) - the win-back letter
*> to the lapsed only, say. A customer not yet scored is in no
*> segment and is left out of a limited run.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT LetterFile ASSIGN TO "letters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.
*> Email-channel letters: the body lines, and one delivery record
*> per letter for the mail gateway - appended run on run
       SELECT OPTIONAL EmailDocFile ASSIGN TO "emaildocs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMAILDOC-STATUS.
       SELECT OPTIONAL DeliveryQueueFile ASSIGN TO "delivqueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LetterFile.
       01 LetterLine PIC X(120).

*> Shared with CUSTSTMT/DUNNING via copybooks/EMAILDOCREC.cpy
FD EmailDocFile.
       COPY EMAILDOCREC.

*> Shared with CUSTSTMT/DUNNING/DELIVRPT via copybooks/DELIVQREC.cpy
FD DeliveryQueueFile.
       COPY DELIVQREC.

WORKING-STORAGE SECTION.
       01 WS-TEMPLATE-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LETTER-STATUS PIC XX.
       01 WS-EMAILDOC-STATUS PIC XX.
       01 WS-QUEUE-STATUS PIC XX.
*> Generic record-driven read/process loop control fields, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration) -
*> renamed per file since several files are read here
       01 WS-TEMPLATE-OVERFLOW PIC X VALUE 'N'.
       01 WS-IDX PIC 9(2).
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-OPEN-AMOUNT PIC S9(8)V99.
       01 WS-OPEN-BALANCE PIC S9(9)V99.
       01 WS-NAME-VALUE PIC X(31).
       *> its own token
       01 WS-PASS-COUNT PIC 9(2).
       01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
*> COMMPREF answer for the customer being merged, and where this
*> letter's lines are going
       01 WS-CP-CHANNEL PIC X.
       01 WS-CP-OPTOUT PIC X.
       01 WS-CP-STATUS PIC XX.
       01 WS-BY-EMAIL PIC X VALUE 'N'.
       01 WS-SEND-ANYWAY PIC X.
       01 WS-RUN-TIME PIC 9(8).
       01 WS-EMAILED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPTED-OUT-COUNT PIC 9(5) VALUE ZERO.
*> Segment the all-customer run is limited to - spaces for every
*> Active customer - and CUSTSEG's answer for the one being merged
       01 WS-SEGMENT-WANTED PIC X(4) VALUE SPACES.
           88 WS-ANY-SEGMENT VALUE SPACES.
           88 WS-KNOWN-SEGMENT VALUE 'CHAM' 'ACTV' 'NEW ' 'RISK'
                                     'LAPS' 'NONE'.
       01 WS-CS-SEGMENT PIC X(4).
       01 WS-CS-STATUS PIC XX.
       01 WS-IN-SEGMENT PIC X.
       01 WS-OUT-OF-SEGMENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DOC-REF.
           02 WS-DR-TYPE PIC X(4) VALUE "LETR".
           02 WS-DR-DATE PIC 9(8).
           02 WS-DR-TIME PIC 9(6).
           02 WS-DR-CUST PIC 9(5).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND EmailDocFile.
       OPEN EXTEND DeliveryQueueFile.
       IF (WS-EMAILDOC-STATUS NOT = "00"
               AND WS-EMAILDOC-STATUS NOT = "05")
           OR (WS-QUEUE-STATUS NOT = "00"
               AND WS-QUEUE-STATUS NOT = "05")
           DISPLAY "MAILMERGE: unable to open the email queue, status "
               WS-EMAILDOC-STATUS "/" WS-QUEUE-STATUS
           CLOSE CustomerFile
           CLOSE LetterFile
           CLOSE EmailDocFile
           CLOSE DeliveryQueueFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       ACCEPT WS-RUN-TIME FROM TIME.
       MOVE WS-RUN-DATE TO WS-DATE-VALUE.
       MOVE WS-RUN-DATE TO WS-DR-DATE.
       MOVE WS-RUN-TIME(1:6) TO WS-DR-TIME.
       DISPLAY "1 : Letters for all Active customers".
       DISPLAY "2 : Letter for one customer by ID".
       DISPLAY ": " WITH NO ADVANCING.
       END-EVALUATE.
       CLOSE CustomerFile
       CLOSE LetterFile.
       CLOSE EmailDocFile.
       CLOSE DeliveryQueueFile.
       DISPLAY "Mail merge complete. Letters produced: "
           WS-LETTER-COUNT.
       DISPLAY "Letters queued for email: " WS-EMAILED-COUNT
           "  Opted out of marketing: " WS-OPTED-OUT-COUNT.
       IF NOT WS-ANY-SEGMENT
           DISPLAY "Left out as not in segment " WS-SEGMENT-WANTED
               ": " WS-OUT-OF-SEGMENT-COUNT
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

MergeAllActive.
       PERFORM AskSegment.
       MOVE LOW-VALUES TO IDNum.
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE 'Y' TO WS-CUSTOMER-EOF
               AT END MOVE 'Y' TO WS-CUSTOMER-EOF
           END-READ
           IF NotAtEndOfCustomer AND CustActive
               PERFORM CheckSegment
               IF WS-IN-SEGMENT = 'N'
                   ADD 1 TO WS-OUT-OF-SEGMENT-COUNT
               ELSE
                   CALL 'COMMPREF' USING IDNum, WS-CP-CHANNEL,
                       WS-CP-OPTOUT, WS-CP-STATUS
                   END-CALL
                   IF WS-CP-OPTOUT = 'Y'
                       ADD 1 TO WS-OPTED-OUT-COUNT
                   ELSE
                       PERFORM WriteOneLetter
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

AskSegment.
       PERFORM WITH TEST AFTER
               UNTIL WS-ANY-SEGMENT OR WS-KNOWN-SEGMENT
           DISPLAY "Segment (CHAM/ACTV/NEW/RISK/LAPS/NONE, blank = "
               "all) : " WITH NO ADVANCING
           MOVE SPACES TO WS-SEGMENT-WANTED
           ACCEPT WS-SEGMENT-WANTED
           MOVE FUNCTION UPPER-CASE(WS-SEGMENT-WANTED)
               TO WS-SEGMENT-WANTED
           IF NOT WS-ANY-SEGMENT AND NOT WS-KNOWN-SEGMENT
               DISPLAY "Not a segment code"
           END-IF
       END-PERFORM.

CheckSegment.
       MOVE 'Y' TO WS-IN-SEGMENT.
       IF NOT WS-ANY-SEGMENT
           CALL 'CUSTSEG' USING IDNum, WS-CS-SEGMENT, WS-CS-STATUS
           END-CALL
           IF WS-CS-SEGMENT NOT = WS-SEGMENT-WANTED
               MOVE 'N' TO WS-IN-SEGMENT
           END-IF
       END-IF.

MergeOneCustomer.
       MOVE SPACES TO WS-ID-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
       END-READ.
       IF WS-CUST-FOUND = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF.
       CALL 'COMMPREF' USING IDNum, WS-CP-CHANNEL, WS-CP-OPTOUT,
           WS-CP-STATUS
       END-CALL.
       IF WS-CP-OPTOUT = 'Y'
           *> A one-off letter may be about the account rather than
           *> marketing - the operator decides
           DISPLAY "Customer has opted out of marketing mail"
           DISPLAY "Send this letter anyway? y/n : " WITH NO ADVANCING
           ACCEPT WS-SEND-ANYWAY
           IF WS-SEND-ANYWAY NOT = 'y' AND WS-SEND-ANYWAY NOT = 'Y'
               ADD 1 TO WS-OPTED-OUT-COUNT
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM WriteOneLetter.

WriteOneLetter.
       *> Email only when the customer asked for it and there is an
       *> address to send to - otherwise the letter is printed.
       *> WS-CP-CHANNEL was filled by the caller's COMMPREF lookup
       MOVE 'N' TO WS-BY-EMAIL.
       IF WS-CP-CHANNEL = 'E' AND Email NOT = SPACES
           MOVE 'Y' TO WS-BY-EMAIL
           MOVE IDNum TO WS-DR-CUST
       END-IF.
       PERFORM ComputeBalance.
       MOVE SPACES TO WS-NAME-VALUE.
       STRING FUNCTION TRIM(FirstName) " "
           MOVE TplLine(WS-IDX) TO WS-WORK-LINE
           PERFORM SubstituteTokens
           MOVE WS-WORK-LINE TO LetterLine
           PERFORM PutLetterLine
       END-PERFORM.
       IF WS-BY-EMAIL = 'Y'
           PERFORM QueueLetter
       ELSE
           MOVE SPACES TO LetterLine
           PERFORM PutLetterLine
       END-IF.
       ADD 1 TO WS-LETTER-COUNT.

PutLetterLine.
       IF WS-BY-EMAIL = 'Y'
           MOVE WS-DOC-REF TO EDDocRef
           MOVE LetterLine TO EDText
           WRITE EmailDocRecord
       ELSE
           WRITE LetterLine
       END-IF.

QueueLetter.
       MOVE WS-DOC-REF TO DQDocRef.
       MOVE IDNum TO DQCustID.
       SET DQLetter TO TRUE.
       MOVE Email TO DQEmail.
       MOVE WS-RUN-DATE TO DQQueuedDate.
       SET DQQueued TO TRUE.
       MOVE WS-RUN-DATE TO DQStatusDate.
       WRITE DeliveryQueueRecord.
       ADD 1 TO WS-EMAILED-COUNT.

ComputeBalance.
       MOVE ZERO TO WS-OPEN-BALANCE.
       MOVE 'N' TO WS-LEDGER-EOF.

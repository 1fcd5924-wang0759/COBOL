IDENTIFICATION DIVISION.
PROGRAM-ID. DUNNING.
*> Dunning letter run over the A/R ledger - the batch companion to
*> MAILMERGE. Reads the same arledger.dat open items ARAGING buckets,
*> works out each past-due customer's severity (31-60 days = 30-day
*> reminder, 61-90 = 60-day warning, over 90 = final notice), and
*> merges the matching letter template - dunning30.txt, dunning60.txt
*> 60-day warning next run instead of being reminded forever; a
*> customer who has come back inside terms has their state cleared so
*> a future lapse starts the cycle over.
*> A branch set to consolidate under an active bill-to parent
*> (custparent.txt, kept from the tutorial10 menu) is chased through
*> its head office: the branch's open items count towards the
*> parent's balance and severity, one letter goes to the parent with
*> the accounts it covers listed beneath, and the level sent is
*> remembered against the parent.
*> A customer whose communication preference (custprefs.txt, kept
*> from the tutorial10 menu) is email gets the letter by email
*> instead: it goes to emaildocs.txt with a delivery record on
*> delivqueue.txt for the mail gateway, not to dunletters.txt.
*> Every letter, paper or email, is also logged to dunlog.txt
*> (copybooks/DUNLOGREC.cpy) - the history of letters each customer
*> has received, which CREDLIMRVW counts.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
*> One FD serves all three letter templates - the file name is moved
*> into WS-TEMPLATE-NAME before each OPEN, severity by severity
       SELECT LetterFile ASSIGN TO "dunletters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.
*> Bill-to parent links - which branches are dunned via head office
       SELECT OPTIONAL CustParentFile ASSIGN TO "custparent.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Email-channel letters: the body lines, and one delivery record
*> per letter for the mail gateway - appended run on run
       SELECT OPTIONAL EmailDocFile ASSIGN TO "emaildocs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMAILDOC-STATUS.
       SELECT OPTIONAL DeliveryQueueFile ASSIGN TO "delivqueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
*> Letter history - one line per letter, appended run on run
       SELECT OPTIONAL DunLogFile ASSIGN TO "dunlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUNLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD LetterFile.
       01 LetterLine PIC X(120).

*> Shared with tutorial10/CUSTSTMT via copybooks/CUSTPARREC.cpy
FD CustParentFile.
       COPY CUSTPARREC.

*> Shared with CUSTSTMT/MAILMERGE via copybooks/EMAILDOCREC.cpy
FD EmailDocFile.
       COPY EMAILDOCREC.

*> Shared with CUSTSTMT/MAILMERGE/DELIVRPT via copybooks/DELIVQREC.cpy
FD DeliveryQueueFile.
       COPY DELIVQREC.

*> Shared with CREDLIMRVW via copybooks/DUNLOGREC.cpy
FD DunLogFile.
       COPY DUNLOGREC.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-TEMPLATE-STATUS PIC XX.
       01 WS-LETTER-STATUS PIC XX.
       01 WS-EMAILDOC-STATUS PIC XX.
       01 WS-QUEUE-STATUS PIC XX.
       01 WS-DUNLOG-STATUS PIC XX.
       01 WS-TEMPLATE-NAME PIC X(20).
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       01 WS-TEMPLATE-EOF PIC X.
       01 WS-CUST-FOUND PIC X.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-AGE-DAYS PIC S9(5).
*> DATEUTIL linkage - days-between-dates comes from the shared date
*> library instead of being reinvented here
       01 WS-REMAINDER-LEN PIC S9(3).
       01 WS-PASS-COUNT PIC 9(2).
       01 WS-TPL-IDX PIC 9(2).
*> Consolidating branches of active parents. The DEPENDING ON
*> counters must be declared ahead of the tables they size
       01 ParentLinkCount PIC 9(3) VALUE ZERO.
       01 ParentLinkTable.
           02 ParentLink OCCURS 0 TO 500 TIMES
                   DEPENDING ON ParentLinkCount.
               03 Pl-BranchID PIC 9(5).
               03 Pl-ParentID PIC 9(5).
       01 WS-PL-EOF PIC X VALUE 'N'.
       01 WS-PL-IDX PIC 9(3).
       01 WS-BILL-TO-ID PIC 9(5).
       01 WS-IS-PARENT PIC X.
*> What each account in a group owes, for the lines listed under the
*> head office's letter
       01 MemberCount PIC 9(4) VALUE ZERO.
       01 MemberTable.
           02 MemberEntry OCCURS 0 TO 1000 TIMES
                   DEPENDING ON MemberCount.
               03 Mb-BillToID PIC 9(5).
               03 Mb-CustID PIC 9(5).
               03 Mb-Balance PIC S9(8)V99.
       01 WS-MB-IDX PIC 9(4).
       01 WS-MB-SLOT PIC 9(4).
       01 WS-MB-LISTED PIC 9(4).
       01 WS-SKIPPED-MEMBERS PIC 9(5) VALUE ZERO.
       01 WS-MEMBER-LINE.
           02 FILLER PIC X(10) VALUE "  ACCOUNT ".
           02 WS-M-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-M-NAME PIC X(31).
           02 WS-M-BALANCE PIC -$$$$$$$$9.99.
*> COMMPREF answer for the customer being dunned, and where this
*> letter's lines are going. The Email is kept aside because the
*> group account lines reread the customer record
       01 WS-CP-CHANNEL PIC X.
       01 WS-CP-OPTOUT PIC X.
       01 WS-CP-STATUS PIC XX.
       01 WS-BY-EMAIL PIC X VALUE 'N'.
       01 WS-SEND-EMAIL PIC X(40).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-EMAILED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DOC-REF.
           02 WS-DR-TYPE PIC X(4) VALUE "DUNN".
           02 WS-DR-DATE PIC 9(8).
           02 WS-DR-TIME PIC 9(6).
           02 WS-DR-CUST PIC 9(5).

PROCEDURE DIVISION.
StartPara.
*> "05" means no ledger yet - nobody to chase, the chain carries on
       IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
           DISPLAY "DUNNING: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           CLOSE CustomerFile
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE WS-RUN-DATE TO WS-DATE-VALUE.
       PERFORM LoadParentLinks.
       IF RETURN-CODE NOT = 0
           CLOSE ARLedgerFile
           CLOSE CustomerFile
           GOBACK
       END-IF.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile
           PERFORM AgeOneItem
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND EmailDocFile.
       OPEN EXTEND DeliveryQueueFile.
       IF (WS-EMAILDOC-STATUS NOT = "00"
               AND WS-EMAILDOC-STATUS NOT = "05")
           OR (WS-QUEUE-STATUS NOT = "00"
               AND WS-QUEUE-STATUS NOT = "05")
           DISPLAY "DUNNING: unable to open the email queue, status "
               WS-EMAILDOC-STATUS "/" WS-QUEUE-STATUS
           CLOSE CustomerFile
           CLOSE LetterFile
           CLOSE EmailDocFile
           CLOSE DeliveryQueueFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND DunLogFile.
       IF WS-DUNLOG-STATUS NOT = "00" AND WS-DUNLOG-STATUS NOT = "05"
           DISPLAY "DUNNING: unable to open dunlog.txt, status "
               WS-DUNLOG-STATUS
           CLOSE CustomerFile
           CLOSE LetterFile
           CLOSE EmailDocFile
           CLOSE DeliveryQueueFile
           CLOSE DunLogFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       ACCEPT WS-RUN-TIME FROM TIME.
       MOVE WS-RUN-DATE TO WS-DR-DATE.
       MOVE WS-RUN-TIME(1:6) TO WS-DR-TIME.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > DunCustCount
           PERFORM DunOneCustomer
       END-PERFORM.
       CLOSE LetterFile.
       CLOSE EmailDocFile.
       CLOSE DeliveryQueueFile.
       CLOSE DunLogFile.
       PERFORM SaveState.
       CLOSE CustomerFile.
       IF WS-SKIPPED-ITEMS > 0
           DISPLAY "DUNNING: " WS-SKIPPED-ITEMS " open items not "
               "checked - customer table full"
       END-IF.
       IF WS-SKIPPED-MEMBERS > 0
           DISPLAY "DUNNING: " WS-SKIPPED-MEMBERS " open items left "
               "off the head-office account lists - table full"
       END-IF.
       DISPLAY "Dunning run complete. Letters produced: "
           WS-LETTER-COUNT.
       DISPLAY "Letters queued for email: " WS-EMAILED-COUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       IF AROpenItem
           COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid
           IF WS-OPEN-AMOUNT > ZERO
               PERFORM ResolveBillTo
               PERFORM FindCustomerSlot
               IF WS-SLOT = 0
                   ADD 1 TO WS-SKIPPED-ITEMS
               ELSE
                   ADD WS-OPEN-AMOUNT TO DunBalance(WS-SLOT)
                   IF WS-IS-PARENT = 'Y'
                       PERFORM AddToMember
                   END-IF
                   MOVE 'DIFF' TO WS-DU-FUNCTION
                   CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
                       ARInvoiceDate, WS-AGE-DAYS, WS-DU-RESULT,
           END-IF
       END-IF.

ResolveBillTo.
       *> The account that is chased for this item - the head office
       *> for a consolidating branch, else the customer itself - and
       *> whether that account is the head of a group
       MOVE ARCustID TO WS-BILL-TO-ID.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF Pl-BranchID(WS-PL-IDX) = ARCustID
               MOVE Pl-ParentID(WS-PL-IDX) TO WS-BILL-TO-ID
           END-IF
       END-PERFORM.
       MOVE 'N' TO WS-IS-PARENT.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount OR WS-IS-PARENT = 'Y'
           IF Pl-ParentID(WS-PL-IDX) = WS-BILL-TO-ID
               MOVE 'Y' TO WS-IS-PARENT
           END-IF
       END-PERFORM.

AddToMember.
       MOVE 0 TO WS-MB-SLOT.
       PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > MemberCount OR WS-MB-SLOT > 0
           IF Mb-BillToID(WS-MB-IDX) = WS-BILL-TO-ID
                   AND Mb-CustID(WS-MB-IDX) = ARCustID
               MOVE WS-MB-IDX TO WS-MB-SLOT
           END-IF
       END-PERFORM.
       IF WS-MB-SLOT = 0
           IF MemberCount = 1000
               ADD 1 TO WS-SKIPPED-MEMBERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MemberCount
           MOVE MemberCount TO WS-MB-SLOT
           MOVE WS-BILL-TO-ID TO Mb-BillToID(WS-MB-SLOT)
           MOVE ARCustID TO Mb-CustID(WS-MB-SLOT)
           MOVE ZERO TO Mb-Balance(WS-MB-SLOT)
       END-IF.
       ADD WS-OPEN-AMOUNT TO Mb-Balance(WS-MB-SLOT).

FindCustomerSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > DunCustCount OR WS-SLOT > 0
           IF DunCustID(WS-IDX) = WS-BILL-TO-ID
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           ADD 1 TO DunCustCount
           MOVE DunCustCount TO WS-SLOT
           MOVE WS-BILL-TO-ID TO DunCustID(WS-SLOT)
           MOVE ZERO TO DunBalance(WS-SLOT)
           MOVE ZERO TO DunSeverity(WS-SLOT)
           MOVE ZERO TO DunLastLevel(WS-SLOT)
               " owes money but is not on file - no letter"
           EXIT PARAGRAPH
       END-IF.
       PERFORM ChooseChannel.
       PERFORM WriteOneLetter.
       MOVE WS-SEND-LEVEL TO DunLastLevel(WS-IDX).

           MOVE TplLine(WS-TPL-LEVEL, WS-TPL-IDX) TO WS-WORK-LINE
           PERFORM SubstituteTokens
           MOVE WS-WORK-LINE TO LetterLine
           PERFORM PutLetterLine
       END-PERFORM.
       PERFORM ListGroupAccounts.
       IF WS-BY-EMAIL = 'Y'
           PERFORM QueueLetter
       ELSE
           MOVE SPACES TO LetterLine
           PERFORM PutLetterLine
       END-IF.
       PERFORM LogLetter.
       ADD 1 TO WS-LETTER-COUNT.

LogLetter.
       MOVE DunCustID(WS-IDX) TO DLCustID.
       MOVE WS-RUN-DATE TO DLDate.
       MOVE WS-SEND-LEVEL TO DLLevel.
       IF WS-BY-EMAIL = 'Y'
           SET DLByEmail TO TRUE
       ELSE
           SET DLOnPaper TO TRUE
       END-IF.
       MOVE DunBalance(WS-IDX) TO DLBalance.
       WRITE DunLogRecord.

ChooseChannel.
       *> Email only when the customer asked for it and there is an
       *> address to send to - otherwise the letter is printed
       CALL 'COMMPREF' USING IDNum, WS-CP-CHANNEL, WS-CP-OPTOUT,
           WS-CP-STATUS
       END-CALL.
       MOVE 'N' TO WS-BY-EMAIL.
       IF WS-CP-CHANNEL = 'E' AND Email NOT = SPACES
           MOVE 'Y' TO WS-BY-EMAIL
           MOVE IDNum TO WS-DR-CUST
           MOVE Email TO WS-SEND-EMAIL
       END-IF.

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
       MOVE WS-DR-CUST TO DQCustID.
       SET DQDunning TO TRUE.
       MOVE WS-SEND-EMAIL TO DQEmail.
       MOVE WS-RUN-DATE TO DQQueuedDate.
       SET DQQueued TO TRUE.
       MOVE WS-RUN-DATE TO DQStatusDate.
       WRITE DeliveryQueueRecord.
       ADD 1 TO WS-EMAILED-COUNT.

ListGroupAccounts.
       *> A head office's letter lists what each account in the
       *> group owes towards the balance. Merging is finished, so
       *> the branch reads may reuse the customer record
       MOVE 0 TO WS-MB-LISTED.
       PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > MemberCount
           IF Mb-BillToID(WS-MB-IDX) = DunCustID(WS-IDX)
               IF WS-MB-LISTED = 0
                   MOVE SPACES TO LetterLine
                   PERFORM PutLetterLine
                   MOVE "ACCOUNTS INCLUDED IN THIS BALANCE:"
                       TO LetterLine
                   PERFORM PutLetterLine
               END-IF
               ADD 1 TO WS-MB-LISTED
               MOVE Mb-CustID(WS-MB-IDX) TO IDNum
               MOVE SPACES TO WS-M-NAME
               READ CustomerFile
                   INVALID KEY MOVE "(NOT ON FILE)" TO WS-M-NAME
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(FirstName) " "
                              FUNCTION TRIM(LastName)
                           DELIMITED BY SIZE INTO WS-M-NAME
               END-READ
               MOVE Mb-CustID(WS-MB-IDX) TO WS-M-ID
               MOVE Mb-Balance(WS-MB-IDX) TO WS-M-BALANCE
               MOVE SPACES TO LetterLine
               MOVE WS-MEMBER-LINE TO LetterLine
               PERFORM PutLetterLine
           END-IF
       END-PERFORM.

LoadTemplates.
*> All three severities must load before anything merges - mailing
*> a reminder but not the final notice would chase the wrong people
           MOVE 1 TO RETURN-CODE
       END-IF.

LoadParentLinks.
*> Only consolidating branches whose parent is active on file are
*> chased through it; read-ahead so a link file too big for the
*> table refuses the run rather than dunning some branches directly
       OPEN INPUT CustParentFile.
       PERFORM ReadParentLink.
       PERFORM UNTIL WS-PL-EOF = 'Y' OR ParentLinkCount = 500
           IF BPRollsUp
               MOVE BPParentID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CustActive
                           ADD 1 TO ParentLinkCount
                           MOVE BPBranchID
                               TO Pl-BranchID(ParentLinkCount)
                           MOVE BPParentID
                               TO Pl-ParentID(ParentLinkCount)
                       END-IF
               END-READ
           END-IF
           PERFORM ReadParentLink
       END-PERFORM.
       IF WS-PL-EOF NOT = 'Y'
           DISPLAY "DUNNING: parent link file larger than 500 rows "
               "- no letters produced"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CustParentFile.

ReadParentLink.
       READ CustParentFile
           AT END MOVE 'Y' TO WS-PL-EOF
       END-READ.

LoadState.
*> Last level sent per customer from the previous runs, matched into
*> the table built off the ledger. Customers in the state file but

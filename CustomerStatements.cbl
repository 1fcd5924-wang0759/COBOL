*> activity this month or an outstanding balance, prints a statement
*> to statements.txt: name and mailing address from CUSTREC at the
*> top (same data CUSTLABELS formats), then the month's invoices
*> (arledger.dat) and payment applications (arapplylog.txt), then the
*> closing balance. Statements are separated by a blank line the way
*> CUSTLABELS separates labels.
*> A branch account set to consolidate under a bill-to parent
*> (custparent.txt, kept from the tutorial10 menu) gets no statement
*> of its own while that parent is active: the parent's statement
*> carries one section per account - head office first, then each
*> branch - with that account's invoices, payments and subtotal,
*> and the closing balance, cash on account and deposits below are
*> for the whole group. The checkpoint still records the last
*> customer finished, so a restart never splits a group.
*> A customer whose communication preference (custprefs.txt, kept
*> from the tutorial10 menu) is email gets no paper statement: the
*> statement goes to emaildocs.txt and a delivery record to
*> delivqueue.txt for the mail gateway, to their CUSTREC Email. A
*> group statement follows the head office's preference.
*> Credit-balance refund checks CUSTREFUND issued this month
*> (refundlog.txt) print after the payments, and count as activity.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
*> Cash applications logged by ARPAYMENT; OPTIONAL because a month
*> with no payments is still a month worth billing for
*> remainder still held prints under the closing balance
       SELECT OPTIONAL DepositFile ASSIGN TO "custdeposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Refund checks issued by CUSTREFUND against credit balances
       SELECT OPTIONAL RefundFile ASSIGN TO "refundlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StatementFile ASSIGN TO "statements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.
*> idea the wikipedia converter's checkpoint.dat applies per record
       SELECT OPTIONAL CheckpointFile ASSIGN TO "stmtckpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Bill-to parent links - which branches roll up under a head office
       SELECT OPTIONAL CustParentFile ASSIGN TO "custparent.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Email-channel statements: the body lines, and one delivery record
*> per statement for the mail gateway - appended run on run
       SELECT OPTIONAL EmailDocFile ASSIGN TO "emaildocs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMAILDOC-STATUS.
       SELECT OPTIONAL DeliveryQueueFile ASSIGN TO "delivqueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

DATA DIVISION.
FILE SECTION.
           02 LogAppliedAmount PIC -9(8).99.
           02 FILLER PIC X VALUE SPACE.
           02 LogOperatorID PIC X(10).
*> The check the cash came in on and the account that paid it (a
*> head-office check is logged against each branch it settled), so
*> NSFCHECK can find every application of a check that comes back.
*> 'R' marks NSFCHECK's reversing lines. Lines written before these
*> fields existed read back as spaces
           02 FILLER PIC X VALUE SPACE.
           02 LogCheckRef PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogPayerID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogEntryType PIC X.
               88 LogReturnedCheck VALUE 'R'.

*> Shared with ARPAYMENT/ARINQUIRY via copybooks/ONACCTREC.cpy
FD OnAccountFile.
FD DepositFile.
       COPY DEPOSITREC.

*> Shared with CUSTREFUND/GLEXPORT via copybooks/REFUNDREC.cpy
FD RefundFile.
       COPY REFUNDREC.

FD StatementFile.
       01 StatementLine PIC X(80).

           02 CkptLastIDNum PIC 9(5).
           02 CkptStmtCount PIC 9(7).

*> Shared with tutorial10/ARPAYMENT via copybooks/CUSTPARREC.cpy
FD CustParentFile.
       COPY CUSTPARREC.

*> Shared with DUNNING/MAILMERGE via copybooks/EMAILDOCREC.cpy
FD EmailDocFile.
       COPY EMAILDOCREC.

*> Shared with DUNNING/MAILMERGE/DELIVRPT via copybooks/DELIVQREC.cpy
FD DeliveryQueueFile.
       COPY DELIVQREC.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-STATEMENT-STATUS PIC XX.
       01 WS-EMAILDOC-STATUS PIC XX.
       01 WS-QUEUE-STATUS PIC XX.
*> Generic record-driven read/process loop control fields, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration) -
*> renamed per file since several files are read here
           88 IsResuming VALUE 'Y'.
       01 WS-LAST-DONE-ID PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-ITEM-MONTH PIC 9(6).
       01 WS-OPEN-AMOUNT PIC S9(8)V99.
           02 WS-N-LASTNAME PIC X(15).
       01 WS-INVOICE-LINE.
           *> "INVOICE" for ordinary sales; "FINANCE CHARGE" when the
           *> ledger record was posted by the month-end FINCHARGE run;
           *> "RETURNED CHECK" and "NSF FEE" for what NSFCHECK posts
           02 WS-I-LABEL PIC X(16).
           02 WS-I-NUM PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-I-AMOUNT PIC ----,--9.99.
       01 WS-PAYMENT-LINE.
           *> "RETURNED" on the line NSFCHECK wrote taking a bounced
           *> check's payment back off the invoice
           02 WS-P-LABEL PIC X(10) VALUE "  PAYMENT ".
           02 WS-P-INVOICE PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-P-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-P-AMOUNT PIC X(12).
       01 WS-RF-EOF PIC X.
       01 WS-REFUND-LINE.
           02 FILLER PIC X(10) VALUE "  REFUND  ".
           02 WS-R-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE "  CHECK ".
           02 WS-R-CHECK PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-AMOUNT PIC ----,--9.99.
       01 WS-BALANCE-LINE.
           02 FILLER PIC X(18) VALUE "  CLOSING BALANCE ".
           02 WS-B-AMOUNT PIC ----,---,--9.99.
       01 WS-DEPOSIT-LINE.
           02 FILLER PIC X(18) VALUE "  DEPOSITS HELD   ".
           02 WS-DP-AMOUNT PIC ----,---,--9.99.
*> Consolidating branch links only, with the branch's name and
*> whether branch and parent are active filled in by a first pass
*> over CustomerFile. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 ParentLinkCount PIC 9(3) VALUE ZERO.
       01 ParentLinkTable.
           02 ParentLink OCCURS 0 TO 500 TIMES
                   DEPENDING ON ParentLinkCount.
               03 Pl-BranchID PIC 9(5).
               03 Pl-ParentID PIC 9(5).
               03 Pl-FirstName PIC X(15).
               03 Pl-LastName PIC X(15).
               03 Pl-BranchActive PIC X.
               03 Pl-ParentActive PIC X.
       01 WS-PL-EOF PIC X VALUE 'N'.
       01 WS-PL-IDX PIC 9(3).
       01 WS-GROUP-BRANCHES PIC 9(3).
       01 WS-ROLLED-UP PIC X.
       01 WS-MEMBER-ID PIC 9(5).
       01 WS-IS-MEMBER PIC X.
       01 WS-ACCT-ID PIC 9(5).
       01 WS-ACCT-BALANCE PIC S9(9)V99.
       01 WS-GROUP-LINE.
           02 FILLER PIC X(23) VALUE "  CONSOLIDATED BILLING ".
           02 FILLER PIC X(16) VALUE "- HEAD OFFICE + ".
           02 WS-G-BRANCHES PIC ZZ9.
           02 FILLER PIC X(9) VALUE " BRANCHES".
       01 WS-ACCOUNT-LINE.
           02 FILLER PIC X(10) VALUE "  ACCOUNT ".
           02 WS-A-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-FIRSTNAME PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-LASTNAME PIC X(15).
       01 WS-SUBTOTAL-LINE.
           02 FILLER PIC X(18) VALUE "  ACCOUNT BALANCE ".
           02 WS-S-AMOUNT PIC ----,---,--9.99.
*> COMMPREF answer for the customer being billed, and where this
*> statement's lines are going
       01 WS-CP-CHANNEL PIC X.
       01 WS-CP-OPTOUT PIC X.
       01 WS-CP-STATUS PIC XX.
       01 WS-BY-EMAIL PIC X VALUE 'N'.
       01 WS-RUN-TIME PIC 9(8).
       01 WS-EMAILED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DOC-REF.
           02 WS-DR-TYPE PIC X(4) VALUE "STMT".
           02 WS-DR-DATE PIC 9(8).
           02 WS-DR-TIME PIC 9(6).
           02 WS-DR-CUST PIC 9(5).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadParentLinks.
       IF RETURN-CODE NOT = 0
           CLOSE CustomerFile
           GOBACK
       END-IF.
       IF ParentLinkCount > 0
           *> Branch names and statuses for the group sections, then
           *> start the customer walk again from the top
           PERFORM NameLinkedAccounts
           CLOSE CustomerFile
           OPEN INPUT CustomerFile
           MOVE 'N' TO WS-CUSTOMER-EOF
       END-IF.
       PERFORM LoadCheckpoint.
       IF IsResuming
           *> Append behind the statements that already printed and
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND EmailDocFile.
       OPEN EXTEND DeliveryQueueFile.
       IF (WS-EMAILDOC-STATUS NOT = "00"
               AND WS-EMAILDOC-STATUS NOT = "05")
           OR (WS-QUEUE-STATUS NOT = "00"
               AND WS-QUEUE-STATUS NOT = "05")
           DISPLAY "CUSTSTMT: unable to open the email queue, status "
               WS-EMAILDOC-STATUS "/" WS-QUEUE-STATUS
           CLOSE CustomerFile
           CLOSE StatementFile
           CLOSE EmailDocFile
           CLOSE DeliveryQueueFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       ACCEPT WS-RUN-TIME FROM TIME.
       MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
       MOVE WS-RUN-DATE TO WS-DR-DATE.
       MOVE WS-RUN-TIME(1:6) TO WS-DR-TIME.
       PERFORM ReadCustomer.
       PERFORM UNTIL AtEndOfCustomer
           *> CustomerFile walks in IDNum order, so anything at or
           *> under the checkpoint already has its statement
           IF CustActive AND IDNum > WS-LAST-DONE-ID
               PERFORM CheckRolledUp
               IF WS-ROLLED-UP = 'N'
                   PERFORM StatementForOneCustomer
               END-IF
               PERFORM SaveCheckpoint
           END-IF
           PERFORM ReadCustomer
       PERFORM ClearCheckpoint.
       CLOSE CustomerFile
       CLOSE StatementFile.
       CLOSE EmailDocFile.
       CLOSE DeliveryQueueFile.
       DISPLAY "Customer statements complete. Statements produced: "
           WS-STATEMENT-COUNT.
       DISPLAY "Statements queued for email this run: "
           WS-EMAILED-COUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       OPEN OUTPUT CheckpointFile.
       CLOSE CheckpointFile.

LoadParentLinks.
*> Read-ahead so a link file too big for the table refuses the run
*> rather than billing some branches twice
       OPEN INPUT CustParentFile.
       PERFORM ReadParentLink.
       PERFORM UNTIL WS-PL-EOF = 'Y' OR ParentLinkCount = 500
           IF BPRollsUp
               ADD 1 TO ParentLinkCount
               MOVE BPBranchID TO Pl-BranchID(ParentLinkCount)
               MOVE BPParentID TO Pl-ParentID(ParentLinkCount)
               MOVE SPACES TO Pl-FirstName(ParentLinkCount)
               MOVE SPACES TO Pl-LastName(ParentLinkCount)
               MOVE 'N' TO Pl-BranchActive(ParentLinkCount)
               MOVE 'N' TO Pl-ParentActive(ParentLinkCount)
           END-IF
           PERFORM ReadParentLink
       END-PERFORM.
       IF WS-PL-EOF NOT = 'Y'
           DISPLAY "CUSTSTMT: parent link file larger than 500 rows "
               "- no statements printed"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CustParentFile.

ReadParentLink.
       READ CustParentFile
           AT END MOVE 'Y' TO WS-PL-EOF
       END-READ.

NameLinkedAccounts.
       PERFORM ReadCustomer.
       PERFORM UNTIL AtEndOfCustomer
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > ParentLinkCount
               IF Pl-BranchID(WS-PL-IDX) = IDNum
                   MOVE FirstName TO Pl-FirstName(WS-PL-IDX)
                   MOVE LastName TO Pl-LastName(WS-PL-IDX)
                   IF CustActive
                       MOVE 'Y' TO Pl-BranchActive(WS-PL-IDX)
                   END-IF
               END-IF
               IF Pl-ParentID(WS-PL-IDX) = IDNum AND CustActive
                   MOVE 'Y' TO Pl-ParentActive(WS-PL-IDX)
               END-IF
           END-PERFORM
           PERFORM ReadCustomer
       END-PERFORM.

CheckRolledUp.
       *> A consolidating branch of an active parent is billed on
       *> the parent's statement instead of its own
       MOVE 'N' TO WS-ROLLED-UP.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF Pl-BranchID(WS-PL-IDX) = IDNum
                   AND Pl-ParentActive(WS-PL-IDX) = 'Y'
               MOVE 'Y' TO WS-ROLLED-UP
           END-IF
       END-PERFORM.

CheckGroupMember.
       *> WS-MEMBER-ID belongs on this statement: the customer itself
       *> or an active branch consolidating under it
       MOVE 'N' TO WS-IS-MEMBER.
       IF WS-MEMBER-ID = IDNum
           MOVE 'Y' TO WS-IS-MEMBER
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount OR WS-IS-MEMBER = 'Y'
           IF Pl-BranchID(WS-PL-IDX) = WS-MEMBER-ID
                   AND Pl-ParentID(WS-PL-IDX) = IDNum
                   AND Pl-BranchActive(WS-PL-IDX) = 'Y'
               MOVE 'Y' TO WS-IS-MEMBER
           END-IF
       END-PERFORM.

StatementForOneCustomer.
       *> First pass just decides whether this customer gets a
       *> statement at all: any activity this month, or any balance,
       *> across the customer and any branches billed with it
       MOVE ZERO TO WS-CLOSING-BALANCE.
       MOVE ZERO TO WS-ACTIVITY-COUNT.
       MOVE ZERO TO WS-GROUP-BRANCHES.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF Pl-ParentID(WS-PL-IDX) = IDNum
                   AND Pl-BranchActive(WS-PL-IDX) = 'Y'
               ADD 1 TO WS-GROUP-BRANCHES
           END-IF
       END-PERFORM.
       PERFORM ScanLedgerTotals.
       PERFORM CountMonthPayments.
       PERFORM CountMonthRefunds.
       IF WS-ACTIVITY-COUNT > 0 OR WS-CLOSING-BALANCE NOT = ZERO
           PERFORM PrintStatement
       END-IF.
       IF WS-LEDGER-STATUS = "00"
           PERFORM ReadLedger
           PERFORM UNTIL AtEndOfLedger
               MOVE ARCustID TO WS-MEMBER-ID
               PERFORM CheckGroupMember
               IF WS-IS-MEMBER = 'Y'
                   IF AROpenItem
                       COMPUTE WS-OPEN-AMOUNT =
                           ARInvoiceAmount - ARAmountPaid
       OPEN INPUT ApplyLogFile.
       PERFORM ReadApplyLog.
       PERFORM UNTIL AtEndOfApplyLog
           MOVE LogCustID TO WS-MEMBER-ID
           PERFORM CheckGroupMember
           IF WS-IS-MEMBER = 'Y'
                   AND LogTimestamp(1:6) = WS-RUN-MONTH
               ADD 1 TO WS-ACTIVITY-COUNT
           END-IF
       END-PERFORM.
       CLOSE ApplyLogFile.

CountMonthRefunds.
       MOVE 'N' TO WS-RF-EOF.
       OPEN INPUT RefundFile.
       PERFORM UNTIL WS-RF-EOF = 'Y'
           READ RefundFile
               AT END MOVE 'Y' TO WS-RF-EOF
           END-READ
           IF WS-RF-EOF NOT = 'Y'
               MOVE RFCustID TO WS-MEMBER-ID
               PERFORM CheckGroupMember
               IF WS-IS-MEMBER = 'Y'
                       AND RFDate(1:6) = WS-RUN-MONTH
                   ADD 1 TO WS-ACTIVITY-COUNT
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RefundFile.

ReadLedger.
       READ ARLedgerFile
           AT END MOVE 'Y' TO WS-LEDGER-EOF
       END-READ.

PrintStatement.
       PERFORM ChooseChannel.
       MOVE FirstName TO WS-N-FIRSTNAME.
       MOVE LastName TO WS-N-LASTNAME.
       MOVE SPACES TO StatementLine.
       MOVE WS-NAME-LINE TO StatementLine.
       PERFORM PutStatementLine.
       MOVE SPACES TO StatementLine.
       MOVE MailAddress TO StatementLine.
       PERFORM PutStatementLine.
       MOVE IDNum TO WS-ACCT-ID.
       IF WS-GROUP-BRANCHES = 0
           PERFORM PrintMonthInvoices
           PERFORM PrintMonthPayments
           PERFORM PrintMonthRefunds
       ELSE
           MOVE WS-GROUP-BRANCHES TO WS-G-BRANCHES
           MOVE WS-GROUP-LINE TO StatementLine
           PERFORM PutStatementLine
           MOVE FirstName TO WS-A-FIRSTNAME
           MOVE LastName TO WS-A-LASTNAME
           PERFORM PrintAccountSection
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > ParentLinkCount
               IF Pl-ParentID(WS-PL-IDX) = IDNum
                       AND Pl-BranchActive(WS-PL-IDX) = 'Y'
                   MOVE Pl-BranchID(WS-PL-IDX) TO WS-ACCT-ID
                   MOVE Pl-FirstName(WS-PL-IDX) TO WS-A-FIRSTNAME
                   MOVE Pl-LastName(WS-PL-IDX) TO WS-A-LASTNAME
                   PERFORM PrintAccountSection
               END-IF
           END-PERFORM
       END-IF.
       MOVE WS-CLOSING-BALANCE TO WS-B-AMOUNT.
       MOVE WS-BALANCE-LINE TO StatementLine.
       PERFORM PutStatementLine.
       PERFORM SumOnAccount.
       IF WS-OA-BALANCE NOT = ZERO
           MOVE WS-OA-BALANCE TO WS-O-AMOUNT
           MOVE WS-ONACCT-LINE TO StatementLine
           PERFORM PutStatementLine
       END-IF.
       PERFORM SumDeposits.
       IF WS-DEPOSIT-BALANCE NOT = ZERO
           MOVE WS-DEPOSIT-BALANCE TO WS-DP-AMOUNT
           MOVE WS-DEPOSIT-LINE TO StatementLine
           PERFORM PutStatementLine
       END-IF.
       IF WS-BY-EMAIL = 'Y'
           PERFORM QueueStatement
       ELSE
           *> Blank separator line, the way CUSTLABELS separates
           *> labels
           MOVE SPACES TO StatementLine
           PERFORM PutStatementLine
       END-IF.
       ADD 1 TO WS-STATEMENT-COUNT.

ChooseChannel.
       *> Email only when the customer asked for it and there is an
       *> address to send to - otherwise the statement is printed
       CALL 'COMMPREF' USING IDNum, WS-CP-CHANNEL, WS-CP-OPTOUT,
           WS-CP-STATUS
       END-CALL.
       MOVE 'N' TO WS-BY-EMAIL.
       IF WS-CP-CHANNEL = 'E' AND Email NOT = SPACES
           MOVE 'Y' TO WS-BY-EMAIL
           MOVE IDNum TO WS-DR-CUST
       END-IF.

PutStatementLine.
       IF WS-BY-EMAIL = 'Y'
           MOVE WS-DOC-REF TO EDDocRef
           MOVE StatementLine TO EDText
           WRITE EmailDocRecord
       ELSE
           WRITE StatementLine
       END-IF.

QueueStatement.
       MOVE WS-DOC-REF TO DQDocRef.
       MOVE IDNum TO DQCustID.
       SET DQStatement TO TRUE.
       MOVE Email TO DQEmail.
       MOVE WS-RUN-DATE TO DQQueuedDate.
       SET DQQueued TO TRUE.
       MOVE WS-RUN-DATE TO DQStatusDate.
       WRITE DeliveryQueueRecord.
       ADD 1 TO WS-EMAILED-COUNT.

PrintAccountSection.
       *> One account of a consolidated statement: heading, the
       *> month's invoices, payments and refunds, and what it still owes
       MOVE WS-ACCT-ID TO WS-A-ID.
       MOVE SPACES TO StatementLine.
       PERFORM PutStatementLine.
       MOVE WS-ACCOUNT-LINE TO StatementLine.
       PERFORM PutStatementLine.
       PERFORM PrintMonthInvoices.
       PERFORM PrintMonthPayments.
       PERFORM PrintMonthRefunds.
       MOVE ZERO TO WS-ACCT-BALANCE.
       MOVE 'N' TO WS-LEDGER-EOF.
       OPEN INPUT ARLedgerFile.
       IF WS-LEDGER-STATUS = "00"
           PERFORM ReadLedger
           PERFORM UNTIL AtEndOfLedger
               IF ARCustID = WS-ACCT-ID AND AROpenItem
                   COMPUTE WS-OPEN-AMOUNT =
                       ARInvoiceAmount - ARAmountPaid
                   ADD WS-OPEN-AMOUNT TO WS-ACCT-BALANCE
               END-IF
               PERFORM ReadLedger
           END-PERFORM
           CLOSE ARLedgerFile
       END-IF.
       MOVE WS-ACCT-BALANCE TO WS-S-AMOUNT.
       MOVE WS-SUBTOTAL-LINE TO StatementLine.
       PERFORM PutStatementLine.

SumDeposits.
       MOVE ZERO TO WS-DEPOSIT-BALANCE.
               AT END MOVE 'Y' TO WS-DEPOSIT-EOF
           END-READ
           IF WS-DEPOSIT-EOF NOT = 'Y'
               MOVE DPCustID TO WS-MEMBER-ID
               PERFORM CheckGroupMember
               IF WS-IS-MEMBER = 'Y'
                   ADD DPAmount TO WS-DEPOSIT-BALANCE
               END-IF
           END-IF
               AT END MOVE 'Y' TO WS-OA-EOF
           END-READ
           IF WS-OA-EOF NOT = 'Y'
               MOVE OACustID TO WS-MEMBER-ID
               PERFORM CheckGroupMember
               IF WS-IS-MEMBER = 'Y'
                   ADD OAAmount TO WS-OA-BALANCE
               END-IF
           END-IF
       IF WS-LEDGER-STATUS = "00"
           PERFORM ReadLedger
           PERFORM UNTIL AtEndOfLedger
               IF ARCustID = WS-ACCT-ID
                       AND ARInvoiceDate(1:6) = WS-RUN-MONTH
                   EVALUATE TRUE
                       WHEN ARDocFinanceCharge
                           MOVE "  FINANCE CHARGE" TO WS-I-LABEL
                       WHEN ARDocReturnedCheck
                           MOVE "  RETURNED CHECK" TO WS-I-LABEL
                       WHEN ARDocNsfFee
                           MOVE "  NSF FEE" TO WS-I-LABEL
                       WHEN OTHER
                           MOVE "  INVOICE" TO WS-I-LABEL
                   END-EVALUATE
                   MOVE ARInvoiceNum TO WS-I-NUM
                   MOVE ARInvoiceDate TO WS-I-DATE
                   MOVE ARInvoiceAmount TO WS-I-AMOUNT
                   MOVE WS-INVOICE-LINE TO StatementLine
                   PERFORM PutStatementLine
               END-IF
               PERFORM ReadLedger
           END-PERFORM
       OPEN INPUT ApplyLogFile.
       PERFORM ReadApplyLog.
       PERFORM UNTIL AtEndOfApplyLog
           IF LogCustID = WS-ACCT-ID
                   AND LogTimestamp(1:6) = WS-RUN-MONTH
               IF LogReturnedCheck
                   MOVE "  RETURNED" TO WS-P-LABEL
               ELSE
                   MOVE "  PAYMENT " TO WS-P-LABEL
               END-IF
               MOVE LogInvoiceNum TO WS-P-INVOICE
               MOVE LogTimestamp(1:8) TO WS-P-DATE
               MOVE LogAppliedAmount TO WS-P-AMOUNT
               MOVE WS-PAYMENT-LINE TO StatementLine
               PERFORM PutStatementLine
           END-IF
           PERFORM ReadApplyLog
       END-PERFORM.
       CLOSE ApplyLogFile.

PrintMonthRefunds.
       MOVE 'N' TO WS-RF-EOF.
       OPEN INPUT RefundFile.
       PERFORM UNTIL WS-RF-EOF = 'Y'
           READ RefundFile
               AT END MOVE 'Y' TO WS-RF-EOF
           END-READ
           IF WS-RF-EOF NOT = 'Y'
               IF RFCustID = WS-ACCT-ID
                       AND RFDate(1:6) = WS-RUN-MONTH
                   MOVE RFDate TO WS-R-DATE
                   MOVE RFCheckNum TO WS-R-CHECK
                   MOVE RFAmount TO WS-R-AMOUNT
                   MOVE WS-REFUND-LINE TO StatementLine
                   PERFORM PutStatementLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RefundFile.

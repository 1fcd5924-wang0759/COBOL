       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTREFUND.
*> Refunds of customer credit balances, issued by check. A supervisor
*> signs on (the 'S' role, same sign-on CREDAPPROVE demands) and the
*> program walks the same list CREDITREVIEW prints - every customer
*> whose open A/R items (arledger.dat) less cash held on account
*> (onaccount.txt) leave them in credit. For each one the supervisor
*> approves a refund (all of the credit or part of it) or passes,
*> and keys the number of the check written.
*> An approved refund comes off the cash held on account first (a
*> negative onaccount.txt movement, the way ARPAYMENT draws the
*> account down) and then off the customer's open credit items on
*> the ledger, in the order they were posted, which close once fully
*> refunded. The
*> refund is recorded in refundlog.txt (copybooks/REFUNDREC.cpy),
*> which CUSTSTMT prints on the statement and GLEXPORT posts, and
*> noted on the customer's notes (custnotes.txt) the way
*> tutorial10's notes option writes them.
*> The ledger is read through once to net the balances; a refund
*> then reaches the customer's items through the ledger's customer
*> key and rewrites just the credit items it clears.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL OnAccountFile ASSIGN TO "onaccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RefundFile ASSIGN TO "refundlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with taxCalculator.cbl/ARPAYMENT via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
       COPY ARLEDREC.

*> Shared with ARPAYMENT/CUSTSTMT via copybooks/ONACCTREC.cpy
FD OnAccountFile.
       COPY ONACCTREC.

*> Shared with CREDITREVIEW/CUSTSTMT via copybooks/REFUNDREC.cpy
FD RefundFile.
       COPY REFUNDREC.

*> Same layout tutorial10's notes option writes
FD NotesFile.
       01 NoteRecord.
           02 NoteIDNum PIC 9(5).
           02 NoteSeq PIC 9(4).
           02 NoteDate PIC 9(8).
           02 NoteOperator PIC X(10).
           02 NoteText PIC X(60).

*> Same layout tutorial10's OperatorFile reads; refunds need the
*> supervisor role ('S')
FD OperatorFile.
       01 OperatorRecord.
           02 OpID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpPassword PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpRole PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-ANSWER PIC X.
       01 WS-QUIT PIC X VALUE 'N'.
       01 WS-REFUND-AMOUNT PIC 9(8)V99.
       01 WS-REFUND-LEFT PIC S9(8)V99.
       01 WS-TAKE PIC S9(8)V99.
       01 WS-FROM-ONACCT PIC S9(8)V99.
       01 WS-OPEN-AMOUNT PIC S9(8)V99.
       01 WS-CHECK-NUM PIC X(10).
       01 WS-DISPLAY-AMOUNT PIC -$$$$$$$$9.99.
       01 WS-NOTE-AMOUNT PIC $$$$$$$9.99.
       01 WS-NOTE-EOF PIC X.
       01 WS-NOTE-MAX-SEQ PIC 9(4).
       01 WS-OA-EOF PIC X.
       01 WS-CUST-KEY PIC 9(5).
       01 WS-SLOT PIC 9(4).
       01 WS-BL-IDX PIC 9(4).
       01 WS-TABLE-FULL PIC X VALUE 'N'.
       01 WS-REFUNDS-ISSUED PIC 9(5) VALUE ZERO.
       01 WS-REFUNDS-TOTAL PIC S9(9)V99 VALUE ZERO.
*> Each customer's open ledger balance and cash on account, the same
*> netting CREDITREVIEW lists. The DEPENDING ON counter must be
*> declared ahead of the table it sizes
       01 BalanceCount PIC 9(4) VALUE ZERO.
       01 BalanceTable.
           02 BalanceEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON BalanceCount.
               03 Bl-CustID PIC 9(5).
               03 Bl-Ledger PIC S9(9)V99.
               03 Bl-OnAccount PIC S9(9)V99.
               03 Bl-Credit PIC S9(9)V99.
*> PERIODCHK answer - '90' means today's month is closed and no
*> refunds may post
       01 WS-PC-STATUS PIC XX.
*> Supervisor sign-on, same mechanism as tutorial10 (coboltut.cbl)
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OPERATOR-FOUND PIC X VALUE 'N'.
       01 WS-OPERATOR-EOF PIC X.
       01 WS-SIGN-ON-TRIES PIC 9 VALUE 0.
       01 SignedOnFlag PIC X VALUE 'N'.
           88 OperatorSignedOn VALUE 'Y'.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> PWAGE answer on the signed-on operator's password age
       01 WS-PA-STATUS PIC XX.

*> BATCHLOCK answer - '90' means the nightly chain owns the files
*> right now and no supervisor overrode the closed window
       01 WS-BL-PROGRAM PIC X(12) VALUE "CUSTREFUND".
       01 WS-BL-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       CALL 'BATCHLOCK' USING WS-BL-PROGRAM, WS-BL-STATUS
       END-CALL.
       IF WS-BL-STATUS = "90"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM SignOn.
       IF NOT OperatorSignedOn
           DISPLAY "CUSTREFUND: supervisor sign-on failed - no "
               "refunds issued"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "CUSTREFUND: accounting period "
               WS-RUN-DATE(1:6) " is CLOSED - no refunds issued"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "CUSTREFUND: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "CUSTREFUND: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM BuildBalances.
       IF WS-TABLE-FULL = 'Y'
           DISPLAY "CUSTREFUND: more than 2000 customers with "
               "balances - no refunds issued"
           CLOSE ARLedgerFile
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > BalanceCount OR WS-QUIT = 'Y'
           IF Bl-Credit(WS-BL-IDX) > ZERO
               PERFORM OfferRefund
           END-IF
       END-PERFORM.
       CLOSE ARLedgerFile.
       CLOSE CustomerFile.
       MOVE WS-REFUNDS-TOTAL TO WS-DISPLAY-AMOUNT.
       DISPLAY "Refunds issued: " WS-REFUNDS-ISSUED " totalling "
           WS-DISPLAY-AMOUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

BuildBalances.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile
           IF AROpenItem
               MOVE ARCustID TO WS-CUST-KEY
               PERFORM FindCustomerSlot
               IF WS-SLOT > 0
                   COMPUTE Bl-Ledger(WS-SLOT) = Bl-Ledger(WS-SLOT)
                       + ARInvoiceAmount - ARAmountPaid
               END-IF
           END-IF
           PERFORM ReadLedger
       END-PERFORM.
       MOVE 'N' TO WS-OA-EOF.
       OPEN INPUT OnAccountFile.
       PERFORM UNTIL WS-OA-EOF = 'Y'
           READ OnAccountFile
               AT END MOVE 'Y' TO WS-OA-EOF
           END-READ
           IF WS-OA-EOF NOT = 'Y'
               MOVE OACustID TO WS-CUST-KEY
               PERFORM FindCustomerSlot
               IF WS-SLOT > 0
                   ADD OAAmount TO Bl-OnAccount(WS-SLOT)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OnAccountFile.
       PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > BalanceCount
           COMPUTE Bl-Credit(WS-BL-IDX) =
               Bl-OnAccount(WS-BL-IDX) - Bl-Ledger(WS-BL-IDX)
       END-PERFORM.

FindCustomerSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > BalanceCount OR WS-SLOT > 0
           IF Bl-CustID(WS-BL-IDX) = WS-CUST-KEY
               MOVE WS-BL-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0 AND BalanceCount = 2000
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       IF WS-SLOT = 0
           ADD 1 TO BalanceCount
           MOVE BalanceCount TO WS-SLOT
           MOVE WS-CUST-KEY TO Bl-CustID(WS-SLOT)
           MOVE ZERO TO Bl-Ledger(WS-SLOT)
           MOVE ZERO TO Bl-OnAccount(WS-SLOT)
       END-IF.

OfferRefund.
       MOVE Bl-CustID(WS-BL-IDX) TO IDNum.
       DISPLAY " ".
       READ CustomerFile
           INVALID KEY
               DISPLAY "Customer " IDNum " (not on file)"
           NOT INVALID KEY
               DISPLAY "Customer " IDNum " " FirstName " " LastName
       END-READ.
       MOVE Bl-Ledger(WS-BL-IDX) TO WS-DISPLAY-AMOUNT.
       DISPLAY "  Open ledger items : " WS-DISPLAY-AMOUNT.
       MOVE Bl-OnAccount(WS-BL-IDX) TO WS-DISPLAY-AMOUNT.
       DISPLAY "  Cash on account   : " WS-DISPLAY-AMOUNT.
       MOVE Bl-Credit(WS-BL-IDX) TO WS-DISPLAY-AMOUNT.
       DISPLAY "  Credit due        : " WS-DISPLAY-AMOUNT.
       DISPLAY "Refund this customer? y/n (q to stop) : "
           WITH NO ADVANCING.
       ACCEPT WS-ANSWER.
       IF WS-ANSWER = 'q' OR WS-ANSWER = 'Q'
           MOVE 'Y' TO WS-QUIT
           EXIT PARAGRAPH
       END-IF.
       IF WS-ANSWER NOT = 'y' AND WS-ANSWER NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Refund amount (0 = the whole credit) : "
           WITH NO ADVANCING.
       ACCEPT WS-REFUND-AMOUNT.
       IF WS-REFUND-AMOUNT = ZERO
           MOVE Bl-Credit(WS-BL-IDX) TO WS-REFUND-AMOUNT
       END-IF.
       IF WS-REFUND-AMOUNT > Bl-Credit(WS-BL-IDX)
           DISPLAY "More than the credit due - no refund issued"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CHECK-NUM.
       DISPLAY "Refund check number : " WITH NO ADVANCING.
       ACCEPT WS-CHECK-NUM.
       IF WS-CHECK-NUM = SPACES
           DISPLAY "A check number is needed - no refund issued"
           EXIT PARAGRAPH
       END-IF.
       PERFORM IssueRefund.

IssueRefund.
       MOVE WS-REFUND-AMOUNT TO WS-REFUND-LEFT.
       MOVE ZERO TO WS-FROM-ONACCT.
       *> Cash on account first - it is money the customer handed
       *> over that never found an invoice
       IF Bl-OnAccount(WS-BL-IDX) > ZERO
           IF WS-REFUND-LEFT < Bl-OnAccount(WS-BL-IDX)
               MOVE WS-REFUND-LEFT TO WS-FROM-ONACCT
           ELSE
               MOVE Bl-OnAccount(WS-BL-IDX) TO WS-FROM-ONACCT
           END-IF
           OPEN EXTEND OnAccountFile
           MOVE IDNum TO OACustID
           MOVE WS-RUN-DATE TO OADate
           COMPUTE OAAmount = 0 - WS-FROM-ONACCT
           MOVE WS-OPERATOR-ID TO OAOperatorID
           WRITE OnAccountRecord
           CLOSE OnAccountFile
           SUBTRACT WS-FROM-ONACCT FROM WS-REFUND-LEFT
           SUBTRACT WS-FROM-ONACCT FROM Bl-OnAccount(WS-BL-IDX)
       END-IF.
       *> Then the open credit items, through the customer key in the
       *> order they were posted - a credit item's paid-so-far amount
       *> moves down toward its negative amount and the item closes
       *> when it gets there
       MOVE 'N' TO EndOfFile.
       MOVE IDNum TO ARCustID.
       START ARLedgerFile KEY IS NOT LESS THAN ARCustID
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       PERFORM UNTIL AtEndOfFile OR WS-REFUND-LEFT NOT > ZERO
           PERFORM ReadLedger
           IF NotAtEndOfFile AND ARCustID NOT = IDNum
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile AND AROpenItem
               PERFORM ClearCreditItem
           END-IF
       END-PERFORM.
       SUBTRACT WS-REFUND-AMOUNT FROM Bl-Credit(WS-BL-IDX).
       OPEN EXTEND RefundFile.
       MOVE IDNum TO RFCustID.
       MOVE WS-RUN-DATE TO RFDate.
       MOVE WS-CHECK-NUM TO RFCheckNum.
       MOVE WS-REFUND-AMOUNT TO RFAmount.
       MOVE WS-FROM-ONACCT TO RFFromOnAccount.
       MOVE WS-OPERATOR-ID TO RFOperatorID.
       WRITE RefundRecord.
       CLOSE RefundFile.
       PERFORM WriteCustomerNote.
       ADD 1 TO WS-REFUNDS-ISSUED.
       ADD WS-REFUND-AMOUNT TO WS-REFUNDS-TOTAL.
       MOVE WS-REFUND-AMOUNT TO WS-DISPLAY-AMOUNT.
       DISPLAY "Refund of " WS-DISPLAY-AMOUNT " issued on check "
           WS-CHECK-NUM.

ClearCreditItem.
       COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid.
       IF WS-OPEN-AMOUNT < ZERO
           COMPUTE WS-TAKE = 0 - WS-OPEN-AMOUNT
           IF WS-TAKE > WS-REFUND-LEFT
               MOVE WS-REFUND-LEFT TO WS-TAKE
           END-IF
           SUBTRACT WS-TAKE FROM ARAmountPaid
           SUBTRACT WS-TAKE FROM WS-REFUND-LEFT
           IF ARAmountPaid = ARInvoiceAmount
               MOVE 'P' TO ARPaidFlag
           END-IF
           REWRITE ARLedgerRecord
               INVALID KEY
                   DISPLAY "CUSTREFUND: unable to update credit item "
                       ARInvoiceNum
           END-REWRITE
           MOVE WS-TAKE TO WS-DISPLAY-AMOUNT
           DISPLAY "  Cleared " WS-DISPLAY-AMOUNT
               " of credit item " ARInvoiceNum
       END-IF.

WriteCustomerNote.
       PERFORM FindMaxNoteSeq.
       MOVE WS-REFUND-AMOUNT TO WS-NOTE-AMOUNT.
       OPEN EXTEND NotesFile.
       MOVE IDNum TO NoteIDNum.
       COMPUTE NoteSeq = WS-NOTE-MAX-SEQ + 1.
       MOVE WS-RUN-DATE TO NoteDate.
       MOVE WS-OPERATOR-ID TO NoteOperator.
       MOVE SPACES TO NoteText.
       STRING "CREDIT REFUNDED " WS-NOTE-AMOUNT " ON CHECK "
           DELIMITED BY SIZE
           WS-CHECK-NUM DELIMITED BY SPACE
           INTO NoteText.
       WRITE NoteRecord.
       CLOSE NotesFile.

FindMaxNoteSeq.
       MOVE 0 TO WS-NOTE-MAX-SEQ.
       MOVE 'N' TO WS-NOTE-EOF.
       OPEN INPUT NotesFile.
       PERFORM UNTIL WS-NOTE-EOF = 'Y'
           READ NotesFile
               AT END MOVE 'Y' TO WS-NOTE-EOF
           END-READ
           IF WS-NOTE-EOF NOT = 'Y'
               IF NoteIDNum = IDNum AND NoteSeq > WS-NOTE-MAX-SEQ
                   MOVE NoteSeq TO WS-NOTE-MAX-SEQ
               END-IF
           END-IF
       END-PERFORM.
       CLOSE NotesFile.

ReadLedger.
       READ ARLedgerFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

SignOn.
       DISPLAY " ".
       DISPLAY "Supervisor Sign-On".
       PERFORM WITH TEST AFTER
               UNTIL OperatorSignedOn OR WS-SIGN-ON-TRIES NOT < 3
           DISPLAY "Operator ID : " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Password : " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-PASSWORD
           PERFORM ValidateOperator
           IF OperatorSignedOn
               DISPLAY "Signed on as " WS-OPERATOR-ID
               PERFORM CheckPasswordAge
           ELSE
               ADD 1 TO WS-SIGN-ON-TRIES
               DISPLAY "Invalid sign-on or not a supervisor"
           END-IF
       END-PERFORM.

ValidateOperator.
       MOVE 'N' TO WS-OPERATOR-FOUND.
       IF WS-OPERATOR-ID = WS-DEFAULT-OPERATOR-ID
               AND WS-OPERATOR-PASSWORD = WS-DEFAULT-OPERATOR-PW
           MOVE 'Y' TO WS-OPERATOR-FOUND
       ELSE
           MOVE 'N' TO WS-OPERATOR-EOF
           OPEN INPUT OperatorFile
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
                   OR WS-OPERATOR-FOUND = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO WS-OPERATOR-EOF
               END-READ
               IF WS-OPERATOR-EOF NOT = 'Y'
                   IF OpID = WS-OPERATOR-ID
                           AND OpPassword = WS-OPERATOR-PASSWORD
                           AND OpRole = 'S'
                           AND OpStatus NOT = 'D'
                       MOVE 'Y' TO WS-OPERATOR-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OperatorFile
       END-IF.
       IF WS-OPERATOR-FOUND = 'Y'
           SET OperatorSignedOn TO TRUE
       END-IF.

CheckPasswordAge.
*> The PWAGE module measures OPERMAINT's password-age stamp; an
*> expired password can't sign on here - it changes in OPERMAINT
*> or the customer menu first
       IF WS-OPERATOR-ID = WS-DEFAULT-OPERATOR-ID
           EXIT PARAGRAPH
       END-IF.
       CALL 'PWAGE' USING WS-OPERATOR-ID, WS-PA-STATUS END-CALL.
       EVALUATE WS-PA-STATUS
           WHEN "10"
               DISPLAY "Your password expires soon - change it "
                   "in OPERMAINT"
           WHEN "90"
               DISPLAY "Your password has expired - change it in "
                   "OPERMAINT or the customer menu first"
               MOVE 'N' TO SignedOnFlag
               MOVE 3 TO WS-SIGN-ON-TRIES
       END-EVALUATE.

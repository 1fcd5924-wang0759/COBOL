       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARPAYMENT.
*> Cash application over the A/R ledger (arledger.dat). The operator
*> signs on (operators.txt, same mechanism as tutorial10), keys in a
*> payment received for a customer, and the payment is applied
*> against that customer's open invoices oldest first. Partial
*> payments are supported - the invoice keeps its paid-so-far amount
*> and stays open until fully settled, when it is flagged paid.
*> A head-office check can be taken for a parent account and spread
*> across the open invoices of every branch that bills to it
*> (custparent.txt, kept from the tutorial10 menu), oldest first
*> across the whole group; each application is logged against the
*> branch whose invoice it paid.
*> Every application is written to an audit-style log
*> (arapplylog.txt) with timestamp and operator ID, the same shape
*> coboltut.cbl's WriteAudit gives customer changes, plus the check
*> number the cash came in on and the paying account, so a check
*> that comes back unpaid can be unwound by NSFCHECK.
*> Only the paying customer's items are touched: its open items
*> (and, for a head-office check, its branches') are gathered through
*> the ledger's customer key in invoice-number order - billing
*> numbers invoices in sequence, so that is oldest first - and each
*> is read and rewritten by invoice number as the cash goes on.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
*> One line per application of cash to an invoice
       SELECT OPTIONAL ApplyLogFile ASSIGN TO "arapplylog.txt"
*> reference goes here instead of being forced onto the wrong item
       SELECT OPTIONAL OnAccountFile ASSIGN TO "onaccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Bill-to parent links - which branches a head-office check covers
       SELECT OPTIONAL CustParentFile ASSIGN TO "custparent.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

*> Same layout tutorial10's OperatorFile reads; a disabled
*> operator ('D') can't take payments
FD OnAccountFile.
       COPY ONACCTREC.

*> Shared with tutorial10/CUSTSTMT via copybooks/CUSTPARREC.cpy
FD CustParentFile.
       COPY CUSTPARREC.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-OPEN-AMOUNT PIC S9(8)V99.
       01 WS-APPLY-AMOUNT PIC S9(8)V99.
       01 WS-DISPLAY-AMOUNT PIC -$$$$$$$$9.99.
*> The open items one payment may settle, gathered through the
*> customer key and kept in invoice-number order, oldest first. The
*> DEPENDING ON counter must be declared ahead of the table it sizes
       01 PayItemCount PIC 9(3) VALUE ZERO.
       01 PayItemTable.
           02 PayItem OCCURS 0 TO 500 TIMES
                   DEPENDING ON PayItemCount.
               03 Pi-InvoiceNum PIC 9(6).
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-SLOT-FOUND PIC X.
       01 WS-GATHER-ID PIC 9(5).
*> 'Y' when a customer had more open items than the table holds and
*> only the oldest were gathered
       01 WS-ITEMS-DROPPED PIC X.
*> Installment plans held alongside the ledger so an application
*> can say which installment the cash satisfied. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 WS-OA-MOVEMENT PIC S9(8)V99.
       01 WS-HOLD-ANSWER PIC X.
       01 WS-APPLY-REQUEST PIC 9(8)V99.
*> The check this payment came in on (spaces for cash) and the
*> account that paid it, stamped on every log line it produces
       01 WS-CHECK-REF PIC X(10).
       01 WS-PAYER-ID PIC 9(5).
*> Branch-to-parent links, loaded once. WS-GROUP-PAY is 'Y' while a
*> head-office check is being applied, widening the open items it
*> may settle to the branches of WS-GROUP-PARENT. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 ParentLinkCount PIC 9(3) VALUE ZERO.
       01 ParentLinkTable.
           02 ParentLink OCCURS 0 TO 500 TIMES
                   DEPENDING ON ParentLinkCount.
               03 Pl-BranchID PIC 9(5).
               03 Pl-ParentID PIC 9(5).
       01 WS-PL-EOF PIC X VALUE 'N'.
       01 WS-PL-IDX PIC 9(3).
       01 WS-PL-BRANCHES PIC 9(3).
       01 WS-GROUP-PAY PIC X VALUE 'N'.
       01 WS-GROUP-PARENT PIC 9(5).
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> PERIODCHK answer - '90' means today's month is closed and no
*> payments may post
       01 WS-PC-STATUS PIC XX.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "ARPAYMENT: unable to open arledger.dat, status "
               WS-LEDGER-STATUS " - has billing posted anything yet?"
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadPlans.
       IF RETURN-CODE NOT = 0
           CLOSE ARLedgerFile
           CLOSE CustomerFile
           GOBACK
       END-IF.
       PERFORM LoadParentLinks.
       IF RETURN-CODE NOT = 0
           CLOSE ARLedgerFile
           CLOSE CustomerFile
           GOBACK
       END-IF.
       OPEN EXTEND ApplyLogFile.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "ARPAYMENT: accounting period "
               WS-RUN-DATE(1:6) " is CLOSED - no payments taken"
           CLOSE ApplyLogFile
           CLOSE ARLedgerFile
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
           DISPLAY " "
           DISPLAY "1 : Take a payment"
           DISPLAY "2 : Apply on-account cash to invoices"
           DISPLAY "3 : Take a head-office payment for its branches"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM TakeOnePayment
               WHEN 2 PERFORM ApplyOnAccountCash
               WHEN 3 PERFORM TakeHeadOfficePayment
               WHEN OTHER DISPLAY "No selection"
           END-EVALUATE
           DISPLAY "Enter another payment? y/n"
               MOVE 'N' TO WS-ANOTHER
           END-IF
       END-PERFORM.
       PERFORM SavePlans.
       CLOSE ApplyLogFile
       CLOSE ARLedgerFile
       CLOSE CustomerFile.
       MOVE 0 TO RETURN-CODE.
       GOBACK.
           DISPLAY "Payment from: " FirstName " " LastName
           DISPLAY "Enter payment amount : " WITH NO ADVANCING
           ACCEPT WS-PAYMENT-AMOUNT
           PERFORM AskCheckRef
           MOVE WS-PAYMENT-AMOUNT TO WS-AMOUNT-LEFT
           PERFORM ApplyToOpenItems
           IF WS-AMOUNT-LEFT > ZERO
           END-IF
       END-IF.

TakeHeadOfficePayment.
       *> One check from the parent account settles the open items
       *> of the parent and every branch that bills to it, oldest
       *> invoice first across the group. Anything left over is held
       *> on the parent's account
       DISPLAY " ".
       MOVE SPACES TO WS-ID-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
           DISPLAY "Enter Head Office Customer ID : " WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "ID must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-ID-INPUT TO IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO WS-CUST-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
       END-READ.
       IF WS-CUST-FOUND = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-PL-BRANCHES.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF Pl-ParentID(WS-PL-IDX) = IDNum
               ADD 1 TO WS-PL-BRANCHES
               DISPLAY "  Branch " Pl-BranchID(WS-PL-IDX)
           END-IF
       END-PERFORM.
       IF WS-PL-BRANCHES = 0
           DISPLAY "No branches bill to " FirstName " " LastName
               " - take the payment with option 1"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Head office payment from: " FirstName " " LastName.
       DISPLAY "Enter payment amount : " WITH NO ADVANCING.
       ACCEPT WS-PAYMENT-AMOUNT.
       PERFORM AskCheckRef.
       MOVE WS-PAYMENT-AMOUNT TO WS-AMOUNT-LEFT.
       MOVE IDNum TO WS-GROUP-PARENT.
       MOVE 'Y' TO WS-GROUP-PAY.
       PERFORM ApplyToOpenItems.
       MOVE 'N' TO WS-GROUP-PAY.
       IF WS-AMOUNT-LEFT > ZERO
           MOVE WS-AMOUNT-LEFT TO WS-DISPLAY-AMOUNT
           DISPLAY "Unapplied remainder " WS-DISPLAY-AMOUNT
               " - no more open invoices for the group"
           DISPLAY "Hold the remainder on the head office account? y/n"
           ACCEPT WS-HOLD-ANSWER
           IF WS-HOLD-ANSWER = 'y' OR WS-HOLD-ANSWER = 'Y'
               MOVE WS-AMOUNT-LEFT TO WS-OA-MOVEMENT
               PERFORM WriteOnAccountMovement
               PERFORM WriteOnAccountLog
               DISPLAY "Held " WS-DISPLAY-AMOUNT " on account"
           END-IF
       END-IF.

ApplyOnAccountCash.
       *> Move cash held on account onto real invoices - same
       *> oldest-first application a fresh payment gets, with the
           DISPLAY "More than is on account - nothing applied"
           EXIT PARAGRAPH
       END-IF.
       *> Cash already on account - its check was logged the day it
       *> was held, so these applications carry no check of their own
       MOVE SPACES TO WS-CHECK-REF.
       MOVE IDNum TO WS-PAYER-ID.
       MOVE WS-APPLY-REQUEST TO WS-AMOUNT-LEFT.
       PERFORM ApplyToOpenItems.
       COMPUTE WS-OA-MOVEMENT =
               " stays on account"
       END-IF.

AskCheckRef.
       MOVE SPACES TO WS-CHECK-REF.
       DISPLAY "Check number (blank for cash) : " WITH NO ADVANCING.
       ACCEPT WS-CHECK-REF.
       MOVE IDNum TO WS-PAYER-ID.

SumOnAccount.
       MOVE ZERO TO WS-OA-BALANCE.
       MOVE 'N' TO WS-OA-EOF.
       *> SEQUENTIAL status-71 check
       MOVE SPACES TO ApplyLogRecord.
       MOVE FUNCTION CURRENT-DATE TO LogTimestamp.
       *> Date positions carry the business date, not the clock -
       *> GLEXPORT, DEPOSITSLIP and CUSTSTMT select on it
       MOVE WS-RUN-DATE TO LogTimestamp(1:8).
       MOVE IDNum TO LogCustID.
       MOVE ZERO TO LogInvoiceNum.
       MOVE WS-OA-MOVEMENT TO LogAppliedAmount.
       MOVE WS-OPERATOR-ID TO LogOperatorID.
       MOVE WS-CHECK-REF TO LogCheckRef.
       MOVE WS-PAYER-ID TO LogPayerID.
       WRITE ApplyLogRecord.

ApplyToOpenItems.
       *> Gather the open items this payment may settle through the
       *> customer key - the payer's own, plus for a head-office
       *> check those of every branch billing to it - then settle
       *> them oldest invoice first, each read and rewritten by key
       MOVE 0 TO PayItemCount.
       MOVE 'N' TO WS-ITEMS-DROPPED.
       MOVE IDNum TO WS-GATHER-ID.
       PERFORM GatherOpenItems.
       IF WS-GROUP-PAY = 'Y'
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > ParentLinkCount
               IF Pl-ParentID(WS-PL-IDX) = WS-GROUP-PARENT
                       AND Pl-BranchID(WS-PL-IDX) NOT = IDNum
                   MOVE Pl-BranchID(WS-PL-IDX) TO WS-GATHER-ID
                   PERFORM GatherOpenItems
               END-IF
           END-PERFORM
       END-IF.
       IF WS-ITEMS-DROPPED = 'Y'
           DISPLAY "More than 500 open items - the oldest 500 take "
               "this payment"
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PayItemCount OR WS-AMOUNT-LEFT NOT > ZERO
           MOVE Pi-InvoiceNum(WS-IDX) TO ARInvoiceNum
           READ ARLedgerFile
               INVALID KEY
                   DISPLAY "ARPAYMENT: invoice " Pi-InvoiceNum(WS-IDX)
                       " no longer on the ledger - skipped"
               NOT INVALID KEY
                   IF AROpenItem
                       PERFORM ApplyToOneItem
                   END-IF
           END-READ
       END-PERFORM.

GatherOpenItems.
       *> Every item of WS-GATHER-ID sits together on the customer
       *> key - the next customer's items end the run
       MOVE 'N' TO EndOfFile.
       MOVE WS-GATHER-ID TO ARCustID.
       START ARLedgerFile KEY IS NOT LESS THAN ARCustID
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       PERFORM UNTIL AtEndOfFile
           READ ARLedgerFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile AND ARCustID NOT = WS-GATHER-ID
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile AND AROpenItem
               PERFORM KeepPayItem
           END-IF
       END-PERFORM.

KeepPayItem.
       *> Insert in invoice-number order. Once the table is full an
       *> item only gets in by pushing out the newest one kept, so the
       *> oldest open items are the ones that take the cash
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > PayItemCount
           IF Pi-InvoiceNum(WS-SLOT) = ARInvoiceNum
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.
       IF PayItemCount = 500
           MOVE 'Y' TO WS-ITEMS-DROPPED
           IF ARInvoiceNum > Pi-InvoiceNum(500)
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM PayItemCount
       END-IF.
       ADD 1 TO PayItemCount.
       MOVE PayItemCount TO WS-SLOT.
       MOVE 'N' TO WS-SLOT-FOUND.
       PERFORM UNTIL WS-SLOT = 1 OR WS-SLOT-FOUND = 'Y'
           IF Pi-InvoiceNum(WS-SLOT - 1) > ARInvoiceNum
               MOVE Pi-InvoiceNum(WS-SLOT - 1)
                   TO Pi-InvoiceNum(WS-SLOT)
               SUBTRACT 1 FROM WS-SLOT
           ELSE
               MOVE 'Y' TO WS-SLOT-FOUND
           END-IF
       END-PERFORM.
       MOVE ARInvoiceNum TO Pi-InvoiceNum(WS-SLOT).

ApplyToOneItem.
       COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid.
       IF WS-OPEN-AMOUNT > ZERO
           IF WS-AMOUNT-LEFT < WS-OPEN-AMOUNT
               MOVE WS-AMOUNT-LEFT TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           END-IF
           ADD WS-APPLY-AMOUNT TO ARAmountPaid
           SUBTRACT WS-APPLY-AMOUNT FROM WS-AMOUNT-LEFT
           IF ARAmountPaid NOT < ARInvoiceAmount
               MOVE 'P' TO ARPaidFlag
           END-IF
           REWRITE ARLedgerRecord
               INVALID KEY
                   DISPLAY "ARPAYMENT: unable to update invoice "
                       ARInvoiceNum
           END-REWRITE
           MOVE WS-APPLY-AMOUNT TO WS-DISPLAY-AMOUNT
           IF ARCustID = IDNum
               DISPLAY "Applied " WS-DISPLAY-AMOUNT " to invoice "
                   ARInvoiceNum
           ELSE
               DISPLAY "Applied " WS-DISPLAY-AMOUNT " to invoice "
                   ARInvoiceNum " (branch " ARCustID ")"
           END-IF
           PERFORM WriteApplyLog
           PERFORM UpdatePlanInstallments
       END-IF.
       MOVE ZERO TO WS-CUM-DUE.
       PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > PlanCount
           IF Pln-InvoiceNum(WS-PLN-IDX) = ARInvoiceNum
               ADD Pln-Amount(WS-PLN-IDX) TO WS-CUM-DUE
               IF Pln-Status(WS-PLN-IDX) = 'O'
                       AND ARAmountPaid NOT < WS-CUM-DUE
                   MOVE 'P' TO Pln-Status(WS-PLN-IDX)
                   DISPLAY "  Installment "
                       Pln-InstallNum(WS-PLN-IDX)
       *> this build's LINE SEQUENTIAL status-71 check
       MOVE SPACES TO ApplyLogRecord.
       MOVE FUNCTION CURRENT-DATE TO LogTimestamp.
       *> Date positions carry the business date, not the clock -
       *> GLEXPORT, DEPOSITSLIP and CUSTSTMT select on it
       MOVE WS-RUN-DATE TO LogTimestamp(1:8).
       *> The invoice's own customer - a head-office check is logged
       *> against each branch it paid, so the branch's statement
       *> shows the payment beside the invoice
       MOVE ARCustID TO LogCustID.
       MOVE ARInvoiceNum TO LogInvoiceNum.
       MOVE WS-APPLY-AMOUNT TO LogAppliedAmount.
       MOVE WS-OPERATOR-ID TO LogOperatorID.
       MOVE WS-CHECK-REF TO LogCheckRef.
       MOVE WS-PAYER-ID TO LogPayerID.
       WRITE ApplyLogRecord.

LoadPlans.
*> Read-ahead so a file too big for the table refuses the run -
*> SavePlans rewrites the file whole and would otherwise truncate
*> installment 501 onward
       MOVE 'N' TO WS-PLAN-EOF.
       OPEN INPUT PayPlanFile.
       PERFORM ReadPlan.
       END-PERFORM.
       CLOSE PayPlanFile.

LoadParentLinks.
*> Read-ahead so a link file too big for the table refuses the run
*> rather than leaving some branches out of a head-office check
       OPEN INPUT CustParentFile.
       PERFORM ReadParentLink.
       PERFORM UNTIL WS-PL-EOF = 'Y' OR ParentLinkCount = 500
           ADD 1 TO ParentLinkCount
           MOVE BPBranchID TO Pl-BranchID(ParentLinkCount)
           MOVE BPParentID TO Pl-ParentID(ParentLinkCount)
           PERFORM ReadParentLink
       END-PERFORM.
       IF WS-PL-EOF NOT = 'Y'
           DISPLAY "ARPAYMENT: parent link file larger than 500 rows "
               "- clean it up in the customer menu before applying"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CustParentFile.

ReadParentLink.
       READ CustParentFile
           AT END MOVE 'Y' TO WS-PL-EOF
       END-READ.

SignOn.
       DISPLAY " ".
       DISPLAY "Operator Sign-On".

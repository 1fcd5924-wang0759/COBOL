       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NSFCHECK.
*> Returned (NSF) check processing. The operator signs on (same
*> mechanism as ARPAYMENT), keys the customer who wrote the check and
*> the check number the bank sent back, and the money is taken back
*> off the books:
*>   - a check ARPAYMENT applied is found in arapplylog.txt by its
*>     check number and paying account. Every application it made is
*>     reversed - the invoice's paid-so-far amount comes back down,
*>     the invoice reopens, any payment-plan installment it had
*>     satisfied reopens - and a negative line flagged 'R' is logged
*>     against each, so CUSTSTMT shows it and GLEXPORT posts it.
*>     Cash the check left on account comes back off the account.
*>   - a check taken at the counter (tenderjrnl.txt, confirmed as
*>     this customer's by the sales journal) already settled its
*>     session's invoice, so the amount is re-established as a new
*>     open ledger item, ARDocType 'R' (RETURNED CHECK).
*> Either way a returned-check fee is posted as its own open item,
*> ARDocType 'N' (NSF FEE), numbered from the shared arctl.txt
*> sequence; the return is recorded in nsflog.txt
*> (copybooks/NSFLOGREC.cpy) and noted on the customer's notes
*> (custnotes.txt) the way tutorial10's notes option writes them.
*> The same customer + check can only be returned once.
*> The fee and the number of returns after which the counter takes
*> no more checks from the customer come from nsfparm.txt when
*> present, defaulting below - taxCalculator.cbl reads the same
*> limit against nsflog.txt at tender capture.
*> Ledger items (arledger.dat) are read and rewritten one at a time
*> by invoice number and the new items written straight to the
*> ledger; payment plans are loaded to a table and rewritten at the
*> end, the same load/save-around-the-work pattern ARPAYMENT uses
*> for them.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
*> ARPAYMENT's applications, read to find the check and appended to
*> with the reversing lines
       SELECT OPTIONAL ApplyLogFile ASSIGN TO "arapplylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PayPlanFile ASSIGN TO "payplan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OnAccountFile ASSIGN TO "onaccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Counter tenders and the journal lines that say whose receipt
*> each one was
       SELECT OPTIONAL TenderFile ASSIGN TO "tenderjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SalesJournalFile
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARControlFile ASSIGN TO "arctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NsfLogFile ASSIGN TO "nsflog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "nsfparm.txt"
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

*> Same layout ARPAYMENT writes
FD ApplyLogFile.
       01 ApplyLogRecord.
           02 LogTimestamp PIC X(21).
           02 FILLER PIC X VALUE SPACE.
           02 LogCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogInvoiceNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 LogAppliedAmount PIC -9(8).99.
           02 FILLER PIC X VALUE SPACE.
           02 LogOperatorID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogCheckRef PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogPayerID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogEntryType PIC X.
               88 LogReturnedCheck VALUE 'R'.

*> Same layout tutorial10's OperatorFile reads; a disabled
*> operator ('D') can't process returns
FD OperatorFile.
       01 OperatorRecord.
           02 OpID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpPassword PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpRole PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

*> Shared with PAYPLAN/ARPAYMENT via copybooks/PAYPLNREC.cpy
FD PayPlanFile.
       COPY PAYPLNREC.

*> Shared with ARPAYMENT/CUSTSTMT via copybooks/ONACCTREC.cpy
FD OnAccountFile.
       COPY ONACCTREC.

*> Shared with taxCalculator.cbl/DAYBALANCE via
*> copybooks/TENDERREC.cpy
FD TenderFile.
       COPY TENDERREC.

*> Shared with taxCalculator.cbl/DAYBALANCE via
*> copybooks/SALESJRNL.cpy
FD SalesJournalFile.
       COPY SALESJRNL.

*> Same one-number layout taxCalculator.cbl keeps the invoice
*> sequence in
FD ARControlFile.
       01 ARControlRecord.
           02 CtlNextInvoiceNum PIC 9(6).

*> Shared with taxCalculator.cbl via copybooks/NSFLOGREC.cpy
FD NsfLogFile.
       COPY NSFLOGREC.

*> Same layout tutorial10's notes option writes
FD NotesFile.
       01 NoteRecord.
           02 NoteIDNum PIC 9(5).
           02 NoteSeq PIC 9(4).
           02 NoteDate PIC 9(8).
           02 NoteOperator PIC X(10).
           02 NoteText PIC X(60).

*> The returned-check fee and how many returns a customer may have
*> before the counter stops taking their checks (zero = no limit).
*> Fields kept contiguous with no separator FILLER, same LINE
*> SEQUENTIAL workaround CustomerPurge.cbl notes
FD ParmFile.
       01 ParmRecord.
           02 ParmFee PIC 9(4)V99.
           02 ParmReturnLimit PIC 9(2).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-CUST-FOUND PIC X VALUE 'N'.
       01 WS-ANOTHER PIC X VALUE 'Y'.
       01 WS-ID-INPUT PIC X(5).
       01 WS-CHECK-REF PIC X(10).
       01 WS-DISPLAY-AMOUNT PIC -$$$$$$$$9.99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Parameters, defaulted here and overridden by nsfparm.txt
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-NSF-FEE PIC 9(4)V99 VALUE 25.00.
       01 WS-RETURN-LIMIT PIC 9(2) VALUE 2.
*> 'N' when an invoice the check paid has since left the ledger
       01 WS-ITEM-FOUND PIC X.
*> Installment plans, so an invoice reopened by the return reopens
*> the installments the bad check had satisfied. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 PlanCount PIC 9(3) VALUE ZERO.
       01 PlanTable.
           02 PlanEntry OCCURS 0 TO 500 TIMES
                   DEPENDING ON PlanCount.
               03 Pln-InvoiceNum PIC 9(6).
               03 Pln-CustID PIC 9(5).
               03 Pln-InstallNum PIC 9(2).
               03 Pln-DueDate PIC 9(8).
               03 Pln-Amount PIC 9(8)V99.
               03 Pln-Status PIC X.
       01 WS-PLAN-EOF PIC X VALUE 'N'.
       01 WS-PLN-IDX PIC 9(3).
       01 WS-CUM-DUE PIC S9(8)V99.
*> The check's applications found in arapplylog.txt - each one is
*> reversed in turn. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 ReversalCount PIC 9(3) VALUE ZERO.
       01 ReversalTable.
           02 ReversalEntry OCCURS 0 TO 200 TIMES
                   DEPENDING ON ReversalCount.
               03 Rv-CustID PIC 9(5).
               03 Rv-InvoiceNum PIC 9(6).
               03 Rv-Amount PIC S9(8)V99.
       01 WS-RV-IDX PIC 9(3).
       01 WS-RV-OVERFLOW PIC X.
       01 WS-APPLYLOG-EOF PIC X.
*> What the check comes to, and the part of it that has to be
*> re-established as a new 'R' item - a counter check, or an
*> application to an invoice no longer on the ledger
       01 WS-RETURN-AMOUNT PIC S9(8)V99.
       01 WS-REESTABLISH-AMOUNT PIC S9(8)V99.
       01 WS-OA-MOVEMENT PIC S9(8)V99.
       01 WS-LOG-AMOUNT PIC S9(8)V99.
       01 WS-LOG-CUST PIC 9(5).
       01 WS-LOG-INVOICE PIC 9(6).
       01 WS-TENDER-EOF PIC X.
       01 WS-JOURNAL-EOF PIC X.
       01 WS-RECEIPT-IS-CUST PIC X.
       01 WS-NSFLOG-EOF PIC X.
       01 WS-ALREADY-RETURNED PIC X.
       01 WS-RETURN-COUNT PIC 9(3).
       01 WS-NOTE-EOF PIC X.
       01 WS-NOTE-MAX-SEQ PIC 9(4).
       01 WS-NOTE-AMOUNT PIC $$$$$$$9.99.
       01 WS-ARCTL-EOF PIC X VALUE 'N'.
       01 WS-NEXT-INVOICE-NUM PIC 9(6) VALUE 1.
       01 WS-FEE-INVOICE-NUM PIC 9(6).
       01 WS-RETURNS-TAKEN PIC 9(5) VALUE ZERO.
*> PERIODCHK answer - '90' means today's month is closed and no
*> returns may post
       01 WS-PC-STATUS PIC XX.
*> Operator sign-on, same mechanism as tutorial10 (coboltut.cbl)
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
       01 WS-BL-PROGRAM PIC X(12) VALUE "NSFCHECK".
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
           DISPLAY "NSFCHECK: sign-on failed - no returns taken"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "NSFCHECK: accounting period "
               WS-RUN-DATE(1:6) " is CLOSED - no returns taken"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "NSFCHECK: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadParms.
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "NSFCHECK: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
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
       PERFORM LoadNextInvoiceNum.
       PERFORM UNTIL WS-ANOTHER = 'N'
           PERFORM TakeOneReturn
           DISPLAY "Enter another returned check? y/n"
           ACCEPT WS-ANOTHER
           IF WS-ANOTHER NOT = 'y' AND WS-ANOTHER NOT = 'Y'
               MOVE 'N' TO WS-ANOTHER
           END-IF
       END-PERFORM.
       PERFORM SavePlans.
       PERFORM SaveNextInvoiceNum.
       CLOSE ARLedgerFile.
       CLOSE CustomerFile.
       DISPLAY "Returned checks processed: " WS-RETURNS-TAKEN.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

TakeOneReturn.
       DISPLAY " ".
       MOVE SPACES TO WS-ID-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
           DISPLAY "Customer who wrote the check : " WITH NO ADVANCING
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
       DISPLAY "Check from: " FirstName " " LastName.
       MOVE SPACES TO WS-CHECK-REF.
       DISPLAY "Returned check number : " WITH NO ADVANCING.
       ACCEPT WS-CHECK-REF.
       IF WS-CHECK-REF = SPACES
           DISPLAY "A check number is needed - nothing reversed"
           EXIT PARAGRAPH
       END-IF.
       PERFORM CheckAlreadyReturned.
       IF WS-ALREADY-RETURNED = 'Y'
           DISPLAY "Check " WS-CHECK-REF " from this customer was "
               "already returned - nothing reversed"
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-RETURN-AMOUNT.
       MOVE ZERO TO WS-REESTABLISH-AMOUNT.
       PERFORM FindApplications.
       IF WS-RV-OVERFLOW = 'Y'
           DISPLAY "NSFCHECK: check " WS-CHECK-REF " paid more than "
               "200 items - nothing reversed"
           EXIT PARAGRAPH
       END-IF.
       IF ReversalCount > 0
           PERFORM ReverseApplications
       ELSE
           PERFORM FindCounterCheck
           IF WS-RETURN-AMOUNT = ZERO
               DISPLAY "No payment on check " WS-CHECK-REF
                   " found for this customer - nothing reversed"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETURN-AMOUNT TO WS-REESTABLISH-AMOUNT
       END-IF.
       IF WS-REESTABLISH-AMOUNT NOT = ZERO
           MOVE WS-REESTABLISH-AMOUNT TO WS-LOG-AMOUNT
           PERFORM PostReturnedCheckItem
       END-IF.
       MOVE ZERO TO WS-FEE-INVOICE-NUM.
       IF WS-NSF-FEE > ZERO
           PERFORM PostFee
       END-IF.
       PERFORM WriteNsfLog.
       PERFORM WriteCustomerNote.
       ADD 1 TO WS-RETURNS-TAKEN.
       MOVE WS-RETURN-AMOUNT TO WS-DISPLAY-AMOUNT.
       DISPLAY "Check " WS-CHECK-REF " for " WS-DISPLAY-AMOUNT
           " returned".
       PERFORM CountReturns.
       IF WS-RETURN-LIMIT > 0 AND WS-RETURN-COUNT NOT < WS-RETURN-LIMIT
           DISPLAY "Customer has " WS-RETURN-COUNT " returned checks "
               "- no checks or charges on account at the counter "
               "from now on"
       END-IF.

CheckAlreadyReturned.
       MOVE 'N' TO WS-ALREADY-RETURNED.
       MOVE 'N' TO WS-NSFLOG-EOF.
       OPEN INPUT NsfLogFile.
       PERFORM UNTIL WS-NSFLOG-EOF = 'Y'
           READ NsfLogFile
               AT END MOVE 'Y' TO WS-NSFLOG-EOF
           END-READ
           IF WS-NSFLOG-EOF NOT = 'Y'
               IF NSCustID = IDNum AND NSCheckRef = WS-CHECK-REF
                   MOVE 'Y' TO WS-ALREADY-RETURNED
               END-IF
           END-IF
       END-PERFORM.
       CLOSE NsfLogFile.

CountReturns.
       MOVE ZERO TO WS-RETURN-COUNT.
       MOVE 'N' TO WS-NSFLOG-EOF.
       OPEN INPUT NsfLogFile.
       PERFORM UNTIL WS-NSFLOG-EOF = 'Y'
           READ NsfLogFile
               AT END MOVE 'Y' TO WS-NSFLOG-EOF
           END-READ
           IF WS-NSFLOG-EOF NOT = 'Y'
               IF NSCustID = IDNum
                   ADD 1 TO WS-RETURN-COUNT
               END-IF
           END-IF
       END-PERFORM.
       CLOSE NsfLogFile.

FindApplications.
       *> Every line ARPAYMENT logged for this check and payer - for a
       *> head-office check that is one line per branch invoice it
       *> settled. Reversing lines are never themselves reversed
       MOVE 0 TO ReversalCount.
       MOVE 'N' TO WS-RV-OVERFLOW.
       MOVE 'N' TO WS-APPLYLOG-EOF.
       OPEN INPUT ApplyLogFile.
       PERFORM UNTIL WS-APPLYLOG-EOF = 'Y'
           READ ApplyLogFile
               AT END MOVE 'Y' TO WS-APPLYLOG-EOF
           END-READ
           IF WS-APPLYLOG-EOF NOT = 'Y'
               IF LogCheckRef = WS-CHECK-REF
                       AND LogPayerID = IDNum
                       AND NOT LogReturnedCheck
                   IF ReversalCount = 200
                       MOVE 'Y' TO WS-RV-OVERFLOW
                   ELSE
                       ADD 1 TO ReversalCount
                       MOVE LogCustID TO Rv-CustID(ReversalCount)
                       MOVE LogInvoiceNum TO
                           Rv-InvoiceNum(ReversalCount)
                       COMPUTE Rv-Amount(ReversalCount) =
                           FUNCTION NUMVAL(LogAppliedAmount)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ApplyLogFile.

ReverseApplications.
       OPEN EXTEND ApplyLogFile.
       PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > ReversalCount
           ADD Rv-Amount(WS-RV-IDX) TO WS-RETURN-AMOUNT
           IF Rv-InvoiceNum(WS-RV-IDX) = ZERO
               PERFORM ReverseOnAccount
           ELSE
               PERFORM ReverseInvoiceApplication
           END-IF
       END-PERFORM.
       CLOSE ApplyLogFile.

ReverseOnAccount.
       *> The check left cash on account - it comes back off. If the
       *> cash has since been applied to invoices the account goes
       *> negative until the customer makes it good
       COMPUTE WS-OA-MOVEMENT = 0 - Rv-Amount(WS-RV-IDX).
       OPEN EXTEND OnAccountFile.
       MOVE Rv-CustID(WS-RV-IDX) TO OACustID.
       MOVE WS-RUN-DATE TO OADate.
       MOVE WS-OA-MOVEMENT TO OAAmount.
       MOVE WS-OPERATOR-ID TO OAOperatorID.
       WRITE OnAccountRecord.
       CLOSE OnAccountFile.
       MOVE Rv-Amount(WS-RV-IDX) TO WS-DISPLAY-AMOUNT.
       DISPLAY "Took " WS-DISPLAY-AMOUNT " back off account "
           Rv-CustID(WS-RV-IDX).
       MOVE Rv-CustID(WS-RV-IDX) TO WS-LOG-CUST.
       MOVE ZERO TO WS-LOG-INVOICE.
       MOVE WS-OA-MOVEMENT TO WS-LOG-AMOUNT.
       PERFORM WriteReversalLog.

ReverseInvoiceApplication.
       MOVE Rv-InvoiceNum(WS-RV-IDX) TO ARInvoiceNum.
       MOVE 'Y' TO WS-ITEM-FOUND.
       READ ARLedgerFile
           INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
       END-READ.
       IF WS-ITEM-FOUND = 'N'
           *> The invoice has been archived off the ledger since -
           *> what it was paid goes back on as a new item instead
           ADD Rv-Amount(WS-RV-IDX) TO WS-REESTABLISH-AMOUNT
           DISPLAY "Invoice " Rv-InvoiceNum(WS-RV-IDX)
               " no longer on the ledger - re-established as a "
               "returned check item"
           EXIT PARAGRAPH
       END-IF.
       SUBTRACT Rv-Amount(WS-RV-IDX) FROM ARAmountPaid.
       IF ARAmountPaid < ARInvoiceAmount
           MOVE 'O' TO ARPaidFlag
       END-IF.
       REWRITE ARLedgerRecord
           INVALID KEY
               DISPLAY "NSFCHECK: unable to update invoice "
                   ARInvoiceNum
       END-REWRITE.
       MOVE Rv-Amount(WS-RV-IDX) TO WS-DISPLAY-AMOUNT.
       DISPLAY "Reversed " WS-DISPLAY-AMOUNT " from invoice "
           Rv-InvoiceNum(WS-RV-IDX) " - invoice reopened".
       PERFORM ReopenInstallments.
       MOVE Rv-CustID(WS-RV-IDX) TO WS-LOG-CUST.
       MOVE Rv-InvoiceNum(WS-RV-IDX) TO WS-LOG-INVOICE.
       COMPUTE WS-LOG-AMOUNT = 0 - Rv-Amount(WS-RV-IDX).
       PERFORM WriteReversalLog.

ReopenInstallments.
       *> The mirror of ARPAYMENT's UpdatePlanInstallments: any paid
       *> installment the lowered paid-so-far amount no longer
       *> covers goes back to open
       MOVE ZERO TO WS-CUM-DUE.
       PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > PlanCount
           IF Pln-InvoiceNum(WS-PLN-IDX) = ARInvoiceNum
               ADD Pln-Amount(WS-PLN-IDX) TO WS-CUM-DUE
               IF Pln-Status(WS-PLN-IDX) = 'P'
                       AND ARAmountPaid < WS-CUM-DUE
                   MOVE 'O' TO Pln-Status(WS-PLN-IDX)
                   DISPLAY "  Installment "
                       Pln-InstallNum(WS-PLN-IDX)
                       " of the payment plan is open again"
               END-IF
           END-IF
       END-PERFORM.

WriteReversalLog.
       *> Blank the whole record first - unset FILLER bytes trip
       *> this build's LINE SEQUENTIAL status-71 check
       MOVE SPACES TO ApplyLogRecord.
       MOVE FUNCTION CURRENT-DATE TO LogTimestamp.
       *> Date positions carry the business date, not the clock -
       *> GLEXPORT, DEPOSITSLIP and CUSTSTMT select on it
       MOVE WS-RUN-DATE TO LogTimestamp(1:8).
       MOVE WS-LOG-CUST TO LogCustID.
       MOVE WS-LOG-INVOICE TO LogInvoiceNum.
       MOVE WS-LOG-AMOUNT TO LogAppliedAmount.
       MOVE WS-OPERATOR-ID TO LogOperatorID.
       MOVE WS-CHECK-REF TO LogCheckRef.
       MOVE IDNum TO LogPayerID.
       SET LogReturnedCheck TO TRUE.
       WRITE ApplyLogRecord.

FindCounterCheck.
       *> Check tenders carrying this number, kept only where the
       *> receipt they paid was this customer's
       MOVE 'N' TO WS-TENDER-EOF.
       OPEN INPUT TenderFile.
       PERFORM UNTIL WS-TENDER-EOF = 'Y'
           READ TenderFile
               AT END MOVE 'Y' TO WS-TENDER-EOF
           END-READ
           IF WS-TENDER-EOF NOT = 'Y'
               IF TDMethod = "CHK " AND TDReference = WS-CHECK-REF
                   PERFORM CheckReceiptCustomer
                   IF WS-RECEIPT-IS-CUST = 'Y'
                       ADD TDAmount TO WS-RETURN-AMOUNT
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE TenderFile.

CheckReceiptCustomer.
       MOVE 'N' TO WS-RECEIPT-IS-CUST.
       MOVE 'N' TO WS-JOURNAL-EOF.
       OPEN INPUT SalesJournalFile.
       PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               OR WS-RECEIPT-IS-CUST = 'Y'
           READ SalesJournalFile
               AT END MOVE 'Y' TO WS-JOURNAL-EOF
           END-READ
           IF WS-JOURNAL-EOF NOT = 'Y'
               IF SJDate = TDDate AND SJReceiptNum = TDReceiptNum
                       AND SJCustID = IDNum
                   MOVE 'Y' TO WS-RECEIPT-IS-CUST
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SalesJournalFile.

PostReturnedCheckItem.
       MOVE WS-NEXT-INVOICE-NUM TO ARInvoiceNum.
       MOVE IDNum TO ARCustID.
       MOVE WS-RUN-DATE TO ARInvoiceDate.
       MOVE WS-LOG-AMOUNT TO ARInvoiceAmount.
       MOVE ZERO TO ARAmountPaid.
       SET AROpenItem TO TRUE.
       SET ARDocReturnedCheck TO TRUE.
       PERFORM WriteNewItem.
       MOVE WS-LOG-AMOUNT TO WS-DISPLAY-AMOUNT.
       DISPLAY "Posted returned check item " WS-NEXT-INVOICE-NUM
           " for " WS-DISPLAY-AMOUNT.
       ADD 1 TO WS-NEXT-INVOICE-NUM.

PostFee.
       MOVE WS-NEXT-INVOICE-NUM TO ARInvoiceNum.
       MOVE IDNum TO ARCustID.
       MOVE WS-RUN-DATE TO ARInvoiceDate.
       MOVE WS-NSF-FEE TO ARInvoiceAmount.
       MOVE ZERO TO ARAmountPaid.
       SET AROpenItem TO TRUE.
       SET ARDocNsfFee TO TRUE.
       PERFORM WriteNewItem.
       MOVE WS-NEXT-INVOICE-NUM TO WS-FEE-INVOICE-NUM.
       MOVE WS-NSF-FEE TO WS-DISPLAY-AMOUNT.
       DISPLAY "Posted returned check fee " WS-NEXT-INVOICE-NUM
           " for " WS-DISPLAY-AMOUNT.
       ADD 1 TO WS-NEXT-INVOICE-NUM.

WriteNewItem.
       WRITE ARLedgerRecord
           INVALID KEY
               DISPLAY "NSFCHECK: invoice " ARInvoiceNum " already "
                   "on the ledger - check arctl.txt"
       END-WRITE.

WriteNsfLog.
       OPEN EXTEND NsfLogFile.
       MOVE IDNum TO NSCustID.
       MOVE WS-CHECK-REF TO NSCheckRef.
       MOVE WS-RUN-DATE TO NSReturnDate.
       MOVE WS-RETURN-AMOUNT TO NSAmount.
       MOVE WS-FEE-INVOICE-NUM TO NSFeeInvoiceNum.
       MOVE WS-OPERATOR-ID TO NSOperatorID.
       WRITE NsfLogRecord.
       CLOSE NsfLogFile.

WriteCustomerNote.
       PERFORM FindMaxNoteSeq.
       MOVE WS-RETURN-AMOUNT TO WS-NOTE-AMOUNT.
       OPEN EXTEND NotesFile.
       MOVE IDNum TO NoteIDNum.
       COMPUTE NoteSeq = WS-NOTE-MAX-SEQ + 1.
       MOVE WS-RUN-DATE TO NoteDate.
       MOVE WS-OPERATOR-ID TO NoteOperator.
       MOVE SPACES TO NoteText.
       STRING "RETURNED CHECK " DELIMITED BY SIZE
           WS-CHECK-REF DELIMITED BY SPACE
           " " WS-NOTE-AMOUNT " NSF FEE INV "
           WS-FEE-INVOICE-NUM DELIMITED BY SIZE
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

LoadParms.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmFee IS NUMERIC
               MOVE ParmFee TO WS-NSF-FEE
           END-IF
           IF ParmReturnLimit IS NUMERIC
               MOVE ParmReturnLimit TO WS-RETURN-LIMIT
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadPlans.
*> Read-ahead so a file too big for the table refuses the run -
*> SavePlans rewrites the file whole and would otherwise truncate
*> installment 501 onward
       MOVE 'N' TO WS-PLAN-EOF.
       OPEN INPUT PayPlanFile.
       PERFORM ReadPlan.
       PERFORM UNTIL WS-PLAN-EOF = 'Y' OR PlanCount = 500
           ADD 1 TO PlanCount
           MOVE PPInvoiceNum TO Pln-InvoiceNum(PlanCount)
           MOVE PPCustID TO Pln-CustID(PlanCount)
           MOVE PPInstallNum TO Pln-InstallNum(PlanCount)
           MOVE PPDueDate TO Pln-DueDate(PlanCount)
           MOVE PPAmount TO Pln-Amount(PlanCount)
           MOVE PPStatus TO Pln-Status(PlanCount)
           PERFORM ReadPlan
       END-PERFORM.
       IF WS-PLAN-EOF NOT = 'Y'
           DISPLAY "NSFCHECK: payment plan file larger than 500 "
               "installments - clear settled plans before returns"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE PayPlanFile.

ReadPlan.
       READ PayPlanFile
           AT END MOVE 'Y' TO WS-PLAN-EOF
       END-READ.

SavePlans.
       IF PlanCount = 0
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT PayPlanFile.
       PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > PlanCount
           MOVE Pln-InvoiceNum(WS-PLN-IDX) TO PPInvoiceNum
           MOVE Pln-CustID(WS-PLN-IDX) TO PPCustID
           MOVE Pln-InstallNum(WS-PLN-IDX) TO PPInstallNum
           MOVE Pln-DueDate(WS-PLN-IDX) TO PPDueDate
           MOVE Pln-Amount(WS-PLN-IDX) TO PPAmount
           MOVE Pln-Status(WS-PLN-IDX) TO PPStatus
           WRITE PayPlanRecord
       END-PERFORM.
       CLOSE PayPlanFile.

LoadNextInvoiceNum.
       OPEN INPUT ARControlFile.
       READ ARControlFile
           AT END MOVE 'Y' TO WS-ARCTL-EOF
       END-READ.
       IF WS-ARCTL-EOF NOT = 'Y'
           MOVE CtlNextInvoiceNum TO WS-NEXT-INVOICE-NUM
       END-IF.
       CLOSE ARControlFile.

SaveNextInvoiceNum.
       OPEN OUTPUT ARControlFile.
       MOVE WS-NEXT-INVOICE-NUM TO CtlNextInvoiceNum.
       WRITE ARControlRecord.
       CLOSE ARControlFile.

SignOn.
       DISPLAY " ".
       DISPLAY "Operator Sign-On".
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
               DISPLAY "Invalid operator ID or password"
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

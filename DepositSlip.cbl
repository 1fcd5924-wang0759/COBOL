       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPOSITSLIP.
*> Bank deposit preparation. DAYBALANCE proves the drawer; this
*> gathers what goes to the bank. Today's currency is the net CASH
*> tendered at the register (tenderjrnl.txt - change handed back is
*> already netted in) plus ARPAYMENT's cash payments (arapplylog.txt
*> lines with no check number); today's checks are the register's
*> CHK tenders plus ARPAYMENT's checks, one listing line per check -
*> a check applied across several invoices (or several branches of
*> a head office) is gathered back into its one paper check.
*> NSFCHECK's reversing lines are not takings and are left out.
*> The lot becomes one numbered deposit: the slip with its check
*> listing prints to depositslip.txt, the deposit is added to the
*> deposit register (bankdeposit.txt, copybooks/BANKDEPREC.cpy) as
*> outstanding, and its checks to depitems.txt
*> (copybooks/DEPITEMREC.cpy), where BANKRECON matches them against
*> the bank statement. Deposit numbers come from depctl.txt.
*> A day already deposited is not deposited twice - the rerun just
*> says so - and a day with nothing to bank makes no deposit.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL TenderFile ASSIGN TO "tenderjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ApplyLogFile ASSIGN TO "arapplylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BankDepositFile ASSIGN TO "bankdeposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DepositItemFile ASSIGN TO "depitems.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DepositControlFile ASSIGN TO "depctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "depositslip.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with taxCalculator.cbl/DAYBALANCE via copybooks/TENDERREC.cpy
FD TenderFile.
       COPY TENDERREC.

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

*> Shared with BANKRECON via copybooks/BANKDEPREC.cpy
FD BankDepositFile.
       COPY BANKDEPREC.

*> Shared with BANKRECON via copybooks/DEPITEMREC.cpy
FD DepositItemFile.
       COPY DEPITEMREC.

FD DepositControlFile.
       01 DepositControlRecord.
           02 CtlNextDepositNum PIC 9(6).

FD ReportFile.
       01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TENDER-EOF PIC X VALUE 'N'.
       01 WS-LOG-EOF PIC X VALUE 'N'.
       01 WS-BD-EOF PIC X VALUE 'N'.
       01 WS-CTL-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-LOG-DATE PIC 9(8).
       01 WS-NEXT-DEPOSIT PIC 9(6) VALUE 1.
       01 WS-ALREADY-DEPOSITED PIC 9(6) VALUE ZERO.
       01 WS-CASH-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CHECK-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-DEPOSIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHECK-AMOUNT PIC S9(8)V99.
       01 WS-FOUND-SLOT PIC 9(4).
       01 WS-TABLE-FULL PIC X VALUE 'N'.
*> One row per paper check going to the bank. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 CheckCount PIC 9(4) VALUE ZERO.
       01 CheckTable.
           02 CheckEntry OCCURS 0 TO 500 TIMES
                   DEPENDING ON CheckCount.
               03 Ck-Ref PIC X(10).
               03 Ck-CustID PIC 9(5).
               03 Ck-ReceiptNum PIC 9(6).
               03 Ck-Amount PIC S9(8)V99.
       01 WS-CK-IDX PIC 9(4).
*> OPSLOG linkage - a refused deposit lands on the central message
*> log for the morning shift
       01 WS-OPS-PROGRAM PIC X(12) VALUE "DEPOSITSLIP".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-DISPLAY-AMOUNT PIC $$$,$$$,$$9.99.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(15) VALUE "DEPOSIT NUMBER ".
           02 WS-H-DEPOSIT PIC 9(6).
           02 FILLER PIC X(8) VALUE "   DATE ".
           02 WS-H-DATE PIC 9(8).
       01 WS-COLUMN-LINE.
           02 FILLER PIC X(14) VALUE "  CHECK NUMBER".
           02 FILLER PIC X(10) VALUE "  CUSTOMER".
           02 FILLER PIC X(9) VALUE "  RECEIPT".
           02 FILLER PIC X(17) VALUE "           AMOUNT".
       01 WS-CHECK-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-C-REF PIC X(10).
           02 FILLER PIC X(5) VALUE SPACES.
           02 WS-C-CUST PIC ZZZZZ.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-C-RECEIPT PIC ZZZZZZ.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-C-AMOUNT PIC ---,---,--9.99.
       01 WS-MONEY-LINE.
           02 WS-M-LABEL PIC X(36).
           02 WS-M-AMOUNT PIC ---,---,--9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM CheckAlreadyDeposited.
       IF WS-ALREADY-DEPOSITED NOT = ZERO
           DISPLAY "DEPOSITSLIP: " WS-RUN-DATE " already banked as "
               "deposit " WS-ALREADY-DEPOSITED " - nothing to do"
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM GatherTenders.
       PERFORM GatherPayments.
       IF WS-TABLE-FULL = 'Y'
           DISPLAY "DEPOSITSLIP: more than 500 checks today - no "
               "deposit prepared"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "OVER 500 CHECKS IN ONE DAY - DEPOSIT REFUSED"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > CheckCount
           IF Ck-Amount(WS-CK-IDX) NOT = ZERO
               ADD Ck-Amount(WS-CK-IDX) TO WS-CHECK-TOTAL
               ADD 1 TO WS-CHECK-COUNT
           END-IF
       END-PERFORM.
       COMPUTE WS-DEPOSIT-TOTAL = WS-CASH-TOTAL + WS-CHECK-TOTAL.
       IF WS-DEPOSIT-TOTAL NOT > ZERO AND WS-CHECK-COUNT = 0
           DISPLAY "DEPOSITSLIP: no cash or checks taken today - "
               "no deposit"
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "DEPOSITSLIP: unable to open depositslip.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadNextDeposit.
       PERFORM PrintSlip.
       CLOSE ReportFile.
       PERFORM WriteDeposit.
       ADD 1 TO WS-NEXT-DEPOSIT.
       PERFORM SaveNextDeposit.
       MOVE WS-DEPOSIT-TOTAL TO WS-DISPLAY-AMOUNT.
       DISPLAY "Deposit " WS-H-DEPOSIT " prepared - "
           WS-DISPLAY-AMOUNT " with " WS-CHECK-COUNT " checks".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

CheckAlreadyDeposited.
       OPEN INPUT BankDepositFile.
       PERFORM UNTIL WS-BD-EOF = 'Y'
           READ BankDepositFile
               AT END MOVE 'Y' TO WS-BD-EOF
           END-READ
           IF WS-BD-EOF NOT = 'Y'
               IF BDDate = WS-RUN-DATE
                   MOVE BDDepositNum TO WS-ALREADY-DEPOSITED
               END-IF
           END-IF
       END-PERFORM.
       CLOSE BankDepositFile.

GatherTenders.
       OPEN INPUT TenderFile.
       PERFORM UNTIL WS-TENDER-EOF = 'Y'
           READ TenderFile
               AT END MOVE 'Y' TO WS-TENDER-EOF
           END-READ
           IF WS-TENDER-EOF NOT = 'Y'
               IF TDDate = WS-RUN-DATE
                   EVALUATE TDMethod
                       WHEN "CASH"
                           ADD TDAmount TO WS-CASH-TOTAL
                       WHEN "CHK "
                           *> Each register check is its own line,
                           *> tied to the receipt it was taken on
                           PERFORM AddRegisterCheck
                   END-EVALUATE
               END-IF
           END-IF
       END-PERFORM.
       CLOSE TenderFile.

AddRegisterCheck.
       IF CheckCount = 500
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO CheckCount.
       MOVE TDReference TO Ck-Ref(CheckCount).
       MOVE ZERO TO Ck-CustID(CheckCount).
       MOVE TDReceiptNum TO Ck-ReceiptNum(CheckCount).
       MOVE TDAmount TO Ck-Amount(CheckCount).

GatherPayments.
       OPEN INPUT ApplyLogFile.
       PERFORM UNTIL WS-LOG-EOF = 'Y'
           READ ApplyLogFile
               AT END MOVE 'Y' TO WS-LOG-EOF
           END-READ
           IF WS-LOG-EOF NOT = 'Y'
               MOVE LogTimestamp(1:8) TO WS-LOG-DATE
               IF WS-LOG-DATE = WS-RUN-DATE
                       AND NOT LogReturnedCheck
                   MOVE FUNCTION NUMVAL(LogAppliedAmount)
                       TO WS-CHECK-AMOUNT
                   IF LogCheckRef = SPACES
                       *> Cash payments - and held on-account cash
                       *> applied today, whose offsetting line nets
                       *> back to nothing
                       ADD WS-CHECK-AMOUNT TO WS-CASH-TOTAL
                   ELSE
                       PERFORM AddPaymentCheck
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ApplyLogFile.

AddPaymentCheck.
*> One paper check can show up as several applications - one per
*> invoice, and one per branch for a head-office check - all
*> carrying the same check number and paying account
       MOVE 0 TO WS-FOUND-SLOT.
       PERFORM VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > CheckCount OR WS-FOUND-SLOT > 0
           IF Ck-Ref(WS-CK-IDX) = LogCheckRef
                   AND Ck-CustID(WS-CK-IDX) = LogPayerID
                   AND Ck-ReceiptNum(WS-CK-IDX) = ZERO
               MOVE WS-CK-IDX TO WS-FOUND-SLOT
           END-IF
       END-PERFORM.
       IF WS-FOUND-SLOT = 0
           IF CheckCount = 500
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CheckCount
           MOVE CheckCount TO WS-FOUND-SLOT
           MOVE LogCheckRef TO Ck-Ref(WS-FOUND-SLOT)
           MOVE LogPayerID TO Ck-CustID(WS-FOUND-SLOT)
           MOVE ZERO TO Ck-ReceiptNum(WS-FOUND-SLOT)
           MOVE ZERO TO Ck-Amount(WS-FOUND-SLOT)
       END-IF.
       ADD WS-CHECK-AMOUNT TO Ck-Amount(WS-FOUND-SLOT).

PrintSlip.
       MOVE "BANK DEPOSIT SLIP" TO ReportLine.
       WRITE ReportLine.
       MOVE WS-NEXT-DEPOSIT TO WS-H-DEPOSIT.
       MOVE WS-RUN-DATE TO WS-H-DATE.
       MOVE WS-HEADING-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "CHECKS" TO ReportLine.
       WRITE ReportLine.
       MOVE WS-COLUMN-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > CheckCount
           IF Ck-Amount(WS-CK-IDX) NOT = ZERO
               MOVE Ck-Ref(WS-CK-IDX) TO WS-C-REF
               MOVE Ck-CustID(WS-CK-IDX) TO WS-C-CUST
               MOVE Ck-ReceiptNum(WS-CK-IDX) TO WS-C-RECEIPT
               MOVE Ck-Amount(WS-CK-IDX) TO WS-C-AMOUNT
               MOVE WS-CHECK-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "CURRENCY AND COIN:" TO WS-M-LABEL.
       MOVE WS-CASH-TOTAL TO WS-M-AMOUNT.
       MOVE WS-MONEY-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO WS-M-LABEL.
       STRING "CHECKS (" WS-CHECK-COUNT "):" DELIMITED BY SIZE
           INTO WS-M-LABEL.
       MOVE WS-CHECK-TOTAL TO WS-M-AMOUNT.
       MOVE WS-MONEY-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "TOTAL DEPOSIT:" TO WS-M-LABEL.
       MOVE WS-DEPOSIT-TOTAL TO WS-M-AMOUNT.
       MOVE WS-MONEY-LINE TO ReportLine.
       WRITE ReportLine.

WriteDeposit.
       OPEN EXTEND BankDepositFile.
       MOVE WS-NEXT-DEPOSIT TO BDDepositNum.
       MOVE WS-RUN-DATE TO BDDate.
       MOVE WS-CASH-TOTAL TO BDCashAmount.
       MOVE WS-CHECK-TOTAL TO BDCheckAmount.
       MOVE WS-CHECK-COUNT TO BDCheckCount.
       MOVE WS-DEPOSIT-TOTAL TO BDTotal.
       SET BDOutstanding TO TRUE.
       MOVE ZERO TO BDClearedDate.
       WRITE BankDepositRecord.
       CLOSE BankDepositFile.
       OPEN EXTEND DepositItemFile.
       PERFORM VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > CheckCount
           IF Ck-Amount(WS-CK-IDX) NOT = ZERO
               MOVE WS-NEXT-DEPOSIT TO DIDepositNum
               MOVE Ck-Ref(WS-CK-IDX) TO DICheckRef
               MOVE Ck-CustID(WS-CK-IDX) TO DICustID
               MOVE Ck-ReceiptNum(WS-CK-IDX) TO DIReceiptNum
               MOVE Ck-Amount(WS-CK-IDX) TO DIAmount
               WRITE DepositItemRecord
           END-IF
       END-PERFORM.
       CLOSE DepositItemFile.

LoadNextDeposit.
       OPEN INPUT DepositControlFile.
       READ DepositControlFile
           AT END MOVE 'Y' TO WS-CTL-EOF
       END-READ.
       IF WS-CTL-EOF NOT = 'Y'
           MOVE CtlNextDepositNum TO WS-NEXT-DEPOSIT
       END-IF.
       CLOSE DepositControlFile.

SaveNextDeposit.
       OPEN OUTPUT DepositControlFile.
       MOVE WS-NEXT-DEPOSIT TO CtlNextDepositNum.
       WRITE DepositControlRecord.
       CLOSE DepositControlFile.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDITREVIEW.
*> Credit balance review. Overpayments, refund sessions at the
*> register and unapplied cash held on account leave customers owed
*> money rather than owing it. For every customer, the open items on
*> the A/R ledger (arledger.dat) are netted against the cash held on
*> account (onaccount.txt); every customer whose net is in credit is
*> listed into credit_review.txt with the two halves, the credit
*> available to refund, and any refunds already issued this month
*> (refundlog.txt, copybooks/REFUNDREC.cpy). Largest credit first.
*> Approved refunds are issued by check from the same list in
*> CUSTREFUND.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT OPTIONAL OnAccountFile ASSIGN TO "onaccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RefundFile ASSIGN TO "refundlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ReportFile ASSIGN TO "credit_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with taxCalculator.cbl/ARPAYMENT via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
       COPY ARLEDREC.

*> Shared with ARPAYMENT/CUSTSTMT via copybooks/ONACCTREC.cpy
FD OnAccountFile.
       COPY ONACCTREC.

*> Shared with CUSTREFUND/CUSTSTMT via copybooks/REFUNDREC.cpy
FD RefundFile.
       COPY REFUNDREC.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-IDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-PICK PIC 9(4).
       01 WS-PRINTED PIC 9(4) VALUE ZERO.
       01 WS-TABLE-FULL PIC X VALUE 'N'.
       01 WS-OPEN-AMOUNT PIC S9(8)V99.
       01 WS-CUST-KEY PIC 9(5).
       01 WS-IN-CREDIT PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-CREDIT PIC S9(9)V99 VALUE ZERO.
*> One row per customer with open items or cash on account. The
*> DEPENDING ON counter must be declared ahead of the table it sizes
       01 BalanceCount PIC 9(4) VALUE ZERO.
       01 BalanceTable.
           02 BalanceEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON BalanceCount.
               03 Bl-CustID PIC 9(5).
               03 Bl-Ledger PIC S9(9)V99.
               03 Bl-OnAccount PIC S9(9)V99.
               03 Bl-Credit PIC S9(9)V99.
               03 Bl-Refunded PIC S9(9)V99.
               03 Bl-Printed PIC X.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(27) VALUE "CREDIT BALANCE REVIEW  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
               "CUSTOMER                      ".
           02 FILLER PIC X(30) VALUE
               "                 LEDGER      O".
           02 FILLER PIC X(30) VALUE
               "N ACCOUNT     CREDIT DUE      ".
           02 FILLER PIC X(9) VALUE " REFUNDED".
       01 WS-DETAIL-LINE.
           02 WS-R-CUST-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-NAME PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-LEDGER PIC ----,---,--9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-ONACCT PIC ----,---,--9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-CREDIT PIC ---,---,--9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-REFUNDED PIC ---,---,--9.99.
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(20) VALUE "CUSTOMERS IN CREDIT:".
           02 WS-TL-COUNT PIC ZZZ9.
           02 FILLER PIC X(17) VALUE "   TOTAL CREDIT: ".
           02 WS-TL-CREDIT PIC $$$,$$$,$$9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CREDITREVIEW".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CREDITREVIEW: unable to open credit_review.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM TotalLedger.
       PERFORM TotalOnAccount.
       PERFORM TotalRefunds.
       IF WS-TABLE-FULL = 'Y'
           *> Refuse rather than list some credits as if they were
           *> all of them
           MOVE "CREDITREVIEW: more than 2000 customers with balances "
               TO ReportLine
           WRITE ReportLine
           MOVE "- report not produced" TO ReportLine
           WRITE ReportLine
           DISPLAY "CREDITREVIEW: table full - report not produced"
           PERFORM CloseFiles
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM PrintReport.
       PERFORM CloseFiles.
       DISPLAY "Credit balance review complete. Customers in credit: "
           WS-IN-CREDIT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

CloseFiles.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.

TotalLedger.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ARLedgerFile.
       PERFORM UNTIL AtEndOfFile
           READ ARLedgerFile
               AT END SET AtEndOfFile TO TRUE
           END-READ
           IF NotAtEndOfFile AND AROpenItem
               COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid
               MOVE ARCustID TO WS-CUST-KEY
               PERFORM FindCustomerSlot
               IF WS-SLOT > 0
                   ADD WS-OPEN-AMOUNT TO Bl-Ledger(WS-SLOT)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ARLedgerFile.

TotalOnAccount.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT OnAccountFile.
       PERFORM UNTIL AtEndOfFile
           READ OnAccountFile
               AT END SET AtEndOfFile TO TRUE
           END-READ
           IF NotAtEndOfFile
               MOVE OACustID TO WS-CUST-KEY
               PERFORM FindCustomerSlot
               IF WS-SLOT > 0
                   ADD OAAmount TO Bl-OnAccount(WS-SLOT)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OnAccountFile.

TotalRefunds.
       *> Only customers already on the list - a refunded customer
       *> with no balance left has nothing to review
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT RefundFile.
       PERFORM UNTIL AtEndOfFile
           READ RefundFile
               AT END SET AtEndOfFile TO TRUE
           END-READ
           IF NotAtEndOfFile AND RFDate(1:6) = WS-RUN-DATE(1:6)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > BalanceCount
                   IF Bl-CustID(WS-IDX) = RFCustID
                       ADD RFAmount TO Bl-Refunded(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE RefundFile.

FindCustomerSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > BalanceCount OR WS-SLOT > 0
           IF Bl-CustID(WS-IDX) = WS-CUST-KEY
               MOVE WS-IDX TO WS-SLOT
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
           MOVE ZERO TO Bl-Refunded(WS-SLOT)
       END-IF.

PrintReport.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "Customers whose open ledger items less cash held on "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "account leave them in credit, largest credit first. "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "Approved refunds are issued by check in CUSTREFUND."
           TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       *> The credit is what the customer is owed - positive here
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > BalanceCount
           COMPUTE Bl-Credit(WS-IDX) =
               Bl-OnAccount(WS-IDX) - Bl-Ledger(WS-IDX)
           IF Bl-Credit(WS-IDX) > ZERO
               MOVE 'N' TO Bl-Printed(WS-IDX)
               ADD 1 TO WS-IN-CREDIT
               ADD Bl-Credit(WS-IDX) TO WS-TOTAL-CREDIT
           ELSE
               MOVE 'Y' TO Bl-Printed(WS-IDX)
           END-IF
       END-PERFORM.
       *> Largest credit first: each pass prints the largest credit
       *> not yet printed
       PERFORM UNTIL WS-PRINTED = WS-IN-CREDIT
           MOVE 0 TO WS-PICK
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > BalanceCount
               IF Bl-Printed(WS-IDX) = 'N'
                   IF WS-PICK = 0
                       MOVE WS-IDX TO WS-PICK
                   ELSE
                       IF Bl-Credit(WS-IDX) > Bl-Credit(WS-PICK)
                           MOVE WS-IDX TO WS-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PrintCustomer
       END-PERFORM.
       IF WS-IN-CREDIT = 0
           MOVE "No customer is in credit" TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-IN-CREDIT TO WS-TL-COUNT.
       MOVE WS-TOTAL-CREDIT TO WS-TL-CREDIT.
       MOVE WS-TOTAL-LINE TO ReportLine.
       WRITE ReportLine.

PrintCustomer.
       MOVE 'Y' TO Bl-Printed(WS-PICK).
       ADD 1 TO WS-PRINTED.
       MOVE Bl-CustID(WS-PICK) TO WS-R-CUST-ID.
       MOVE Bl-CustID(WS-PICK) TO IDNum.
       MOVE "(NOT ON FILE)" TO WS-R-NAME.
       IF WS-CUSTOMERS-OPEN = 'Y'
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-R-NAME
                   STRING FUNCTION TRIM(FirstName) " "
                          FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO WS-R-NAME
           END-READ
       END-IF.
       MOVE Bl-Ledger(WS-PICK) TO WS-R-LEDGER.
       MOVE Bl-OnAccount(WS-PICK) TO WS-R-ONACCT.
       MOVE Bl-Credit(WS-PICK) TO WS-R-CREDIT.
       MOVE Bl-Refunded(WS-PICK) TO WS-R-REFUNDED.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "credit_review.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

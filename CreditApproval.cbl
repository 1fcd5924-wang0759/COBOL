       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDAPPROVE.
*> Supervisor-only decision on credit account applications. tutorial10
*> takes the application (creditapps.txt, copybooks/CREDAPPREC.cpy)
*> and the customer stays cash-only at billing while it waits; this
*> is the only program that decides one, behind the same supervisor
*> ('S' role) sign-on CREDITRELEASE demands.
*> Approving sets the customer's limit on creditlimits.txt
*> (copybooks/CREDLIMREC.cpy) - the amount asked for unless the
*> supervisor grants a different one - and opens the account at
*> billing. Declining leaves the customer cash-only; a fresh
*> application can be taken later. The deciding supervisor and date
*> are stamped on the application, which stays on file as history.
*> The limit on an approved account can be changed here too.
*> Both files are loaded to tables and rewritten at the end, the same
*> load/save-around-the-work pattern CREDITRELEASE uses for holds.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CreditAppFile ASSIGN TO "creditapps.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CreditLimitFile ASSIGN TO "creditlimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Names for the pending list only - OPTIONAL so a missing master
*> still lets the supervisor decide by customer ID
       SELECT OPTIONAL CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with tutorial10/taxCalculator.cbl via copybooks/CREDAPPREC.cpy
FD CreditAppFile.
       COPY CREDAPPREC.

*> Shared with taxCalculator.cbl via copybooks/CREDLIMREC.cpy
FD CreditLimitFile.
       COPY CREDLIMREC.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Same layout tutorial10's OperatorFile reads; a decision needs the
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
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-APP-EOF PIC X VALUE 'N'.
       01 WS-LIMIT-EOF PIC X VALUE 'N'.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-ID-INPUT PIC X(5).
       01 WS-CUST-ID PIC 9(5).
       01 WS-DECISION PIC X.
       01 WS-GRANT PIC 9(8)V99.
       01 WS-DISPLAY-AMOUNT PIC $$$,$$$,$$9.99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-WAITING PIC 9(4).
       01 WS-PENDING PIC 9(4).
       01 WS-NAME PIC X(31).
*> DATEUTIL linkage - days waiting comes from the shared date library
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> Every application on file, decided ones included so the history
*> is written back intact. The DEPENDING ON counters must be
*> declared ahead of the tables they size
       01 AppCount PIC 9(4) VALUE ZERO.
       01 AppTable.
           02 AppEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON AppCount.
               03 Ap-CustID PIC 9(5).
               03 Ap-AppDate PIC 9(8).
               03 Ap-TakenBy PIC X(10).
               03 Ap-Requested PIC 9(8)V99.
               03 Ap-BankName PIC X(20).
               03 Ap-BankAccount PIC X(15).
               03 Ap-TradeRef1 PIC X(30).
               03 Ap-TradeRef2 PIC X(30).
               03 Ap-Status PIC X.
               03 Ap-DecisionDate PIC 9(8).
               03 Ap-DecidedBy PIC X(10).
               03 Ap-Approved PIC 9(8)V99.
       01 LimitCount PIC 9(4) VALUE ZERO.
       01 LimitTable.
           02 LimitEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON LimitCount.
               03 Lm-CustID PIC 9(5).
               03 Lm-Limit PIC 9(8)V99.
       01 WS-IDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-LM-SLOT PIC 9(4).
*> Operator sign-on, same mechanism as tutorial10 (coboltut.cbl) but
*> supervisors only
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

PROCEDURE DIVISION.
StartPara.
       PERFORM SignOn.
       IF NOT OperatorSignedOn
           DISPLAY "CREDAPPROVE: supervisor sign-on failed - no "
               "applications decided"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadApplications.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       PERFORM LoadLimits.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "CREDIT APPLICATIONS"
           DISPLAY "1 : List Applications Waiting"
           DISPLAY "2 : Approve or Decline an Application"
           DISPLAY "3 : Change an Approved Credit Limit"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ListPending
               WHEN 2 PERFORM DecideApplication
               WHEN 3 PERFORM ChangeLimit
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       PERFORM SaveApplications.
       PERFORM SaveLimits.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ListPending.
       DISPLAY " ".
       MOVE 0 TO WS-PENDING.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > AppCount
           IF Ap-Status(WS-IDX) = 'P'
               ADD 1 TO WS-PENDING
               PERFORM WorkOutWaiting
               MOVE Ap-CustID(WS-IDX) TO WS-CUST-ID
               PERFORM LookUpName
               MOVE Ap-Requested(WS-IDX) TO WS-DISPLAY-AMOUNT
               DISPLAY Ap-CustID(WS-IDX) " " WS-NAME " taken "
                   Ap-AppDate(WS-IDX) " (" WS-WAITING " days)  asks "
                   WS-DISPLAY-AMOUNT
           END-IF
       END-PERFORM.
       IF WS-PENDING = 0
           DISPLAY "No applications waiting"
       END-IF.

DecideApplication.
       PERFORM GetCustomerID.
       *> The latest pending application for the customer
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > AppCount
           IF Ap-CustID(WS-IDX) = WS-CUST-ID
                   AND Ap-Status(WS-IDX) = 'P'
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           DISPLAY "No application waiting for customer " WS-CUST-ID
           EXIT PARAGRAPH
       END-IF.
       PERFORM LookUpName.
       MOVE Ap-Requested(WS-SLOT) TO WS-DISPLAY-AMOUNT.
       DISPLAY "Customer     : " WS-CUST-ID " " WS-NAME.
       DISPLAY "Taken        : " Ap-AppDate(WS-SLOT) " by "
           Ap-TakenBy(WS-SLOT).
       DISPLAY "Limit asked  : " WS-DISPLAY-AMOUNT.
       DISPLAY "Bank         : " Ap-BankName(WS-SLOT) " "
           Ap-BankAccount(WS-SLOT).
       DISPLAY "Reference 1  : " Ap-TradeRef1(WS-SLOT).
       DISPLAY "Reference 2  : " Ap-TradeRef2(WS-SLOT).
       DISPLAY "A=approve, D=decline, anything else leaves it "
           "waiting : " WITH NO ADVANCING.
       ACCEPT WS-DECISION.
       EVALUATE TRUE
           WHEN WS-DECISION = 'A' OR WS-DECISION = 'a'
               PERFORM ApproveApplication
           WHEN WS-DECISION = 'D' OR WS-DECISION = 'd'
               MOVE 'D' TO Ap-Status(WS-SLOT)
               MOVE WS-RUN-DATE TO Ap-DecisionDate(WS-SLOT)
               MOVE WS-OPERATOR-ID TO Ap-DecidedBy(WS-SLOT)
               MOVE ZERO TO Ap-Approved(WS-SLOT)
               DISPLAY "Declined - the customer stays cash-only"
           WHEN OTHER
               DISPLAY "Left waiting"
       END-EVALUATE.

ApproveApplication.
       PERFORM FindLimitSlot.
       IF WS-LM-SLOT = 0 AND LimitCount = 2000
           DISPLAY "Credit limit table full - not approved"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Limit to grant (0 = as asked) : " WITH NO ADVANCING.
       MOVE ZERO TO WS-GRANT.
       ACCEPT WS-GRANT.
       IF WS-GRANT = ZERO
           MOVE Ap-Requested(WS-SLOT) TO WS-GRANT
       END-IF.
       MOVE 'A' TO Ap-Status(WS-SLOT).
       MOVE WS-RUN-DATE TO Ap-DecisionDate(WS-SLOT).
       MOVE WS-OPERATOR-ID TO Ap-DecidedBy(WS-SLOT).
       MOVE WS-GRANT TO Ap-Approved(WS-SLOT).
       PERFORM SetLimit.
       MOVE WS-GRANT TO WS-DISPLAY-AMOUNT.
       DISPLAY "Approved - credit limit " WS-DISPLAY-AMOUNT.

ChangeLimit.
       PERFORM GetCustomerID.
       *> Only an account whose latest application was approved has
       *> a limit worth changing here
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > AppCount
           IF Ap-CustID(WS-IDX) = WS-CUST-ID
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           DISPLAY "No credit application on file for customer "
               WS-CUST-ID
           EXIT PARAGRAPH
       END-IF.
       IF Ap-Status(WS-SLOT) NOT = 'A'
           DISPLAY "Customer " WS-CUST-ID " has no approved credit "
               "account"
           EXIT PARAGRAPH
       END-IF.
       PERFORM FindLimitSlot.
       IF WS-LM-SLOT = 0 AND LimitCount = 2000
           DISPLAY "Credit limit table full - not changed"
           EXIT PARAGRAPH
       END-IF.
       IF WS-LM-SLOT > 0
           MOVE Lm-Limit(WS-LM-SLOT) TO WS-DISPLAY-AMOUNT
           DISPLAY "Current limit : " WS-DISPLAY-AMOUNT
       END-IF.
       DISPLAY "New limit : " WITH NO ADVANCING.
       MOVE ZERO TO WS-GRANT.
       ACCEPT WS-GRANT.
       IF WS-GRANT = ZERO
           DISPLAY "Limit left unchanged"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-GRANT TO Ap-Approved(WS-SLOT).
       PERFORM SetLimit.
       MOVE WS-GRANT TO WS-DISPLAY-AMOUNT.
       DISPLAY "Credit limit now " WS-DISPLAY-AMOUNT.

GetCustomerID.
       DISPLAY " ".
       MOVE SPACES TO WS-ID-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "ID must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-ID-INPUT TO WS-CUST-ID.

FindLimitSlot.
       MOVE 0 TO WS-LM-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LimitCount OR WS-LM-SLOT > 0
           IF Lm-CustID(WS-IDX) = WS-CUST-ID
               MOVE WS-IDX TO WS-LM-SLOT
           END-IF
       END-PERFORM.

SetLimit.
       *> Caller has checked there is room for a new line
       PERFORM FindLimitSlot.
       IF WS-LM-SLOT = 0
           ADD 1 TO LimitCount
           MOVE LimitCount TO WS-LM-SLOT
           MOVE WS-CUST-ID TO Lm-CustID(WS-LM-SLOT)
       END-IF.
       MOVE WS-GRANT TO Lm-Limit(WS-LM-SLOT).

LookUpName.
       MOVE "(NOT ON FILE)" TO WS-NAME.
       IF WS-CUSTOMERS-OPEN = 'Y'
           MOVE WS-CUST-ID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-NAME
                   STRING FUNCTION TRIM(FirstName) " "
                          FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO WS-NAME
           END-READ
       END-IF.

WorkOutWaiting.
       MOVE ZERO TO WS-WAITING.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
           Ap-AppDate(WS-IDX), WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS = "00" AND WS-DU-DAYS > 0
           MOVE WS-DU-DAYS TO WS-WAITING
       END-IF.

LoadApplications.
       OPEN INPUT CreditAppFile.
       PERFORM ReadApplication.
       PERFORM UNTIL WS-APP-EOF = 'Y' OR AppCount = 2000
           ADD 1 TO AppCount
           MOVE CACustID TO Ap-CustID(AppCount)
           MOVE CAAppDate TO Ap-AppDate(AppCount)
           MOVE CATakenBy TO Ap-TakenBy(AppCount)
           MOVE CARequestedLimit TO Ap-Requested(AppCount)
           MOVE CABankName TO Ap-BankName(AppCount)
           MOVE CABankAccount TO Ap-BankAccount(AppCount)
           MOVE CATradeRef1 TO Ap-TradeRef1(AppCount)
           MOVE CATradeRef2 TO Ap-TradeRef2(AppCount)
           MOVE CAStatus TO Ap-Status(AppCount)
           MOVE CADecisionDate TO Ap-DecisionDate(AppCount)
           MOVE CADecidedBy TO Ap-DecidedBy(AppCount)
           MOVE CAApprovedLimit TO Ap-Approved(AppCount)
           PERFORM ReadApplication
       END-PERFORM.
       IF WS-APP-EOF NOT = 'Y'
           DISPLAY "CREDAPPROVE: application file larger than 2000 "
               "records - file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CreditAppFile.

ReadApplication.
       READ CreditAppFile
           AT END MOVE 'Y' TO WS-APP-EOF
       END-READ.

LoadLimits.
       OPEN INPUT CreditLimitFile.
       PERFORM ReadLimit.
       PERFORM UNTIL WS-LIMIT-EOF = 'Y' OR LimitCount = 2000
           ADD 1 TO LimitCount
           MOVE CLCustID TO Lm-CustID(LimitCount)
           MOVE CLLimit TO Lm-Limit(LimitCount)
           PERFORM ReadLimit
       END-PERFORM.
       IF WS-LIMIT-EOF NOT = 'Y'
           DISPLAY "CREDAPPROVE: credit limit file larger than 2000 "
               "records - file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CreditLimitFile.

ReadLimit.
       READ CreditLimitFile
           AT END MOVE 'Y' TO WS-LIMIT-EOF
       END-READ.

SaveApplications.
       OPEN OUTPUT CreditAppFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > AppCount
           MOVE Ap-CustID(WS-IDX) TO CACustID
           MOVE Ap-AppDate(WS-IDX) TO CAAppDate
           MOVE Ap-TakenBy(WS-IDX) TO CATakenBy
           MOVE Ap-Requested(WS-IDX) TO CARequestedLimit
           MOVE Ap-BankName(WS-IDX) TO CABankName
           MOVE Ap-BankAccount(WS-IDX) TO CABankAccount
           MOVE Ap-TradeRef1(WS-IDX) TO CATradeRef1
           MOVE Ap-TradeRef2(WS-IDX) TO CATradeRef2
           MOVE Ap-Status(WS-IDX) TO CAStatus
           MOVE Ap-DecisionDate(WS-IDX) TO CADecisionDate
           MOVE Ap-DecidedBy(WS-IDX) TO CADecidedBy
           MOVE Ap-Approved(WS-IDX) TO CAApprovedLimit
           WRITE CreditAppRecord
       END-PERFORM.
       CLOSE CreditAppFile.

SaveLimits.
       OPEN OUTPUT CreditLimitFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > LimitCount
           MOVE Lm-CustID(WS-IDX) TO CLCustID
           MOVE Lm-Limit(WS-IDX) TO CLLimit
           WRITE CreditLimitRecord
       END-PERFORM.
       CLOSE CreditLimitFile.

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

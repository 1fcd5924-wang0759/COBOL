       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDLIMACPT.
*> Credit manager's decisions on the quarterly credit limit review.
*> CREDLIMRVW prints credit_limit_review.txt and leaves each
*> increase or decrease it suggests on credlimsugg.txt (copybooks/
*> CLSUGGREC.cpy); behind the same supervisor ('S' role) sign-on
*> CREDAPPROVE demands, this walks the suggestions still pending and
*> for each one the supervisor accepts it - at the suggested limit
*> or a different one keyed instead - rejects it, or leaves it for
*> later.
*> Accepting sets the customer's limit on creditlimits.txt
*> (copybooks/CREDLIMREC.cpy) and logs the change to
*> creditlimlog.txt (copybooks/CLCHGREC.cpy) with the limit before
*> and after and who accepted it. A suggestion whose limit has been
*> changed since the review (in CREDAPPROVE, say) is not offered -
*> it was worked out against a limit no longer on file.
*> The deciding supervisor and date are stamped on each suggestion.
*> Both files are loaded to tables and rewritten at the end, the same
*> load/save-around-the-work pattern CREDAPPROVE uses.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SuggestFile ASSIGN TO "credlimsugg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CreditLimitFile ASSIGN TO "creditlimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ChangeLogFile ASSIGN TO "creditlimlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Names for the prompts only - OPTIONAL so a missing master still
*> lets the supervisor decide by customer ID
       SELECT OPTIONAL CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with CREDLIMRVW via copybooks/CLSUGGREC.cpy
FD SuggestFile.
       COPY CLSUGGREC.

*> Shared with CREDAPPROVE/taxCalculator.cbl via copybooks/CREDLIMREC.cpy
FD CreditLimitFile.
       COPY CREDLIMREC.

*> Shared with CREDLIMRVW via copybooks/CLCHGREC.cpy
FD ChangeLogFile.
       COPY CLCHGREC.

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
       01 WS-SUGGEST-EOF PIC X VALUE 'N'.
       01 WS-LIMIT-EOF PIC X VALUE 'N'.
       01 WS-QUIT PIC X VALUE 'N'.
       01 WS-DECISION PIC X.
       01 WS-GRANT PIC 9(8)V99.
       01 WS-DISPLAY-AMOUNT PIC $$,$$$,$$9.99.
       01 WS-DISPLAY-PEAK PIC ---,---,--9.99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-NAME PIC X(31).
       01 WS-CUST-ID PIC 9(5).
       01 WS-ACCEPTED PIC 9(4) VALUE ZERO.
       01 WS-REJECTED PIC 9(4) VALUE ZERO.
       01 WS-PENDING PIC 9(4) VALUE ZERO.
*> Every suggestion on file, decided ones included so the record of
*> decisions is written back intact. The DEPENDING ON counters must
*> be declared ahead of the tables they size
       01 SuggestCount PIC 9(4) VALUE ZERO.
       01 SuggestTable.
           02 SuggestEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON SuggestCount.
               03 Sg-CustID PIC 9(5).
               03 Sg-QuarterEnd PIC 9(8).
               03 Sg-CurrentLimit PIC 9(8)V99.
               03 Sg-SuggestedLimit PIC 9(8)V99.
               03 Sg-Action PIC X.
               03 Sg-AvgDays PIC 9(3).
               03 Sg-Payments PIC 9(4).
               03 Sg-LateCount PIC 9(4).
               03 Sg-PeakBalance PIC S9(8)V99.
               03 Sg-DunCount PIC 9(3).
               03 Sg-Status PIC X.
               03 Sg-DecisionDate PIC 9(8).
               03 Sg-DecidedBy PIC X(10).
       01 LimitCount PIC 9(4) VALUE ZERO.
       01 LimitTable.
           02 LimitEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON LimitCount.
               03 Lm-CustID PIC 9(5).
               03 Lm-Limit PIC 9(8)V99.
       01 WS-IDX PIC 9(4).
       01 WS-SG-IDX PIC 9(4).
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
           DISPLAY "CREDLIMACPT: supervisor sign-on failed - no "
               "limits changed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadSuggestions.
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
       PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > SuggestCount OR WS-QUIT = 'Y'
           IF Sg-Status(WS-SG-IDX) = 'P'
               PERFORM OfferSuggestion
           END-IF
       END-PERFORM.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       PERFORM SaveSuggestions.
       PERFORM SaveLimits.
       PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > SuggestCount
           IF Sg-Status(WS-SG-IDX) = 'P'
               ADD 1 TO WS-PENDING
           END-IF
       END-PERFORM.
       DISPLAY "Limits changed: " WS-ACCEPTED "  rejected: "
           WS-REJECTED "  still pending: " WS-PENDING.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

OfferSuggestion.
       MOVE Sg-CustID(WS-SG-IDX) TO WS-CUST-ID.
       PERFORM FindLimitSlot.
       IF WS-LM-SLOT = 0
           DISPLAY "Customer " WS-CUST-ID " no longer has a credit "
               "limit - suggestion skipped"
           EXIT PARAGRAPH
       END-IF.
       IF Lm-Limit(WS-LM-SLOT) NOT = Sg-CurrentLimit(WS-SG-IDX)
           MOVE Lm-Limit(WS-LM-SLOT) TO WS-DISPLAY-AMOUNT
           DISPLAY "Customer " WS-CUST-ID " limit changed since the "
               "review (now " WS-DISPLAY-AMOUNT ") - suggestion skipped"
           EXIT PARAGRAPH
       END-IF.
       PERFORM LookUpName.
       DISPLAY " ".
       DISPLAY "Customer        : " WS-CUST-ID " " WS-NAME.
       DISPLAY "Quarter ending  : " Sg-QuarterEnd(WS-SG-IDX).
       DISPLAY "Payments        : " Sg-Payments(WS-SG-IDX)
           "  average days to pay " Sg-AvgDays(WS-SG-IDX)
           "  late " Sg-LateCount(WS-SG-IDX).
       MOVE Sg-PeakBalance(WS-SG-IDX) TO WS-DISPLAY-PEAK.
       DISPLAY "Highest balance : " WS-DISPLAY-PEAK
           "  dunning letters " Sg-DunCount(WS-SG-IDX).
       MOVE Sg-CurrentLimit(WS-SG-IDX) TO WS-DISPLAY-AMOUNT.
       DISPLAY "Current limit   : " WS-DISPLAY-AMOUNT.
       MOVE Sg-SuggestedLimit(WS-SG-IDX) TO WS-DISPLAY-AMOUNT.
       IF Sg-Action(WS-SG-IDX) = 'I'
           DISPLAY "Suggested       : INCREASE to " WS-DISPLAY-AMOUNT
       ELSE
           DISPLAY "Suggested       : DECREASE to " WS-DISPLAY-AMOUNT
       END-IF.
       DISPLAY "A=accept, R=reject, Q=stop, anything else leaves it "
           "pending : " WITH NO ADVANCING.
       ACCEPT WS-DECISION.
       EVALUATE TRUE
           WHEN WS-DECISION = 'A' OR WS-DECISION = 'a'
               PERFORM AcceptSuggestion
           WHEN WS-DECISION = 'R' OR WS-DECISION = 'r'
               MOVE 'R' TO Sg-Status(WS-SG-IDX)
               MOVE WS-RUN-DATE TO Sg-DecisionDate(WS-SG-IDX)
               MOVE WS-OPERATOR-ID TO Sg-DecidedBy(WS-SG-IDX)
               ADD 1 TO WS-REJECTED
               DISPLAY "Rejected - the limit stays as it is"
           WHEN WS-DECISION = 'Q' OR WS-DECISION = 'q'
               MOVE 'Y' TO WS-QUIT
           WHEN OTHER
               DISPLAY "Left pending"
       END-EVALUATE.

AcceptSuggestion.
       DISPLAY "Limit to set (0 = as suggested) : " WITH NO ADVANCING.
       MOVE ZERO TO WS-GRANT.
       ACCEPT WS-GRANT.
       IF WS-GRANT = ZERO
           MOVE Sg-SuggestedLimit(WS-SG-IDX) TO WS-GRANT
       END-IF.
       MOVE 'A' TO Sg-Status(WS-SG-IDX).
       MOVE WS-RUN-DATE TO Sg-DecisionDate(WS-SG-IDX).
       MOVE WS-OPERATOR-ID TO Sg-DecidedBy(WS-SG-IDX).
       PERFORM LogChange.
       MOVE WS-GRANT TO Lm-Limit(WS-LM-SLOT).
       ADD 1 TO WS-ACCEPTED.
       MOVE WS-GRANT TO WS-DISPLAY-AMOUNT.
       DISPLAY "Accepted - credit limit now " WS-DISPLAY-AMOUNT.

LogChange.
       OPEN EXTEND ChangeLogFile.
       MOVE WS-CUST-ID TO LCCustID.
       MOVE WS-RUN-DATE TO LCDate.
       MOVE Lm-Limit(WS-LM-SLOT) TO LCOldLimit.
       MOVE WS-GRANT TO LCNewLimit.
       MOVE WS-OPERATOR-ID TO LCOperatorID.
       SET LCFromReview TO TRUE.
       MOVE Sg-QuarterEnd(WS-SG-IDX) TO LCQuarterEnd.
       WRITE CreditLimitChangeRecord.
       CLOSE ChangeLogFile.

FindLimitSlot.
       MOVE 0 TO WS-LM-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LimitCount OR WS-LM-SLOT > 0
           IF Lm-CustID(WS-IDX) = WS-CUST-ID
               MOVE WS-IDX TO WS-LM-SLOT
           END-IF
       END-PERFORM.

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

LoadSuggestions.
       OPEN INPUT SuggestFile.
       PERFORM ReadSuggestion.
       PERFORM UNTIL WS-SUGGEST-EOF = 'Y' OR SuggestCount = 2000
           ADD 1 TO SuggestCount
           MOVE CSCustID TO Sg-CustID(SuggestCount)
           MOVE CSQuarterEnd TO Sg-QuarterEnd(SuggestCount)
           MOVE CSCurrentLimit TO Sg-CurrentLimit(SuggestCount)
           MOVE CSSuggestedLimit TO Sg-SuggestedLimit(SuggestCount)
           MOVE CSAction TO Sg-Action(SuggestCount)
           MOVE CSAvgDays TO Sg-AvgDays(SuggestCount)
           MOVE CSPayments TO Sg-Payments(SuggestCount)
           MOVE CSLateCount TO Sg-LateCount(SuggestCount)
           MOVE CSPeakBalance TO Sg-PeakBalance(SuggestCount)
           MOVE CSDunCount TO Sg-DunCount(SuggestCount)
           MOVE CSStatus TO Sg-Status(SuggestCount)
           MOVE CSDecisionDate TO Sg-DecisionDate(SuggestCount)
           MOVE CSDecidedBy TO Sg-DecidedBy(SuggestCount)
           PERFORM ReadSuggestion
       END-PERFORM.
       IF WS-SUGGEST-EOF NOT = 'Y'
           DISPLAY "CREDLIMACPT: suggestion file larger than 2000 "
               "records - file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE SuggestFile.

ReadSuggestion.
       READ SuggestFile
           AT END MOVE 'Y' TO WS-SUGGEST-EOF
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
           DISPLAY "CREDLIMACPT: credit limit file larger than 2000 "
               "records - file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CreditLimitFile.

ReadLimit.
       READ CreditLimitFile
           AT END MOVE 'Y' TO WS-LIMIT-EOF
       END-READ.

SaveSuggestions.
       OPEN OUTPUT SuggestFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > SuggestCount
           MOVE Sg-CustID(WS-IDX) TO CSCustID
           MOVE Sg-QuarterEnd(WS-IDX) TO CSQuarterEnd
           MOVE Sg-CurrentLimit(WS-IDX) TO CSCurrentLimit
           MOVE Sg-SuggestedLimit(WS-IDX) TO CSSuggestedLimit
           MOVE Sg-Action(WS-IDX) TO CSAction
           MOVE Sg-AvgDays(WS-IDX) TO CSAvgDays
           MOVE Sg-Payments(WS-IDX) TO CSPayments
           MOVE Sg-LateCount(WS-IDX) TO CSLateCount
           MOVE Sg-PeakBalance(WS-IDX) TO CSPeakBalance
           MOVE Sg-DunCount(WS-IDX) TO CSDunCount
           MOVE Sg-Status(WS-IDX) TO CSStatus
           MOVE Sg-DecisionDate(WS-IDX) TO CSDecisionDate
           MOVE Sg-DecidedBy(WS-IDX) TO CSDecidedBy
           WRITE CreditSuggestRecord
       END-PERFORM.
       CLOSE SuggestFile.

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

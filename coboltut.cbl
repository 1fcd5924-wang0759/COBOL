PROGRAM-ID. tutorial10.
*> This program has a menu system and allows you to
*> Add, Update, Delete and Display Customer Data
*> A signed-on operator may make the session a training one
*> (TRNMODE): the menu then works on the practice copy of the
*> customer files (TRNREFRESH) and says TRAINING on every screen.
*> Outside training, signing on clocks the operator in on the
*> shift clock (SHIFTCLK) and quitting offers the clock-out.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> scribbled on the order pad. ORDERENTRY and PICKLIST read it
       SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Bill-to parent links: a branch account whose bills the head
*> office pays. CUSTSTMT, DUNNING, ARAGING and ARPAYMENT read it
       SELECT OPTIONAL CustParentFile ASSIGN TO "custparent.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Credit applications: a customer wanting an account stays cash-only
*> at billing until CREDAPPROVE approves the latest one
       SELECT OPTIONAL CreditAppFile ASSIGN TO "creditapps.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Communication preferences: print or email delivery and the
*> marketing opt-out. CUSTSTMT, DUNNING, MAILMERGE and CUSTLABELS
*> honour them through COMMPREF
       SELECT OPTIONAL CustPrefFile ASSIGN TO "custprefs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Loyalty points movements written by LOYALTYRUN and billing -
*> the balance inquiry sums them
       SELECT OPTIONAL LoyaltyFile ASSIGN TO "loyalty.txt"
*> change can't rotate back to one of them
       SELECT OPTIONAL PwHistoryFile ASSIGN TO "pwhistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Customer dates of birth: optional, kept so the register can age
*> the buyer of an age-restricted item without asking for ID
       SELECT OPTIONAL CustDobFile ASSIGN TO "custdob.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ShipToFile.
       COPY SHIPTOREC.

*> Shared with CUSTSTMT/ARPAYMENT via copybooks/CUSTPARREC.cpy
FD CustParentFile.
       COPY CUSTPARREC.

*> Shared with CREDAPPROVE/taxCalculator.cbl via copybooks/CREDAPPREC.cpy
FD CreditAppFile.
       COPY CREDAPPREC.

*> Shared with COMMPREF via copybooks/CUSTPREFREC.cpy
FD CustPrefFile.
       COPY CUSTPREFREC.

*> Shared with LOYALTYRUN/taxCalculator.cbl via
*> copybooks/LOYALTYREC.cpy
FD LoyaltyFile.
       COPY LOYALTYREC.

*> Shared with taxCalculator.cbl via copybooks/CUSTDOBREC.cpy
FD CustDobFile.
       COPY CUSTDOBREC.

WORKING-STORAGE SECTION.
       *> Customer menu choice - two digits since the menu outgrew
       *> nine options
               03 St-CustID PIC 9(5).
               03 St-Code PIC X(4).
               03 St-Address PIC X(30).
               03 St-Zone PIC X(2).
               03 St-PostalCode PIC X(10).
       01 WS-SHIPTO-EOF PIC X.
       *> 'Y' when shipto.txt outgrew the table - maintenance
       *> refuses rather than truncating row 201 onward at save
       01 WS-SHIPTO-STAY PIC X.
       01 WS-SHIPTO-CODE PIC X(4).
       01 WS-SHIPTO-ADDRESS PIC X(30).
       01 WS-SHIPTO-ZONE PIC X(2).
       01 WS-SHIPTO-POSTAL PIC X(10).
       *> Bill-to parent maintenance: custparent.txt loaded, changed
       *> in the table and written back, the same load/save-around-
       *> the-work the ship-to table uses. The DEPENDING ON counter
       *> must be declared ahead of the table
       01 ParentLinkCount PIC 9(3) VALUE ZERO.
       01 ParentLinkTable.
           02 ParentLink OCCURS 0 TO 500 TIMES
                   DEPENDING ON ParentLinkCount.
               03 Pl-BranchID PIC 9(5).
               03 Pl-ParentID PIC 9(5).
               03 Pl-Consolidate PIC X.
       01 WS-PL-EOF PIC X.
       *> 'Y' when custparent.txt outgrew the table - maintenance
       *> refuses rather than truncating row 501 onward at save
       01 WS-PL-OVERFLOW PIC X.
       01 WS-PL-IDX PIC 9(3).
       01 WS-PL-SLOT PIC 9(3).
       01 WS-PL-OUT PIC 9(3).
       01 WS-PL-BRANCHES PIC 9(3).
       01 WS-PL-CHOICE PIC 9.
       01 WS-PL-STAY PIC X.
       01 WS-PL-BRANCH PIC 9(5).
       01 WS-PL-PARENT PIC 9(5).
       01 WS-PL-CONSOLIDATE PIC X.
       *> Credit application capture: the customer's latest
       *> application (status and date, spaces/zero for none) and the
       *> answers keyed for a new one
       01 WS-CA-EOF PIC X.
       01 WS-CA-STATUS PIC X.
       01 WS-CA-DATE PIC 9(8).
       01 WS-CA-DECIDED PIC 9(8).
       01 WS-CA-ANSWER PIC X.
       01 WS-CA-LIMIT PIC 9(8)V99.
       01 WS-CA-DISPLAY-LIMIT PIC $$$,$$$,$$9.99.
       01 WS-CA-BANK PIC X(20).
       01 WS-CA-ACCOUNT PIC X(15).
       01 WS-CA-REF1 PIC X(30).
       01 WS-CA-REF2 PIC X(30).
       *> Communication preference maintenance: custprefs.txt
       *> loaded, changed in the table and written back, the same
       *> load/save-around-the-work the parent links use. The
       *> DEPENDING ON counter must be declared ahead of the table
       01 PrefCount PIC 9(4) VALUE ZERO.
       01 PrefTable.
           02 PrefEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON PrefCount.
               03 Pf-CustID PIC 9(5).
               03 Pf-Channel PIC X.
               03 Pf-OptOut PIC X.
       01 WS-PF-EOF PIC X.
       *> 'Y' when custprefs.txt outgrew the table - maintenance
       *> refuses rather than truncating row 2001 onward at save
       01 WS-PF-OVERFLOW PIC X.
       01 WS-PF-IDX PIC 9(4).
       01 WS-PF-SLOT PIC 9(4).
       01 WS-PF-CHANNEL PIC X.
       01 WS-PF-OPTOUT PIC X.
       01 WS-PF-STATUS PIC XX.
       *> Date of birth maintenance: custdob.txt loaded, changed in
       *> the table and written back like the preferences above. The
       *> DEPENDING ON counter must be declared ahead of the table
       01 DobCount PIC 9(4) VALUE ZERO.
       01 DobTable.
           02 DobEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON DobCount.
               03 Db-CustID PIC 9(5).
               03 Db-BirthDate PIC 9(8).
       01 WS-DB-EOF PIC X.
       *> 'Y' when custdob.txt outgrew the table - maintenance
       *> refuses rather than truncating row 2001 onward at save
       01 WS-DB-OVERFLOW PIC X.
       01 WS-DB-IDX PIC 9(4).
       01 WS-DB-SLOT PIC 9(4).
       01 WS-DB-INPUT PIC X(8).
       01 WS-DB-VALID PIC X.
       01 WS-DB-DATE PIC 9(8).
       *> DATEUTIL call fields for checking the date entered
       01 WS-DU-FUNC PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
       *> Loyalty balance inquiry work fields
       01 WS-LOYALTY-EOF PIC X.
       01 WS-POINTS-BALANCE PIC S9(8).
       01 WS-PW-REUSED PIC X.
       01 WS-PW-DONE PIC X.
       01 WS-TODAY-DATE PIC 9(8).
*> BIZDATE linkage - a credit application is dated with the
*> business date on bizdate.txt, which CREDAPPLIST ages against
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 OpChgCount PIC 9(2) VALUE ZERO.
       01 OpChgTable.
           02 OpChg OCCURS 0 TO 50 TIMES DEPENDING ON OpChgCount.
*> right now and no supervisor overrode the closed window
       01 WS-BL-PROGRAM PIC X(12) VALUE "TUTORIAL10".
       01 WS-BL-STATUS PIC XX.
*> TRNMODE linkage - asked at sign-on, so before any customer file
*> is opened
       01 WS-TM-FUNCTION PIC X(4).
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.
       01 WS-TM-ANSWER PIC X VALUE 'N'.
*> SHIFTCLK linkage - a live sign-on clocks the operator in, and
*> quitting the menu offers the clock-out
       01 WS-SC-FUNCTION PIC X(4).
       01 WS-SC-SOURCE PIC X(12) VALUE "tutorial10".
       01 WS-SC-STATUS PIC XX.
       01 WS-SC-ANSWER PIC X VALUE 'N'.

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       *> Signed on (and training chosen) before the files open, so a
       *> training session never opens the live ones
       PERFORM SignOn.
       PERFORM ChooseTrainingSession.
       PERFORM ClockOn.
       *> To access data randomly you must use I-O mode
       OPEN I-O CustomerFile.
       PERFORM CheckCustomerStatus.
           MOVE 1 TO RETURN-CODE
           MOVE 'N' TO StayOpen
       END-IF.
       *> Continue execution until StayOpen is N which
       *> happens if the user enters a number not 1 thru 4
       PERFORM UNTIL StayOpen='N'
           PERFORM ComputeMenuStats
           DISPLAY " "
           IF WS-TM-FLAG = 'Y'
               DISPLAY "CUSTOMER RECORDS   *** TRAINING ***"
           ELSE
               DISPLAY "CUSTOMER RECORDS"
           END-IF
           DISPLAY "Customers on file : " WS-CUST-COUNT
           DISPLAY "Next available ID : " WS-NEXT-ID
           DISPLAY "1 : Add Customer"
           DISPLAY "8 : View Customer Notes"
           DISPLAY "9 : Maintain Ship-To Addresses"
           DISPLAY "10 : Loyalty Points Balance"
           DISPLAY "11 : Bill-To Parent Account"
           DISPLAY "12 : Credit Account Application"
           DISPLAY "13 : Communication Preferences"
           DISPLAY "14 : Date of Birth"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
                       PERFORM DenySignOn
                   END-IF
               WHEN 10 PERFORM ShowLoyaltyBalance
               WHEN 11
                   IF OperatorSignedOn
                           AND (RoleClerk OR RoleSupervisor)
                       PERFORM MaintainBillTo
                   ELSE
                       PERFORM DenySignOn
                   END-IF
               WHEN 12
                   IF OperatorSignedOn
                           AND (RoleClerk OR RoleSupervisor)
                       PERFORM TakeCreditApp
                   ELSE
                       PERFORM DenySignOn
                   END-IF
               WHEN 13
                   IF OperatorSignedOn
                           AND (RoleClerk OR RoleSupervisor)
                       PERFORM MaintainCommPrefs
                   ELSE
                       PERFORM DenySignOn
                   END-IF
               WHEN 14
                   IF OperatorSignedOn
                           AND (RoleClerk OR RoleSupervisor)
                       PERFORM MaintainBirthDate
                   ELSE
                       PERFORM DenySignOn
                   END-IF
               *> When N we jump out of the loop
               WHEN OTHER move 'N' TO StayOpen
           END-EVALUATE
       CLOSE CustomerFile.
       PERFORM CheckCustomerStatus.
       CLOSE CustomerAudit
       PERFORM ClockOff.
       STOP RUN.
 
AddCust.
       PERFORM CheckCustomerStatus.
       MOVE 'ADD' TO AuditOperation.
       PERFORM WriteAudit.
       *> A new customer is cash-only at billing unless they apply
       *> for an account and a supervisor approves it
       IF RETURN-CODE = 0
           DISPLAY "Apply for a credit account? y/n : "
               WITH NO ADVANCING
           ACCEPT WS-CA-ANSWER
           IF WS-CA-ANSWER = 'y' OR WS-CA-ANSWER = 'Y'
               PERFORM CaptureCreditApp
           END-IF
       END-IF.


DeleteCust.
           DISPLAY "Address : " MailAddress
           DISPLAY "Phone : " Phone
           DISPLAY "Email : " Email
           PERFORM ShowBillTo
           PERFORM ShowCreditApp
           PERFORM ShowCommPrefs
           STRING FirstName LastName DELIMITED BY SIZE INTO AuditAfterValues
           MOVE 'OK' TO AuditResult
           MOVE 0 TO RETURN-CODE
       END-IF.
       DISPLAY "Delivery address : " WITH NO ADVANCING.
       ACCEPT WS-SHIPTO-ADDRESS.
       MOVE SPACES TO WS-SHIPTO-ZONE.
       DISPLAY "Freight zone (blank = customer's zone) : "
           WITH NO ADVANCING.
       ACCEPT WS-SHIPTO-ZONE.
       *> Decides the sales tax jurisdiction orders shipped here are
       *> invoiced under
       MOVE SPACES TO WS-SHIPTO-POSTAL.
       DISPLAY "Postal code : " WITH NO ADVANCING.
       ACCEPT WS-SHIPTO-POSTAL.
       MOVE FUNCTION UPPER-CASE(WS-SHIPTO-POSTAL) TO WS-SHIPTO-POSTAL.
       ADD 1 TO ShipToCount.
       MOVE IDNum TO St-CustID(ShipToCount).
       MOVE WS-SHIPTO-CODE TO St-Code(ShipToCount).
       MOVE WS-SHIPTO-ADDRESS TO St-Address(ShipToCount).
       MOVE WS-SHIPTO-ZONE TO St-Zone(ShipToCount).
       MOVE WS-SHIPTO-POSTAL TO St-PostalCode(ShipToCount).
       DISPLAY "Ship-to " WS-SHIPTO-CODE " added".

ListShipTos.
           IF St-CustID(WS-SHIPTO-IDX) = IDNum
               ADD 1 TO WS-SHIPTO-SLOT
               DISPLAY "  " St-Code(WS-SHIPTO-IDX) " "
                   St-Address(WS-SHIPTO-IDX) " zone "
                   St-Zone(WS-SHIPTO-IDX) " "
                   St-PostalCode(WS-SHIPTO-IDX)
           END-IF
       END-PERFORM.
       IF WS-SHIPTO-SLOT = 0
           MOVE STCustID TO St-CustID(ShipToCount)
           MOVE STCode TO St-Code(ShipToCount)
           MOVE STAddress TO St-Address(ShipToCount)
           MOVE STZone TO St-Zone(ShipToCount)
           MOVE STPostalCode TO St-PostalCode(ShipToCount)
           PERFORM ReadShipTo
       END-PERFORM.
       IF WS-SHIPTO-EOF NOT = 'Y'
           MOVE St-CustID(WS-SHIPTO-IDX) TO STCustID
           MOVE St-Code(WS-SHIPTO-IDX) TO STCode
           MOVE St-Address(WS-SHIPTO-IDX) TO STAddress
           MOVE St-Zone(WS-SHIPTO-IDX) TO STZone
           MOVE St-PostalCode(WS-SHIPTO-IDX) TO STPostalCode
           WRITE ShipToRecord
       END-PERFORM.
       CLOSE ShipToFile.

ShowBillTo.
       *> Head-office link, either way round, for the customer in the
       *> record buffer
       PERFORM LoadParentLinks.
       MOVE IDNum TO WS-PL-BRANCH.
       PERFORM FindParentLinkSlot.
       IF WS-PL-SLOT > 0
           DISPLAY "Bills to parent : " Pl-ParentID(WS-PL-SLOT)
               "  consolidated " Pl-Consolidate(WS-PL-SLOT)
       END-IF.
       PERFORM CountBranches.
       IF WS-PL-BRANCHES > 0
           DISPLAY "Head office for : " WS-PL-BRANCHES " branch(es)"
       END-IF.

MaintainBillTo.
       MOVE 'Y' TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Branch Customer ID : " WITH NO ADVANCING.
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       PERFORM CheckCustomerStatus.
       IF CustExists = 'Y' AND CustInactive
           MOVE 'N' TO CustExists
       END-IF.
       IF CustExists = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Bill-to parent for " FirstName " " LastName.
       MOVE IDNum TO WS-PL-BRANCH.
       PERFORM LoadParentLinks.
       IF WS-PL-OVERFLOW = 'Y'
           DISPLAY "Parent link file larger than 500 rows - file left "
               "untouched, clean it up before maintaining"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-PL-STAY.
       PERFORM UNTIL WS-PL-STAY = 'N'
           PERFORM FindParentLinkSlot
           IF WS-PL-SLOT > 0
               DISPLAY "Now bills to parent " Pl-ParentID(WS-PL-SLOT)
                   "  consolidated " Pl-Consolidate(WS-PL-SLOT)
           ELSE
               DISPLAY "No bill-to parent - billed on its own"
           END-IF
           DISPLAY "1 : Set Bill-To Parent"
           DISPLAY "2 : Remove Bill-To Parent"
           DISPLAY "3 : List Branches Billed to This Customer"
           DISPLAY "0 : Back"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT WS-PL-CHOICE
           EVALUATE WS-PL-CHOICE
               WHEN 1 PERFORM SetBillTo
               WHEN 2 PERFORM RemoveBillTo
               WHEN 3 PERFORM ListBranches
               WHEN OTHER MOVE 'N' TO WS-PL-STAY
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveParentLinks.

SetBillTo.
       *> One level only: a head office can't itself bill upward,
       *> and a branch can't be anyone's head office
       MOVE WS-PL-BRANCH TO IDNum.
       PERFORM CountBranches.
       IF WS-PL-BRANCHES > 0
           DISPLAY "This customer is head office for other branches - "
               "it cannot bill to a parent"
           EXIT PARAGRAPH
       END-IF.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
           DISPLAY "Parent (head office) Customer ID : "
               WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT IS NOT NUMERIC
               DISPLAY "ID must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-ID-INPUT TO WS-PL-PARENT.
       IF WS-PL-PARENT = WS-PL-BRANCH
           DISPLAY "A customer cannot bill to itself"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO CustExists.
       MOVE WS-PL-PARENT TO IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       PERFORM CheckCustomerStatus.
       IF CustExists = 'Y' AND CustInactive
           MOVE 'N' TO CustExists
       END-IF.
       IF CustExists = 'N'
           DISPLAY "Parent customer doesn't exist"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF Pl-BranchID(WS-PL-IDX) = WS-PL-PARENT
               MOVE 'N' TO CustExists
           END-IF
       END-PERFORM.
       IF CustExists = 'N'
           DISPLAY FirstName " " LastName " bills to a parent of its "
               "own - link the branch to that head office instead"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Head office: " FirstName " " LastName.
       MOVE SPACE TO WS-PL-CONSOLIDATE.
       PERFORM WITH TEST AFTER
               UNTIL WS-PL-CONSOLIDATE = 'Y' OR WS-PL-CONSOLIDATE = 'N'
           DISPLAY "Roll statements, dunning and aging up to the "
               "parent? Y/N : " WITH NO ADVANCING
           ACCEPT WS-PL-CONSOLIDATE
           MOVE FUNCTION UPPER-CASE(WS-PL-CONSOLIDATE)
               TO WS-PL-CONSOLIDATE
       END-PERFORM.
       PERFORM FindParentLinkSlot.
       IF WS-PL-SLOT = 0
           IF ParentLinkCount = 500
               DISPLAY "Parent link file full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ParentLinkCount
           MOVE ParentLinkCount TO WS-PL-SLOT
           MOVE WS-PL-BRANCH TO Pl-BranchID(WS-PL-SLOT)
       END-IF.
       MOVE WS-PL-PARENT TO Pl-ParentID(WS-PL-SLOT).
       MOVE WS-PL-CONSOLIDATE TO Pl-Consolidate(WS-PL-SLOT).
       DISPLAY "Bill-to parent recorded".

RemoveBillTo.
       PERFORM FindParentLinkSlot.
       IF WS-PL-SLOT = 0
           DISPLAY "No bill-to parent on file for this customer"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-PL-OUT.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF WS-PL-IDX NOT = WS-PL-SLOT
               ADD 1 TO WS-PL-OUT
               MOVE ParentLink(WS-PL-IDX) TO ParentLink(WS-PL-OUT)
           END-IF
       END-PERFORM.
       MOVE WS-PL-OUT TO ParentLinkCount.
       DISPLAY "Bill-to parent removed - the branch is billed on its "
           "own again".

ListBranches.
       MOVE 0 TO WS-PL-BRANCHES.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF Pl-ParentID(WS-PL-IDX) = WS-PL-BRANCH
               ADD 1 TO WS-PL-BRANCHES
               DISPLAY "  Branch " Pl-BranchID(WS-PL-IDX)
                   "  consolidated " Pl-Consolidate(WS-PL-IDX)
           END-IF
       END-PERFORM.
       IF WS-PL-BRANCHES = 0
           DISPLAY "No branches bill to this customer"
       END-IF.

FindParentLinkSlot.
       MOVE 0 TO WS-PL-SLOT.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount OR WS-PL-SLOT > 0
           IF Pl-BranchID(WS-PL-IDX) = WS-PL-BRANCH
               MOVE WS-PL-IDX TO WS-PL-SLOT
           END-IF
       END-PERFORM.

CountBranches.
       *> How many branches bill to the customer in IDNum
       MOVE 0 TO WS-PL-BRANCHES.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           IF Pl-ParentID(WS-PL-IDX) = IDNum
               ADD 1 TO WS-PL-BRANCHES
           END-IF
       END-PERFORM.

LoadParentLinks.
*> Read-ahead so a file too big for the table is KNOWN to be too
*> big - the menu refuses rather than rewriting it truncated
       MOVE 0 TO ParentLinkCount.
       MOVE 'N' TO WS-PL-EOF.
       MOVE 'N' TO WS-PL-OVERFLOW.
       OPEN INPUT CustParentFile.
       PERFORM ReadParentLink.
       PERFORM UNTIL WS-PL-EOF = 'Y' OR ParentLinkCount = 500
           ADD 1 TO ParentLinkCount
           MOVE BPBranchID TO Pl-BranchID(ParentLinkCount)
           MOVE BPParentID TO Pl-ParentID(ParentLinkCount)
           MOVE BPConsolidate TO Pl-Consolidate(ParentLinkCount)
           PERFORM ReadParentLink
       END-PERFORM.
       IF WS-PL-EOF NOT = 'Y'
           MOVE 'Y' TO WS-PL-OVERFLOW
       END-IF.
       CLOSE CustParentFile.

ReadParentLink.
       READ CustParentFile
           AT END MOVE 'Y' TO WS-PL-EOF
       END-READ.

SaveParentLinks.
       OPEN OUTPUT CustParentFile.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > ParentLinkCount
           MOVE Pl-BranchID(WS-PL-IDX) TO BPBranchID
           MOVE Pl-ParentID(WS-PL-IDX) TO BPParentID
           MOVE Pl-Consolidate(WS-PL-IDX) TO BPConsolidate
           WRITE CustParentRecord
       END-PERFORM.
       CLOSE CustParentFile.

TakeCreditApp.
       MOVE 'Y' TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       PERFORM CheckCustomerStatus.
       IF CustExists = 'Y' AND CustInactive
           MOVE 'N' TO CustExists
       END-IF.
       IF CustExists = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Credit application for " FirstName " " LastName.
       PERFORM CaptureCreditApp.

CaptureCreditApp.
       *> Application for the customer in IDNum. One may wait for a
       *> decision at a time, and an approved account isn't reopened
       *> here - the supervisor changes limits in CREDAPPROVE
       PERFORM FindLatestCreditApp.
       IF WS-CA-STATUS = 'P'
           DISPLAY "An application taken " WS-CA-DATE
               " is already waiting for a supervisor"
           EXIT PARAGRAPH
       END-IF.
       IF WS-CA-STATUS = 'A'
           DISPLAY "Credit account already approved " WS-CA-DECIDED
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-CA-LIMIT.
       PERFORM WITH TEST AFTER UNTIL WS-CA-LIMIT > ZERO
           DISPLAY "Credit limit requested : " WITH NO ADVANCING
           ACCEPT WS-CA-LIMIT
           IF WS-CA-LIMIT NOT > ZERO
               DISPLAY "Enter the amount the customer is asking for"
           END-IF
       END-PERFORM.
       PERFORM WITH TEST AFTER UNTIL WS-CA-BANK NOT = SPACES
           MOVE SPACES TO WS-CA-BANK
           DISPLAY "Bank name : " WITH NO ADVANCING
           ACCEPT WS-CA-BANK
           IF WS-CA-BANK = SPACES
               DISPLAY "Bank name cannot be blank"
           END-IF
       END-PERFORM.
       MOVE SPACES TO WS-CA-ACCOUNT.
       DISPLAY "Bank account number : " WITH NO ADVANCING.
       ACCEPT WS-CA-ACCOUNT.
       PERFORM WITH TEST AFTER UNTIL WS-CA-REF1 NOT = SPACES
           MOVE SPACES TO WS-CA-REF1
           DISPLAY "Trade reference 1 (name and phone) : "
               WITH NO ADVANCING
           ACCEPT WS-CA-REF1
           IF WS-CA-REF1 = SPACES
               DISPLAY "At least one trade reference is required"
           END-IF
       END-PERFORM.
       MOVE SPACES TO WS-CA-REF2.
       DISPLAY "Trade reference 2 (blank for none) : "
           WITH NO ADVANCING.
       ACCEPT WS-CA-REF2.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-TODAY-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO CreditAppRecord.
       MOVE IDNum TO CACustID.
       MOVE WS-TODAY-DATE TO CAAppDate.
       MOVE WS-OPERATOR-ID TO CATakenBy.
       MOVE WS-CA-LIMIT TO CARequestedLimit.
       MOVE WS-CA-BANK TO CABankName.
       MOVE WS-CA-ACCOUNT TO CABankAccount.
       MOVE WS-CA-REF1 TO CATradeRef1.
       MOVE WS-CA-REF2 TO CATradeRef2.
       SET CAPending TO TRUE.
       MOVE ZERO TO CADecisionDate.
       MOVE SPACES TO CADecidedBy.
       MOVE ZERO TO CAApprovedLimit.
       OPEN EXTEND CreditAppFile.
       WRITE CreditAppRecord.
       CLOSE CreditAppFile.
       MOVE WS-CA-LIMIT TO WS-CA-DISPLAY-LIMIT.
       DISPLAY "Application for " WS-CA-DISPLAY-LIMIT " recorded - "
           "cash only at billing until a supervisor approves it".

ShowCreditApp.
       PERFORM FindLatestCreditApp.
       EVALUATE WS-CA-STATUS
           WHEN 'P'
               DISPLAY "Credit : application pending since "
                   WS-CA-DATE " - cash only"
           WHEN 'D'
               DISPLAY "Credit : application declined "
                   WS-CA-DECIDED " - cash only"
           WHEN 'A'
               DISPLAY "Credit : account approved " WS-CA-DECIDED
       END-EVALUATE.

FindLatestCreditApp.
       *> The file is appended in date order, so the last record for
       *> the customer is the one in force
       MOVE SPACE TO WS-CA-STATUS.
       MOVE ZERO TO WS-CA-DATE.
       MOVE ZERO TO WS-CA-DECIDED.
       MOVE 'N' TO WS-CA-EOF.
       OPEN INPUT CreditAppFile.
       PERFORM UNTIL WS-CA-EOF = 'Y'
           READ CreditAppFile
               AT END MOVE 'Y' TO WS-CA-EOF
           END-READ
           IF WS-CA-EOF NOT = 'Y' AND CACustID = IDNum
               MOVE CAStatus TO WS-CA-STATUS
               MOVE CAAppDate TO WS-CA-DATE
               MOVE CADecisionDate TO WS-CA-DECIDED
           END-IF
       END-PERFORM.
       CLOSE CreditAppFile.

ShowCommPrefs.
       CALL 'COMMPREF' USING IDNum, WS-PF-CHANNEL, WS-PF-OPTOUT,
           WS-PF-STATUS
       END-CALL.
       IF WS-PF-CHANNEL = 'E'
           DISPLAY "Documents by : EMAIL" WITH NO ADVANCING
       ELSE
           DISPLAY "Documents by : PRINT" WITH NO ADVANCING
       END-IF.
       IF WS-PF-OPTOUT = 'Y'
           DISPLAY "  Marketing mail : OPTED OUT"
       ELSE
           DISPLAY "  Marketing mail : YES"
       END-IF.

MaintainCommPrefs.
       MOVE 'Y' TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       PERFORM CheckCustomerStatus.
       IF CustExists = 'Y' AND CustInactive
           MOVE 'N' TO CustExists
       END-IF.
       IF CustExists = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF.
       PERFORM LoadCommPrefs.
       IF WS-PF-OVERFLOW = 'Y'
           DISPLAY "Preference file larger than 2000 rows - file left "
               "untouched, clean it up before maintaining"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Communication preferences for " FirstName " "
           LastName.
       PERFORM ShowCommPrefs.
       MOVE SPACE TO WS-PF-CHANNEL.
       PERFORM WITH TEST AFTER
               UNTIL WS-PF-CHANNEL = 'P' OR WS-PF-CHANNEL = 'E'
           DISPLAY "Statements and letters by P)rint or E)mail : "
               WITH NO ADVANCING
           ACCEPT WS-PF-CHANNEL
           MOVE FUNCTION UPPER-CASE(WS-PF-CHANNEL) TO WS-PF-CHANNEL
           IF WS-PF-CHANNEL = 'E' AND Email = SPACES
               *> Nothing to send to - update the customer first
               DISPLAY "No Email on file for this customer - "
                   "use Update Customer to add one"
               MOVE SPACE TO WS-PF-CHANNEL
           END-IF
       END-PERFORM.
       MOVE SPACE TO WS-PF-OPTOUT.
       PERFORM WITH TEST AFTER
               UNTIL WS-PF-OPTOUT = 'Y' OR WS-PF-OPTOUT = 'N'
           DISPLAY "Opt out of marketing mail? Y/N : "
               WITH NO ADVANCING
           ACCEPT WS-PF-OPTOUT
           MOVE FUNCTION UPPER-CASE(WS-PF-OPTOUT) TO WS-PF-OPTOUT
       END-PERFORM.
       MOVE 0 TO WS-PF-SLOT.
       PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > PrefCount OR WS-PF-SLOT > 0
           IF Pf-CustID(WS-PF-IDX) = IDNum
               MOVE WS-PF-IDX TO WS-PF-SLOT
           END-IF
       END-PERFORM.
       IF WS-PF-SLOT = 0
           IF PrefCount = 2000
               DISPLAY "Preference file full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PrefCount
           MOVE PrefCount TO WS-PF-SLOT
           MOVE IDNum TO Pf-CustID(WS-PF-SLOT)
       END-IF.
       MOVE WS-PF-CHANNEL TO Pf-Channel(WS-PF-SLOT).
       MOVE WS-PF-OPTOUT TO Pf-OptOut(WS-PF-SLOT).
       PERFORM SaveCommPrefs.
       DISPLAY "Communication preferences recorded".

LoadCommPrefs.
*> Read-ahead so a file too big for the table is KNOWN to be too
*> big - the menu refuses rather than rewriting it truncated
       MOVE 0 TO PrefCount.
       MOVE 'N' TO WS-PF-EOF.
       MOVE 'N' TO WS-PF-OVERFLOW.
       OPEN INPUT CustPrefFile.
       PERFORM ReadCommPref.
       PERFORM UNTIL WS-PF-EOF = 'Y' OR PrefCount = 2000
           ADD 1 TO PrefCount
           MOVE CMCustID TO Pf-CustID(PrefCount)
           MOVE CMChannel TO Pf-Channel(PrefCount)
           MOVE CMMarketingOptOut TO Pf-OptOut(PrefCount)
           PERFORM ReadCommPref
       END-PERFORM.
       IF WS-PF-EOF NOT = 'Y'
           MOVE 'Y' TO WS-PF-OVERFLOW
       END-IF.
       CLOSE CustPrefFile.

ReadCommPref.
       READ CustPrefFile
           AT END MOVE 'Y' TO WS-PF-EOF
       END-READ.

SaveCommPrefs.
       OPEN OUTPUT CustPrefFile.
       PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > PrefCount
           MOVE Pf-CustID(WS-PF-IDX) TO CMCustID
           MOVE Pf-Channel(WS-PF-IDX) TO CMChannel
           MOVE Pf-OptOut(WS-PF-IDX) TO CMMarketingOptOut
           WRITE CustPrefRecord
       END-PERFORM.
       CLOSE CustPrefFile.

MaintainBirthDate.
       MOVE 'Y' TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
       END-READ.
       PERFORM CheckCustomerStatus.
       IF CustExists = 'Y' AND CustInactive
           MOVE 'N' TO CustExists
       END-IF.
       IF CustExists = 'N'
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF.
       PERFORM LoadBirthDates.
       IF WS-DB-OVERFLOW = 'Y'
           DISPLAY "Birth date file larger than 2000 rows - file left "
               "untouched, clean it up before maintaining"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-DB-SLOT.
       PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > DobCount OR WS-DB-SLOT > 0
           IF Db-CustID(WS-DB-IDX) = IDNum
               MOVE WS-DB-IDX TO WS-DB-SLOT
           END-IF
       END-PERFORM.
       DISPLAY "Date of birth for " FirstName " " LastName.
       IF WS-DB-SLOT = 0
           DISPLAY "On file : NONE"
       ELSE
           DISPLAY "On file : " Db-BirthDate(WS-DB-SLOT)
       END-IF.
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
       *> Blank or zero takes the date off file; anything else must
       *> be a real calendar date no later than today
       MOVE 'N' TO WS-DB-VALID.
       PERFORM WITH TEST AFTER UNTIL WS-DB-VALID = 'Y'
           DISPLAY "Date of birth YYYYMMDD (blank = remove) : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DB-INPUT
           ACCEPT WS-DB-INPUT
           IF WS-DB-INPUT = SPACES OR WS-DB-INPUT = "00000000"
               MOVE 0 TO WS-DB-DATE
               MOVE 'Y' TO WS-DB-VALID
           ELSE
               IF WS-DB-INPUT IS NUMERIC
                   MOVE WS-DB-INPUT TO WS-DB-DATE
                   MOVE 'VAL ' TO WS-DU-FUNC
                   CALL 'DATEUTIL' USING WS-DU-FUNC, WS-DB-DATE,
                       WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT,
                       WS-DU-STATUS
                   END-CALL
                   IF WS-DU-STATUS NOT = "00"
                       DISPLAY "Not a valid date"
                   ELSE
                       IF WS-DB-DATE > WS-TODAY-DATE
                           DISPLAY "Date of birth can't be in the "
                               "future"
                       ELSE
                           MOVE 'Y' TO WS-DB-VALID
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Enter 8 digits, YYYYMMDD"
               END-IF
           END-IF
       END-PERFORM.
       IF WS-DB-DATE = 0
           IF WS-DB-SLOT > 0
               *> Close the gap so the file is rewritten without it
               PERFORM VARYING WS-DB-IDX FROM WS-DB-SLOT BY 1
                       UNTIL WS-DB-IDX >= DobCount
                   MOVE DobEntry(WS-DB-IDX + 1) TO DobEntry(WS-DB-IDX)
               END-PERFORM
               SUBTRACT 1 FROM DobCount
               PERFORM SaveBirthDates
           END-IF
           DISPLAY "No date of birth on file"
           EXIT PARAGRAPH
       END-IF.
       IF WS-DB-SLOT = 0
           IF DobCount = 2000
               DISPLAY "Birth date file full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DobCount
           MOVE DobCount TO WS-DB-SLOT
           MOVE IDNum TO Db-CustID(WS-DB-SLOT)
       END-IF.
       MOVE WS-DB-DATE TO Db-BirthDate(WS-DB-SLOT).
       PERFORM SaveBirthDates.
       DISPLAY "Date of birth recorded".

LoadBirthDates.
*> Read-ahead so a file too big for the table is KNOWN to be too
*> big - the menu refuses rather than rewriting it truncated
       MOVE 0 TO DobCount.
       MOVE 'N' TO WS-DB-EOF.
       MOVE 'N' TO WS-DB-OVERFLOW.
       OPEN INPUT CustDobFile.
       PERFORM ReadBirthDate.
       PERFORM UNTIL WS-DB-EOF = 'Y' OR DobCount = 2000
           ADD 1 TO DobCount
           MOVE CBCustID TO Db-CustID(DobCount)
           MOVE CBBirthDate TO Db-BirthDate(DobCount)
           PERFORM ReadBirthDate
       END-PERFORM.
       IF WS-DB-EOF NOT = 'Y'
           MOVE 'Y' TO WS-DB-OVERFLOW
       END-IF.
       CLOSE CustDobFile.

ReadBirthDate.
       READ CustDobFile
           AT END MOVE 'Y' TO WS-DB-EOF
       END-READ.

SaveBirthDates.
       OPEN OUTPUT CustDobFile.
       PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > DobCount
           MOVE Db-CustID(WS-DB-IDX) TO CBCustID
           MOVE Db-BirthDate(WS-DB-IDX) TO CBBirthDate
           WRITE CustDobRecord
       END-PERFORM.
       CLOSE CustDobFile.

WriteAudit.
       *> AuditOperation/AuditResult/Before/After must be set by the
       *> caller before this is performed. They are saved around a
               "this session"
       END-IF.

ChooseTrainingSession.
       *> Started from the RetailUtilities menu or a training shell,
       *> the session is already a training one
       MOVE 'GET ' TO WS-TM-FUNCTION.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG NOT = 'Y' AND OperatorSignedOn
           DISPLAY "Training session? (Y/N) : " WITH NO ADVANCING
           ACCEPT WS-TM-ANSWER
           IF WS-TM-ANSWER = 'Y' OR WS-TM-ANSWER = 'y'
               MOVE 'SET ' TO WS-TM-FUNCTION
               CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG,
                   WS-TM-STATUS
               END-CALL
               IF WS-TM-FLAG NOT = 'Y'
                   DISPLAY "No training data set on hand - run "
                       "TRNREFRESH first"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
       END-IF.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "*** TRAINING *** practice data only - nothing "
               "here touches the live customer files"
       END-IF.

ClockOn.
       *> A signed-on operator is clocked in on the shift clock
       *> (SHIFTCLK); one already on shift stays as they are.
       *> Training sessions are practice and not clocked
       IF NOT OperatorSignedOn OR WS-TM-FLAG = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'IN  ' TO WS-SC-FUNCTION.
       CALL 'SHIFTCLK' USING WS-SC-FUNCTION, WS-OPERATOR-ID,
           WS-SC-SOURCE, WS-SC-STATUS
       END-CALL.
       EVALUATE WS-SC-STATUS
           WHEN "00"
               DISPLAY "Clocked in " WS-OPERATOR-ID
           WHEN "20"
               DISPLAY "Clocked in " WS-OPERATOR-ID
               DISPLAY "Your last shift has no clock-out - ask a "
                   "supervisor to correct it"
           WHEN "30"
               DISPLAY "Shift clock unavailable - punch not recorded, "
                   "tell a supervisor"
       END-EVALUATE.

ClockOff.
       *> Quitting the menu is the sign-off: the operator says
       *> whether the shift is over, and if so is clocked out
       IF NOT OperatorSignedOn OR WS-TM-FLAG = 'Y'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "End of your shift - clock out? (Y/N) : "
           WITH NO ADVANCING.
       ACCEPT WS-SC-ANSWER.
       IF WS-SC-ANSWER NOT = 'Y' AND WS-SC-ANSWER NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'OUT ' TO WS-SC-FUNCTION.
       CALL 'SHIFTCLK' USING WS-SC-FUNCTION, WS-OPERATOR-ID,
           WS-SC-SOURCE, WS-SC-STATUS
       END-CALL.
       EVALUATE WS-SC-STATUS
           WHEN "00"
               DISPLAY "Clocked out " WS-OPERATOR-ID
           WHEN "20"
               DISPLAY "Clocked out " WS-OPERATOR-ID
               DISPLAY "No clock-in on file for this shift - ask a "
                   "supervisor to correct it"
           WHEN "30"
               DISPLAY "Shift clock unavailable - punch not recorded, "
                   "tell a supervisor"
       END-EVALUATE.

CheckLockout.
       MOVE 'N' TO WS-OPERATOR-LOCKED.
       PERFORM FindLockoutSlot.

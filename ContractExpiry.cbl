       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTREXPIRY.
*> Expiring contract prices report, so sales can renegotiate before
*> a customer's orders quietly fall back to list price. Lists every
*> contract on contracts.txt (CONTRMAINT's file, copybooks/
*> CONTRREC.cpy) in force today whose end date falls within the
*> warning window, soonest first, into contract_expiry.txt: the
*> customer, the SKU, the contract terms, the start and end dates,
*> the days left, and whether a follow-on contract for the same
*> customer and SKU is already loaded (and from when) or the price
*> reverts to list.
*> contrexpparm.txt (optional, one line) holds the warning window in
*> days in columns 1-3; default 30.
*> Schedule it weekly (MON in jobcal.txt) - a window wider than the
*> week means nothing expires between runs unwarned.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ContractFile ASSIGN TO "contracts.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ParmFile ASSIGN TO "contrexpparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "contract_expiry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with CONTRMAINT/CONTRPRICE via copybooks/CONTRREC.cpy
FD ContractFile.
       COPY CONTRREC.

*> Shared with PRODMAINT/ORDERENTRY via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

FD ParmFile.
       01 ParmRecord.
           02 XpWindowDays PIC 9(3).

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-WINDOW PIC 9(3) VALUE 30.
       01 WS-DAY PIC 9(4).
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-NEXT-SLOT PIC 9(4).
       01 WS-EXPIRING PIC 9(4) VALUE ZERO.
       01 WS-NOT-RENEWED PIC 9(4) VALUE ZERO.
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> Every contract on file, with the days left on the ones in force
*> today (9999 for the rest). The DEPENDING ON counter must be
*> declared ahead of the table it sizes
       01 ContractCount PIC 9(4) VALUE ZERO.
       01 ContractTable.
           02 ContractEntry OCCURS 0 TO 1000 TIMES
                   DEPENDING ON ContractCount.
               03 Ct-CustID PIC 9(5).
               03 Ct-SKU PIC X(10).
               03 Ct-Type PIC X.
               03 Ct-UnitPrice PIC 9(6)V99.
               03 Ct-Percent PIC 9(2)V99.
               03 Ct-StartDate PIC 9(8).
               03 Ct-EndDate PIC 9(8).
               03 Ct-DaysLeft PIC 9(4).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(32) VALUE
               "CONTRACT PRICES EXPIRING WITHIN ".
           02 WS-T-WINDOW PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
           02 FILLER PIC X(10) VALUE "  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
               "CUSTOMER              SKU     ".
           02 FILLER PIC X(30) VALUE
               "    DESCRIPTION               ".
           02 FILLER PIC X(30) VALUE
               "TERMS               START     ".
           02 FILLER PIC X(30) VALUE
               "END      LEFT  FOLLOW-ON      ".
       01 WS-DETAIL-LINE.
           02 WS-R-CUST-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-LASTNAME PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-SKU PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-DESC PIC X(24).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-TERMS PIC X(18).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-START PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-END PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-LEFT PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-FOLLOW-ON PIC X(22).
       01 WS-FIXED-TERMS.
           02 WS-FT-PRICE PIC $$$$$$9.99.
           02 FILLER PIC X(5) VALUE " EACH".
       01 WS-PERCENT-TERMS.
           02 WS-PT-PERCENT PIC Z9.99.
           02 FILLER PIC X(10) VALUE "% OFF LIST".
       01 WS-NEXT-TERMS.
           02 FILLER PIC X(10) VALUE "NEXT FROM ".
           02 WS-NT-START PIC 9(8).
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(20) VALUE "CONTRACTS EXPIRING: ".
           02 WS-TL-EXPIRING PIC ZZZ9.
           02 FILLER PIC X(31) VALUE
               "   WITH NO FOLLOW-ON CONTRACT: ".
           02 WS-TL-NOT-RENEWED PIC ZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CONTREXPIRY".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CONTREXPIRY: unable to open contract_expiry.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM LoadContracts.
       IF NotAtEndOfFile
           *> The table filled - refuse rather than warn about part of
           *> the book as if it were all of it
           MOVE "CONTREXPIRY: more than 1000 contracts on file - "
               TO ReportLine
           WRITE ReportLine
           MOVE "report not produced" TO ReportLine
           WRITE ReportLine
           DISPLAY "CONTREXPIRY: table full - report not produced"
           PERFORM CloseFiles
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM PrintReport.
       PERFORM CloseFiles.
       DISPLAY "Contract expiry report complete. Expiring: "
           WS-EXPIRING " Not renewed: " WS-NOT-RENEWED.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

CloseFiles.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF XpWindowDays IS NUMERIC AND XpWindowDays > 0
               MOVE XpWindowDays TO WS-WINDOW
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadContracts.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT ContractFile.
       PERFORM ReadContract.
       PERFORM UNTIL AtEndOfFile OR ContractCount = 1000
           ADD 1 TO ContractCount
           MOVE CPCustID TO Ct-CustID(ContractCount)
           MOVE CPSKU TO Ct-SKU(ContractCount)
           MOVE CPType TO Ct-Type(ContractCount)
           MOVE CPUnitPrice TO Ct-UnitPrice(ContractCount)
           MOVE CPPercent TO Ct-Percent(ContractCount)
           MOVE CPStartDate TO Ct-StartDate(ContractCount)
           MOVE CPEndDate TO Ct-EndDate(ContractCount)
           MOVE 9999 TO Ct-DaysLeft(ContractCount)
           IF CPStartDate NOT > WS-RUN-DATE
                   AND CPEndDate NOT < WS-RUN-DATE
               PERFORM WorkOutDaysLeft
           END-IF
           PERFORM ReadContract
       END-PERFORM.
       CLOSE ContractFile.

ReadContract.
       READ ContractFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

WorkOutDaysLeft.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, CPEndDate, WS-RUN-DATE,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS = "00" AND WS-DU-DAYS NOT < 0
           MOVE WS-DU-DAYS TO Ct-DaysLeft(ContractCount)
       END-IF.

PrintReport.
       MOVE WS-WINDOW TO WS-T-WINDOW.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "Contracts in force today ending inside the window, "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "soonest first. Days left counts to the last day the "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "contract price applies." TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       *> One pass per day of the window puts the soonest first
       PERFORM VARYING WS-DAY FROM 0 BY 1 UNTIL WS-DAY > WS-WINDOW
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > ContractCount
               IF Ct-DaysLeft(WS-IDX) = WS-DAY
                   PERFORM PrintContract
               END-IF
           END-PERFORM
       END-PERFORM.
       IF WS-EXPIRING = 0
           MOVE "No contract prices expire inside the window"
               TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-EXPIRING TO WS-TL-EXPIRING.
       MOVE WS-NOT-RENEWED TO WS-TL-NOT-RENEWED.
       MOVE WS-TOTAL-LINE TO ReportLine.
       WRITE ReportLine.

PrintContract.
       ADD 1 TO WS-EXPIRING.
       MOVE Ct-CustID(WS-IDX) TO WS-R-CUST-ID.
       MOVE Ct-CustID(WS-IDX) TO IDNum.
       MOVE "(NOT ON FILE)" TO WS-R-LASTNAME.
       IF WS-CUSTOMERS-OPEN = 'Y'
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE LastName TO WS-R-LASTNAME
           END-READ
       END-IF.
       MOVE Ct-SKU(WS-IDX) TO WS-R-SKU.
       MOVE Ct-SKU(WS-IDX) TO ProdSKU.
       MOVE "(NOT ON CATALOG)" TO WS-R-DESC.
       IF WS-PRODUCTS-OPEN = 'Y'
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ProdDescription TO WS-R-DESC
           END-READ
       END-IF.
       IF Ct-Type(WS-IDX) = 'F'
           MOVE Ct-UnitPrice(WS-IDX) TO WS-FT-PRICE
           MOVE WS-FIXED-TERMS TO WS-R-TERMS
       ELSE
           MOVE Ct-Percent(WS-IDX) TO WS-PT-PERCENT
           MOVE WS-PERCENT-TERMS TO WS-R-TERMS
       END-IF.
       MOVE Ct-StartDate(WS-IDX) TO WS-R-START.
       MOVE Ct-EndDate(WS-IDX) TO WS-R-END.
       MOVE Ct-DaysLeft(WS-IDX) TO WS-R-LEFT.
       PERFORM FindFollowOn.
       IF WS-NEXT-SLOT > 0
           MOVE Ct-StartDate(WS-NEXT-SLOT) TO WS-NT-START
           MOVE WS-NEXT-TERMS TO WS-R-FOLLOW-ON
       ELSE
           ADD 1 TO WS-NOT-RENEWED
           MOVE "NONE - REVERTS TO LIST" TO WS-R-FOLLOW-ON
       END-IF.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

FindFollowOn.
*> The earliest later-starting contract for the same customer and
*> SKU that runs past this one's end - the price the customer moves
*> on to
       MOVE 0 TO WS-NEXT-SLOT.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > ContractCount
           IF Ct-CustID(WS-JDX) = Ct-CustID(WS-IDX)
                   AND Ct-SKU(WS-JDX) = Ct-SKU(WS-IDX)
                   AND Ct-StartDate(WS-JDX) > Ct-StartDate(WS-IDX)
                   AND Ct-EndDate(WS-JDX) > Ct-EndDate(WS-IDX)
               IF WS-NEXT-SLOT = 0
                   MOVE WS-JDX TO WS-NEXT-SLOT
               ELSE
                   IF Ct-StartDate(WS-JDX)
                           < Ct-StartDate(WS-NEXT-SLOT)
                       MOVE WS-JDX TO WS-NEXT-SLOT
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "contract_expiry.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

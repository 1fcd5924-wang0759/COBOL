       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTRMAINT.
*> Customer contract price maintenance (contracts.txt, shared via
*> copybooks/CONTRREC.cpy). A contract gives one customer one SKU
*> at either a fixed unit price or a percent off the products.dat
*> list price, in force from a start date to an end date (both
*> inclusive). A contract is keyed by customer, SKU and start date,
*> so next year's price can be loaded while this year's still runs;
*> where two overlap, the later start stands.
*> Every pricing point - ORDERENTRY, ORDERMAINT, ORDERIMPORT,
*> QUOTEENTRY, STANDINGRUN and taxCalculator.cbl - asks CONTRPRICE
*> for the customer's price, so nothing here has to be re-keyed at
*> the order screen. CONTREXPIRY warns ahead of the end dates.
*> The whole contract file is loaded to a table and rewritten at the
*> end, the same load/save-around-the-work pattern TAXEXEMPT uses.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL ContractFile ASSIGN TO "contracts.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with CONTRPRICE/CONTREXPIRY via copybooks/CONTRREC.cpy
FD ContractFile.
       COPY CONTRREC.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-CONTRACT-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-ID-INPUT PIC X(5).
       01 WS-CUST-FOUND PIC X.
       01 WS-SKU-INPUT PIC X(10).
       01 WS-PROD-FOUND PIC X.
       01 WS-TYPE-INPUT PIC X.
       01 WS-PRICE-INPUT PIC 9(6)V99.
       01 WS-PERCENT-INPUT PIC 9(2)V99.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-DISPLAY-PRICE PIC $$$$$$9.99.
       01 WS-DISPLAY-PERCENT PIC Z9.99.
*> DATEUTIL linkage - contract dates are validated by the shared
*> date library instead of by eye
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> Contracts held in storage while changes are keyed, then written
*> back out. The DEPENDING ON counter must be declared ahead of the
*> table it sizes
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
       01 WS-IDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-OUT PIC 9(4).
       01 WS-LISTED PIC 9(4).

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "CONTRMAINT: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS NOT = "00"
           DISPLAY "CONTRMAINT: unable to open ProductFile, status "
               WS-PRODUCT-STATUS
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadContracts.
       IF RETURN-CODE NOT = 0
           CLOSE CustomerFile
           CLOSE ProductFile
           GOBACK
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "CUSTOMER CONTRACT PRICES"
           DISPLAY "1 : Add or Change Contract"
           DISPLAY "2 : Remove Contract"
           DISPLAY "3 : List Customer's Contracts"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddContract
               WHEN 2 PERFORM RemoveContract
               WHEN 3 PERFORM ListContracts
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveContracts.
       CLOSE CustomerFile.
       CLOSE ProductFile.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

GetCustomerID.
       MOVE SPACES TO WS-ID-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING
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

GetSKU.
       MOVE SPACES TO WS-SKU-INPUT.
       DISPLAY "SKU : " WITH NO ADVANCING.
       ACCEPT WS-SKU-INPUT.
       MOVE WS-SKU-INPUT TO ProdSKU.
       READ ProductFile
           INVALID KEY MOVE 'N' TO WS-PROD-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-PROD-FOUND
       END-READ.

GetDate.
*> Asks until a real YYYYMMDD calendar date is keyed; the date is
*> left in WS-DU-DATE2
       MOVE "90" TO WS-DU-STATUS.
       PERFORM WITH TEST AFTER UNTIL WS-DU-STATUS = "00"
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DU-DATE2
               MOVE 'VAL ' TO WS-DU-FUNCTION
               CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE2,
                   WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT,
                   WS-DU-STATUS
               END-CALL
           ELSE
               MOVE "90" TO WS-DU-STATUS
           END-IF
           IF WS-DU-STATUS NOT = "00"
               DISPLAY "Not a valid calendar date - again : "
                   WITH NO ADVANCING
           END-IF
       END-PERFORM.

FindContractSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > ContractCount OR WS-SLOT > 0
           IF Ct-CustID(WS-IDX) = IDNum
                   AND Ct-SKU(WS-IDX) = WS-SKU-INPUT
                   AND Ct-StartDate(WS-IDX) = WS-START-DATE
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

GetContractKey.
*> Customer, SKU and start date - the three together name a contract
       PERFORM GetCustomerID.
       IF WS-CUST-FOUND = 'N' OR CustInactive
           DISPLAY "Customer not found"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Contract prices for " FirstName " " LastName.
       PERFORM GetSKU.
       IF WS-PROD-FOUND = 'N'
           DISPLAY "SKU not on file: " WS-SKU-INPUT
           EXIT PARAGRAPH
       END-IF.
       MOVE ProdUnitPrice TO WS-DISPLAY-PRICE.
       DISPLAY ProdDescription " list " WS-DISPLAY-PRICE.
       DISPLAY "Start date (YYYYMMDD) : " WITH NO ADVANCING.
       PERFORM GetDate.
       MOVE WS-DU-DATE2 TO WS-START-DATE.
       PERFORM FindContractSlot.

AddContract.
       DISPLAY " ".
       MOVE 'N' TO WS-PROD-FOUND.
       PERFORM GetContractKey.
       IF WS-PROD-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       IF WS-SLOT > 0
           MOVE WS-SLOT TO WS-IDX
           DISPLAY "Now: " WITH NO ADVANCING
           PERFORM ShowContract
       ELSE
           IF ContractCount = 1000
               DISPLAY "Contract file full"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE SPACE TO WS-TYPE-INPUT.
       PERFORM WITH TEST AFTER
               UNTIL WS-TYPE-INPUT = 'F' OR WS-TYPE-INPUT = 'P'
           DISPLAY "F=fixed price, P=percent off list : "
               WITH NO ADVANCING
           ACCEPT WS-TYPE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
           IF WS-TYPE-INPUT NOT = 'F' AND WS-TYPE-INPUT NOT = 'P'
               DISPLAY "Answer F or P"
           END-IF
       END-PERFORM.
       MOVE ZERO TO WS-PRICE-INPUT.
       MOVE ZERO TO WS-PERCENT-INPUT.
       IF WS-TYPE-INPUT = 'F'
           PERFORM WITH TEST AFTER UNTIL WS-PRICE-INPUT > 0
               DISPLAY "Contract unit price : " WITH NO ADVANCING
               ACCEPT WS-PRICE-INPUT
               IF WS-PRICE-INPUT = 0
                   DISPLAY "Price must be above zero"
               END-IF
           END-PERFORM
       ELSE
           PERFORM WITH TEST AFTER UNTIL WS-PERCENT-INPUT > 0
               DISPLAY "Percent off list (e.g. 12.50) : "
                   WITH NO ADVANCING
               ACCEPT WS-PERCENT-INPUT
               IF WS-PERCENT-INPUT = 0
                   DISPLAY "Percent must be above zero"
               END-IF
           END-PERFORM
       END-IF.
       MOVE ZERO TO WS-END-DATE.
       PERFORM WITH TEST AFTER UNTIL WS-END-DATE NOT < WS-START-DATE
           DISPLAY "End date (YYYYMMDD) : " WITH NO ADVANCING
           PERFORM GetDate
           MOVE WS-DU-DATE2 TO WS-END-DATE
           IF WS-END-DATE < WS-START-DATE
               DISPLAY "End date cannot be before the start date"
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           ADD 1 TO ContractCount
           MOVE ContractCount TO WS-SLOT
           MOVE IDNum TO Ct-CustID(WS-SLOT)
           MOVE WS-SKU-INPUT TO Ct-SKU(WS-SLOT)
           MOVE WS-START-DATE TO Ct-StartDate(WS-SLOT)
       END-IF.
       MOVE WS-TYPE-INPUT TO Ct-Type(WS-SLOT).
       MOVE WS-PRICE-INPUT TO Ct-UnitPrice(WS-SLOT).
       MOVE WS-PERCENT-INPUT TO Ct-Percent(WS-SLOT).
       MOVE WS-END-DATE TO Ct-EndDate(WS-SLOT).
       DISPLAY "Contract recorded".

RemoveContract.
       DISPLAY " ".
       MOVE 'N' TO WS-PROD-FOUND.
       PERFORM GetContractKey.
       IF WS-PROD-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       IF WS-SLOT = 0
           DISPLAY "No contract for that customer, SKU and start date"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-OUT.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ContractCount
           IF WS-IDX NOT = WS-SLOT
               ADD 1 TO WS-OUT
               MOVE ContractEntry(WS-IDX) TO ContractEntry(WS-OUT)
           END-IF
       END-PERFORM.
       MOVE WS-OUT TO ContractCount.
       DISPLAY "Contract removed".

ListContracts.
       DISPLAY " ".
       PERFORM GetCustomerID.
       IF WS-CUST-FOUND = 'N'
           DISPLAY "Customer not found"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Contract prices for " FirstName " " LastName.
       MOVE 0 TO WS-LISTED.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ContractCount
           IF Ct-CustID(WS-IDX) = IDNum
               ADD 1 TO WS-LISTED
               PERFORM ShowContract
           END-IF
       END-PERFORM.
       IF WS-LISTED = 0
           DISPLAY "No contracts - the customer pays list price"
       END-IF.

ShowContract.
       IF Ct-Type(WS-IDX) = 'F'
           MOVE Ct-UnitPrice(WS-IDX) TO WS-DISPLAY-PRICE
           DISPLAY Ct-SKU(WS-IDX) " " WS-DISPLAY-PRICE " each    "
               Ct-StartDate(WS-IDX) " to " Ct-EndDate(WS-IDX)
       ELSE
           MOVE Ct-Percent(WS-IDX) TO WS-DISPLAY-PERCENT
           DISPLAY Ct-SKU(WS-IDX) " " WS-DISPLAY-PERCENT
               "% off list  " Ct-StartDate(WS-IDX) " to "
               Ct-EndDate(WS-IDX)
       END-IF.

LoadContracts.
       MOVE 'N' TO WS-CONTRACT-EOF.
       OPEN INPUT ContractFile.
       PERFORM ReadContract.
       PERFORM UNTIL WS-CONTRACT-EOF = 'Y' OR ContractCount = 1000
           ADD 1 TO ContractCount
           MOVE CPCustID TO Ct-CustID(ContractCount)
           MOVE CPSKU TO Ct-SKU(ContractCount)
           MOVE CPType TO Ct-Type(ContractCount)
           MOVE CPUnitPrice TO Ct-UnitPrice(ContractCount)
           MOVE CPPercent TO Ct-Percent(ContractCount)
           MOVE CPStartDate TO Ct-StartDate(ContractCount)
           MOVE CPEndDate TO Ct-EndDate(ContractCount)
           PERFORM ReadContract
       END-PERFORM.
       IF WS-CONTRACT-EOF NOT = 'Y'
           DISPLAY "CONTRMAINT: contract file larger than 1000 rows - "
               "file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE ContractFile.

ReadContract.
       READ ContractFile
           AT END MOVE 'Y' TO WS-CONTRACT-EOF
       END-READ.

SaveContracts.
       OPEN OUTPUT ContractFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ContractCount
           MOVE Ct-CustID(WS-IDX) TO CPCustID
           MOVE Ct-SKU(WS-IDX) TO CPSKU
           MOVE Ct-Type(WS-IDX) TO CPType
           MOVE Ct-UnitPrice(WS-IDX) TO CPUnitPrice
           MOVE Ct-Percent(WS-IDX) TO CPPercent
           MOVE Ct-StartDate(WS-IDX) TO CPStartDate
           MOVE Ct-EndDate(WS-IDX) TO CPEndDate
           WRITE ContractRecord
       END-PERFORM.
       CLOSE ContractFile.

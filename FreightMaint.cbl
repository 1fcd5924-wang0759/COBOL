       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FREIGHTMAINT.
*> Freight terms maintenance - everything SHIPCONFIRM needs to put
*> a freight charge on a shipment instead of the shop eating it:
*>   - the rate table (freightrates.txt, copybooks/FRTRATEREC.cpy):
*>     per carrier and destination zone, a flat charge per shipment
*>     plus a charge per pound; a blank zone is the carrier's rate
*>     for any zone without a row of its own
*>   - customer freight terms (custfreight.txt,
*>     copybooks/CUSTFRTREC.cpy): the zone the customer's mailing
*>     address is in, and the free-freight flag
*>   - the order value over which freight is free (freightparm.txt,
*>     copybooks/FRTPARMREC.cpy), zero for no threshold.
*> A ship-to address's own zone is keyed with the address in the
*> tutorial10 customer menu.
*> The files are loaded to tables and rewritten at the end, the
*> same load/save-around-the-work pattern TAXEXEMPT uses.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL FreightRateFile ASSIGN TO "freightrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CustFreightFile ASSIGN TO "custfreight.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FreightParmFile ASSIGN TO "freightparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with SHIPCONFIRM via copybooks/FRTRATEREC.cpy
FD FreightRateFile.
       COPY FRTRATEREC.

*> Shared with SHIPCONFIRM via copybooks/CUSTFRTREC.cpy
FD CustFreightFile.
       COPY CUSTFRTREC.

*> Shared with SHIPCONFIRM via copybooks/FRTPARMREC.cpy
FD FreightParmFile.
       COPY FRTPARMREC.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-RATE-EOF PIC X.
       01 WS-TERMS-EOF PIC X.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-ID-INPUT PIC X(5).
       01 WS-CUST-FOUND PIC X.
       01 WS-CARRIER-INPUT PIC X(10).
       01 WS-ZONE-INPUT PIC X(2).
       01 WS-AMOUNT-INPUT PIC 9(6)V99.
       01 WS-FREE-INPUT PIC X.
       01 WS-FREE-OVER PIC 9(6)V99 VALUE ZERO.
       01 WS-DISPLAY-AMOUNT PIC $$$$$$9.99.
       01 WS-DISPLAY-RATE PIC $$$9.99.
*> The rate table and the customer terms held in storage while
*> changes are keyed, then written back out. The DEPENDING ON
*> counters must be declared ahead of the tables they size
       01 RateCount PIC 9(3) VALUE ZERO.
       01 RateTable.
           02 RateEntry OCCURS 0 TO 500 TIMES
                   DEPENDING ON RateCount.
               03 Rt-Carrier PIC X(10).
               03 Rt-Zone PIC X(2).
               03 Rt-Base PIC 9(4)V99.
               03 Rt-PerPound PIC 9(3)V99.
       01 TermCount PIC 9(3) VALUE ZERO.
       01 TermTable.
           02 TermEntry OCCURS 0 TO 500 TIMES
                   DEPENDING ON TermCount.
               03 Tm-CustID PIC 9(5).
               03 Tm-Zone PIC X(2).
               03 Tm-Free PIC X.
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-OUT PIC 9(3).

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "FREIGHTMAINT: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadRates.
       IF RETURN-CODE = 0
           PERFORM LoadTerms
       END-IF.
       IF RETURN-CODE NOT = 0
           CLOSE CustomerFile
           GOBACK
       END-IF.
       PERFORM LoadParm.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "FREIGHT TERMS"
           DISPLAY "1 : Add or Change Freight Rate"
           DISPLAY "2 : Remove Freight Rate"
           DISPLAY "3 : List Freight Rates"
           DISPLAY "4 : Set Customer Freight Terms"
           DISPLAY "5 : List Customer Freight Terms"
           DISPLAY "6 : Free-Freight Order Value"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddRate
               WHEN 2 PERFORM RemoveRate
               WHEN 3 PERFORM ListRates
               WHEN 4 PERFORM SetTerms
               WHEN 5 PERFORM ListTerms
               WHEN 6 PERFORM SetThreshold
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveRates.
       PERFORM SaveTerms.
       PERFORM SaveParm.
       CLOSE CustomerFile.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

GetCarrierZone.
       PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(WS-CARRIER-INPUT) NOT = SPACES
           DISPLAY "Carrier : " WITH NO ADVANCING
           ACCEPT WS-CARRIER-INPUT
           IF FUNCTION TRIM(WS-CARRIER-INPUT) = SPACES
               DISPLAY "Carrier cannot be blank"
           END-IF
       END-PERFORM.
       MOVE SPACES TO WS-ZONE-INPUT.
       DISPLAY "Zone (blank = any zone) : " WITH NO ADVANCING.
       ACCEPT WS-ZONE-INPUT.

FindRateSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > RateCount OR WS-SLOT > 0
           IF Rt-Carrier(WS-IDX) = WS-CARRIER-INPUT
                   AND Rt-Zone(WS-IDX) = WS-ZONE-INPUT
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

AddRate.
       DISPLAY " ".
       PERFORM GetCarrierZone.
       PERFORM FindRateSlot.
       IF WS-SLOT = 0
           IF RateCount = 500
               DISPLAY "Rate table full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RateCount
           MOVE RateCount TO WS-SLOT
           MOVE WS-CARRIER-INPUT TO Rt-Carrier(WS-SLOT)
           MOVE WS-ZONE-INPUT TO Rt-Zone(WS-SLOT)
       END-IF.
       DISPLAY "Flat charge per shipment : " WITH NO ADVANCING.
       ACCEPT WS-AMOUNT-INPUT.
       MOVE WS-AMOUNT-INPUT TO Rt-Base(WS-SLOT).
       DISPLAY "Charge per pound : " WITH NO ADVANCING.
       ACCEPT WS-AMOUNT-INPUT.
       MOVE WS-AMOUNT-INPUT TO Rt-PerPound(WS-SLOT).
       DISPLAY "Rate recorded".

RemoveRate.
       DISPLAY " ".
       PERFORM GetCarrierZone.
       PERFORM FindRateSlot.
       IF WS-SLOT = 0
           DISPLAY "No rate on file for that carrier and zone"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-OUT.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > RateCount
           IF WS-IDX NOT = WS-SLOT
               ADD 1 TO WS-OUT
               MOVE RateEntry(WS-IDX) TO RateEntry(WS-OUT)
           END-IF
       END-PERFORM.
       MOVE WS-OUT TO RateCount.
       DISPLAY "Rate removed".

ListRates.
       DISPLAY " ".
       IF RateCount = 0
           DISPLAY "No freight rates on file - shipments carry no "
               "freight"
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > RateCount
           MOVE Rt-Base(WS-IDX) TO WS-DISPLAY-AMOUNT
           MOVE Rt-PerPound(WS-IDX) TO WS-DISPLAY-RATE
           DISPLAY Rt-Carrier(WS-IDX) " zone " Rt-Zone(WS-IDX)
               " " WS-DISPLAY-AMOUNT " + " WS-DISPLAY-RATE " per lb"
       END-PERFORM.

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

FindTermSlot.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > TermCount OR WS-SLOT > 0
           IF Tm-CustID(WS-IDX) = IDNum
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

SetTerms.
       DISPLAY " ".
       PERFORM GetCustomerID.
       IF WS-CUST-FOUND = 'N' OR CustInactive
           DISPLAY "Customer not found"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Freight terms for " FirstName " " LastName.
       PERFORM FindTermSlot.
       IF WS-SLOT > 0
           DISPLAY "Now: zone " Tm-Zone(WS-SLOT) "  free freight "
               Tm-Free(WS-SLOT)
       END-IF.
       MOVE SPACES TO WS-ZONE-INPUT.
       DISPLAY "Zone of the mailing address : " WITH NO ADVANCING.
       ACCEPT WS-ZONE-INPUT.
       MOVE SPACE TO WS-FREE-INPUT.
       PERFORM WITH TEST AFTER
               UNTIL WS-FREE-INPUT = 'Y' OR WS-FREE-INPUT = 'N'
           DISPLAY "Free freight? Y/N : " WITH NO ADVANCING
           ACCEPT WS-FREE-INPUT
           IF WS-FREE-INPUT = 'y'
               MOVE 'Y' TO WS-FREE-INPUT
           END-IF
           IF WS-FREE-INPUT = 'n'
               MOVE 'N' TO WS-FREE-INPUT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           IF TermCount = 500
               DISPLAY "Freight terms file full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TermCount
           MOVE TermCount TO WS-SLOT
           MOVE IDNum TO Tm-CustID(WS-SLOT)
       END-IF.
       MOVE WS-ZONE-INPUT TO Tm-Zone(WS-SLOT).
       MOVE WS-FREE-INPUT TO Tm-Free(WS-SLOT).
       DISPLAY "Freight terms recorded".

ListTerms.
       DISPLAY " ".
       IF TermCount = 0
           DISPLAY "No customer freight terms on file"
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TermCount
           DISPLAY Tm-CustID(WS-IDX) " zone " Tm-Zone(WS-IDX)
               "  free freight " Tm-Free(WS-IDX)
       END-PERFORM.

SetThreshold.
       DISPLAY " ".
       MOVE WS-FREE-OVER TO WS-DISPLAY-AMOUNT.
       DISPLAY "Orders over " WS-DISPLAY-AMOUNT " ship free (zero = "
           "no threshold)".
       DISPLAY "New free-freight order value : " WITH NO ADVANCING.
       ACCEPT WS-AMOUNT-INPUT.
       MOVE WS-AMOUNT-INPUT TO WS-FREE-OVER.
       DISPLAY "Threshold recorded".

LoadRates.
       MOVE 'N' TO WS-RATE-EOF.
       OPEN INPUT FreightRateFile.
       PERFORM ReadRate.
       PERFORM UNTIL WS-RATE-EOF = 'Y' OR RateCount = 500
           ADD 1 TO RateCount
           MOVE FRCarrier TO Rt-Carrier(RateCount)
           MOVE FRZone TO Rt-Zone(RateCount)
           MOVE FRBaseCharge TO Rt-Base(RateCount)
           MOVE FRPerPound TO Rt-PerPound(RateCount)
           PERFORM ReadRate
       END-PERFORM.
       IF WS-RATE-EOF NOT = 'Y'
           DISPLAY "FREIGHTMAINT: rate file larger than 500 rows - "
               "files left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE FreightRateFile.

ReadRate.
       READ FreightRateFile
           AT END MOVE 'Y' TO WS-RATE-EOF
       END-READ.

LoadTerms.
       MOVE 'N' TO WS-TERMS-EOF.
       OPEN INPUT CustFreightFile.
       PERFORM ReadTerms.
       PERFORM UNTIL WS-TERMS-EOF = 'Y' OR TermCount = 500
           ADD 1 TO TermCount
           MOVE CFCustID TO Tm-CustID(TermCount)
           MOVE CFZone TO Tm-Zone(TermCount)
           MOVE CFFreeFreight TO Tm-Free(TermCount)
           PERFORM ReadTerms
       END-PERFORM.
       IF WS-TERMS-EOF NOT = 'Y'
           DISPLAY "FREIGHTMAINT: customer terms file larger than 500 "
               "rows - files left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CustFreightFile.

ReadTerms.
       READ CustFreightFile
           AT END MOVE 'Y' TO WS-TERMS-EOF
       END-READ.

LoadParm.
       OPEN INPUT FreightParmFile.
       READ FreightParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y' AND FPFreeOver IS NUMERIC
           MOVE FPFreeOver TO WS-FREE-OVER
       END-IF.
       CLOSE FreightParmFile.

SaveRates.
       OPEN OUTPUT FreightRateFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > RateCount
           MOVE Rt-Carrier(WS-IDX) TO FRCarrier
           MOVE Rt-Zone(WS-IDX) TO FRZone
           MOVE Rt-Base(WS-IDX) TO FRBaseCharge
           MOVE Rt-PerPound(WS-IDX) TO FRPerPound
           WRITE FreightRateRecord
       END-PERFORM.
       CLOSE FreightRateFile.

SaveTerms.
       OPEN OUTPUT CustFreightFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TermCount
           MOVE Tm-CustID(WS-IDX) TO CFCustID
           MOVE Tm-Zone(WS-IDX) TO CFZone
           MOVE Tm-Free(WS-IDX) TO CFFreeFreight
           WRITE CustFreightRecord
       END-PERFORM.
       CLOSE CustFreightFile.

SaveParm.
       OPEN OUTPUT FreightParmFile.
       MOVE WS-FREE-OVER TO FPFreeOver.
       WRITE FreightParmRecord.
       CLOSE FreightParmFile.

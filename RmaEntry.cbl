PROGRAM-ID. RMA.
*> Returns authorization - the paper trail goods coming back never
*> had. A numbered RMA references the original orderhdr.dat order
*> and one of its orderdetail.txt lines, records why under a
*> returnreasons.txt code (RTNREASON keeps the list - free text
*> cannot be counted) and what is done with the goods: restocked
*> straight back into StockOnHand, quarantined in the
*> StockQuarantine count instead of pretending they are sellable,
*> or scrapped without going back into stock at all. The refund -
*> the returned share of the line price plus its category tax -
*> posts as a negative invoice on the A/R ledger and as negative
*> salesjournal.txt lines stamped with the RMA number, so the money
*> and the goods tie back to the same piece of paper.
*> RMA numbers come from rmactl.txt; each authorization is one
*> record in rma.txt.
*> Returned goods go back on the shelf (or into quarantine) at the
*> stock location receiving them - the station's home location
*> unless the operator names another.
*> The refund's tax is reversed at the rate of the jurisdiction the
*> order was invoiced in (its ship-to's postal code, or the store's
*> own, through TAXJURIS), and the journal lines are stamped with it.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RmaFile ASSIGN TO "rma.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReasonFile ASSIGN TO "returnreasons.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RmaControlFile ASSIGN TO "rmactl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL ARControlFile ASSIGN TO "arctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> comes back as its components, same as it left
       SELECT OPTIONAL KitBomFile ASSIGN TO "kitbom.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> The order's delivery site - its postal code decides the tax
*> jurisdiction the order was invoiced in
       SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
           02 FILLER      PIC X VALUE SPACE.
           02 RateRecEffDate PIC 9(8).

*> Shared with RETURNRPT via copybooks/RMAREC.cpy
FD RmaFile.
       COPY RMAREC.

*> Shared with RTNREASON/RETURNRPT via copybooks/RTNRSNREC.cpy
FD ReasonFile.
       COPY RTNRSNREC.

FD RmaControlFile.
       01 RmaControlRecord.
FD KitBomFile.
       COPY KITBOMREC.

*> Shared with ORDERENTRY/ORDERINVOICE via copybooks/SHIPTOREC.cpy
FD ShipToFile.
       COPY SHIPTOREC.

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-ORDDTL-STATUS PIC XX.
       01 WS-LINE-PRICE PIC 9(6)V99.
       01 WS-STOCK-FOUND PIC X.
       01 WS-REASON PIC X(20).
       01 WS-REASON-CODE PIC X(4).
       01 WS-CONDITION PIC X.
       01 WS-DISPOSITION PIC X.
       01 WS-REFUND-COST PIC S9(8)V99.
       01 WS-REFUND-TAX PIC S9(8)V99.
       01 WS-REFUND-TOTAL PIC S9(8)V99.
       01 WS-CATEGORY PIC X(4).
       01 WS-RATE PIC 9V9999.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-NEXT-RMA-NUM PIC 9(5) VALUE 1.
       01 WS-NEXT-INVOICE-NUM PIC 9(6) VALUE 1.
       01 WS-NEXT-RECEIPT-NUM PIC 9(6) VALUE 1.
       01 WS-BOM-EOF PIC X.
       01 WS-BOM-IDX PIC 9(3).
       01 WS-IS-KIT PIC X.
*> The return reason codes a return must be taken under, loaded once
*> at startup
       01 ReasonCount PIC 9(3) VALUE ZERO.
       01 ReasonTable.
           02 ReasonEntry OCCURS 0 TO 100 TIMES
                   DEPENDING ON ReasonCount.
               03 Rn-Code PIC X(4).
               03 Rn-Desc PIC X(20).
       01 WS-REASON-EOF PIC X.
       01 WS-RSN-IDX PIC 9(3).
       01 WS-RSN-SLOT PIC 9(3).
*> PERIODCHK answer - '90' means today's month is closed
       01 WS-PC-STATUS PIC XX.
*> Per-category tax rates, defaulted and refined from taxrates.txt
           05 WS-CAT-EFF OCCURS 4 TIMES PIC 9(8).
       01 WS-REC-EFF-DATE PIC 9(8).
       01 WS-EFF-IDX PIC 9.
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).
*> TAXJURIS linkage - the jurisdiction the order was invoiced in and
*> the rates it levies
       01 WS-TJ-FUNCTION PIC X(4).
       01 WS-TJ-POSTAL PIC X(10).
       01 WS-TJ-STATUS PIC XX.
       01 WS-TJ-RATES.
           05 WS-TJ-STATE-RATE PIC 9V9999.
           05 WS-TJ-COUNTY-RATE PIC 9V9999.
           05 WS-TJ-CITY-RATE PIC 9V9999.
           05 WS-TJ-TOTAL-RATE PIC 9V9999.
       01 WS-ORDER-JUR PIC X(6).
       01 WS-SHIPTO-EOF PIC X.

PROCEDURE DIVISION.
StartPara.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadKitBom.
       PERFORM LoadReasons.
       IF ReasonCount = 0
           DISPLAY "RMA: no return reason codes on file - set them "
               "up in RTNREASON first"
           CLOSE OrderHeaderFile
           CLOSE StockFile
           IF WS-PRODUCTS-OPEN = 'Y'
               CLOSE ProductFile
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "RMA: accounting period " WS-RUN-DATE(1:6)
           EXIT PARAGRAPH
       END-IF.
       MOVE OrderCustID TO WS-CUST-ID.
       PERFORM FindOrderJurisdiction.
       PERFORM ShowOrderLines.
       DISPLAY "Product being returned : " WITH NO ADVANCING.
       ACCEPT WS-PROD-INPUT.
               " - no RMA issued"
           EXIT PARAGRAPH
       END-IF.
       PERFORM GetReasonCode WITH TEST AFTER UNTIL WS-RSN-SLOT > 0.
       MOVE Rn-Code(WS-RSN-SLOT) TO WS-REASON-CODE.
       MOVE Rn-Desc(WS-RSN-SLOT) TO WS-REASON.
       MOVE SPACE TO WS-DISPOSITION.
       PERFORM WITH TEST AFTER UNTIL WS-DISPOSITION = 'R'
               OR WS-DISPOSITION = 'Q' OR WS-DISPOSITION = 'S'
           DISPLAY "Disposition (R=restock, Q=quarantine, S=scrap) : "
               WITH NO ADVANCING
           ACCEPT WS-DISPOSITION
           MOVE FUNCTION UPPER-CASE(WS-DISPOSITION) TO WS-DISPOSITION
           IF WS-DISPOSITION NOT = 'R' AND WS-DISPOSITION NOT = 'Q'
                   AND WS-DISPOSITION NOT = 'S'
               DISPLAY "Answer R, Q or S"
           END-IF
       END-PERFORM.
       *> Restocked goods were sellable; quarantined and scrapped
       *> ones were not
       IF WS-DISPOSITION = 'R'
           MOVE 'S' TO WS-CONDITION
       ELSE
           MOVE 'D' TO WS-CONDITION
       END-IF.
       PERFORM ComputeRefund.
       PERFORM RestockGoods.
       PERFORM WriteRmaRecord.
           WS-DISPLAY-AMOUNT.
       ADD 1 TO WS-NEXT-RMA-NUM.

GetReasonCode.
       MOVE SPACES TO WS-REASON-CODE.
       DISPLAY "Reason code (? = list) : " WITH NO ADVANCING.
       ACCEPT WS-REASON-CODE.
       MOVE FUNCTION UPPER-CASE(WS-REASON-CODE) TO WS-REASON-CODE.
       MOVE 0 TO WS-RSN-SLOT.
       IF WS-REASON-CODE = '?'
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > ReasonCount
               DISPLAY "  " Rn-Code(WS-RSN-IDX) " "
                   Rn-Desc(WS-RSN-IDX)
           END-PERFORM
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > ReasonCount OR WS-RSN-SLOT > 0
           IF Rn-Code(WS-RSN-IDX) = WS-REASON-CODE
               MOVE WS-RSN-IDX TO WS-RSN-SLOT
           END-IF
       END-PERFORM.
       IF WS-RSN-SLOT = 0
           DISPLAY "No such reason code - ? lists them"
       END-IF.

ShowOrderLines.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT OrderDetailFile.
           WHEN WS-CAT-CODE(WS-CAT-IDX) = WS-CATEGORY
               MOVE WS-CAT-RATE(WS-CAT-IDX) TO WS-RATE
       END-SEARCH.
       IF WS-ORDER-JUR NOT = SPACES
           MOVE 'RATE' TO WS-TJ-FUNCTION
           CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
               WS-ORDER-JUR, WS-CATEGORY, WS-RUN-DATE, WS-TJ-RATES,
               WS-TJ-STATUS
           END-CALL
           IF WS-TJ-STATUS = "00"
               MOVE WS-TJ-TOTAL-RATE TO WS-RATE
           END-IF
       END-IF.
       COMPUTE WS-REFUND-TAX ROUNDED = WS-REFUND-COST * WS-RATE.

FindOrderJurisdiction.
*> The ship-to's postal code, when the order has one that maps to a
*> jurisdiction; otherwise the store's own - the same choice
*> ORDERINVOICE made when it billed the order
       MOVE SPACES TO WS-TJ-POSTAL.
       IF OrderShipTo NOT = SPACES
           MOVE 'N' TO WS-SHIPTO-EOF
           OPEN INPUT ShipToFile
           PERFORM UNTIL WS-SHIPTO-EOF = 'Y'
               READ ShipToFile
                   AT END MOVE 'Y' TO WS-SHIPTO-EOF
               END-READ
               IF WS-SHIPTO-EOF NOT = 'Y'
                   IF STCustID = OrderCustID AND STCode = OrderShipTo
                       MOVE STPostalCode TO WS-TJ-POSTAL
                       MOVE 'Y' TO WS-SHIPTO-EOF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ShipToFile
       END-IF.
       MOVE 'POST' TO WS-TJ-FUNCTION.
       CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
           WS-ORDER-JUR, WS-CATEGORY, WS-RUN-DATE, WS-TJ-RATES,
           WS-TJ-STATUS
       END-CALL.
       IF WS-TJ-STATUS NOT = "00"
           MOVE 'HOME' TO WS-TJ-FUNCTION
           CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
               WS-ORDER-JUR, WS-CATEGORY, WS-RUN-DATE, WS-TJ-RATES,
               WS-TJ-STATUS
           END-CALL
       END-IF.
       COMPUTE WS-REFUND-TOTAL = WS-REFUND-COST + WS-REFUND-TAX.

RestockGoods.
*> A returned kit comes back as its KITMAINT components, the same
*> shapes that left the shelf when it sold; anything else restocks
*> its own product/size record. Scrapped goods never go back into
*> stock at all
       IF WS-DISPOSITION = 'S'
           DISPLAY "Scrapped " WS-RETURN-QTY " of " WS-PROD-INPUT "/"
               WS-SIZE-INPUT " - not returned to stock"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-IS-KIT.
       PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > BomCount
       END-IF.

RestockOneKey.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE WS-DS-PROD TO StockProdName.
       MOVE WS-DS-SIZE TO StockSize.
       READ StockFile
       MOVE "RMA" TO SMSource.
       MOVE WS-NEXT-RMA-NUM TO SMReference.
       MOVE SPACES TO SMOperator.
       MOVE SPACES TO SMLot.
       MOVE WS-STOCK-LOC TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

       MOVE WS-REASON TO RMAReason.
       MOVE WS-CONDITION TO RMACondition.
       MOVE WS-REFUND-TOTAL TO RMARefund.
       MOVE WS-REASON-CODE TO RMAReasonCode.
       MOVE WS-DISPOSITION TO RMADisposition.
       WRITE RmaRecord.
       CLOSE RmaFile.

*> a fresh receipt number, the line stamped with the RMA number
       PERFORM LoadNextInvoiceNum.
       PERFORM LoadNextReceiptNum.
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
           DISPLAY "RMA: unable to post to arledger.dat, status "
               WS-LEDGER-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO ARAmountPaid.
       SET AROpenItem TO TRUE.
       SET ARDocInvoice TO TRUE.
       WRITE ARLedgerRecord
           INVALID KEY
               DISPLAY "RMA: invoice " ARInvoiceNum
                   " already on the ledger - check arctl.txt"
       END-WRITE.
       CLOSE ARLedgerFile.
       ADD 1 TO WS-NEXT-INVOICE-NUM.
       PERFORM SaveNextInvoiceNum.
       *> RMA refund - no seller signed on here, so the line lands
       *> under the unattributed bucket on the commission report
       MOVE SPACES TO SJOperatorID.
       MOVE WS-ORDER-JUR TO SJJurisCode.
       MOVE ZERO TO SJTime.
       WRITE SalesJournalRecord.
       CLOSE SalesJournalFile.
       ADD 1 TO WS-NEXT-RECEIPT-NUM.
       END-PERFORM.
       CLOSE KitBomFile.

LoadReasons.
       MOVE 'N' TO WS-REASON-EOF.
       OPEN INPUT ReasonFile.
       PERFORM UNTIL WS-REASON-EOF = 'Y' OR ReasonCount = 100
           READ ReasonFile
               AT END MOVE 'Y' TO WS-REASON-EOF
           END-READ
           IF WS-REASON-EOF NOT = 'Y'
               ADD 1 TO ReasonCount
               MOVE RRCode TO Rn-Code(ReasonCount)
               MOVE RRDescription TO Rn-Desc(ReasonCount)
           END-IF
       END-PERFORM.
       CLOSE ReasonFile.

LoadRates.
       PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
               UNTIL WS-EFF-IDX > 4
       MOVE WS-NEXT-RECEIPT-NUM TO CtlNextReceiptNum.
       WRITE ReceiptControlRecord.
       CLOSE ReceiptControlFile.

ChooseStockLocation.
       MOVE 'HOME' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       DISPLAY "Stock location (blank = " WS-STOCK-LOC ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-LOC-INPUT.
       ACCEPT WS-LOC-INPUT.
       IF WS-LOC-INPUT NOT = SPACES
           MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-STOCK-LOC
           MOVE 'FIND' TO WS-SL-FUNCTION
           CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC,
               WS-SL-NAME, WS-SL-STATUS
           END-CALL
       END-IF.
       IF WS-SL-STATUS NOT = "00"
           DISPLAY "No such location: " WS-STOCK-LOC
       ELSE
           DISPLAY "Working from " WS-STOCK-LOC " " WS-SL-NAME
       END-IF.

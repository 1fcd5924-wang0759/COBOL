       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FULFILRPT.
*> Monthly fulfilment service-level report, so management hears how
*> orders are being served from the numbers rather than from the
*> complaints. Covers the orders taken last calendar month (OrderDate
*> on orderhdr.dat; cancelled orders left out) and reports, overall,
*> by customer and by product category, into fulfil_report.txt:
*>   - line fill rate at order time: order lines filled from stock
*>     against lines that went on backorder.txt (any backorder the
*>     order line raised, released since or not; a kit line counts
*>     as backordered when any of its kitbom.txt components did)
*>   - average and worst days from OrderDate to the ShpDate
*>     SHIPCONFIRM logged on shipments.txt, the share shipped within
*>     the target number of days, and how many are not shipped yet
*>   - backorder age: every backorder still open today, aged from
*>     BODate, its average and oldest.
*> Customers are measured in orders (an order ships once); a
*> category is measured in order lines, each line taking its order's
*> ship date, since one order spans several categories. A category
*> is ProdCategory off products.dat - the FOOD/CLTH/ELEC/GEN codes
*> the margin report uses, ???? for a SKU not on the catalog.
*> fulfilparm.txt (optional, one line) holds the target days in
*> columns 1-3 (default 5) and, in columns 4-9, a YYYYMM month to
*> report instead of last month, for a rerun.
*> Schedule it DOM 1 in jobcal.txt so the month it reports is whole.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           *> DYNAMIC: the month's orders are walked in order, then an
           *> older order owing a backorder is read by key
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL OrderDetailFile ASSIGN TO "orderdetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ShipmentFile ASSIGN TO "shipments.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BackorderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL KitBomFile ASSIGN TO "kitbom.txt"
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
       SELECT OPTIONAL ParmFile ASSIGN TO "fulfilparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "fulfil_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDDTLREC.cpy
FD OrderDetailFile.
       01 OrderDetailData.
           COPY ORDDTLREC REPLACING ==LEVEL== BY ==02==.

*> Shared with SHIPCONFIRM via copybooks/SHIPMTREC.cpy
FD ShipmentFile.
       COPY SHIPMTREC.

*> Shared with ORDERENTRY/STOCKRECEIVE via copybooks/BACKORDREC.cpy
FD BackorderFile.
       COPY BACKORDREC.

*> Shared with KITMAINT/PICKLIST via copybooks/KITBOMREC.cpy
FD KitBomFile.
       COPY KITBOMREC.

*> Shared with PRODMAINT/ORDERENTRY via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Fields kept contiguous - the status-71 FILLER workaround
FD ParmFile.
       01 ParmRecord.
           02 FpTargetDays PIC 9(3).
           02 FpMonth PIC 9(6).

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-ORDERS-OPEN PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-OVERFLOW PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-RPT-MONTH PIC 9(6).
       01 WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH.
           02 WS-RPT-YEAR PIC 9(4).
           02 WS-RPT-MM PIC 99.
       01 WS-TARGET-DAYS PIC 9(3) VALUE 5.
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-ORD-SLOT PIC 9(4).
       01 WS-CUST-SLOT PIC 9(3).
       01 WS-CAT-SLOT PIC 9.
       01 WS-SEEK-CUST PIC 9(5).
       01 WS-LINE-BO PIC X.
       01 WS-SHIPPED PIC X.
       01 WS-DAYS PIC 9(4).
       01 WS-PCT PIC 9(3)V9.
       01 WS-AVG PIC 9(4)V9.
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> One set of service-level counters. Every table below carries the
*> same layout, so a group MOVE in and out of WS-GS lets one set of
*> paragraphs do the counting for all of them
       01 WS-GS.
           02 WS-GS-LINES PIC 9(6).
           02 WS-GS-BO-LINES PIC 9(6).
           02 WS-GS-SHIPPED PIC 9(6).
           02 WS-GS-SHIP-DAYS PIC 9(8).
           02 WS-GS-WORST PIC 9(4).
           02 WS-GS-IN-TARGET PIC 9(6).
           02 WS-GS-UNSHIPPED PIC 9(6).
           02 WS-GS-OPEN-BO PIC 9(6).
           02 WS-GS-BO-AGE PIC 9(8).
           02 WS-GS-OLDEST PIC 9(4).
       01 WS-TOTAL-STATS PIC X(60).
*> The month's orders with the ship date found for each. The
*> DEPENDING ON counter must be declared ahead of the table it sizes
       01 OrdCount PIC 9(4) VALUE ZERO.
       01 OrdTable.
           02 OrdEntry OCCURS 0 TO 3000 TIMES DEPENDING ON OrdCount.
               03 Od-Num PIC 9(6).
               03 Od-CustSlot PIC 9(3).
               03 Od-Date PIC 9(8).
               03 Od-ShipDate PIC 9(8).
*> Every backorder the month's orders raised, whatever its status
*> now - what says a line was short at order time
       01 BoCount PIC 9(4) VALUE ZERO.
       01 BoTable.
           02 BoEntry OCCURS 0 TO 3000 TIMES DEPENDING ON BoCount.
               03 Bo-OrderNum PIC 9(6).
               03 Bo-ProdName PIC X(10).
               03 Bo-Size PIC X.
       01 KitCount PIC 9(4) VALUE ZERO.
       01 KitTable.
           02 KitEntry OCCURS 0 TO 1000 TIMES DEPENDING ON KitCount.
               03 Kt-KitSKU PIC X(10).
               03 Kt-ProdName PIC X(10).
               03 Kt-Size PIC X.
       01 CustCount PIC 9(3) VALUE ZERO.
       01 CustTable.
           02 CustEntry OCCURS 0 TO 500 TIMES DEPENDING ON CustCount.
               03 Cs-CustID PIC 9(5).
               03 Cs-Orders PIC 9(6).
               03 Cs-Stats PIC X(60).
*> Category rollup - the four fixed codes plus a catch-all, same
*> shape the margin report uses
       01 CatTable.
           02 CatEntry OCCURS 5 TIMES.
               03 Cg-Code PIC X(4).
               03 Cg-Stats PIC X(60).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(30) VALUE "FULFILMENT SERVICE LEVELS FOR ".
           02 WS-T-MONTH PIC 9(6).
           02 FILLER PIC X(10) VALUE "  TARGET ".
           02 WS-T-TARGET PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
           02 FILLER PIC X(10) VALUE "  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(30) VALUE
               " LINES     B/O  FILL%   SHIPPE".
           02 FILLER PIC X(30) VALUE
               "D AVG DAYS WORST IN TGT% UNSHI".
           02 FILLER PIC X(29) VALUE
               "PPED  OPEN B/O AVG AGE OLDEST".
       01 WS-DETAIL-LINE.
           02 WS-R-NAME PIC X(24).
           02 WS-R-LINES PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-BO PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-FILL PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-R-SHIPPED PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-R-AVG PIC ZZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-WORST PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-R-IN-TARGET PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-R-UNSHIPPED PIC ZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-R-OPEN-BO PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-AGE PIC ZZZ9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-R-OLDEST PIC ZZZ9.
       01 WS-CUST-NAME.
           02 WS-CN-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-CN-LASTNAME PIC X(15).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "FULFILRPT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       OPEN INPUT OrderHeaderFile.
       IF WS-ORDHDR-STATUS = "00"
           MOVE 'Y' TO WS-ORDERS-OPEN
       ELSE
           *> No order book yet is an empty month, not a failure
           IF WS-ORDHDR-STATUS NOT = "35"
               DISPLAY "FULFILRPT: unable to open orderhdr.dat, "
                   "status " WS-ORDHDR-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "FULFILRPT: unable to open fulfil_report.txt, "
               "status " WS-REPORT-STATUS
           IF WS-ORDERS-OPEN = 'Y'
               CLOSE OrderHeaderFile
           END-IF
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
       PERFORM InitStats.
       IF WS-ORDERS-OPEN = 'Y'
           PERFORM LoadMonthOrders
       END-IF.
       IF WS-OVERFLOW = 'N'
           PERFORM LoadShipments
           PERFORM LoadKits
           PERFORM ScanBackorders
       END-IF.
       IF WS-OVERFLOW = 'Y'
           *> A table filled - refuse rather than report on part of
           *> the month as if it were all of it
           MOVE "FULFILRPT: too many orders, backorders, kits or "
               TO ReportLine
           WRITE ReportLine
           MOVE "customers for one run - report not produced"
               TO ReportLine
           WRITE ReportLine
           DISPLAY "FULFILRPT: table full - report not produced"
           PERFORM CloseFiles
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ScanOrderLines.
       PERFORM VARYING WS-ORD-SLOT FROM 1 BY 1
               UNTIL WS-ORD-SLOT > OrdCount
           PERFORM TallyOrderShipment
       END-PERFORM.
       PERFORM PrintReport.
       PERFORM CloseFiles.
       DISPLAY "Fulfilment report complete for " WS-RPT-MONTH
           ". Orders: " OrdCount.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

CloseFiles.
       IF WS-ORDERS-OPEN = 'Y'
           CLOSE OrderHeaderFile
       END-IF.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.

LoadParm.
       *> Last calendar month unless the parameter names one
       MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH.
       IF WS-RPT-MM = 1
           SUBTRACT 1 FROM WS-RPT-YEAR
           MOVE 12 TO WS-RPT-MM
       ELSE
           SUBTRACT 1 FROM WS-RPT-MM
       END-IF.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF FpTargetDays IS NUMERIC AND FpTargetDays > 0
               MOVE FpTargetDays TO WS-TARGET-DAYS
           END-IF
           IF FpMonth IS NUMERIC AND FpMonth > 0
               MOVE FpMonth TO WS-RPT-MONTH
           END-IF
       END-IF.
       CLOSE ParmFile.

InitStats.
       MOVE ZERO TO WS-GS.
       MOVE WS-GS TO WS-TOTAL-STATS.
       MOVE 'FOOD' TO Cg-Code(1).
       MOVE 'CLTH' TO Cg-Code(2).
       MOVE 'ELEC' TO Cg-Code(3).
       MOVE 'GEN ' TO Cg-Code(4).
       MOVE '????' TO Cg-Code(5).
       PERFORM VARYING WS-CAT-SLOT FROM 1 BY 1
               UNTIL WS-CAT-SLOT > 5
           MOVE WS-GS TO Cg-Stats(WS-CAT-SLOT)
       END-PERFORM.

LoadMonthOrders.
       MOVE 'N' TO EndOfFile.
       PERFORM ReadNextOrder.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           IF OrderDate(1:6) = WS-RPT-MONTH AND NOT OrderCancelled
               IF OrdCount = 3000
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   MOVE OrderCustID TO WS-SEEK-CUST
                   PERFORM FindCustSlot
                   IF WS-OVERFLOW = 'N'
                       ADD 1 TO OrdCount
                       MOVE OrderNum TO Od-Num(OrdCount)
                       MOVE WS-CUST-SLOT TO Od-CustSlot(OrdCount)
                       MOVE OrderDate TO Od-Date(OrdCount)
                       MOVE ZERO TO Od-ShipDate(OrdCount)
                       ADD 1 TO Cs-Orders(WS-CUST-SLOT)
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextOrder
       END-PERFORM.

ReadNextOrder.
       READ OrderHeaderFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

FindCustSlot.
       MOVE 0 TO WS-CUST-SLOT.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > CustCount OR WS-CUST-SLOT > 0
           IF Cs-CustID(WS-JDX) = WS-SEEK-CUST
               MOVE WS-JDX TO WS-CUST-SLOT
           END-IF
       END-PERFORM.
       IF WS-CUST-SLOT = 0
           IF CustCount = 500
               MOVE 'Y' TO WS-OVERFLOW
           ELSE
               ADD 1 TO CustCount
               MOVE CustCount TO WS-CUST-SLOT
               MOVE WS-SEEK-CUST TO Cs-CustID(WS-CUST-SLOT)
               MOVE ZERO TO Cs-Orders(WS-CUST-SLOT)
               MOVE ZERO TO WS-GS
               MOVE WS-GS TO Cs-Stats(WS-CUST-SLOT)
           END-IF
       END-IF.

FindOrderSlot.
       *> OrderNum's slot in the month's orders, 0 if not there
       MOVE 0 TO WS-ORD-SLOT.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > OrdCount OR WS-ORD-SLOT > 0
           IF Od-Num(WS-JDX) = OrderNum
               MOVE WS-JDX TO WS-ORD-SLOT
           END-IF
       END-PERFORM.

LoadShipments.
       *> The first confirmation is when the order left; anything
       *> later is a second truck for the same order
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ShipmentFile.
       PERFORM UNTIL AtEndOfFile
           READ ShipmentFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               MOVE ShpOrderNum TO OrderNum
               PERFORM FindOrderSlot
               IF WS-ORD-SLOT > 0
                   IF Od-ShipDate(WS-ORD-SLOT) = ZERO
                           OR ShpDate < Od-ShipDate(WS-ORD-SLOT)
                       MOVE ShpDate TO Od-ShipDate(WS-ORD-SLOT)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ShipmentFile.

LoadKits.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT KitBomFile.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           READ KitBomFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF KitCount = 1000
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   ADD 1 TO KitCount
                   MOVE KBKitSKU TO Kt-KitSKU(KitCount)
                   MOVE KBCompProdName TO Kt-ProdName(KitCount)
                   MOVE KBCompSize TO Kt-Size(KitCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE KitBomFile.

ScanBackorders.
       *> One pass does both jobs: the month's orders' backorders are
       *> kept for the fill rate, and every one still open is aged
       MOVE 'N' TO EndOfFile.
       OPEN INPUT BackorderFile.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           READ BackorderFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               MOVE BOOrderNum TO OrderNum
               PERFORM FindOrderSlot
               IF WS-ORD-SLOT > 0
                   IF BoCount = 3000
                       MOVE 'Y' TO WS-OVERFLOW
                   ELSE
                       ADD 1 TO BoCount
                       MOVE BOOrderNum TO Bo-OrderNum(BoCount)
                       MOVE BOProdName TO Bo-ProdName(BoCount)
                       MOVE BOSize TO Bo-Size(BoCount)
                   END-IF
               END-IF
               IF BOOpen AND WS-OVERFLOW = 'N'
                   PERFORM AgeOpenBackorder
               END-IF
           END-IF
       END-PERFORM.
       CLOSE BackorderFile.

AgeOpenBackorder.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE, BODate,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00" OR WS-DU-DAYS < 0
           MOVE ZERO TO WS-DU-DAYS
       END-IF.
       MOVE WS-DU-DAYS TO WS-DAYS.
       *> The customer owed it - off the month's table if the order is
       *> this month's, otherwise off the order itself
       MOVE 0 TO WS-CUST-SLOT.
       IF WS-ORD-SLOT > 0
           MOVE Od-CustSlot(WS-ORD-SLOT) TO WS-CUST-SLOT
       ELSE
           IF WS-ORDERS-OPEN = 'Y'
               READ OrderHeaderFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OrderCustID TO WS-SEEK-CUST
                       PERFORM FindCustSlot
               END-READ
           END-IF
       END-IF.
       IF WS-OVERFLOW = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TOTAL-STATS TO WS-GS.
       PERFORM AddOpenBackorder.
       MOVE WS-GS TO WS-TOTAL-STATS.
       IF WS-CUST-SLOT > 0
           MOVE Cs-Stats(WS-CUST-SLOT) TO WS-GS
           PERFORM AddOpenBackorder
           MOVE WS-GS TO Cs-Stats(WS-CUST-SLOT)
       END-IF.
       MOVE BOProdName TO ProdSKU.
       PERFORM FindCategorySlot.
       MOVE Cg-Stats(WS-CAT-SLOT) TO WS-GS.
       PERFORM AddOpenBackorder.
       MOVE WS-GS TO Cg-Stats(WS-CAT-SLOT).

AddOpenBackorder.
       ADD 1 TO WS-GS-OPEN-BO.
       ADD WS-DAYS TO WS-GS-BO-AGE.
       IF WS-DAYS > WS-GS-OLDEST
           MOVE WS-DAYS TO WS-GS-OLDEST
       END-IF.

FindCategorySlot.
       *> ProdSKU's category slot; ???? when it is not on the catalog
       MOVE 5 TO WS-CAT-SLOT.
       IF WS-PRODUCTS-OPEN = 'Y'
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > 4
                       IF Cg-Code(WS-JDX) = ProdCategory
                           MOVE WS-JDX TO WS-CAT-SLOT
                       END-IF
                   END-PERFORM
           END-READ
       END-IF.

ScanOrderLines.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT OrderDetailFile.
       PERFORM UNTIL AtEndOfFile
           READ OrderDetailFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               MOVE DetOrderNum TO OrderNum
               PERFORM FindOrderSlot
               IF WS-ORD-SLOT > 0
                   PERFORM TallyOrderLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OrderDetailFile.

TallyOrderLine.
       PERFORM CheckLineBackordered.
       MOVE 'N' TO WS-SHIPPED.
       IF Od-ShipDate(WS-ORD-SLOT) NOT = ZERO
           MOVE 'Y' TO WS-SHIPPED
           PERFORM WorkOutShipDays
       END-IF.
       *> Fill rate counts for the customer and the month as a whole;
       *> the category also takes the line's shipping time
       MOVE WS-TOTAL-STATS TO WS-GS.
       PERFORM AddLineFill.
       MOVE WS-GS TO WS-TOTAL-STATS.
       MOVE Od-CustSlot(WS-ORD-SLOT) TO WS-CUST-SLOT.
       MOVE Cs-Stats(WS-CUST-SLOT) TO WS-GS.
       PERFORM AddLineFill.
       MOVE WS-GS TO Cs-Stats(WS-CUST-SLOT).
       MOVE DetProdName TO ProdSKU.
       PERFORM FindCategorySlot.
       MOVE Cg-Stats(WS-CAT-SLOT) TO WS-GS.
       PERFORM AddLineFill.
       PERFORM AddShipment.
       MOVE WS-GS TO Cg-Stats(WS-CAT-SLOT).

CheckLineBackordered.
       *> Short at order time if the line raised a backorder for its
       *> own SKU, or - a kit line - for any of its components
       MOVE 'N' TO WS-LINE-BO.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > BoCount OR WS-LINE-BO = 'Y'
           IF Bo-OrderNum(WS-IDX) = DetOrderNum
               IF Bo-ProdName(WS-IDX) = DetProdName
                       AND Bo-Size(WS-IDX) = DetSize
                   MOVE 'Y' TO WS-LINE-BO
               ELSE
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > KitCount OR WS-LINE-BO = 'Y'
                       IF Kt-KitSKU(WS-JDX) = DetProdName
                               AND Kt-ProdName(WS-JDX)
                                   = Bo-ProdName(WS-IDX)
                               AND Kt-Size(WS-JDX) = Bo-Size(WS-IDX)
                           MOVE 'Y' TO WS-LINE-BO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       END-PERFORM.

AddLineFill.
       ADD 1 TO WS-GS-LINES.
       IF WS-LINE-BO = 'Y'
           ADD 1 TO WS-GS-BO-LINES
       END-IF.

WorkOutShipDays.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION,
           Od-ShipDate(WS-ORD-SLOT), Od-Date(WS-ORD-SLOT),
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00" OR WS-DU-DAYS < 0
           MOVE ZERO TO WS-DU-DAYS
       END-IF.
       MOVE WS-DU-DAYS TO WS-DAYS.

AddShipment.
       IF WS-SHIPPED = 'Y'
           ADD 1 TO WS-GS-SHIPPED
           ADD WS-DAYS TO WS-GS-SHIP-DAYS
           IF WS-DAYS > WS-GS-WORST
               MOVE WS-DAYS TO WS-GS-WORST
           END-IF
           IF WS-DAYS NOT > WS-TARGET-DAYS
               ADD 1 TO WS-GS-IN-TARGET
           END-IF
       ELSE
           ADD 1 TO WS-GS-UNSHIPPED
       END-IF.

TallyOrderShipment.
       *> Order-level timing for the customer and the month
       MOVE 'N' TO WS-SHIPPED.
       IF Od-ShipDate(WS-ORD-SLOT) NOT = ZERO
           MOVE 'Y' TO WS-SHIPPED
           PERFORM WorkOutShipDays
       END-IF.
       MOVE WS-TOTAL-STATS TO WS-GS.
       PERFORM AddShipment.
       MOVE WS-GS TO WS-TOTAL-STATS.
       MOVE Od-CustSlot(WS-ORD-SLOT) TO WS-CUST-SLOT.
       MOVE Cs-Stats(WS-CUST-SLOT) TO WS-GS.
       PERFORM AddShipment.
       MOVE WS-GS TO Cs-Stats(WS-CUST-SLOT).

PrintReport.
       MOVE WS-RPT-MONTH TO WS-T-MONTH.
       MOVE WS-TARGET-DAYS TO WS-T-TARGET.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "Fill rate is order lines filled at order time; shipping "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "times count orders for the month and customers, lines "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "for categories. Open backorders are all still open today."
           TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-TOTAL-STATS TO WS-GS.
       MOVE "ALL ORDERS" TO WS-R-NAME.
       PERFORM PrintStatsLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BY CUSTOMER" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CustCount
           MOVE Cs-CustID(WS-IDX) TO WS-CN-ID
           MOVE Cs-CustID(WS-IDX) TO IDNum
           MOVE "(NOT ON FILE)" TO WS-CN-LASTNAME
           IF WS-CUSTOMERS-OPEN = 'Y'
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE LastName TO WS-CN-LASTNAME
               END-READ
           END-IF
           MOVE WS-CUST-NAME TO WS-R-NAME
           MOVE Cs-Stats(WS-IDX) TO WS-GS
           PERFORM PrintStatsLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BY PRODUCT CATEGORY" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           MOVE Cg-Stats(WS-IDX) TO WS-GS
           IF WS-GS-LINES > 0 OR WS-GS-OPEN-BO > 0
               MOVE Cg-Code(WS-IDX) TO WS-R-NAME
               PERFORM PrintStatsLine
           END-IF
       END-PERFORM.

PrintStatsLine.
       MOVE WS-GS-LINES TO WS-R-LINES.
       MOVE WS-GS-BO-LINES TO WS-R-BO.
       MOVE ZERO TO WS-PCT.
       IF WS-GS-LINES > 0
           COMPUTE WS-PCT ROUNDED = (WS-GS-LINES - WS-GS-BO-LINES)
               * 100 / WS-GS-LINES
       END-IF.
       MOVE WS-PCT TO WS-R-FILL.
       MOVE WS-GS-SHIPPED TO WS-R-SHIPPED.
       MOVE ZERO TO WS-AVG.
       MOVE ZERO TO WS-PCT.
       IF WS-GS-SHIPPED > 0
           COMPUTE WS-AVG ROUNDED = WS-GS-SHIP-DAYS / WS-GS-SHIPPED
           COMPUTE WS-PCT ROUNDED = WS-GS-IN-TARGET * 100
               / WS-GS-SHIPPED
       END-IF.
       MOVE WS-AVG TO WS-R-AVG.
       MOVE WS-GS-WORST TO WS-R-WORST.
       MOVE WS-PCT TO WS-R-IN-TARGET.
       MOVE WS-GS-UNSHIPPED TO WS-R-UNSHIPPED.
       MOVE WS-GS-OPEN-BO TO WS-R-OPEN-BO.
       MOVE ZERO TO WS-AVG.
       IF WS-GS-OPEN-BO > 0
           COMPUTE WS-AVG ROUNDED = WS-GS-BO-AGE / WS-GS-OPEN-BO
       END-IF.
       MOVE WS-AVG TO WS-R-AGE.
       MOVE WS-GS-OLDEST TO WS-R-OLDEST.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "fulfil_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

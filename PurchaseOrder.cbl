*> against an active VENDORMAINT vendor with an expected date;
*> lines can be keyed by hand or pulled automatically from the
*> items REORDER would flag (on hand at or below reorder point,
*> suggested quantity topped back up the same way). Pulled items
*> are split into one suggested PO per vendor, each going to the
*> cheapest active vendor in the VNDCATALOG catalog (vnditem.txt)
*> that will take the quantity. STOCKRECEIVE
*> receives against the PO number, so short shipments and open POs
*> are finally visible - the open-PO report by vendor
*> (po_report.txt) replaces the clipboard.
*> PO numbers come from poctl.txt; headers in pohdr.txt, lines in
*> podtl.txt, both shared via copybooks.
*> The buyer signs on against operators.txt. A PO worth more than
*> the approval limit (poparm.txt) is cut pending and cannot be
*> received until a supervisor ('S' role) approves it here; the
*> approver and date go on the header, and the pending-approvals
*> listing (popending_report.txt) is the supervisor's queue.
*> Lines pulled from the reorder figures are one stock location's
*> (the station's home location unless the buyer names another) -
*> the goods are received in at that location.
*> Each run's reports are also filed on the report spool
*> (RPTSPOOL) for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POControlFile ASSIGN TO "poctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CatalogFile ASSIGN TO "vnditem.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
       SELECT ReportFile ASSIGN TO "po_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       SELECT PendingReportFile ASSIGN TO "popending_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Line cost for anything the vendor catalog doesn't price
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL ParmFile ASSIGN TO "poparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
       01 POControlRecord.
           02 CtlNextPONum PIC 9(6).

*> Shared with VNDCATALOG via copybooks/VNDITEMREC.cpy
FD CatalogFile.
       COPY VNDITEMREC.

*> Shared with STOCKRECEIVE/REORDER via copybooks/STOCKREC.cpy
FD StockFile.
       COPY STOCKREC.
FD ReportFile.
       01 ReportLine PIC X(80).

FD PendingReportFile.
       01 PendingLine PIC X(80).

*> Same layout tutorial10's OperatorFile reads; the role decides who
*> may approve a pending PO
FD OperatorFile.
       01 OperatorRecord.
           02 OpID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpPassword PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpRole PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

FD ParmFile.
       01 ParmRecord.
           02 ParmApprovalLimit PIC 9(7)V99.

WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-VENDOR-EOF PIC X.
       01 WS-POH-EOF PIC X.
       01 WS-POD-EOF PIC X.
       01 WS-SUGGESTED-QTY PIC 9(6).
       01 WS-NEXT-PO-NUM PIC 9(6) VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-OUTSTANDING PIC S9(6).
       01 WS-OPEN-POS PIC 9(4).
*> DATEUTIL linkage - the expected date is validated by the shared
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> Vendor catalog and the active vendors it is checked against,
*> loaded for the below-reorder run. The DEPENDING ON counter must
*> be declared ahead of the table it sizes
       01 WS-CAT-EOF PIC X.
       01 WS-CAT-OVERFLOW PIC X.
       01 CatCount PIC 9(4) VALUE ZERO.
       01 CatTable.
           02 CatEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON CatCount.
               03 Cat-VendorID PIC X(6).
               03 Cat-SKU PIC X(10).
               03 Cat-Cost PIC 9(6)V99.
               03 Cat-MinQty PIC 9(5).
               03 Cat-LeadDays PIC 9(3).
       01 AvCount PIC 9(3) VALUE ZERO.
       01 AvTable.
           02 AvEntry OCCURS 0 TO 200 TIMES DEPENDING ON AvCount.
               03 Av-VendorID PIC X(6).
*> One suggestion per below-reorder item, tagged with the vendor
*> that won it (spaces when no active vendor catalogs the SKU)
       01 SgCount PIC 9(3) VALUE ZERO.
       01 SgTable.
           02 SgEntry OCCURS 0 TO 500 TIMES DEPENDING ON SgCount.
               03 Sg-ProdName PIC X(10).
               03 Sg-Size PIC A.
               03 Sg-Qty PIC 9(5).
               03 Sg-Vendor PIC X(6).
               03 Sg-Cost PIC 9(6)V99.
               03 Sg-Lead PIC 9(3).
               03 Sg-Done PIC X.
       01 WS-CAT-IDX PIC 9(4).
       01 WS-AV-IDX PIC 9(3).
       01 WS-SG-IDX PIC 9(3).
       01 WS-IDX PIC 9(3).
       01 WS-BEST-VENDOR PIC X(6).
       01 WS-BEST-COST PIC 9(6)V99.
       01 WS-BEST-LEAD PIC 9(3).
       01 WS-BEST-MIN PIC 9(5).
       01 WS-BEST-MEETS-MIN PIC X.
       01 WS-MAX-LEAD PIC 9(3).
       01 WS-UNCAT-COUNT PIC 9(3).
       01 WS-DISPLAY-COST PIC ZZZ,ZZ9.99.
*> A PO worth more than this is cut pending supervisor approval;
*> poparm.txt overrides it
       01 WS-APPROVAL-LIMIT PIC 9(7)V99 VALUE 5000.00.
       01 WS-PO-VALUE PIC 9(8)V99.
       01 WS-LINE-COST PIC 9(6)V99.
       01 WS-DISPLAY-VALUE PIC ZZ,ZZZ,ZZ9.99.
       01 WS-PO-INPUT PIC X(6).
       01 WS-PO-NUM PIC 9(6).
       01 WS-DECISION PIC X.
       01 WS-PENDING-POS PIC 9(4).
*> Every PO header held in storage while a pending one is approved
*> or rejected, then written back out. The DEPENDING ON counter
*> must be declared ahead of the table it sizes
       01 PhCount PIC 9(4) VALUE ZERO.
       01 PhTable.
           02 PhEntry OCCURS 0 TO 2000 TIMES DEPENDING ON PhCount.
               03 Ph-Num PIC 9(6).
               03 Ph-VendorID PIC X(6).
               03 Ph-Date PIC 9(8).
               03 Ph-Expect PIC 9(8).
               03 Ph-Status PIC X.
               03 Ph-Value PIC 9(8)V99.
               03 Ph-Approver PIC X(10).
               03 Ph-ApprovalDate PIC 9(8).
               03 Ph-DropOrder PIC 9(6).
               03 Ph-DropName PIC X(30).
               03 Ph-DropAddress PIC X(30).
       01 WS-PH-IDX PIC 9(4).
       01 WS-PH-SLOT PIC 9(4).
       01 WS-PH-OVERFLOW PIC X.
*> Operator sign-on, same mechanism as tutorial10 (coboltut.cbl),
*> keeping the role for the approval check
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OPERATOR-FOUND PIC X VALUE 'N'.
       01 WS-OPERATOR-EOF PIC X.
       01 WS-SIGN-ON-TRIES PIC 9 VALUE 0.
       01 SignedOnFlag PIC X VALUE 'N'.
           88 OperatorSignedOn VALUE 'Y'.
       01 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 RoleSupervisor VALUE 'S'.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> PWAGE answer on the signed-on operator's password age
       01 WS-PA-STATUS PIC XX.
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).
       01 WS-DETAIL-LINE.
           02 WS-D-PRODNAME PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-D-RECEIVED PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  OWED: ".
           02 WS-D-OWED PIC ----9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "POENTRY".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM SignOn.
       IF NOT OperatorSignedOn
           DISPLAY "POENTRY: sign-on failed - no POs cut"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadParm.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       PERFORM LoadNextPONum.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "1 : Cut PO from Below-Reorder Items"
           DISPLAY "2 : Cut PO by Hand"
           DISPLAY "3 : Open-PO Report by Vendor"
           DISPLAY "4 : Pending-Approvals Listing"
           DISPLAY "5 : Approve or Reject a Pending PO"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 1 PERFORM PoFromReorder
               WHEN 2 PERFORM PoByHand
               WHEN 3 PERFORM OpenPoReport
               WHEN 4 PERFORM PendingPoReport
               WHEN 5 PERFORM ApprovePo
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveNextPONum.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       END-PERFORM.

PoFromReorder.
*> Every below-reorder item is priced against the vendor catalog:
*> the cheapest active vendor whose order minimum the suggested
*> quantity meets gets it, or failing that the cheapest active
*> vendor with the quantity raised to its minimum. The items are
*> then grouped into one suggested PO per vendor, expected after
*> the longest lead time on it. Items no active vendor catalogs
*> are offered for one PO against a vendor keyed by hand, as
*> before the catalog existed.
       DISPLAY " ".
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       PERFORM LoadActiveVendors.
       PERFORM LoadCatalog.
       IF WS-CAT-OVERFLOW = 'Y'
           DISPLAY "POENTRY: vnditem.txt larger than 2000 rows "
               "- run VNDCATALOG to trim it"
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT StockFile.
       IF WS-STOCK-STATUS NOT = "00"
               AND WS-STOCK-STATUS NOT = "05"
               WS-STOCK-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO SgCount.
       MOVE 'N' TO EndOfFile.
       PERFORM ReadStock.
       PERFORM UNTIL AtEndOfFile
           IF StockLocation = WS-STOCK-LOC
                   AND StockOnHand NOT > StockReorderPoint
               IF SgCount = 500
                   DISPLAY "POENTRY: more than 500 reorder items - "
                       StockProdName "/" StockSize " left for next run"
               ELSE
                   COMPUTE WS-SUGGESTED-QTY = StockReorderPoint
                       - StockOnHand + StockReorderQty
                   PERFORM PickBestVendor
                   ADD 1 TO SgCount
                   MOVE StockProdName TO Sg-ProdName(SgCount)
                   MOVE StockSize TO Sg-Size(SgCount)
                   MOVE WS-SUGGESTED-QTY TO Sg-Qty(SgCount)
                   MOVE WS-BEST-VENDOR TO Sg-Vendor(SgCount)
                   MOVE WS-BEST-COST TO Sg-Cost(SgCount)
                   MOVE WS-BEST-LEAD TO Sg-Lead(SgCount)
                   MOVE 'N' TO Sg-Done(SgCount)
               END-IF
           END-IF
           PERFORM ReadStock
       END-PERFORM.
       CLOSE StockFile.
       IF SgCount = 0
           DISPLAY "No items at or below reorder point"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-SG-IDX FROM 1 BY 1 UNTIL WS-SG-IDX > SgCount
           IF Sg-Done(WS-SG-IDX) = 'N'
                   AND Sg-Vendor(WS-SG-IDX) NOT = SPACES
               MOVE Sg-Vendor(WS-SG-IDX) TO WS-VENDOR-INPUT
               PERFORM SuggestVendorPo
           END-IF
       END-PERFORM.
       PERFORM PoForUncatalogued.

PickBestVendor.
       MOVE SPACES TO WS-BEST-VENDOR.
       MOVE ZERO TO WS-BEST-COST WS-BEST-LEAD WS-BEST-MIN.
       MOVE 'N' TO WS-BEST-MEETS-MIN.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > CatCount
           IF Cat-SKU(WS-CAT-IDX) = StockProdName
               PERFORM CheckVendorActive
               IF WS-VENDOR-FOUND = 'Y'
                   IF Cat-MinQty(WS-CAT-IDX) NOT > WS-SUGGESTED-QTY
                       IF WS-BEST-MEETS-MIN = 'N'
                               OR Cat-Cost(WS-CAT-IDX) < WS-BEST-COST
                           MOVE 'Y' TO WS-BEST-MEETS-MIN
                           PERFORM TakeCatalogEntry
                       END-IF
                   ELSE
                       IF WS-BEST-MEETS-MIN = 'N'
                           IF WS-BEST-VENDOR = SPACES
                                   OR Cat-Cost(WS-CAT-IDX) < WS-BEST-COST
                               PERFORM TakeCatalogEntry
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
*> Nobody takes an order this small - buy the cheapest vendor's
*> minimum rather than leave the shelf empty
       IF WS-BEST-VENDOR NOT = SPACES AND WS-BEST-MEETS-MIN = 'N'
           MOVE WS-BEST-MIN TO WS-SUGGESTED-QTY
       END-IF.

TakeCatalogEntry.
       MOVE Cat-VendorID(WS-CAT-IDX) TO WS-BEST-VENDOR.
       MOVE Cat-Cost(WS-CAT-IDX) TO WS-BEST-COST.
       MOVE Cat-LeadDays(WS-CAT-IDX) TO WS-BEST-LEAD.
       MOVE Cat-MinQty(WS-CAT-IDX) TO WS-BEST-MIN.

CheckVendorActive.
       MOVE 'N' TO WS-VENDOR-FOUND.
       PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > AvCount OR WS-VENDOR-FOUND = 'Y'
           IF Av-VendorID(WS-AV-IDX) = Cat-VendorID(WS-CAT-IDX)
               MOVE 'Y' TO WS-VENDOR-FOUND
           END-IF
       END-PERFORM.

SuggestVendorPo.
*> One suggested PO: every not-yet-placed item this vendor won,
*> shown for the buyer to accept or pass on as a whole
       MOVE 0 TO WS-MAX-LEAD.
       DISPLAY " ".
       DISPLAY "Suggested PO for vendor " WS-VENDOR-INPUT ":".
       PERFORM VARYING WS-IDX FROM WS-SG-IDX BY 1
               UNTIL WS-IDX > SgCount
           IF Sg-Done(WS-IDX) = 'N'
                   AND Sg-Vendor(WS-IDX) = WS-VENDOR-INPUT
               MOVE Sg-Cost(WS-IDX) TO WS-DISPLAY-COST
               DISPLAY "  " Sg-ProdName(WS-IDX) "/" Sg-Size(WS-IDX)
                   " qty " Sg-Qty(WS-IDX) " at " WS-DISPLAY-COST
                   " lead " Sg-Lead(WS-IDX) " days"
               IF Sg-Lead(WS-IDX) > WS-MAX-LEAD
                   MOVE Sg-Lead(WS-IDX) TO WS-MAX-LEAD
               END-IF
           END-IF
       END-PERFORM.
       DISPLAY "Cut this PO? y/n".
       ACCEPT WS-INCLUDE.
       MOVE 0 TO WS-LINE-NUM.
       MOVE 0 TO WS-PO-VALUE.
       IF WS-INCLUDE = 'y' OR WS-INCLUDE = 'Y'
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-MAX-LEAD TO WS-DU-DAYS
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
               WS-DU-DATE2, WS-DU-DAYS, WS-EXPECT-DATE, WS-DU-STATUS
           END-CALL
           OPEN EXTEND PODetailFile
       END-IF.
       PERFORM VARYING WS-IDX FROM WS-SG-IDX BY 1
               UNTIL WS-IDX > SgCount
           IF Sg-Done(WS-IDX) = 'N'
                   AND Sg-Vendor(WS-IDX) = WS-VENDOR-INPUT
               MOVE 'Y' TO Sg-Done(WS-IDX)
               IF WS-INCLUDE = 'y' OR WS-INCLUDE = 'Y'
                   PERFORM WriteSuggestedLine
               END-IF
           END-IF
       END-PERFORM.
       IF WS-INCLUDE = 'y' OR WS-INCLUDE = 'Y'
           CLOSE PODetailFile
           PERFORM FinishPo
       END-IF.

PoForUncatalogued.
       MOVE 0 TO WS-UNCAT-COUNT.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > SgCount
           IF Sg-Vendor(WS-IDX) = SPACES
               ADD 1 TO WS-UNCAT-COUNT
           END-IF
       END-PERFORM.
       IF WS-UNCAT-COUNT = 0
           EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       DISPLAY WS-UNCAT-COUNT " reorder items have no active catalog "
           "vendor - cut a PO for them by hand? y/n".
       ACCEPT WS-INCLUDE.
       IF WS-INCLUDE NOT = 'y' AND WS-INCLUDE NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM GetVendor.
       IF WS-VENDOR-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       PERFORM GetExpectDate.
       MOVE 0 TO WS-LINE-NUM.
       MOVE 0 TO WS-PO-VALUE.
       OPEN EXTEND PODetailFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > SgCount
           IF Sg-Vendor(WS-IDX) = SPACES
               DISPLAY Sg-ProdName(WS-IDX) "/" Sg-Size(WS-IDX)
                   ", suggest " Sg-Qty(WS-IDX) " - include? y/n"
               ACCEPT WS-INCLUDE
               IF WS-INCLUDE = 'y' OR WS-INCLUDE = 'Y'
                   PERFORM WriteSuggestedLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PODetailFile.
       PERFORM FinishPo.

WriteSuggestedLine.
       ADD 1 TO WS-LINE-NUM.
       MOVE WS-NEXT-PO-NUM TO PODNum.
       MOVE WS-LINE-NUM TO PODLineNum.
       MOVE Sg-ProdName(WS-IDX) TO PODProdName.
       MOVE Sg-Size(WS-IDX) TO PODSize.
       MOVE Sg-Qty(WS-IDX) TO PODQtyOrdered.
       MOVE ZERO TO PODQtyReceived.
       MOVE Sg-Cost(WS-IDX) TO WS-LINE-COST.
       IF WS-LINE-COST = ZERO
           PERFORM PriceFromProduct
       END-IF.
       PERFORM PriceLine.
       WRITE PODetailRecord.

PriceFromProduct.
*> No product master, or a SKU not on it, prices the line at zero
       MOVE ZERO TO WS-LINE-COST.
       IF WS-PRODUCTS-OPEN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE PODProdName TO ProdSKU.
       READ ProductFile
           INVALID KEY MOVE ZERO TO ProdUnitCost
       END-READ.
       IF ProdUnitCost IS NUMERIC
           MOVE ProdUnitCost TO WS-LINE-COST
       END-IF.

PriceLine.
       MOVE WS-LINE-COST TO PODUnitCost.
       COMPUTE WS-PO-VALUE = WS-PO-VALUE
           + PODQtyOrdered * WS-LINE-COST.

LoadActiveVendors.
       MOVE 0 TO AvCount.
       MOVE 'N' TO WS-VENDOR-EOF.
       OPEN INPUT VendorFile.
       PERFORM UNTIL WS-VENDOR-EOF = 'Y'
           READ VendorFile
               AT END MOVE 'Y' TO WS-VENDOR-EOF
           END-READ
           IF WS-VENDOR-EOF NOT = 'Y' AND VndActive AND AvCount < 200
               ADD 1 TO AvCount
               MOVE VndID TO Av-VendorID(AvCount)
           END-IF
       END-PERFORM.
       CLOSE VendorFile.

LoadCatalog.
       MOVE 0 TO CatCount.
       MOVE 'N' TO WS-CAT-EOF.
       MOVE 'N' TO WS-CAT-OVERFLOW.
       OPEN INPUT CatalogFile.
       PERFORM ReadCatalog.
       PERFORM UNTIL WS-CAT-EOF = 'Y' OR CatCount = 2000
           ADD 1 TO CatCount
           MOVE VCVendorID TO Cat-VendorID(CatCount)
           MOVE VCSKU TO Cat-SKU(CatCount)
           MOVE VCCost TO Cat-Cost(CatCount)
           MOVE VCMinOrderQty TO Cat-MinQty(CatCount)
           MOVE VCLeadDays TO Cat-LeadDays(CatCount)
           PERFORM ReadCatalog
       END-PERFORM.
       IF WS-CAT-EOF NOT = 'Y'
           MOVE 'Y' TO WS-CAT-OVERFLOW
       END-IF.
       CLOSE CatalogFile.

ReadCatalog.
       READ CatalogFile
           AT END MOVE 'Y' TO WS-CAT-EOF
       END-READ.

PoByHand.
       DISPLAY " ".
       PERFORM GetVendor.
       END-IF.
       PERFORM GetExpectDate.
       MOVE 0 TO WS-LINE-NUM.
       MOVE 0 TO WS-PO-VALUE.
       MOVE 'Y' TO WS-MORE-LINES.
       OPEN EXTEND PODetailFile.
       PERFORM UNTIL WS-MORE-LINES = 'N'
       MOVE WS-SIZE-INPUT TO PODSize.
       MOVE WS-QTY-INPUT TO PODQtyOrdered.
       MOVE ZERO TO PODQtyReceived.
       PERFORM PriceFromProduct.
       PERFORM PriceLine.
       WRITE PODetailRecord.

FinishPo.
       MOVE WS-VENDOR-INPUT TO POVendorID.
       MOVE WS-RUN-DATE TO PODate.
       MOVE WS-EXPECT-DATE TO POExpectDate.
       MOVE WS-PO-VALUE TO POValue.
       MOVE SPACES TO POApprover.
       MOVE ZERO TO POApprovalDate.
       MOVE ZERO TO PODropOrder.
       MOVE SPACES TO PODropName.
       MOVE SPACES TO PODropAddress.
       IF WS-PO-VALUE > WS-APPROVAL-LIMIT
           SET POPending TO TRUE
       ELSE
           SET POOpen TO TRUE
       END-IF.
       WRITE POHeaderRecord.
       CLOSE POHeaderFile.
       MOVE WS-PO-VALUE TO WS-DISPLAY-VALUE.
       DISPLAY "PO " WS-NEXT-PO-NUM " cut against "
           WS-VENDOR-INPUT ", " WS-LINE-NUM " lines, expected "
           WS-EXPECT-DATE ", value " WS-DISPLAY-VALUE.
       IF POPending
           DISPLAY "Over the approval limit - PO is pending "
               "supervisor approval"
       END-IF.
       ADD 1 TO WS-NEXT-PO-NUM.
       PERFORM SaveNextPONum.

               WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "OPEN PURCHASE ORDERS BY VENDOR"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 0 TO WS-OPEN-POS.
       MOVE 'N' TO WS-POH-EOF.
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Open-PO report written, open POs: " WS-OPEN-POS.

ReportOnePo.
           " EXPECTED " POExpectDate
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       IF PODropOrder NOT = ZERO
           MOVE SPACES TO ReportLine
           STRING "  DROP-SHIP ORDER " PODropOrder " TO "
               PODropAddress
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE 'N' TO WS-POD-EOF.
       OPEN INPUT PODetailFile.
       PERFORM UNTIL WS-POD-EOF = 'Y'
       END-PERFORM.
       CLOSE PODetailFile.

PendingPoReport.
*> The supervisor's queue: every PO waiting on approval, oldest
*> first, with what it is worth and its lines
       OPEN OUTPUT PendingReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "POENTRY: unable to open popending_report.txt, "
               "status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO PendingLine.
       STRING "PURCHASE ORDERS PENDING APPROVAL"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO PendingLine.
       WRITE PendingLine.
       MOVE 0 TO WS-PENDING-POS.
       MOVE 'N' TO WS-POH-EOF.
       OPEN INPUT POHeaderFile.
       PERFORM UNTIL WS-POH-EOF = 'Y'
           READ POHeaderFile
               AT END MOVE 'Y' TO WS-POH-EOF
           END-READ
           IF WS-POH-EOF NOT = 'Y'
               IF POPending
                   ADD 1 TO WS-PENDING-POS
                   PERFORM ReportOnePendingPo
               END-IF
           END-IF
       END-PERFORM.
       CLOSE POHeaderFile.
       MOVE SPACES TO PendingLine.
       STRING "PENDING POS: " WS-PENDING-POS
           DELIMITED BY SIZE INTO PendingLine.
       WRITE PendingLine.
       CLOSE PendingReportFile.
       PERFORM SpoolPendingReport.
       DISPLAY "Pending-approvals listing written, pending POs: "
           WS-PENDING-POS.

ReportOnePendingPo.
       MOVE POValue TO WS-DISPLAY-VALUE.
       MOVE SPACES TO PendingLine.
       STRING "PO " PONum " VENDOR " POVendorID " CUT " PODate
           " VALUE " WS-DISPLAY-VALUE
           DELIMITED BY SIZE INTO PendingLine.
       WRITE PendingLine.
       IF PODropOrder NOT = ZERO
           MOVE SPACES TO PendingLine
           STRING "  DROP-SHIP ORDER " PODropOrder " TO "
               PODropAddress
               DELIMITED BY SIZE INTO PendingLine
           WRITE PendingLine
       END-IF.
       MOVE 'N' TO WS-POD-EOF.
       OPEN INPUT PODetailFile.
       PERFORM UNTIL WS-POD-EOF = 'Y'
           READ PODetailFile
               AT END MOVE 'Y' TO WS-POD-EOF
           END-READ
           IF WS-POD-EOF NOT = 'Y'
               IF PODNum = PONum
                   MOVE PODUnitCost TO WS-DISPLAY-COST
                   MOVE SPACES TO PendingLine
                   STRING "    " PODProdName "/" PODSize " QTY "
                       PODQtyOrdered " AT " WS-DISPLAY-COST
                       DELIMITED BY SIZE INTO PendingLine
                   WRITE PendingLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PODetailFile.

ApprovePo.
*> Supervisor only. Approval opens the PO for receiving; rejection
*> keeps it on file, flagged, so the buyer can see why nothing came
       DISPLAY " ".
       IF NOT RoleSupervisor
           DISPLAY "Only a supervisor may approve or reject POs"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "PO number to approve/reject : " WITH NO ADVANCING.
       MOVE SPACES TO WS-PO-INPUT.
       ACCEPT WS-PO-INPUT.
       IF WS-PO-INPUT IS NOT NUMERIC
           DISPLAY "PO number must be numeric"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PO-INPUT TO WS-PO-NUM.
       PERFORM LoadPOHeaders.
       IF WS-PH-OVERFLOW = 'Y'
           DISPLAY "POENTRY: pohdr.txt larger than 2000 headers - "
               "nothing changed"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-PH-SLOT.
       PERFORM VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > PhCount OR WS-PH-SLOT > 0
           IF Ph-Num(WS-PH-IDX) = WS-PO-NUM
               MOVE WS-PH-IDX TO WS-PH-SLOT
           END-IF
       END-PERFORM.
       IF WS-PH-SLOT = 0
           DISPLAY "PO " WS-PO-NUM " not on file"
           EXIT PARAGRAPH
       END-IF.
       IF Ph-Status(WS-PH-SLOT) NOT = 'P'
           DISPLAY "PO " WS-PO-NUM " is not pending approval"
           EXIT PARAGRAPH
       END-IF.
       MOVE Ph-Value(WS-PH-SLOT) TO WS-DISPLAY-VALUE.
       DISPLAY "PO " WS-PO-NUM " vendor " Ph-VendorID(WS-PH-SLOT)
           " cut " Ph-Date(WS-PH-SLOT) " value " WS-DISPLAY-VALUE.
       DISPLAY "A)pprove, R)eject, or Enter to leave pending : "
           WITH NO ADVANCING.
       MOVE SPACE TO WS-DECISION.
       ACCEPT WS-DECISION.
       EVALUATE WS-DECISION
           WHEN 'A' WHEN 'a'
               MOVE 'O' TO Ph-Status(WS-PH-SLOT)
               DISPLAY "PO " WS-PO-NUM " approved - open for receiving"
           WHEN 'R' WHEN 'r'
               MOVE 'R' TO Ph-Status(WS-PH-SLOT)
               DISPLAY "PO " WS-PO-NUM " rejected"
           WHEN OTHER
               DISPLAY "PO " WS-PO-NUM " left pending"
               EXIT PARAGRAPH
       END-EVALUATE.
       MOVE WS-OPERATOR-ID TO Ph-Approver(WS-PH-SLOT).
       MOVE WS-RUN-DATE TO Ph-ApprovalDate(WS-PH-SLOT).
       PERFORM SavePOHeaders.

LoadPOHeaders.
       MOVE 0 TO PhCount.
       MOVE 'N' TO WS-PH-OVERFLOW.
       MOVE 'N' TO WS-POH-EOF.
       OPEN INPUT POHeaderFile.
       PERFORM ReadPOHeader.
       PERFORM UNTIL WS-POH-EOF = 'Y' OR PhCount = 2000
           ADD 1 TO PhCount
           MOVE PONum TO Ph-Num(PhCount)
           MOVE POVendorID TO Ph-VendorID(PhCount)
           MOVE PODate TO Ph-Date(PhCount)
           MOVE POExpectDate TO Ph-Expect(PhCount)
           MOVE POStatus TO Ph-Status(PhCount)
           MOVE POValue TO Ph-Value(PhCount)
           MOVE POApprover TO Ph-Approver(PhCount)
           MOVE POApprovalDate TO Ph-ApprovalDate(PhCount)
           MOVE PODropOrder TO Ph-DropOrder(PhCount)
           MOVE PODropName TO Ph-DropName(PhCount)
           MOVE PODropAddress TO Ph-DropAddress(PhCount)
           PERFORM ReadPOHeader
       END-PERFORM.
       IF WS-POH-EOF NOT = 'Y'
           MOVE 'Y' TO WS-PH-OVERFLOW
       END-IF.
       CLOSE POHeaderFile.

ReadPOHeader.
       READ POHeaderFile
           AT END MOVE 'Y' TO WS-POH-EOF
       END-READ.

SavePOHeaders.
       OPEN OUTPUT POHeaderFile.
       PERFORM VARYING WS-PH-IDX FROM 1 BY 1 UNTIL WS-PH-IDX > PhCount
           MOVE Ph-Num(WS-PH-IDX) TO PONum
           MOVE Ph-VendorID(WS-PH-IDX) TO POVendorID
           MOVE Ph-Date(WS-PH-IDX) TO PODate
           MOVE Ph-Expect(WS-PH-IDX) TO POExpectDate
           MOVE Ph-Status(WS-PH-IDX) TO POStatus
           MOVE Ph-Value(WS-PH-IDX) TO POValue
           MOVE Ph-Approver(WS-PH-IDX) TO POApprover
           MOVE Ph-ApprovalDate(WS-PH-IDX) TO POApprovalDate
           MOVE Ph-DropOrder(WS-PH-IDX) TO PODropOrder
           MOVE Ph-DropName(WS-PH-IDX) TO PODropName
           MOVE Ph-DropAddress(WS-PH-IDX) TO PODropAddress
           WRITE POHeaderRecord
       END-PERFORM.
       CLOSE POHeaderFile.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmApprovalLimit IS NUMERIC
               MOVE ParmApprovalLimit TO WS-APPROVAL-LIMIT
           END-IF
       END-IF.
       CLOSE ParmFile.

SignOn.
       DISPLAY " ".
       DISPLAY "Operator Sign-On".
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
               DISPLAY "Invalid operator ID or password"
           END-IF
       END-PERFORM.

ValidateOperator.
       MOVE 'N' TO WS-OPERATOR-FOUND.
       IF WS-OPERATOR-ID = WS-DEFAULT-OPERATOR-ID
               AND WS-OPERATOR-PASSWORD = WS-DEFAULT-OPERATOR-PW
           MOVE 'Y' TO WS-OPERATOR-FOUND
           *> The built-in bootstrap operator carries full authority
           MOVE 'S' TO WS-OPERATOR-ROLE
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
                           AND OpStatus NOT = 'D'
                       MOVE 'Y' TO WS-OPERATOR-FOUND
                       MOVE OpRole TO WS-OPERATOR-ROLE
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

LoadNextPONum.
       OPEN INPUT POControlFile.
       READ POControlFile
       MOVE WS-NEXT-PO-NUM TO CtlNextPONum.
       WRITE POControlRecord.
       CLOSE POControlFile.

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

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "po_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

SpoolPendingReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "popending_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

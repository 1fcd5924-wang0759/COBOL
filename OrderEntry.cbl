*> session - Active customers only.
*> Order numbers come from a control file so they are sequential and
*> never reissued across runs.
*> A line can be drop-shipped: the vendor ships it straight to the
*> order's delivery address. The line is flagged on orderdetail.txt
*> and never touches stock.dat or the pick list; instead it goes on
*> a PO (pohdr.txt/podtl.txt, numbered from POENTRY's poctl.txt) to
*> the cheapest active VNDCATALOG vendor that takes the quantity,
*> one PO per vendor per order, carrying the customer's name and
*> ship-to address. SHIPCONFIRM ships the order once the vendor
*> confirms.
*> An order can be keyed in a training session (TRNMODE, asked at
*> the start): it goes on the practice copy of the files, numbered
*> from the practice order control, every screen saying TRAINING.
*> Every line is given an available-to-promise date, shown as it is
*> keyed and stored on the line: today when the shelf covers it;
*> otherwise the short quantity queues behind the open backorders
*> already owed for the product/size and is covered by open PO lines
*> (podtl.txt) in POExpectDate order - the PO that covers the last
*> unit sets the date. A drop-ship line is promised its vendor's
*> lead time. PROMISESLIP reports the promises late POs have broken.
*> A line the shelf can't cover is first offered the PRODMAINT
*> alternates for its SKU (substitutes.txt) that are on hand in the
*> size and quantity wanted, priced from products.dat. Taking one
*> writes the alternate on the line with the SKU it stands in for,
*> and logs it to substlog.txt for SUBSTREPORT.
*> Every line is priced at the customer's contract price for the SKU
*> when one is in force today (CONTRPRICE over contracts.txt),
*> list price otherwise - substitutes included.
*> Stock leaves the shelf oldest supplier lot first (LOTTRACK over
*> STOCKRECEIVE's lots.txt), one stockmove.txt record per lot drawn
*> on, so a recalled lot can be traced to this order.
*> Lines are filled from one stock location for the session - the
*> station's home location unless the operator names another - and
*> carry it, so PICKLIST prints them at that location and a
*> shortfall is backordered there.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> the shelf as its components
       SELECT OPTIONAL KitBomFile ASSIGN TO "kitbom.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Acceptable alternates per SKU, maintained from PRODMAINT, and the
*> log of every one taken
       SELECT OPTIONAL SubstituteFile ASSIGN TO "substitutes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SubstLogFile ASSIGN TO "substlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Drop-ship lines become vendor POs, priced and sourced from the
*> vendor catalog the same way POENTRY sources reorder items
       SELECT OPTIONAL POHeaderFile ASSIGN TO "pohdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PODetailFile ASSIGN TO "podtl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POControlFile ASSIGN TO "poctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POParmFile ASSIGN TO "poparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CatalogFile ASSIGN TO "vnditem.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VendorFile ASSIGN TO "vendors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD KitBomFile.
       COPY KITBOMREC.

*> Shared with PRODMAINT via copybooks/SUBSTREC.cpy
FD SubstituteFile.
       COPY SUBSTREC.

*> Shared with SUBSTREPORT via copybooks/SUBLOGREC.cpy
FD SubstLogFile.
       COPY SUBLOGREC.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/POHDRREC.cpy
FD POHeaderFile.
       COPY POHDRREC.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/PODTLREC.cpy
FD PODetailFile.
       COPY PODTLREC.

*> Same one-field layout POENTRY keeps its next PO number in
FD POControlFile.
       01 POControlRecord.
           02 CtlNextPONum PIC 9(6).

*> Same layout POENTRY reads its approval limit from
FD POParmFile.
       01 POParmRecord.
           02 ParmApprovalLimit PIC 9(7)V99.

*> Shared with VNDCATALOG/POENTRY via copybooks/VNDITEMREC.cpy
FD CatalogFile.
       COPY VNDITEMREC.

*> Shared with VENDORMAINT via copybooks/VENDREC.cpy
FD VendorFile.
       COPY VENDREC.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-ORDER-TOTAL PIC 9(8)V99.
       01 WS-DISPLAY-TOTAL PIC $$$$$$$$9.99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-HOLD-EOF PIC X.
       01 WS-ON-HOLD PIC X.
       01 WS-SHIPTO-EOF PIC X.
       01 WS-SHIPTO-FOUND PIC X.
       01 WS-SHORT-QTY PIC 9(5).
       01 WS-SM-QTY PIC S9(5).
       01 WS-SM-LOT PIC X(12).
*> LOTTRACK linkage - where the quantity taken came from, lot by
*> lot oldest first; a blank lot is stock no lot accounts for
       01 WS-LT-FUNCTION PIC X(4).
       01 WS-LT-QTY PIC 9(5).
       01 WS-LT-LOT PIC X(12) VALUE SPACES.
       01 WS-LT-EXPIRY PIC 9(8) VALUE ZERO.
       01 WS-LT-REF PIC X(10) VALUE SPACES.
       01 WS-LT-PIECES.
           02 WS-LT-PIECE-COUNT PIC 9(2).
           02 WS-LT-PIECE OCCURS 10 TIMES.
               03 WS-LT-PIECE-LOT PIC X(12).
               03 WS-LT-PIECE-QTY PIC 9(5).
       01 WS-LT-IDX PIC 9(2).
       01 WS-LT-STATUS PIC XX.
*> The product/size/quantity actually leaving the shelf for the
*> line being written - the line itself, or one of its kit
*> components at a time
       01 WS-DS-PROD PIC X(10).
       01 WS-DS-SIZE PIC A.
       01 WS-DS-QTY PIC 9(5).
*> Available-to-promise for the line being written - the latest
*> date any of its keys can be covered, and the PO behind it.
*> WS-NO-PROMISE 'Y' once some key has nothing due in to cover it
       01 WS-LINE-PROMISE PIC 9(8).
       01 WS-LINE-PROMISE-PO PIC 9(6).
       01 WS-NO-PROMISE PIC X.
       01 WS-ATP-DATE PIC 9(8).
       01 WS-ATP-PO PIC 9(6).
       01 WS-ATP-NEED PIC 9(7).
       01 WS-ATP-COVER PIC 9(7).
       01 WS-ATP-DONE PIC X.
       01 WS-BO-EOF PIC X.
       01 WS-PODTL-EOF PIC X.
       01 WS-POHDR-EOF PIC X.
*> Open PO lines still owed for one product/size, dated from their
*> headers. The DEPENDING ON counter must be declared ahead of the
*> table it sizes
       01 AtCount PIC 9(3) VALUE ZERO.
       01 AtTable.
           02 AtEntry OCCURS 0 TO 100 TIMES DEPENDING ON AtCount.
               03 At-PONum PIC 9(6).
               03 At-Qty PIC 9(5).
               03 At-Date PIC 9(8).
       01 WS-AT-IDX PIC 9(3).
       01 WS-AT-SLOT PIC 9(3).
*> Kit bill of materials loaded once at startup. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 BomCount PIC 9(3) VALUE ZERO.
       01 WS-BOM-EOF PIC X.
       01 WS-BOM-IDX PIC 9(3).
       01 WS-IS-KIT PIC X.
*> Substitution table loaded once at startup. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 SbCount PIC 9(4) VALUE ZERO.
       01 SbTable.
           02 SbEntry OCCURS 0 TO 2000 TIMES DEPENDING ON SbCount.
               03 Sb-SKU PIC X(10).
               03 Sb-AltSKU PIC X(10).
       01 WS-SUB-EOF PIC X.
       01 WS-SB-IDX PIC 9(4).
*> The alternates on hand for the line being keyed, as offered
       01 OfCount PIC 9 VALUE ZERO.
       01 OfTable.
           02 OfEntry OCCURS 0 TO 9 TIMES DEPENDING ON OfCount.
               03 Of-SKU PIC X(10).
               03 Of-Price PIC 9(6)V99.
       01 WS-OF-PICK PIC X.
       01 WS-OF-IDX PIC 9.
       01 WS-SUBST-FOR PIC X(10).
       01 WS-DISPLAY-PRICE PIC $$$$$$9.99.

*> Where the goods on this order deliver to - the ship-to site, or
*> the mailing address when no code was given - for drop-ship POs
       01 WS-SHIP-NAME PIC X(30).
       01 WS-SHIP-ADDRESS PIC X(30).
       01 WS-DROP-INPUT PIC X.
*> Vendor catalog and the active vendors it is checked against,
*> loaded once for drop-ship sourcing. The DEPENDING ON counter must
*> be declared ahead of the table it sizes
       01 WS-CAT-EOF PIC X.
       01 WS-VENDOR-EOF PIC X.
       01 WS-VENDOR-FOUND PIC X.
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
       01 WS-CAT-IDX PIC 9(4).
       01 WS-AV-IDX PIC 9(3).
       01 WS-BEST-VENDOR PIC X(6).
       01 WS-BEST-COST PIC 9(6)V99.
       01 WS-BEST-LEAD PIC 9(3).
*> The drop-ship POs this order has opened, one per vendor, written
*> out as headers once the last line is in
       01 DpCount PIC 9(2) VALUE ZERO.
       01 DpTable.
           02 DpEntry OCCURS 0 TO 20 TIMES DEPENDING ON DpCount.
               03 Dp-PONum PIC 9(6).
               03 Dp-Vendor PIC X(6).
               03 Dp-Value PIC 9(8)V99.
               03 Dp-Lead PIC 9(3).
               03 Dp-Lines PIC 9(3).
       01 WS-DP-IDX PIC 9(2).
       01 WS-DP-SLOT PIC 9(2).
       01 WS-NEXT-PO-NUM PIC 9(6).
       01 WS-POCTL-EOF PIC X.
       01 WS-POPARM-EOF PIC X VALUE 'N'.
*> Same approval limit POENTRY applies - a drop-ship PO worth more
*> waits for a supervisor like any other
       01 WS-APPROVAL-LIMIT PIC 9(7)V99 VALUE 5000.00.
*> DATEUTIL linkage - the drop-ship PO is expected after the
*> vendor's catalog lead time
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> CONTRPRICE linkage - the customer's negotiated unit price for a
*> SKU, the list price when no contract is in force
       01 WS-CP-SKU PIC X(10).
       01 WS-CP-LIST PIC 9(6)V99.
       01 WS-CP-PRICE PIC 9(6)V99.
       01 WS-CP-STATUS PIC XX.
       01 WS-DISPLAY-CP-PRICE PIC $$$$$$9.99.

*> BATCHLOCK answer - '90' means the nightly chain owns the files
*> right now and no supervisor overrode the closed window
       01 WS-BL-PROGRAM PIC X(12) VALUE "ORDERENTRY".
       01 WS-BL-STATUS PIC XX.
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).

*> TRNMODE linkage - a training session works on the practice copy
*> of the order files and takes its numbers from there
       01 WS-TM-FUNCTION PIC X(4).
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.
       01 WS-TM-ANSWER PIC X VALUE 'N'.

PROCEDURE DIVISION.
StartPara.
       PERFORM ChooseTrainingSession.
       CALL 'BATCHLOCK' USING WS-BL-PROGRAM, WS-BL-STATUS
       END-CALL.
       IF WS-BL-STATUS = "90"
       END-IF.
       PERFORM LoadNextOrderNum.
       PERFORM LoadKitBom.
       PERFORM LoadSubstitutes.
       PERFORM LoadCatalog.
       PERFORM LoadActiveVendors.
       PERFORM LoadPOParm.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".

       PERFORM UNTIL WS-ANOTHER-ORDER = 'N'
           PERFORM TakeOneOrder

TakeOneOrder.
       DISPLAY " ".
       IF WS-TM-FLAG = 'Y'
           DISPLAY "*** TRAINING ORDER ***"
       END-IF.
       MOVE SPACES TO WS-ID-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING
               "A supervisor release (CREDITRELEASE) is required"
       ELSE
           DISPLAY "Order for customer: " FirstName " " LastName
           MOVE SPACES TO WS-SHIP-NAME
           STRING FUNCTION TRIM(FirstName) " "
                  FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO WS-SHIP-NAME
           MOVE MailAddress TO WS-SHIP-ADDRESS
           PERFORM GetShipToCode
           PERFORM ReserveOrderHeader
           IF WS-ORDER-RESERVED = 'Y'
               PERFORM EnterOrderLines
               PERFORM CutDropShipPOs
               IF WS-LINE-NUM > 0
                   MOVE WS-ORDER-TOTAL TO WS-DISPLAY-TOTAL
                   DISPLAY "Order " WS-CURRENT-ORDER " taken, "
           IF WS-SHIPTO-EOF NOT = 'Y'
               IF STCustID = IDNum AND STCode = WS-SHIPTO-INPUT
                   MOVE 'Y' TO WS-SHIPTO-FOUND
                   MOVE STAddress TO WS-SHIP-ADDRESS
                   DISPLAY "Deliver to: " STAddress
               END-IF
           END-IF

EnterOrderLines.
       MOVE 0 TO WS-LINE-NUM.
       MOVE 0 TO DpCount.
       MOVE 0 TO WS-ORDER-TOTAL.
       MOVE 'Y' TO WS-MORE-LINES.
       PERFORM UNTIL WS-MORE-LINES = 'N'
           END-IF
       END-PERFORM.
       IF WS-PROD-FOUND = 'Y'
           *> Line price is the customer's unit price - contract or
           *> the master's list - times quantity
           MOVE ProdSKU TO WS-CP-SKU
           MOVE ProdUnitPrice TO WS-CP-LIST
           PERFORM CustomerUnitPrice
           IF WS-CP-STATUS = "00"
               MOVE WS-CP-PRICE TO WS-DISPLAY-CP-PRICE
               DISPLAY "Contract price " WS-DISPLAY-CP-PRICE " each"
           END-IF
           COMPUTE WS-PRICE-INPUT =
               WS-CP-PRICE * FUNCTION NUMVAL(WS-QTY-INPUT)
       ELSE
           DISPLAY "Enter line price : " WITH NO ADVANCING
           ACCEPT WS-PRICE-INPUT
       END-IF.
       MOVE SPACE TO DetDropShip.
       MOVE ZERO TO DetDropShipPO.
       MOVE SPACES TO WS-SUBST-FOR.
       IF WS-PROD-FOUND = 'Y'
           PERFORM AskDropShip
           IF NOT DetIsDropShip AND WS-IS-KIT = 'N'
               PERFORM OfferSubstitute
           END-IF
       END-IF.
       ADD 1 TO WS-LINE-NUM.
       MOVE WS-CURRENT-ORDER TO DetOrderNum.
       MOVE WS-LINE-NUM TO DetLineNum.
       MOVE WS-SIZE-INPUT TO DetSize.
       MOVE WS-QTY-INPUT TO DetQty.
       MOVE WS-PRICE-INPUT TO DetLinePrice.
       MOVE WS-SUBST-FOR TO DetSubstFor.
       MOVE WS-STOCK-LOC TO DetLocation.
*> The line is depleted before it is written so its promise date
*> goes down with it
       IF DetIsDropShip
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-BEST-LEAD TO WS-DU-DAYS
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
               WS-DU-DATE2, WS-DU-DAYS, DetPromiseDate, WS-DU-STATUS
           END-CALL
           MOVE DetDropShipPO TO DetPromisePO
       ELSE
           PERFORM DepleteStock
           IF WS-NO-PROMISE = 'Y'
               MOVE ZERO TO DetPromiseDate
               MOVE ZERO TO DetPromisePO
           ELSE
               MOVE WS-LINE-PROMISE TO DetPromiseDate
               MOVE WS-LINE-PROMISE-PO TO DetPromisePO
           END-IF
       END-IF.
       IF DetPromiseDate = ZERO
           DISPLAY "Nothing due in covers the shortfall - no date "
               "can be promised for this line"
       ELSE
           IF DetPromisePO = ZERO
               DISPLAY "Available to promise: " DetPromiseDate
           ELSE
               DISPLAY "Available to promise: " DetPromiseDate
                   " (PO " DetPromisePO ")"
           END-IF
       END-IF.
       WRITE OrderDetailData.
       ADD WS-PRICE-INPUT TO WS-ORDER-TOTAL.
       IF DetIsDropShip
           PERFORM WriteDropShipPOLine
       END-IF.
       IF DetSubstFor NOT = SPACES
           PERFORM WriteSubstLog
       END-IF.

OfferSubstitute.
*> Only when the shelf is short of the SKU asked for - and only the
*> alternates that can cover the whole quantity in the same size,
*> so taking one really does keep the line off backorder
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE WS-PROD-INPUT TO StockProdName.
       MOVE WS-SIZE-INPUT TO StockSize.
       READ StockFile
           INVALID KEY MOVE 'N' TO WS-STOCK-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-STOCK-FOUND
       END-READ.
       IF WS-STOCK-FOUND = 'Y'
           IF StockOnHand NOT < FUNCTION NUMVAL(WS-QTY-INPUT)
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE 0 TO OfCount.
       PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > SbCount OR OfCount = 9
           IF Sb-SKU(WS-SB-IDX) = WS-PROD-INPUT
               PERFORM OfferOneAlternate
           END-IF
       END-PERFORM.
       IF OfCount = 0
           EXIT PARAGRAPH
       END-IF.
       DISPLAY WS-PROD-INPUT " is short - alternates on hand:".
       PERFORM VARYING WS-OF-IDX FROM 1 BY 1 UNTIL WS-OF-IDX > OfCount
           MOVE Of-Price(WS-OF-IDX) TO WS-DISPLAY-PRICE
           DISPLAY "  " WS-OF-IDX " : " Of-SKU(WS-OF-IDX) " at "
               WS-DISPLAY-PRICE " each"
       END-PERFORM.
       DISPLAY "Take alternate number (0 = keep " WS-PROD-INPUT
           ") : " WITH NO ADVANCING.
       ACCEPT WS-OF-PICK.
       IF WS-OF-PICK IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-OF-PICK TO WS-OF-IDX.
       IF WS-OF-IDX = 0 OR WS-OF-IDX > OfCount
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PROD-INPUT TO WS-SUBST-FOR.
       MOVE Of-SKU(WS-OF-IDX) TO WS-PROD-INPUT.
       COMPUTE WS-PRICE-INPUT =
           Of-Price(WS-OF-IDX) * FUNCTION NUMVAL(WS-QTY-INPUT).
       DISPLAY "Substituted " WS-PROD-INPUT " for " WS-SUBST-FOR.

OfferOneAlternate.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE Sb-AltSKU(WS-SB-IDX) TO StockProdName.
       MOVE WS-SIZE-INPUT TO StockSize.
       READ StockFile
           INVALID KEY EXIT PARAGRAPH
       END-READ.
       IF StockOnHand < FUNCTION NUMVAL(WS-QTY-INPUT)
           EXIT PARAGRAPH
       END-IF.
       MOVE Sb-AltSKU(WS-SB-IDX) TO ProdSKU.
       READ ProductFile
           INVALID KEY EXIT PARAGRAPH
       END-READ.
       ADD 1 TO OfCount.
       MOVE Sb-AltSKU(WS-SB-IDX) TO Of-SKU(OfCount).
       MOVE ProdSKU TO WS-CP-SKU.
       MOVE ProdUnitPrice TO WS-CP-LIST.
       PERFORM CustomerUnitPrice.
       MOVE WS-CP-PRICE TO Of-Price(OfCount).

CustomerUnitPrice.
       CALL 'CONTRPRICE' USING IDNum, WS-CP-SKU, WS-RUN-DATE,
           WS-CP-LIST, WS-CP-PRICE, WS-CP-STATUS
       END-CALL.

WriteSubstLog.
       OPEN EXTEND SubstLogFile.
       MOVE WS-RUN-DATE TO SLDate.
       MOVE DetOrderNum TO SLOrderNum.
       MOVE DetLineNum TO SLLineNum.
       MOVE DetSubstFor TO SLOrderedSKU.
       MOVE DetProdName TO SLSubstSKU.
       MOVE DetSize TO SLSize.
       MOVE DetQty TO SLQty.
       WRITE SubstituteLogRecord.
       CLOSE SubstLogFile.

AskDropShip.
*> Only a catalogued, non-kit product can go drop-ship - a kit is
*> assembled here, and the PO needs a vendor to go to
       MOVE 'N' TO WS-IS-KIT.
       PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > BomCount
           IF Bm-Kit(WS-BOM-IDX) = WS-PROD-INPUT
               MOVE 'Y' TO WS-IS-KIT
           END-IF
       END-PERFORM.
       IF WS-IS-KIT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Drop-ship from the vendor? y/n".
       ACCEPT WS-DROP-INPUT.
       IF WS-DROP-INPUT NOT = 'y' AND WS-DROP-INPUT NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM PickDropShipVendor.
       IF WS-BEST-VENDOR = SPACES
           DISPLAY "No active catalog vendor ships " WS-QTY-INPUT
               " of " WS-PROD-INPUT " - line filled from stock"
           EXIT PARAGRAPH
       END-IF.
       PERFORM AssignDropShipPO.
       IF WS-DP-SLOT = 0
           DISPLAY "Too many drop-ship vendors on one order - line "
               "filled from stock"
           EXIT PARAGRAPH
       END-IF.
       SET DetIsDropShip TO TRUE.
       MOVE Dp-PONum(WS-DP-SLOT) TO DetDropShipPO.
       DISPLAY "Drop-shipped by vendor " WS-BEST-VENDOR " on PO "
           Dp-PONum(WS-DP-SLOT).

PickDropShipVendor.
*> Cheapest active vendor whose order minimum this quantity meets -
*> a customer's quantity can't be padded up to a vendor minimum
       MOVE SPACES TO WS-BEST-VENDOR.
       MOVE ZERO TO WS-BEST-COST WS-BEST-LEAD.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > CatCount
           IF Cat-SKU(WS-CAT-IDX) = WS-PROD-INPUT
                   AND Cat-MinQty(WS-CAT-IDX)
                       NOT > FUNCTION NUMVAL(WS-QTY-INPUT)
               PERFORM CheckVendorActive
               IF WS-VENDOR-FOUND = 'Y'
                   IF WS-BEST-VENDOR = SPACES
                           OR Cat-Cost(WS-CAT-IDX) < WS-BEST-COST
                       MOVE Cat-VendorID(WS-CAT-IDX) TO WS-BEST-VENDOR
                       MOVE Cat-Cost(WS-CAT-IDX) TO WS-BEST-COST
                       MOVE Cat-LeadDays(WS-CAT-IDX) TO WS-BEST-LEAD
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

CheckVendorActive.
       MOVE 'N' TO WS-VENDOR-FOUND.
       PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > AvCount OR WS-VENDOR-FOUND = 'Y'
           IF Av-VendorID(WS-AV-IDX) = Cat-VendorID(WS-CAT-IDX)
               MOVE 'Y' TO WS-VENDOR-FOUND
           END-IF
       END-PERFORM.

AssignDropShipPO.
*> One PO per vendor per order: the vendor's first drop-ship line
*> reserves the PO number (control file bumped and saved at once,
*> as ReserveOrderHeader does for the order), later lines join it
       MOVE 0 TO WS-DP-SLOT.
       PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > DpCount OR WS-DP-SLOT > 0
           IF Dp-Vendor(WS-DP-IDX) = WS-BEST-VENDOR
               MOVE WS-DP-IDX TO WS-DP-SLOT
           END-IF
       END-PERFORM.
       IF WS-DP-SLOT > 0 OR DpCount = 20
           EXIT PARAGRAPH
       END-IF.
       PERFORM LoadNextPONum.
       ADD 1 TO DpCount.
       MOVE DpCount TO WS-DP-SLOT.
       MOVE WS-NEXT-PO-NUM TO Dp-PONum(WS-DP-SLOT).
       MOVE WS-BEST-VENDOR TO Dp-Vendor(WS-DP-SLOT).
       MOVE ZERO TO Dp-Value(WS-DP-SLOT).
       MOVE ZERO TO Dp-Lead(WS-DP-SLOT).
       MOVE ZERO TO Dp-Lines(WS-DP-SLOT).
       ADD 1 TO WS-NEXT-PO-NUM.
       PERFORM SaveNextPONum.

WriteDropShipPOLine.
       ADD 1 TO Dp-Lines(WS-DP-SLOT).
       IF WS-BEST-LEAD > Dp-Lead(WS-DP-SLOT)
           MOVE WS-BEST-LEAD TO Dp-Lead(WS-DP-SLOT)
       END-IF.
       COMPUTE Dp-Value(WS-DP-SLOT) = Dp-Value(WS-DP-SLOT)
           + DetQty * WS-BEST-COST.
       OPEN EXTEND PODetailFile.
       MOVE Dp-PONum(WS-DP-SLOT) TO PODNum.
       MOVE Dp-Lines(WS-DP-SLOT) TO PODLineNum.
       MOVE DetProdName TO PODProdName.
       MOVE DetSize TO PODSize.
       MOVE DetQty TO PODQtyOrdered.
       MOVE ZERO TO PODQtyReceived.
       MOVE WS-BEST-COST TO PODUnitCost.
       WRITE PODetailRecord.
       CLOSE PODetailFile.

CutDropShipPOs.
*> The headers go down once every line is in, so each PO carries
*> its full value (for the approval limit) and longest lead time
       IF DpCount = 0
           EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND POHeaderFile.
       PERFORM VARYING WS-DP-IDX FROM 1 BY 1 UNTIL WS-DP-IDX > DpCount
           MOVE Dp-PONum(WS-DP-IDX) TO PONum
           MOVE Dp-Vendor(WS-DP-IDX) TO POVendorID
           MOVE WS-RUN-DATE TO PODate
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE Dp-Lead(WS-DP-IDX) TO WS-DU-DAYS
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
               WS-DU-DATE2, WS-DU-DAYS, POExpectDate, WS-DU-STATUS
           END-CALL
           MOVE Dp-Value(WS-DP-IDX) TO POValue
           IF Dp-Value(WS-DP-IDX) > WS-APPROVAL-LIMIT
               SET POPending TO TRUE
           ELSE
               SET POOpen TO TRUE
           END-IF
           MOVE SPACES TO POApprover
           MOVE ZERO TO POApprovalDate
           MOVE WS-CURRENT-ORDER TO PODropOrder
           MOVE WS-SHIP-NAME TO PODropName
           MOVE WS-SHIP-ADDRESS TO PODropAddress
           WRITE POHeaderRecord
           IF POPending
               DISPLAY "Drop-ship PO " PONum " is over the approval "
                   "limit - pending supervisor approval in POENTRY"
           END-IF
       END-PERFORM.
       CLOSE POHeaderFile.

LoadSubstitutes.
       MOVE 'N' TO WS-SUB-EOF.
       OPEN INPUT SubstituteFile.
       PERFORM UNTIL WS-SUB-EOF = 'Y' OR SbCount = 2000
           READ SubstituteFile
               AT END MOVE 'Y' TO WS-SUB-EOF
           END-READ
           IF WS-SUB-EOF NOT = 'Y'
               ADD 1 TO SbCount
               MOVE SubSKU TO Sb-SKU(SbCount)
               MOVE SubAltSKU TO Sb-AltSKU(SbCount)
           END-IF
       END-PERFORM.
       CLOSE SubstituteFile.

LoadCatalog.
       MOVE 'N' TO WS-CAT-EOF.
       OPEN INPUT CatalogFile.
       PERFORM UNTIL WS-CAT-EOF = 'Y' OR CatCount = 2000
           READ CatalogFile
               AT END MOVE 'Y' TO WS-CAT-EOF
           END-READ
           IF WS-CAT-EOF NOT = 'Y'
               ADD 1 TO CatCount
               MOVE VCVendorID TO Cat-VendorID(CatCount)
               MOVE VCSKU TO Cat-SKU(CatCount)
               MOVE VCCost TO Cat-Cost(CatCount)
               MOVE VCMinOrderQty TO Cat-MinQty(CatCount)
               MOVE VCLeadDays TO Cat-LeadDays(CatCount)
           END-IF
       END-PERFORM.
       CLOSE CatalogFile.

LoadActiveVendors.
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

LoadPOParm.
       OPEN INPUT POParmFile.
       READ POParmFile
           AT END MOVE 'Y' TO WS-POPARM-EOF
       END-READ.
       IF WS-POPARM-EOF NOT = 'Y'
           IF ParmApprovalLimit IS NUMERIC
               MOVE ParmApprovalLimit TO WS-APPROVAL-LIMIT
           END-IF
       END-IF.
       CLOSE POParmFile.

LoadNextPONum.
       MOVE 1 TO WS-NEXT-PO-NUM.
       MOVE 'N' TO WS-POCTL-EOF.
       OPEN INPUT POControlFile.
       READ POControlFile
           AT END MOVE 'Y' TO WS-POCTL-EOF
       END-READ.
       IF WS-POCTL-EOF NOT = 'Y'
           MOVE CtlNextPONum TO WS-NEXT-PO-NUM
       END-IF.
       CLOSE POControlFile.

SaveNextPONum.
       OPEN OUTPUT POControlFile.
       MOVE WS-NEXT-PO-NUM TO CtlNextPONum.
       WRITE POControlRecord.
       CLOSE POControlFile.

DepleteStock.
*> Every order line written comes off the shelf straight away, so
*> on-hand always reflects what is actually left to sell. A kit
*> line leaves as its KITMAINT components, exploded here; anything
*> else depletes its own product/size record
       MOVE WS-RUN-DATE TO WS-LINE-PROMISE.
       MOVE ZERO TO WS-LINE-PROMISE-PO.
       MOVE 'N' TO WS-NO-PROMISE.
       MOVE 'N' TO WS-IS-KIT.
       PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
               UNTIL WS-BOM-IDX > BomCount
*> of driving on-hand negative - STOCKRECEIVE fills it when stock
*> arrives
       MOVE 0 TO WS-SHORT-QTY.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE WS-DS-PROD TO StockProdName.
       MOVE WS-DS-SIZE TO StockSize.
       READ StockFile
                   DISPLAY "Unable to deplete stock for "
                       WS-DS-PROD "/" WS-DS-SIZE
           END-REWRITE
           COMPUTE WS-LT-QTY = WS-DS-QTY - WS-SHORT-QTY
           IF WS-LT-QTY NOT = ZERO
               PERFORM WriteLotMovements
           END-IF
       ELSE
           DISPLAY "WARNING: no stock record for " WS-DS-PROD
           MOVE WS-DS-QTY TO WS-SHORT-QTY
       END-IF.
       IF WS-SHORT-QTY > 0
           PERFORM ComputeAtp
           IF WS-ATP-DATE = ZERO
               MOVE 'Y' TO WS-NO-PROMISE
           ELSE
               IF WS-ATP-DATE > WS-LINE-PROMISE
                   MOVE WS-ATP-DATE TO WS-LINE-PROMISE
                   MOVE WS-ATP-PO TO WS-LINE-PROMISE-PO
               END-IF
           END-IF
           PERFORM WriteBackorder
       END-IF.

ComputeAtp.
*> Runs before this shortfall's own backorder is written, so every
*> open backorder on file for the key is owed ahead of it. Approved
*> open POs only - a pending one may never be placed, and drop-ship
*> POs deliver to someone else's customer
       MOVE ZERO TO WS-ATP-DATE.
       MOVE ZERO TO WS-ATP-PO.
       MOVE WS-SHORT-QTY TO WS-ATP-NEED.
       MOVE 'N' TO WS-BO-EOF.
       OPEN INPUT BackorderFile.
       PERFORM UNTIL WS-BO-EOF = 'Y'
           READ BackorderFile
               AT END MOVE 'Y' TO WS-BO-EOF
           END-READ
           IF WS-BO-EOF NOT = 'Y'
               IF BOOpen AND BOProdName = WS-DS-PROD
                       AND BOSize = WS-DS-SIZE
                   ADD BOQtyOwed TO WS-ATP-NEED
               END-IF
           END-IF
       END-PERFORM.
       CLOSE BackorderFile.
       MOVE 0 TO AtCount.
       MOVE 'N' TO WS-PODTL-EOF.
       OPEN INPUT PODetailFile.
       PERFORM UNTIL WS-PODTL-EOF = 'Y' OR AtCount = 100
           READ PODetailFile
               AT END MOVE 'Y' TO WS-PODTL-EOF
           END-READ
           IF WS-PODTL-EOF NOT = 'Y'
               IF PODProdName = WS-DS-PROD AND PODSize = WS-DS-SIZE
                       AND PODQtyOrdered > PODQtyReceived
                   ADD 1 TO AtCount
                   MOVE PODNum TO At-PONum(AtCount)
                   COMPUTE At-Qty(AtCount) =
                       PODQtyOrdered - PODQtyReceived
                   MOVE ZERO TO At-Date(AtCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PODetailFile.
       IF AtCount = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-POHDR-EOF.
       OPEN INPUT POHeaderFile.
       PERFORM UNTIL WS-POHDR-EOF = 'Y'
           READ POHeaderFile
               AT END MOVE 'Y' TO WS-POHDR-EOF
           END-READ
           IF WS-POHDR-EOF NOT = 'Y' AND POOpen AND PODropOrder = ZERO
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                       UNTIL WS-AT-IDX > AtCount
                   IF At-PONum(WS-AT-IDX) = PONum
                       MOVE POExpectDate TO At-Date(WS-AT-IDX)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE POHeaderFile.
       MOVE ZERO TO WS-ATP-COVER.
       MOVE 'N' TO WS-ATP-DONE.
       PERFORM UNTIL WS-ATP-DONE = 'Y'
           PERFORM TakeEarliestPO
       END-PERFORM.

TakeEarliestPO.
*> Soonest dated PO line not yet counted; a counted line has its
*> date zeroed so the next pass moves on to the one after
       MOVE 0 TO WS-AT-SLOT.
       PERFORM VARYING WS-AT-IDX FROM 1 BY 1 UNTIL WS-AT-IDX > AtCount
           IF At-Date(WS-AT-IDX) > ZERO
               IF WS-AT-SLOT = 0
                   MOVE WS-AT-IDX TO WS-AT-SLOT
               ELSE
                   IF At-Date(WS-AT-IDX) < At-Date(WS-AT-SLOT)
                       MOVE WS-AT-IDX TO WS-AT-SLOT
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       IF WS-AT-SLOT = 0
           MOVE 'Y' TO WS-ATP-DONE
           EXIT PARAGRAPH
       END-IF.
       ADD At-Qty(WS-AT-SLOT) TO WS-ATP-COVER.
       IF WS-ATP-COVER NOT < WS-ATP-NEED
           *> A PO already overdue can't be promised for yesterday
           IF At-Date(WS-AT-SLOT) < WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-ATP-DATE
           ELSE
               MOVE At-Date(WS-AT-SLOT) TO WS-ATP-DATE
           END-IF
           MOVE At-PONum(WS-AT-SLOT) TO WS-ATP-PO
           MOVE 'Y' TO WS-ATP-DONE
       END-IF.
       MOVE ZERO TO At-Date(WS-AT-SLOT).

LoadKitBom.
       MOVE 'N' TO WS-BOM-EOF.
       OPEN INPUT KitBomFile.
       MOVE "ORDERENTRY" TO SMSource.
       MOVE WS-CURRENT-ORDER TO SMReference.
       MOVE SPACES TO SMOperator.
       MOVE WS-SM-LOT TO SMLot.
       MOVE WS-STOCK-LOC TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

WriteLotMovements.
       MOVE 'TAKE' TO WS-LT-FUNCTION.
       CALL 'LOTTRACK' USING WS-LT-FUNCTION, StockProdName,
           StockSize, WS-LT-QTY, WS-LT-LOT, WS-LT-EXPIRY,
           WS-LT-REF, WS-LT-PIECES, WS-LT-STATUS
       END-CALL.
       PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-PIECE-COUNT
           COMPUTE WS-SM-QTY = 0 - WS-LT-PIECE-QTY(WS-LT-IDX)
           MOVE WS-LT-PIECE-LOT(WS-LT-IDX) TO WS-SM-LOT
           PERFORM WriteStockMovement
       END-PERFORM.

WriteBackorder.
       OPEN EXTEND BackorderFile.
       MOVE WS-DS-PROD TO BOProdName.
       MOVE WS-RUN-DATE TO BODate.
       MOVE WS-SHORT-QTY TO BOQtyOwed.
       SET BOOpen TO TRUE.
       MOVE WS-STOCK-LOC TO BOLocation.
       WRITE BackorderRecord.
       CLOSE BackorderFile.
       DISPLAY "Backordered " WS-SHORT-QTY " of " WS-DS-PROD "/"
       SET OrderOpen TO TRUE.
       MOVE WS-SHIPTO-INPUT TO OrderShipTo.
       MOVE ZERO TO OrderInvoiceNum.
       MOVE SPACES TO OrderCustPO.
       WRITE OrderHeaderData
           INVALID KEY
               DISPLAY "ORDERENTRY: order number " OrderNum
       MOVE WS-NEXT-ORDER-NUM TO CtlNextOrderNum.
       WRITE OrderControlRecord.
       CLOSE OrderControlFile.

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

*> Started from a training session the choice is already made;
*> otherwise asked here, before any order file is opened
ChooseTrainingSession.
       MOVE 'GET ' TO WS-TM-FUNCTION.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG NOT = 'Y'
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
                   GOBACK
               END-IF
           END-IF
       END-IF.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "*** TRAINING *** practice data only - nothing "
               "here touches the live order files"
       END-IF.

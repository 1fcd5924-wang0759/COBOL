       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VNDCATALOG.
*> Vendor item catalog maintenance (vnditem.txt, shared via
*> copybooks/VNDITEMREC.cpy) - which vendors sell us which SKU, under
*> what part number of theirs, at what cost, with what minimum order
*> quantity and lead time. POENTRY reads it to pick the vendor for
*> each reorder item instead of the buyer remembering.
*> A catalog entry must name a vendor on vendors.txt, and a SKU on
*> the product master when products.dat is there to check against.
*> Add, update, list (one vendor's items, or every vendor for one
*> SKU), and remove.
*> The whole file is loaded to a table and rewritten at the end, the
*> same load/save-around-the-work pattern VENDORMAINT uses.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CatalogFile ASSIGN TO "vnditem.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VendorFile ASSIGN TO "vendors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with POENTRY via copybooks/VNDITEMREC.cpy
FD CatalogFile.
       COPY VNDITEMREC.

*> Shared with VENDORMAINT via copybooks/VENDREC.cpy
FD VendorFile.
       COPY VENDREC.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-CATALOG-EOF PIC X.
       01 WS-VENDOR-EOF PIC X.
       01 WS-VENDOR-FOUND PIC X.
       01 WS-PROD-FOUND PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-VENDOR-INPUT PIC X(6).
       01 WS-SKU-INPUT PIC X(10).
       01 WS-PART-INPUT PIC X(15).
       01 WS-COST-INPUT PIC X(9).
       01 WS-QTY-INPUT PIC X(5).
       01 WS-DAYS-INPUT PIC X(3).
       01 WS-LIST-BY PIC X.
       01 WS-LISTED PIC 9(4).
*> The whole catalog held in storage while changes are keyed, then
*> written back out. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 CatCount PIC 9(4) VALUE ZERO.
       01 CatTable.
           02 CatEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON CatCount.
               03 Cat-VendorID PIC X(6).
               03 Cat-SKU PIC X(10).
               03 Cat-VendorPart PIC X(15).
               03 Cat-Cost PIC 9(6)V99.
               03 Cat-MinQty PIC 9(5).
               03 Cat-LeadDays PIC 9(3).
       01 WS-IDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-OUT PIC 9(4).
       01 WS-DISPLAY-COST PIC ZZZ,ZZ9.99.

PROCEDURE DIVISION.
StartPara.
       PERFORM LoadCatalog.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "VENDOR ITEM CATALOG"
           DISPLAY "1 : Add Catalog Item"
           DISPLAY "2 : Update Catalog Item"
           DISPLAY "3 : List Catalog"
           DISPLAY "4 : Remove Catalog Item"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddItem
               WHEN 2 PERFORM UpdateItem
               WHEN 3 PERFORM ListCatalog
               WHEN 4 PERFORM RemoveItem
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveCatalog.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

GetVendorAndSKU.
       PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(WS-VENDOR-INPUT) NOT = SPACES
           DISPLAY "Vendor code : " WITH NO ADVANCING
           ACCEPT WS-VENDOR-INPUT
           IF FUNCTION TRIM(WS-VENDOR-INPUT) = SPACES
               DISPLAY "Vendor code cannot be blank"
           END-IF
       END-PERFORM.
       PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(WS-SKU-INPUT) NOT = SPACES
           DISPLAY "Product SKU : " WITH NO ADVANCING
           ACCEPT WS-SKU-INPUT
           IF FUNCTION TRIM(WS-SKU-INPUT) = SPACES
               DISPLAY "SKU cannot be blank"
           END-IF
       END-PERFORM.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CatCount OR WS-SLOT > 0
           IF Cat-VendorID(WS-IDX) = WS-VENDOR-INPUT
                   AND Cat-SKU(WS-IDX) = WS-SKU-INPUT
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

AddItem.
       DISPLAY " ".
       PERFORM GetVendorAndSKU.
       IF WS-SLOT > 0
           DISPLAY "Vendor " WS-VENDOR-INPUT " already lists "
               WS-SKU-INPUT " - use Update"
           EXIT PARAGRAPH
       END-IF.
       IF CatCount = 2000
           DISPLAY "Vendor item catalog full"
           EXIT PARAGRAPH
       END-IF.
       PERFORM CheckVendor.
       IF WS-VENDOR-FOUND = 'N'
           DISPLAY "Vendor " WS-VENDOR-INPUT " not on file - run "
               "VENDORMAINT first"
           EXIT PARAGRAPH
       END-IF.
       PERFORM CheckProduct.
       IF WS-PROD-FOUND = 'N'
           DISPLAY "SKU " WS-SKU-INPUT " not on the product master"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO CatCount.
       MOVE CatCount TO WS-SLOT.
       MOVE WS-VENDOR-INPUT TO Cat-VendorID(WS-SLOT).
       MOVE WS-SKU-INPUT TO Cat-SKU(WS-SLOT).
       PERFORM KeyItemTerms.
       DISPLAY "Catalog item added".

UpdateItem.
       DISPLAY " ".
       PERFORM GetVendorAndSKU.
       IF WS-SLOT = 0
           DISPLAY "Vendor " WS-VENDOR-INPUT " does not list "
               WS-SKU-INPUT
           EXIT PARAGRAPH
       END-IF.
       MOVE Cat-Cost(WS-SLOT) TO WS-DISPLAY-COST.
       DISPLAY "Now: part " Cat-VendorPart(WS-SLOT) " cost "
           WS-DISPLAY-COST " min " Cat-MinQty(WS-SLOT) " lead "
           Cat-LeadDays(WS-SLOT) " days".
       PERFORM KeyItemTerms.
       DISPLAY "Catalog item updated".

KeyItemTerms.
       DISPLAY "Vendor's part number : " WITH NO ADVANCING.
       ACCEPT WS-PART-INPUT.
       MOVE WS-PART-INPUT TO Cat-VendorPart(WS-SLOT).
       MOVE SPACES TO WS-COST-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-COST-INPUT NOT = SPACES
           DISPLAY "Vendor cost : " WITH NO ADVANCING
           ACCEPT WS-COST-INPUT
       END-PERFORM.
       COMPUTE Cat-Cost(WS-SLOT) = FUNCTION NUMVAL(WS-COST-INPUT).
       MOVE SPACES TO WS-QTY-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-QTY-INPUT IS NUMERIC
           DISPLAY "Minimum order quantity (5 digits) : "
               WITH NO ADVANCING
           ACCEPT WS-QTY-INPUT
           IF WS-QTY-INPUT IS NOT NUMERIC
               DISPLAY "Quantity must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-QTY-INPUT TO Cat-MinQty(WS-SLOT).
       MOVE SPACES TO WS-DAYS-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-DAYS-INPUT IS NUMERIC
           DISPLAY "Lead time in days (3 digits) : " WITH NO ADVANCING
           ACCEPT WS-DAYS-INPUT
           IF WS-DAYS-INPUT IS NOT NUMERIC
               DISPLAY "Lead time must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-DAYS-INPUT TO Cat-LeadDays(WS-SLOT).

ListCatalog.
       DISPLAY " ".
       DISPLAY "List by V)endor or S)KU : " WITH NO ADVANCING.
       ACCEPT WS-LIST-BY.
       MOVE 0 TO WS-LISTED.
       IF WS-LIST-BY = 'S' OR WS-LIST-BY = 's'
           DISPLAY "Product SKU : " WITH NO ADVANCING
           ACCEPT WS-SKU-INPUT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CatCount
               IF Cat-SKU(WS-IDX) = WS-SKU-INPUT
                   PERFORM ShowItem
               END-IF
           END-PERFORM
       ELSE
           DISPLAY "Vendor code : " WITH NO ADVANCING
           ACCEPT WS-VENDOR-INPUT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CatCount
               IF Cat-VendorID(WS-IDX) = WS-VENDOR-INPUT
                   PERFORM ShowItem
               END-IF
           END-PERFORM
       END-IF.
       IF WS-LISTED = 0
           DISPLAY "No catalog items found"
       END-IF.

ShowItem.
       ADD 1 TO WS-LISTED.
       MOVE Cat-Cost(WS-IDX) TO WS-DISPLAY-COST.
       DISPLAY Cat-VendorID(WS-IDX) " " Cat-SKU(WS-IDX) " "
           Cat-VendorPart(WS-IDX) " " WS-DISPLAY-COST " min "
           Cat-MinQty(WS-IDX) " lead " Cat-LeadDays(WS-IDX).

RemoveItem.
       DISPLAY " ".
       PERFORM GetVendorAndSKU.
       IF WS-SLOT = 0
           DISPLAY "Vendor " WS-VENDOR-INPUT " does not list "
               WS-SKU-INPUT
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-OUT.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CatCount
           IF WS-IDX NOT = WS-SLOT
               ADD 1 TO WS-OUT
               MOVE CatEntry(WS-IDX) TO CatEntry(WS-OUT)
           END-IF
       END-PERFORM.
       MOVE WS-OUT TO CatCount.
       DISPLAY "Catalog item removed".

CheckVendor.
       MOVE 'N' TO WS-VENDOR-FOUND.
       MOVE 'N' TO WS-VENDOR-EOF.
       OPEN INPUT VendorFile.
       PERFORM UNTIL WS-VENDOR-EOF = 'Y' OR WS-VENDOR-FOUND = 'Y'
           READ VendorFile
               AT END MOVE 'Y' TO WS-VENDOR-EOF
           END-READ
           IF WS-VENDOR-EOF NOT = 'Y'
               IF VndID = WS-VENDOR-INPUT
                   MOVE 'Y' TO WS-VENDOR-FOUND
               END-IF
           END-IF
       END-PERFORM.
       CLOSE VendorFile.

CheckProduct.
*> No product master on file means nothing to check against
       MOVE 'Y' TO WS-PROD-FOUND.
       IF WS-PRODUCTS-OPEN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SKU-INPUT TO ProdSKU.
       READ ProductFile
           INVALID KEY MOVE 'N' TO WS-PROD-FOUND
       END-READ.

LoadCatalog.
       MOVE 'N' TO WS-CATALOG-EOF.
       OPEN INPUT CatalogFile.
       PERFORM ReadCatalog.
       PERFORM UNTIL WS-CATALOG-EOF = 'Y' OR CatCount = 2000
           ADD 1 TO CatCount
           MOVE VCVendorID TO Cat-VendorID(CatCount)
           MOVE VCSKU TO Cat-SKU(CatCount)
           MOVE VCVendorPart TO Cat-VendorPart(CatCount)
           MOVE VCCost TO Cat-Cost(CatCount)
           MOVE VCMinOrderQty TO Cat-MinQty(CatCount)
           MOVE VCLeadDays TO Cat-LeadDays(CatCount)
           PERFORM ReadCatalog
       END-PERFORM.
       IF WS-CATALOG-EOF NOT = 'Y'
           DISPLAY "VNDCATALOG: catalog larger than 2000 rows "
               "- file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE CatalogFile.

ReadCatalog.
       READ CatalogFile
           AT END MOVE 'Y' TO WS-CATALOG-EOF
       END-READ.

SaveCatalog.
       OPEN OUTPUT CatalogFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CatCount
           MOVE Cat-VendorID(WS-IDX) TO VCVendorID
           MOVE Cat-SKU(WS-IDX) TO VCSKU
           MOVE Cat-VendorPart(WS-IDX) TO VCVendorPart
           MOVE Cat-Cost(WS-IDX) TO VCCost
           MOVE Cat-MinQty(WS-IDX) TO VCMinOrderQty
           MOVE Cat-LeadDays(WS-IDX) TO VCLeadDays
           WRITE VendorItemRecord
       END-PERFORM.
       CLOSE CatalogFile.

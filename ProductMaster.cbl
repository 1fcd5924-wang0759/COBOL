*> kind of indexed file, just keyed by SKU instead of customer ID.
*> Billing and order entry read this file so the operator stops
*> keying prices from memory.
*> Each SKU carries its unit shipping weight, which SHIPCONFIRM
*> prices freight from.
*> Option 5 keeps each SKU's list of acceptable alternates
*> (substitutes.txt), in the order ORDERENTRY should offer them when
*> the SKU is out of stock.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL SubstituteFile ASSIGN TO "substitutes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ORDERENTRY via copybooks/SUBSTREC.cpy
FD SubstituteFile.
       COPY SUBSTREC.

WORKING-STORAGE SECTION.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-SKU-INPUT PIC X(10).
       01 WS-PRICE-INPUT PIC 9(6)V99.
       01 WS-DISPLAY-PRICE PIC $$$$$$9.99.
       01 WS-WEIGHT-INPUT PIC 9(4)V99.
       01 WS-DISPLAY-WEIGHT PIC ZZZ9.99.
       01 WS-ALT-INPUT PIC X(10).
       01 WS-SUB-ACTION PIC X.
       01 WS-SUB-EOF PIC X.
       01 WS-SUB-DIRTY PIC X.
       01 WS-SUB-OVERFLOW PIC X.
       01 WS-SUB-SHOWN PIC 9(3).
*> Every substitution on file, held while one SKU's alternates are
*> changed and then written back whole. The DEPENDING ON counter
*> must be declared ahead of the table it sizes
       01 SbCount PIC 9(4) VALUE ZERO.
       01 SbTable.
           02 SbEntry OCCURS 0 TO 2000 TIMES DEPENDING ON SbCount.
               03 Sb-SKU PIC X(10).
               03 Sb-AltSKU PIC X(10).
       01 WS-SB-IDX PIC 9(4).
       01 WS-SB-SLOT PIC 9(4).

PROCEDURE DIVISION.
StartPara.
           DISPLAY "2 : Update Product"
           DISPLAY "3 : Get Product"
           DISPLAY "4 : List All Products"
           DISPLAY "5 : Substitutes"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 2 PERFORM UpdateProduct
               WHEN 3 PERFORM GetProduct
               WHEN 4 PERFORM ListProducts
               WHEN 5 PERFORM MaintainSubstitutes
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       DISPLAY "Enter Unit Cost : " WITH NO ADVANCING.
       ACCEPT WS-PRICE-INPUT.
       MOVE WS-PRICE-INPUT TO ProdUnitCost.
       DISPLAY "Enter Shipping Weight per unit (lb) : "
           WITH NO ADVANCING.
       ACCEPT WS-WEIGHT-INPUT.
       MOVE WS-WEIGHT-INPUT TO ProdWeight.

GetProduct.
       MOVE 'Y' TO ProdExists.
           DISPLAY "Unit Price : " WS-DISPLAY-PRICE
           MOVE ProdUnitCost TO WS-DISPLAY-PRICE
           DISPLAY "Unit Cost : " WS-DISPLAY-PRICE
           MOVE ProdWeight TO WS-DISPLAY-WEIGHT
           DISPLAY "Shipping Weight : " WS-DISPLAY-WEIGHT " lb"
       END-IF.

ListProducts.
                   " " WS-DISPLAY-PRICE
           END-IF
       END-PERFORM.

MaintainSubstitutes.
       DISPLAY " ".
       DISPLAY "Enter SKU to keep alternates for : " WITH NO ADVANCING.
       ACCEPT WS-SKU-INPUT.
       MOVE WS-SKU-INPUT TO ProdSKU.
       READ ProductFile
           INVALID KEY
               DISPLAY "SKU not on file"
               EXIT PARAGRAPH
       END-READ.
       PERFORM LoadSubstitutes.
       IF WS-SUB-OVERFLOW = 'Y'
           DISPLAY "substitutes.txt holds more than 2000 alternates - "
               "not changed"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-SUB-DIRTY.
       MOVE 'A' TO WS-SUB-ACTION.
       PERFORM UNTIL WS-SUB-ACTION = SPACE
           PERFORM ShowSubstitutes
           DISPLAY "A)dd alternate, R)emove alternate, blank = done : "
               WITH NO ADVANCING
           MOVE SPACE TO WS-SUB-ACTION
           ACCEPT WS-SUB-ACTION
           EVALUATE WS-SUB-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM AddSubstitute
               WHEN 'R'
               WHEN 'r'
                   PERFORM RemoveSubstitute
               WHEN OTHER
                   MOVE SPACE TO WS-SUB-ACTION
           END-EVALUATE
       END-PERFORM.
       IF WS-SUB-DIRTY = 'Y'
           PERFORM SaveSubstitutes
       END-IF.

ShowSubstitutes.
       DISPLAY "Alternates for " WS-SKU-INPUT ", in the order offered:".
       MOVE 0 TO WS-SUB-SHOWN.
       PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > SbCount
           IF Sb-SKU(WS-SB-IDX) = WS-SKU-INPUT
               ADD 1 TO WS-SUB-SHOWN
               MOVE Sb-AltSKU(WS-SB-IDX) TO ProdSKU
               READ ProductFile
                   INVALID KEY
                       MOVE "(no longer on file)" TO ProdDescription
               END-READ
               DISPLAY "  " Sb-AltSKU(WS-SB-IDX) " " ProdDescription
           END-IF
       END-PERFORM.
       IF WS-SUB-SHOWN = 0
           DISPLAY "  (none)"
       END-IF.

AddSubstitute.
*> An alternate must be a real product, not the SKU itself, and
*> listed only once
       DISPLAY "Alternate SKU : " WITH NO ADVANCING.
       ACCEPT WS-ALT-INPUT.
       IF WS-ALT-INPUT = WS-SKU-INPUT
           DISPLAY "A SKU can't be its own alternate"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-ALT-INPUT TO ProdSKU.
       READ ProductFile
           INVALID KEY
               DISPLAY "Alternate SKU not on file"
               EXIT PARAGRAPH
       END-READ.
       PERFORM FindSubstitute.
       IF WS-SB-SLOT > 0
           DISPLAY "Already an alternate for " WS-SKU-INPUT
           EXIT PARAGRAPH
       END-IF.
       IF SbCount = 2000
           DISPLAY "Substitution table is full - alternate not added"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO SbCount.
       MOVE WS-SKU-INPUT TO Sb-SKU(SbCount).
       MOVE WS-ALT-INPUT TO Sb-AltSKU(SbCount).
       MOVE 'Y' TO WS-SUB-DIRTY.

RemoveSubstitute.
       DISPLAY "Alternate SKU to remove : " WITH NO ADVANCING.
       ACCEPT WS-ALT-INPUT.
       PERFORM FindSubstitute.
       IF WS-SB-SLOT = 0
           DISPLAY "Not an alternate for " WS-SKU-INPUT
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-SB-IDX FROM WS-SB-SLOT BY 1
               UNTIL WS-SB-IDX NOT < SbCount
           MOVE SbEntry(WS-SB-IDX + 1) TO SbEntry(WS-SB-IDX)
       END-PERFORM.
       SUBTRACT 1 FROM SbCount.
       MOVE 'Y' TO WS-SUB-DIRTY.

FindSubstitute.
       MOVE 0 TO WS-SB-SLOT.
       PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > SbCount OR WS-SB-SLOT > 0
           IF Sb-SKU(WS-SB-IDX) = WS-SKU-INPUT
                   AND Sb-AltSKU(WS-SB-IDX) = WS-ALT-INPUT
               MOVE WS-SB-IDX TO WS-SB-SLOT
           END-IF
       END-PERFORM.

LoadSubstitutes.
       MOVE 0 TO SbCount.
       MOVE 'N' TO WS-SUB-OVERFLOW.
       MOVE 'N' TO WS-SUB-EOF.
       OPEN INPUT SubstituteFile.
       READ SubstituteFile
           AT END MOVE 'Y' TO WS-SUB-EOF
       END-READ.
       PERFORM UNTIL WS-SUB-EOF = 'Y' OR WS-SUB-OVERFLOW = 'Y'
           IF SbCount = 2000
               MOVE 'Y' TO WS-SUB-OVERFLOW
           ELSE
               ADD 1 TO SbCount
               MOVE SubSKU TO Sb-SKU(SbCount)
               MOVE SubAltSKU TO Sb-AltSKU(SbCount)
               READ SubstituteFile
                   AT END MOVE 'Y' TO WS-SUB-EOF
               END-READ
           END-IF
       END-PERFORM.
       CLOSE SubstituteFile.

SaveSubstitutes.
       OPEN OUTPUT SubstituteFile.
       PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > SbCount
           MOVE Sb-SKU(WS-SB-IDX) TO SubSKU
           MOVE Sb-AltSKU(WS-SB-IDX) TO SubAltSKU
           WRITE SubstituteRecord
       END-PERFORM.
       CLOSE SubstituteFile.

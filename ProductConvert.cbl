       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRODCONVERT.
*> One-time conversion of products.dat to the full product record
*> (copybooks/PRODREC.cpy) from either earlier layout: the original
*> (SKU + description + category + unit price), or the record that
*> added the unit cost but not the shipping weight. The indexed
*> file's record length is fixed at creation, so a catalog built
*> before the record grew refuses to open (status 39) in PRODMAINT,
*> billing and order entry until this has run once - the same
*> surgery VEHCONVERT does for the fleet.
*> Two passes: the old-layout records are staged to a flat work
*> file (prodconvert.tmp), then products.dat is rebuilt on the new
*> layout with the new fields defaulted to zero - the unit cost to
*> be filled in through PRODMAINT or at the next STOCKRECEIVE
*> receipt, the weight through PRODMAINT.
*> Rebuilding the live catalog is destructive, so it takes a typed
*> confirmation.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldProdSKU
           FILE STATUS IS WS-OLD-STATUS.
*> The file as it stood with the unit cost, no shipping weight
       SELECT PrevProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PrevProdSKU
           FILE STATUS IS WS-OLD-STATUS.
*> The same file, reopened on the grown layout for the rebuild
       SELECT NewProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           02 OldProdCategory PIC X(4).
           02 OldProdUnitPrice PIC 9(6)V99.

FD PrevProductFile.
       01 PrevProductRecord.
           02 PrevProdSKU PIC X(10).
           02 PrevProdDescription PIC X(30).
           02 PrevProdCategory PIC X(4).
           02 PrevProdUnitPrice PIC 9(6)V99.
           02 PrevProdUnitCost PIC 9(6)V99.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD NewProductFile.
       01 NewProductData.
           02 StageDescription PIC X(30).
           02 StageCategory PIC X(4).
           02 StageUnitPrice PIC 9(6)V99.
*> Zero off the original layout
           02 StageUnitCost PIC 9(6)V99.

WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX.
                               ==AtEndOfFile== BY ==AtEndOfStage==
                               ==NotAtEndOfFile== BY ==NotAtEndOfStage==.
       01 WS-CONFIRM PIC X(7).
*> Which earlier layout products.dat turned out to be on - 'P' the
*> record with the unit cost, 'O' the original
       01 WS-OLD-LAYOUT PIC X.
       01 WS-STAGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
StartPara.
       DISPLAY "PRODUCT MASTER CONVERSION".
       MOVE 'P' TO WS-OLD-LAYOUT.
       OPEN INPUT PrevProductFile.
*> Wrong record length (39) - try the original layout
       IF WS-OLD-STATUS = "39"
           MOVE 'O' TO WS-OLD-LAYOUT
           OPEN INPUT OldProductFile
       END-IF.
       IF WS-OLD-STATUS = "35"
           DISPLAY "PRODCONVERT: no products.dat on file - nothing "
               "to convert"
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "CONVERT"
           DISPLAY "Conversion cancelled - nothing changed"
           IF WS-OLD-LAYOUT = 'P'
               CLOSE PrevProductFile
           ELSE
               CLOSE OldProductFile
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT StageFile.
       IF WS-OLD-LAYOUT = 'P'
           PERFORM StagePrevLayout
       ELSE
           PERFORM StageOldLayout
       END-IF.
       CLOSE StageFile.
       OPEN OUTPUT NewProductFile.
       IF WS-NEW-STATUS NOT = "00"
       CLOSE NewProductFile.
       DISPLAY "Conversion complete. Products converted: "
           WS-CONVERTED-COUNT " of " WS-STAGED-COUNT.
       DISPLAY "Key unit costs and shipping weights through PRODMAINT "
           "(costs also come in at the next receipt).".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

StageOldLayout.
       PERFORM ReadOldProduct.
       PERFORM UNTIL AtEndOfOld
           MOVE SPACES TO StageRecord
           MOVE OldProdSKU TO StageSKU
           MOVE OldProdDescription TO StageDescription
           MOVE OldProdCategory TO StageCategory
           MOVE OldProdUnitPrice TO StageUnitPrice
           MOVE ZERO TO StageUnitCost
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadOldProduct
       END-PERFORM.
       CLOSE OldProductFile.

StagePrevLayout.
       PERFORM ReadPrevProduct.
       PERFORM UNTIL AtEndOfOld
           MOVE SPACES TO StageRecord
           MOVE PrevProdSKU TO StageSKU
           MOVE PrevProdDescription TO StageDescription
           MOVE PrevProdCategory TO StageCategory
           MOVE PrevProdUnitPrice TO StageUnitPrice
           MOVE PrevProdUnitCost TO StageUnitCost
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadPrevProduct
       END-PERFORM.
       CLOSE PrevProductFile.

ReadPrevProduct.
       READ PrevProductFile NEXT RECORD
           AT END MOVE 'Y' TO WS-OLD-EOF
       END-READ.

ReadOldProduct.
       READ OldProductFile NEXT RECORD
           AT END MOVE 'Y' TO WS-OLD-EOF
       MOVE StageDescription TO ProdDescription.
       MOVE StageCategory TO ProdCategory.
       MOVE StageUnitPrice TO ProdUnitPrice.
       MOVE StageUnitCost TO ProdUnitCost.
       IF ProdUnitCost IS NOT NUMERIC
           MOVE ZERO TO ProdUnitCost
       END-IF.
       MOVE ZERO TO ProdWeight.
       WRITE NewProductData
           INVALID KEY
               DISPLAY "PRODCONVERT: duplicate SKU " ProdSKU

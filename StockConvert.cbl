       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STOCKCONVERT.
*> One-time conversion of stock.dat to the full stock record
*> (copybooks/STOCKREC.cpy), keyed by location, from any earlier
*> layout: the original (key + on-hand + reorder point/quantity),
*> the single-stockroom record that added the RMA quarantine count
*> and the bin location, or the located record from before the ABC
*> class and last-count date. The indexed file's record length is
*> fixed at creation, so a stockroom built before the record grew
*> refuses to open (status 39) in STOCKRECEIVE, ORDERENTRY and the
*> reorder report until this has run once - the same surgery
*> VEHCONVERT does for the fleet.
*> Two passes: the old-layout records are staged to a flat work
*> file (stockconvert.tmp), then stock.dat is rebuilt on the new
*> layout with the new fields defaulted - everything filed under
*> the main store (MAIN), where all stock lived before locations
*> were kept; off the original layout, quarantine zero and bin
*> location blank, to be set through BINMAINT as the room is
*> walked. Every item comes out unclassified and never counted,
*> for the next ABCCLASS run and CYCLECOUNT's schedule to pick up.
*> Rebuilding the live stock file is destructive, so it takes a
*> typed confirmation.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldStockKey
           FILE STATUS IS WS-OLD-STATUS.
*> The file as it stood keyed by location, before the count schedule
       SELECT LocStockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LocStockKey
           FILE STATUS IS WS-OLD-STATUS.
*> The file as it stood with quarantine and bin but no location
       SELECT PrevStockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PrevStockKey
           FILE STATUS IS WS-OLD-STATUS.
*> The same file, reopened on the grown layout for the rebuild
       SELECT NewStockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           02 OldStockReorderPoint PIC 9(5).
           02 OldStockReorderQty PIC 9(5).

FD PrevStockFile.
       01 PrevStockRecord.
           02 PrevStockKey.
               03 PrevStockProdName PIC X(10).
               03 PrevStockSize PIC A.
           02 PrevStockOnHand PIC S9(5).
           02 PrevStockReorderPoint PIC 9(5).
           02 PrevStockReorderQty PIC 9(5).
           02 PrevStockQuarantine PIC 9(5).
           02 PrevStockBinLocation PIC X(6).

FD LocStockFile.
       01 LocStockRecord.
           02 LocStockKey.
               03 LocStockLocation PIC X(4).
               03 LocStockProdName PIC X(10).
               03 LocStockSize PIC A.
           02 LocStockOnHand PIC S9(5).
           02 LocStockReorderPoint PIC 9(5).
           02 LocStockReorderQty PIC 9(5).
           02 LocStockQuarantine PIC 9(5).
           02 LocStockBinLocation PIC X(6).

*> Shared with STOCKRECEIVE/ORDERENTRY via copybooks/STOCKREC.cpy
FD NewStockFile.
       COPY STOCKREC.
           02 StageOnHand PIC S9(5).
           02 StageReorderPoint PIC 9(5).
           02 StageReorderQty PIC 9(5).
           02 StageQuarantine PIC 9(5).
           02 StageBinLocation PIC X(6).
*> Blank off the layouts from before locations - the main store
           02 StageLocation PIC X(4).

WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX.
                               ==AtEndOfFile== BY ==AtEndOfStage==
                               ==NotAtEndOfFile== BY ==NotAtEndOfStage==.
       01 WS-CONFIRM PIC X(7).
*> Which earlier layout stock.dat turned out to be on - 'L' the
*> located record, 'P' the quarantine/bin record, 'O' the original
       01 WS-OLD-LAYOUT PIC X.
       01 WS-STAGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
StartPara.
       DISPLAY "STOCK FILE CONVERSION".
       MOVE 'L' TO WS-OLD-LAYOUT.
       OPEN INPUT LocStockFile.
*> Wrong record length (39) - work back through the older layouts
       IF WS-OLD-STATUS = "39"
           MOVE 'P' TO WS-OLD-LAYOUT
           OPEN INPUT PrevStockFile
       END-IF.
       IF WS-OLD-STATUS = "39"
           MOVE 'O' TO WS-OLD-LAYOUT
           OPEN INPUT OldStockFile
       END-IF.
       IF WS-OLD-STATUS = "35"
           DISPLAY "STOCKCONVERT: no stock.dat on file - nothing "
               "to convert"
           GOBACK
       END-IF.
       IF WS-OLD-STATUS NOT = "00"
           DISPLAY "STOCKCONVERT: unable to open stock.dat on an "
               "old layout, status " WS-OLD-STATUS
           DISPLAY "Has the file already been converted?"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "This REBUILDS stock.dat on the full stock layout,".
       IF WS-OLD-LAYOUT = 'L'
           DISPLAY "every item unclassified and never counted."
       ELSE
           DISPLAY "every item filed under the main store (MAIN)."
       END-IF.
       DISPLAY "Type CONVERT to proceed : " WITH NO ADVANCING.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "CONVERT"
           DISPLAY "Conversion cancelled - nothing changed"
           EVALUATE WS-OLD-LAYOUT
               WHEN 'L' CLOSE LocStockFile
               WHEN 'P' CLOSE PrevStockFile
               WHEN OTHER CLOSE OldStockFile
           END-EVALUATE
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT StageFile.
       EVALUATE WS-OLD-LAYOUT
           WHEN 'L' PERFORM StageLocLayout
           WHEN 'P' PERFORM StagePrevLayout
           WHEN OTHER PERFORM StageOldLayout
       END-EVALUATE.
       CLOSE StageFile.
       OPEN OUTPUT NewStockFile.
       IF WS-NEW-STATUS NOT = "00"
       MOVE 0 TO RETURN-CODE.
       GOBACK.

StageOldLayout.
       PERFORM ReadOldStock.
       PERFORM UNTIL AtEndOfOld
           MOVE SPACES TO StageRecord
           MOVE OldStockProdName TO StageProdName
           MOVE OldStockSize TO StageSize
           MOVE OldStockOnHand TO StageOnHand
           MOVE OldStockReorderPoint TO StageReorderPoint
           MOVE OldStockReorderQty TO StageReorderQty
           MOVE ZERO TO StageQuarantine
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadOldStock
       END-PERFORM.
       CLOSE OldStockFile.

StageLocLayout.
       PERFORM ReadLocStock.
       PERFORM UNTIL AtEndOfOld
           MOVE SPACES TO StageRecord
           MOVE LocStockProdName TO StageProdName
           MOVE LocStockSize TO StageSize
           MOVE LocStockOnHand TO StageOnHand
           MOVE LocStockReorderPoint TO StageReorderPoint
           MOVE LocStockReorderQty TO StageReorderQty
           MOVE LocStockQuarantine TO StageQuarantine
           MOVE LocStockBinLocation TO StageBinLocation
           MOVE LocStockLocation TO StageLocation
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadLocStock
       END-PERFORM.
       CLOSE LocStockFile.

StagePrevLayout.
       PERFORM ReadPrevStock.
       PERFORM UNTIL AtEndOfOld
           MOVE SPACES TO StageRecord
           MOVE PrevStockProdName TO StageProdName
           MOVE PrevStockSize TO StageSize
           MOVE PrevStockOnHand TO StageOnHand
           MOVE PrevStockReorderPoint TO StageReorderPoint
           MOVE PrevStockReorderQty TO StageReorderQty
           MOVE PrevStockQuarantine TO StageQuarantine
           MOVE PrevStockBinLocation TO StageBinLocation
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadPrevStock
       END-PERFORM.
       CLOSE PrevStockFile.

ReadLocStock.
       READ LocStockFile NEXT RECORD
           AT END MOVE 'Y' TO WS-OLD-EOF
       END-READ.

ReadPrevStock.
       READ PrevStockFile NEXT RECORD
           AT END MOVE 'Y' TO WS-OLD-EOF
       END-READ.

ReadOldStock.
       READ OldStockFile NEXT RECORD
           AT END MOVE 'Y' TO WS-OLD-EOF
       END-READ.

WriteNewStock.
       MOVE StageLocation TO StockLocation.
       IF StockLocation = SPACES
           MOVE "MAIN" TO StockLocation
       END-IF.
       MOVE StageProdName TO StockProdName.
       MOVE StageSize TO StockSize.
       MOVE StageOnHand TO StockOnHand.
       MOVE StageReorderPoint TO StockReorderPoint.
       MOVE StageReorderQty TO StockReorderQty.
       MOVE StageQuarantine TO StockQuarantine.
       MOVE StageBinLocation TO StockBinLocation.
       MOVE SPACE TO StockAbcClass.
       MOVE ZERO TO StockLastCountDate.
       WRITE StockData
           INVALID KEY
               DISPLAY "STOCKCONVERT: duplicate item "

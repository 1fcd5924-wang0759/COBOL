       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ABCCLASS.
*> Monthly ABC classification of stock.dat - what tells CYCLECOUNT
*> which items deserve counting often. Every item is valued by its
*> movement over the past year: units out on the stock movement
*> ledger (stockmove.txt) times products.dat ProdUnitCost. Within
*> each stock location the items are ranked by that value, most
*> first, and classed by cumulative share of the location's total:
*> the items making up the first 80 percent are 'A', on to 95
*> percent 'B', the long tail 'C' (cutoffs in abcparm.txt, shared
*> with CYCLECOUNT via copybooks/ABCPARM.cpy). The class is stored
*> on the stock record, and the ranking with old and new class
*> printed to abcclass_report.txt.
*> Units out are sales, backorder fills and transfers shipped to
*> another location - count adjustments are corrections, not
*> movement, and are left out. An item that moved nothing is 'C'.
*> Schedule it in jobcal.txt (DOM 1) so the classes follow the
*> business month by month.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           *> DYNAMIC: the items are loaded in key order, then each
           *> one read back by key to take its class
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StockKey
           FILE STATUS IS WS-STOCK-STATUS.
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL ParmFile ASSIGN TO "abcparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "abcclass_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with STOCKRECEIVE/CYCLECOUNT via copybooks/STOCKREC.cpy
FD StockFile.
       COPY STOCKREC.

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with CYCLECOUNT via copybooks/ABCPARM.cpy
FD ParmFile.
       COPY ABCPARM.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-FROM-DATE PIC 9(8).
*> Cumulative-share cutoffs in percent; abcparm.txt overrides them
       01 WS-A-CUTOFF PIC 9(3) VALUE 80.
       01 WS-B-CUTOFF PIC 9(3) VALUE 95.
       01 WS-LOC-TOTAL PIC 9(11)V99.
       01 WS-CUM-VALUE PIC 9(11)V99.
       01 WS-CUM-PCT PIC 9(3)V9.
       01 WS-SHARE-BEFORE PIC 9(3)V9.
       01 WS-CHANGED PIC 9(5) VALUE ZERO.
       01 WS-COUNT-A PIC 9(5).
       01 WS-COUNT-B PIC 9(5).
       01 WS-COUNT-C PIC 9(5).
*> DATEUTIL linkage - the year's window start comes from the shared
*> date library instead of being reinvented here
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> One slot per stock record, in key order - so each location's
*> items sit together. The DEPENDING ON counter must be declared
*> ahead of the table it sizes
       01 ItemCount PIC 9(4) VALUE ZERO.
       01 ItemTable.
           02 Item OCCURS 0 TO 2000 TIMES DEPENDING ON ItemCount.
               03 It-Location PIC X(4).
               03 It-ProdName PIC X(10).
               03 It-Size PIC A.
               03 It-Units PIC 9(7).
               03 It-Value PIC 9(9)V99.
               03 It-OldClass PIC X.
               03 It-NewClass PIC X.
               03 It-Ranked PIC X.
       01 WS-OVERFLOW PIC X VALUE 'N'.
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-BEST PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-LOC-FIRST PIC 9(4).
       01 WS-LOC-LAST PIC 9(4).
       01 WS-RANK PIC 9(4).
       01 WS-LOCATION-HEADING.
           02 FILLER PIC X(9) VALUE "LOCATION ".
           02 WS-H-LOCATION PIC X(4).
           02 FILLER PIC X(20) VALUE "  YEAR'S MOVEMENT $".
           02 WS-H-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DETAIL-LINE.
           02 WS-D-RANK PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-PRODNAME PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-D-SIZE PIC X.
           02 FILLER PIC X(6) VALUE "  OUT ".
           02 WS-D-UNITS PIC ZZZZZZ9.
           02 FILLER PIC X(8) VALUE "  VALUE ".
           02 WS-D-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  CUM ".
           02 WS-D-CUM PIC ZZ9.9.
           02 FILLER PIC X(9) VALUE "%  CLASS ".
           02 WS-D-OLD PIC X.
           02 FILLER PIC X(4) VALUE " -> ".
           02 WS-D-NEW PIC X.
       01 WS-CLASS-TOTALS.
           02 FILLER PIC X(10) VALUE "  CLASS A ".
           02 WS-T-A PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  CLASS B ".
           02 WS-T-B PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  CLASS C ".
           02 WS-T-C PIC ZZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "ABCCLASS".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE -365 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
           WS-DU-DATE2, WS-DU-DAYS, WS-FROM-DATE, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00"
           MOVE ZERO TO WS-FROM-DATE
       END-IF.
       OPEN I-O StockFile.
       IF WS-STOCK-STATUS NOT = "00"
           DISPLAY "ABCCLASS: unable to open stock.dat, status "
               WS-STOCK-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadStockItems.
*> A partial ranking would class the items it missed wrongly - a
*> stockroom too big for the table is left exactly as it was
       IF WS-OVERFLOW = 'Y'
           DISPLAY "ABCCLASS: more than 2000 stock items - nothing "
               "classified"
           CLOSE StockFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF ItemCount = 0
           DISPLAY "ABCCLASS: no stock on file - nothing to classify"
           CLOSE StockFile
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ScanMovements.
       PERFORM ValueItems.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "ABCCLASS: unable to open abcclass_report.txt, "
               "status " WS-REPORT-STATUS
           CLOSE StockFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "ABC CLASSIFICATION - MOVEMENT " WS-FROM-DATE
           " TO " WS-RUN-DATE "  CUTOFFS A " WS-A-CUTOFF
           "% B " WS-B-CUTOFF "%"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 1 TO WS-LOC-FIRST.
       PERFORM UNTIL WS-LOC-FIRST > ItemCount
           PERFORM ClassifyOneLocation
           COMPUTE WS-LOC-FIRST = WS-LOC-LAST + 1
       END-PERFORM.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ItemCount
           IF It-NewClass(WS-IDX) NOT = It-OldClass(WS-IDX)
               PERFORM ApplyOneClass
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       STRING "ITEMS CLASSIFIED: " ItemCount "  CLASS CHANGED: "
           WS-CHANGED DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       CLOSE StockFile.
       DISPLAY "ABC classification complete. Items: " ItemCount
           "  changed class: " WS-CHANGED.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF AbcACutoff IS NUMERIC AND AbcACutoff > 0
               MOVE AbcACutoff TO WS-A-CUTOFF
           END-IF
           IF AbcBCutoff IS NUMERIC AND AbcBCutoff > 0
               MOVE AbcBCutoff TO WS-B-CUTOFF
           END-IF
       END-IF.
       CLOSE ParmFile.
       IF WS-B-CUTOFF < WS-A-CUTOFF
           MOVE WS-A-CUTOFF TO WS-B-CUTOFF
       END-IF.

LoadStockItems.
       MOVE 'N' TO EndOfFile.
       PERFORM ReadStock.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           IF ItemCount = 2000
               MOVE 'Y' TO WS-OVERFLOW
           ELSE
               ADD 1 TO ItemCount
               MOVE StockLocation TO It-Location(ItemCount)
               MOVE StockProdName TO It-ProdName(ItemCount)
               MOVE StockSize TO It-Size(ItemCount)
               MOVE ZERO TO It-Units(ItemCount)
               MOVE ZERO TO It-Value(ItemCount)
               MOVE StockAbcClass TO It-OldClass(ItemCount)
               MOVE 'C' TO It-NewClass(ItemCount)
               MOVE 'N' TO It-Ranked(ItemCount)
               PERFORM ReadStock
           END-IF
       END-PERFORM.

ReadStock.
       READ StockFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

ScanMovements.
*> A year of units out per location/item. Movements written before
*> locations were kept belong to MAIN
       MOVE 'N' TO EndOfFile.
       OPEN INPUT StockMoveFile.
       PERFORM UNTIL AtEndOfFile
           READ StockMoveFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SMLocation = SPACES
                   MOVE "MAIN" TO SMLocation
               END-IF
               IF SMQty < ZERO AND SMDate NOT < WS-FROM-DATE
                       AND SMSource NOT = "CYCLECOUNT"
                   PERFORM NoteOutbound
               END-IF
           END-IF
       END-PERFORM.
       CLOSE StockMoveFile.

NoteOutbound.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > ItemCount OR WS-SLOT > 0
           IF It-Location(WS-IDX) = SMLocation
                   AND It-ProdName(WS-IDX) = SMProdName
                   AND It-Size(WS-IDX) = SMSize
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT > 0
           SUBTRACT SMQty FROM It-Units(WS-SLOT)
       END-IF.

ValueItems.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       ELSE
           DISPLAY "ABCCLASS: product master not available (status "
               WS-PRODUCT-STATUS ") - every item values at zero"
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ItemCount
           IF WS-PRODUCTS-OPEN = 'Y' AND It-Units(WS-IDX) > ZERO
               MOVE It-ProdName(WS-IDX) TO ProdSKU
               READ ProductFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE It-Value(WS-IDX) =
                           It-Units(WS-IDX) * ProdUnitCost
               END-READ
           END-IF
       END-PERFORM.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.

ClassifyOneLocation.
*> The location's items run from WS-LOC-FIRST to the last slot
*> carrying the same location code
       MOVE WS-LOC-FIRST TO WS-LOC-LAST.
       MOVE It-Value(WS-LOC-FIRST) TO WS-LOC-TOTAL.
       PERFORM VARYING WS-IDX FROM WS-LOC-FIRST BY 1
               UNTIL WS-IDX = ItemCount
                  OR It-Location(WS-IDX + 1)
                       NOT = It-Location(WS-LOC-FIRST)
           ADD 1 TO WS-LOC-LAST
           ADD It-Value(WS-LOC-LAST) TO WS-LOC-TOTAL
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE It-Location(WS-LOC-FIRST) TO WS-H-LOCATION.
       MOVE WS-LOC-TOTAL TO WS-H-TOTAL.
       MOVE WS-LOCATION-HEADING TO ReportLine.
       WRITE ReportLine.
       MOVE ZERO TO WS-CUM-VALUE.
       MOVE 0 TO WS-RANK.
       MOVE 0 TO WS-COUNT-A.
       MOVE 0 TO WS-COUNT-B.
       MOVE 0 TO WS-COUNT-C.
       PERFORM VARYING WS-JDX FROM WS-LOC-FIRST BY 1
               UNTIL WS-JDX > WS-LOC-LAST
           PERFORM RankNextItem
       END-PERFORM.
       MOVE WS-COUNT-A TO WS-T-A.
       MOVE WS-COUNT-B TO WS-T-B.
       MOVE WS-COUNT-C TO WS-T-C.
       MOVE WS-CLASS-TOTALS TO ReportLine.
       WRITE ReportLine.

RankNextItem.
*> Selection-rank most valuable first, the same trick DEADSTOCK
*> prints with: each pass takes the biggest unranked mover
       MOVE 0 TO WS-BEST.
       PERFORM VARYING WS-IDX FROM WS-LOC-FIRST BY 1
               UNTIL WS-IDX > WS-LOC-LAST
           IF It-Ranked(WS-IDX) = 'N'
               IF WS-BEST = 0
                   MOVE WS-IDX TO WS-BEST
               ELSE
                   IF It-Value(WS-IDX) > It-Value(WS-BEST)
                       MOVE WS-IDX TO WS-BEST
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       IF WS-BEST = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO It-Ranked(WS-BEST).
       ADD 1 TO WS-RANK.
*> The item's class is judged by the share ranked ahead of it, so
*> a single item carrying most of the value is still an 'A'
       MOVE ZERO TO WS-SHARE-BEFORE.
       IF WS-LOC-TOTAL > ZERO
           COMPUTE WS-SHARE-BEFORE ROUNDED =
               WS-CUM-VALUE * 100 / WS-LOC-TOTAL
       END-IF.
       ADD It-Value(WS-BEST) TO WS-CUM-VALUE.
       MOVE ZERO TO WS-CUM-PCT.
       IF WS-LOC-TOTAL > ZERO
           COMPUTE WS-CUM-PCT ROUNDED =
               WS-CUM-VALUE * 100 / WS-LOC-TOTAL
       END-IF.
       EVALUATE TRUE
           WHEN It-Value(WS-BEST) = ZERO
               MOVE 'C' TO It-NewClass(WS-BEST)
           WHEN WS-SHARE-BEFORE < WS-A-CUTOFF
               MOVE 'A' TO It-NewClass(WS-BEST)
           WHEN WS-SHARE-BEFORE < WS-B-CUTOFF
               MOVE 'B' TO It-NewClass(WS-BEST)
           WHEN OTHER
               MOVE 'C' TO It-NewClass(WS-BEST)
       END-EVALUATE.
       EVALUATE It-NewClass(WS-BEST)
           WHEN 'A' ADD 1 TO WS-COUNT-A
           WHEN 'B' ADD 1 TO WS-COUNT-B
           WHEN OTHER ADD 1 TO WS-COUNT-C
       END-EVALUATE.
       MOVE WS-RANK TO WS-D-RANK.
       MOVE It-ProdName(WS-BEST) TO WS-D-PRODNAME.
       MOVE It-Size(WS-BEST) TO WS-D-SIZE.
       MOVE It-Units(WS-BEST) TO WS-D-UNITS.
       MOVE It-Value(WS-BEST) TO WS-D-VALUE.
       MOVE WS-CUM-PCT TO WS-D-CUM.
       IF It-OldClass(WS-BEST) = SPACE
           MOVE '-' TO WS-D-OLD
       ELSE
           MOVE It-OldClass(WS-BEST) TO WS-D-OLD
       END-IF.
       MOVE It-NewClass(WS-BEST) TO WS-D-NEW.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

ApplyOneClass.
       MOVE It-Location(WS-IDX) TO StockLocation.
       MOVE It-ProdName(WS-IDX) TO StockProdName.
       MOVE It-Size(WS-IDX) TO StockSize.
       READ StockFile
           INVALID KEY EXIT PARAGRAPH
       END-READ.
       MOVE It-NewClass(WS-IDX) TO StockAbcClass.
       REWRITE StockData
           INVALID KEY
               DISPLAY "ABCCLASS: unable to class "
                   It-Location(WS-IDX) " " It-ProdName(WS-IDX) "/"
                   It-Size(WS-IDX)
               EXIT PARAGRAPH
       END-REWRITE.
       ADD 1 TO WS-CHANGED.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "abcclass_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

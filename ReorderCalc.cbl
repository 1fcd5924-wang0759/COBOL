*> the operator's approval applies the proposals to stock.dat.
*> Items with no movement in the window are left alone - REORDER
*> still reports them, and the dead-stock report names them.
*> Works one stock location at a time (the station's home location
*> unless the operator names another): only that location's
*> movements count, transfers shipped out to another location
*> included, since that stock left this shelf all the same.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-WINDOW-INPUT PIC X(3).
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 90.
       01 WS-LEAD-INPUT PIC X(3).
       01 WS-VELOCITY PIC 9(5)V99.
       01 WS-NEW-POINT PIC 9(5).
       01 WS-NEW-QTY PIC 9(5).
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).
*> DATEUTIL linkage - the window start comes from the shared date
*> library instead of being reinvented here
       01 WS-DU-FUNCTION PIC X(4).
           02 WS-D-OLD-QTY PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE " -> ".
           02 WS-D-NEW-QTY PIC ZZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "REORDERCALC".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       DISPLAY "Sales window in days (blank = 90) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-WINDOW-INPUT.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "REORDER POINT RECALCULATION - REVIEW"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "LOCATION " WS-STOCK-LOC " " WS-SL-NAME
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > VelCount
           PERFORM ProposeOneItem
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Review report written, proposals: " WS-PROPOSED.
       IF WS-PROPOSED > 0
           DISPLAY "Apply the proposed points and quantities? y/n"

SumOutboundUnits.
*> Every negative movement in the window is something a customer
*> took - receipts, returns and adjustments don't count as demand.
*> Movements written before locations were kept belong to MAIN
       MOVE 'N' TO EndOfFile.
       OPEN INPUT StockMoveFile.
       PERFORM UNTIL AtEndOfFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SMLocation = SPACES
                   MOVE "MAIN" TO SMLocation
               END-IF
               IF SMQty < ZERO AND SMDate NOT < WS-FROM-DATE
                       AND SMLocation = WS-STOCK-LOC
                   PERFORM NoteOutbound
               END-IF
           END-IF
       SUBTRACT SMQty FROM Vl-Units(WS-SLOT).

ProposeOneItem.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE Vl-ProdName(WS-IDX) TO StockProdName.
       MOVE Vl-Size(WS-IDX) TO StockSize.
       READ StockFile
       WRITE ReportLine.

ApplyOneItem.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE Vl-ProdName(WS-IDX) TO StockProdName.
       MOVE Vl-Size(WS-IDX) TO StockSize.
       READ StockFile
               EXIT PARAGRAPH
       END-REWRITE.
       ADD 1 TO WS-APPLIED.

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
       MOVE "reordercalc_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

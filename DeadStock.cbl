*> last sale. Items with zero movement beyond the dead threshold
*> are flagged WRITE-DOWN candidates. REORDER says what to buy;
*> this says what to stop buying.
*> Judged company-wide: an item's on-hand is summed over every stock
*> location, and STOCKXFER's transfers between locations are not
*> sales - stock moved to another shelf is no less dead.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
       COPY BATCHEOF.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-WINDOW-INPUT PIC X(3).
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 180.
       01 WS-DEAD-INPUT PIC X(3).
           02 WS-D-VALUE PIC ----,---,--9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-FLAG PIC X(10).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "DEADSTOCK".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "Sales window in days (blank = 180) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-WINDOW-INPUT.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "SLOW-MOVING AND DEAD STOCK - WORST FIRST"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM PrintRanked.
       MOVE SPACES TO ReportLine.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Dead stock report complete. Write-down candidates: "
           WS-DEAD-COUNT.
       MOVE 0 TO RETURN-CODE.
           EXIT PARAGRAPH
       END-IF.
       PERFORM ReadStock.
       PERFORM UNTIL AtEndOfFile
           PERFORM LoadOneStockItem
           PERFORM ReadStock
       END-PERFORM.
       CLOSE StockFile.

LoadOneStockItem.
*> The same item at another location adds to the one slot
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > ItemCount OR WS-SLOT > 0
           IF It-ProdName(WS-IDX) = StockProdName
                   AND It-Size(WS-IDX) = StockSize
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT > 0
           ADD StockOnHand TO It-OnHand(WS-SLOT)
           EXIT PARAGRAPH
       END-IF.
       IF ItemCount = 500
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO ItemCount.
       MOVE StockProdName TO It-ProdName(ItemCount).
       MOVE StockSize TO It-Size(ItemCount).
       MOVE StockOnHand TO It-OnHand(ItemCount).
       MOVE ZERO TO It-LastOut(ItemCount).
       MOVE ZERO TO It-WindowUnits(ItemCount).
       MOVE ZERO TO It-Value(ItemCount).
       MOVE 'N' TO It-Printed(ItemCount).

ReadStock.
       READ StockFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SMQty < ZERO AND SMSource NOT = "STOCKXFER"
                   PERFORM NoteOutbound
               END-IF
           END-IF
       END-IF.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "deadstock_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

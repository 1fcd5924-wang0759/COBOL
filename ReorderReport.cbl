*> has fallen to or below its reorder point, with the suggested order
*> quantity, so purchasing finds the list on the printer every
*> morning instead of walking the stockroom.
*> Stock is held per location and the key leads with it, so the
*> walk comes out a location at a time - each gets its own heading
*> and count: the warehouse's list is a buying list, a store's is
*> what to ask the warehouse to transfer.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone too; GOBACK + RETURN-CODE report success/failure
*> either way.
ENVIRONMENT DIVISION.
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-BELOW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOC-BELOW PIC 9(7) VALUE ZERO.
       01 WS-CUR-LOC PIC X(4) VALUE HIGH-VALUES.
*> STOCKLOC linkage - the location name for each heading
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-SL-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-SUGGESTED-QTY PIC 9(6).
       01 WS-DETAIL-LINE.
           02 WS-D-PRODNAME PIC X(10).
       01 WS-COUNT-LINE.
           02 FILLER PIC X(22) VALUE "Items below point: ".
           02 WS-C-COUNT PIC ZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "REORDER".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-STOCK-READ PIC 9(9) VALUE ZERO.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "REORDER".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "REORDER POINT REPORT" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReadStock.
       PERFORM UNTIL AtEndOfFile
           IF StockLocation NOT = WS-CUR-LOC
               PERFORM StartLocation
           END-IF
           ADD 1 TO WS-CT-STOCK-READ
           PERFORM CheckStockItem
           PERFORM ReadStock
       END-PERFORM.
       IF WS-CUR-LOC NOT = HIGH-VALUES
           PERFORM EndLocation
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "ALL LOCATIONS" TO ReportLine.
       WRITE ReportLine.
       MOVE WS-BELOW-COUNT TO WS-C-COUNT.
       MOVE WS-COUNT-LINE TO ReportLine.
       WRITE ReportLine.
       CLOSE StockFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       PERFORM RecordControlTotals.
       DISPLAY "Reorder report complete. Items below point: "
           WS-BELOW-COUNT.
       MOVE 0 TO RETURN-CODE.
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

StartLocation.
       IF WS-CUR-LOC NOT = HIGH-VALUES
           PERFORM EndLocation
       END-IF.
       MOVE StockLocation TO WS-CUR-LOC.
       MOVE ZERO TO WS-LOC-BELOW.
       MOVE 'FIND' TO WS-SL-FUNCTION.
       MOVE StockLocation TO WS-SL-LOC.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-SL-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "LOCATION " StockLocation "  " WS-SL-NAME
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

EndLocation.
       MOVE WS-LOC-BELOW TO WS-C-COUNT.
       MOVE WS-COUNT-LINE TO ReportLine.
       WRITE ReportLine.

CheckStockItem.
       IF StockOnHand NOT > StockReorderPoint
           PERFORM WriteReorderLine
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       ADD 1 TO WS-BELOW-COUNT.
       ADD 1 TO WS-LOC-BELOW.

RecordControlTotals.
*> Stock records read and items listed below their reorder point
       MOVE "STOCK-IN" TO WS-CT-METRIC.
       MOVE WS-CT-STOCK-READ TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "REORDER-OUT" TO WS-CT-METRIC.
       MOVE WS-BELOW-COUNT TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "reorder_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

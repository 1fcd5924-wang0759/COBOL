*> so the shelf-label run (SHELFLABEL) can print labels for exactly
*> what moved. Applied rows leave the pending file; future-dated
*> ones wait their turn.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-PENDING-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-APPLIED PIC 9(3) VALUE ZERO.
       01 WS-WAITING PIC 9(3) VALUE ZERO.
       01 WS-MISSING PIC 9(3) VALUE ZERO.
           02 WS-D-OLD PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE "  NOW ".
           02 WS-D-NEW PIC ZZZ,ZZ9.99.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "PRICEAPPLY".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "PRICEAPPLY".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadPending.
       IF PendCount = 0
           DISPLAY "PRICEAPPLY: no pending price changes"
           PERFORM RecordControlTotals
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
           GOBACK
       END-IF.
       OPEN OUTPUT ChangedFile.
       MOVE SPACES TO ReportLine.
       STRING "PRICE CHANGE REGISTER" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > PendCount
           PERFORM ApplyOneChange
       WRITE ReportLine.
       CLOSE ChangedFile.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       CLOSE ProductFile.
       PERFORM SaveRemaining.
       PERFORM RecordControlTotals.
       DISPLAY "Price apply complete. Applied: " WS-APPLIED
           "  Waiting: " WS-WAITING.
       MOVE 0 TO RETURN-CODE.
           END-IF
       END-PERFORM.
       CLOSE PendingPriceFile.

RecordControlTotals.
*> Pending changes read and prices changed - nothing pending still
*> says so, with zeros
       MOVE "PEND-IN" TO WS-CT-METRIC.
       MOVE PendCount TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "PRICE-CHG" TO WS-CT-METRIC.
       MOVE WS-APPLIED TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "pricechg_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

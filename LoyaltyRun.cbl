*> consumed by redemptions or earlier expiries.
*> loyalty_report.txt totals the points outstanding and their cash
*> value at the redemption rate (100 points = one dollar).
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
       01 WS-LOYALTY-EOF PIC X.
       01 WS-POSITION-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-LAST-POSITION PIC 9(7) VALUE ZERO.
       01 WS-LINES-SEEN PIC 9(7) VALUE ZERO.
*> EARN movements older than this many days expire
       01 WS-LIABILITY PIC S9(8)V99.
       01 WS-DISP-POINTS PIC ZZZ,ZZZ,ZZ9.
       01 WS-DISP-LIAB PIC $$$,$$$,$$9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "LOYALTYRUN".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       COMPUTE WS-DU-DAYS = 0 - WS-EXPIRY-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
               "status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "LOYALTY POINTS LIABILITY SUMMARY"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE ZERO TO WS-TOT-BALANCE.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CustCount
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.

LoadPosition.
       OPEN INPUT PositionFile.
       MOVE WS-LINES-SEEN TO PosConsumed.
       WRITE PositionRecord.
       CLOSE PositionFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "loyalty_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

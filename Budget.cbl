*> shows variance and percent variance per category, and ranks the
*> worst performer - the categories missing plan hardest come last
*> with a flag.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Output to budget_report.txt. Runs standalone; GOBACK +
*> RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-PCT PIC ----9.9.
           02 FILLER PIC X VALUE '%'.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "BUDGET".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
               "status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "BUDGET VS ACTUAL FOR " WS-PERIOD
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "MONTH" TO ReportLine.
       WRITE ReportLine.
       PERFORM RankWorst.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Budget variance report written".

InitCatTotals.
           WRITE BudgetRecord
       END-PERFORM.
       CLOSE BudgetFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "budget_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

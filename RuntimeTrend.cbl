*> forty minutes instead of four shows up on paper before the chain
*> overruns into opening. A latest run more than double the
*> baseline is flagged TRENDING.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Output to runtimetrend_report.txt. Runs standalone; GOBACK +
*> RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
       01 WS-RUNS-LINE.
           02 FILLER PIC X(8) VALUE "  RUNS: ".
           02 WS-R-SECS OCCURS 10 TIMES PIC ZZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "RUNTIMETREND".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "STEP RUNTIME TREND (SECONDS, LAST TEN RUNS)"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > StepCount
           PERFORM ReportOneStep
       END-PERFORM.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Runtime trend report written for " StepCount
           " steps".
       MOVE 0 TO RETURN-CODE.
       END-PERFORM.
       MOVE WS-RUNS-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "runtimetrend_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

*> before the history carried stamps have blank date and operator
*> fields and are rolled up under their own bucket.
*> Output goes to calcsummary_report.txt and the screen.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-OL-OPERATOR PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-OL-COUNT PIC ZZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CALCSUMMARY".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CLOSE CalcHistory.
       PERFORM WriteReport.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Calculator summary complete. Lines: " WS-LINE-COUNT
           "  Errors: " WS-ERROR-COUNT.
       MOVE 0 TO RETURN-CODE.
       END-IF.

WriteReport.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "CALCULATOR USAGE SUMMARY" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "CALCULATIONS PER DAY" TO ReportLine.
       WRITE ReportLine.
           " (of which divides: " WS-DIVZERO-COUNT ")"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "calcsummary_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

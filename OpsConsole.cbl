*> shift.
*> The whole log is loaded to a table and rewritten at the end, the
*> same load/save-around-the-work pattern ARPAYMENT uses.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
               03 Mg-AckBy PIC X(10).
       01 WS-IDX PIC 9(4).
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - the summary is headed with the business date
*> on bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "OPSCONSOLE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadMessages.
       IF RETURN-CODE NOT = 0
           GOBACK
               "opsmorning_report.txt, status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "MORNING EXCEPTIONS SUMMARY"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 0 TO WS-SHOWN.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > MsgCount
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Morning summary written, outstanding: " WS-SHOWN.

ValidateOperator.
           WRITE OpsMessageRecord
       END-PERFORM.
       CLOSE OpsMessageFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "opsmorning_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

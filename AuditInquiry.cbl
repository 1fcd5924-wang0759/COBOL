*> matching entries formatted, and prints a daily summary of
*> operation counts per operator for the supervisors
*> (auditsummary_report.txt).
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-S-GETS PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE "  FAIL ".
           02 WS-S-FAILED PIC ZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "AUDITINQ".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
               WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "AUDIT SUMMARY FOR " WS-SUMMARY-DATE
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > OpSumCount
           DISPLAY WS-SUMMARY-LINE
       END-PERFORM.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Operators summarized: " OpSumCount.

TallyEntry.
               ADD 1 TO OS-FAILED(WS-SLOT)
           END-IF
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "auditsummary_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

*> SKU, and top customers by spend, for an operator-keyed date range.
*> The only aggregate anyone saw before this was a single session's
*> total on the screen.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-UL-CUSTID PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-UL-AMOUNT PIC ---,---,--9.99.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "SALESANALYSIS".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       PERFORM ReadSummaries.
       PERFORM WriteReport.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Sales analysis complete - see "
           "salesanalysis_report.txt".
       MOVE 0 TO RETURN-CODE.
       END-IF.

WriteReport.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "SALES ANALYSIS REPORT" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "SALES BY CATEGORY" TO ReportLine
       WRITE ReportLine.
               END-IF
           END-IF
       END-PERFORM.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "salesanalysis_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

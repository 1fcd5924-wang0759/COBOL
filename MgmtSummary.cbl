*> (salesjournal.txt). Schedule it EOM on the processing calendar
*> so it lands with the month-end chain.
*> Output goes to mgmtsummary_report.txt and the screen.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> - reused in turn for each file swept
       COPY BATCHEOF.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MONEY-LINE.
           02 WS-M-LABEL PIC X(30).
           02 WS-M-AMOUNT PIC ---,---,--9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "MGMTSUMMARY".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
       MOVE SPACES TO ReportLine.
       STRING "MANAGEMENT SUMMARY FOR " WS-RUN-MONTH
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM CountActiveCustomers.
       PERFORM TotalSales.
       PERFORM WriteSummary.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Management summary complete - see "
           "mgmtsummary_report.txt".
       MOVE 0 TO RETURN-CODE.
       MOVE WS-COUNT-LINE TO ReportLine.
       WRITE ReportLine.
       DISPLAY WS-COUNT-LINE.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "mgmtsummary_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

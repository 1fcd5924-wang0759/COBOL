*> commission_report.txt. Lines with no operator stamp - batch
*> postings, RMA refunds, and journal lines from before the stamp
*> existed - report under (NONE) so nothing quietly disappears.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-D-RATE PIC 9.9999.
           02 FILLER PIC X(13) VALUE "  COMMISSION ".
           02 WS-D-COMM PIC ----,--9.99.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "COMMISSION".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
               "commission_report.txt, status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "COMMISSION REPORT FOR " WS-PERIOD
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
           PERFORM ReportOneOperator
       END-PERFORM.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Commission report written for " OperCount
           " sellers".

           WRITE CommRateRecord
       END-PERFORM.
       CLOSE CommRateFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "commission_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

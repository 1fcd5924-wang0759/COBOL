*> product the same way they net revenue. Lines with no SKU (hand-
*> keyed sales) are reported as unknown-cost revenue rather than
*> silently skipped.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
           02 WS-D-COST PIC ----,---,--9.99.
           02 FILLER PIC X(9) VALUE "  MARGIN ".
           02 WS-D-MARGIN PIC ----,---,--9.99.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "MARGINREPORT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           PERFORM ReadJournal
       END-PERFORM.
       CLOSE SalesJournalFile.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "MARGIN BY CATEGORY" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5
           WRITE ReportLine
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
               SJItemCost * ProdUnitCost / ProdUnitPrice
           MOVE 'Y' TO WS-COST-KNOWN
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "margin_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

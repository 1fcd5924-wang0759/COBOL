*> entries whose ID also still exists live. Exceptions go to
*> integrity_report.txt with counts per check, and anything found
*> returns a nonzero RETURN-CODE so the chain stops that night.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> has no orphans to find
       SELECT OPTIONAL OrderDetailFile ASSIGN TO "orderdetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HistoryFile ASSIGN TO "custhistory.txt"
       01 WS-COUNT-LINE.
           02 WS-C-LABEL PIC X(30).
           02 WS-C-COUNT PIC ZZZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "INTEGRITYAUDIT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "CROSS-FILE INTEGRITY EXCEPTIONS"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM CheckOrderLines.
       PERFORM CheckCharges.
       PERFORM CheckHistory.
       PERFORM WriteCounts.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       MOVE WS-DUPLICATED-HISTORY TO WS-C-COUNT.
       MOVE WS-COUNT-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "integrity_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

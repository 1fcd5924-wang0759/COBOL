PROGRAM-ID. CUSTREPORT.
*> Report step of JOBDRIVER's nightly chain. Converts CUSTBACKUP's
*> flat extract (custbackup.txt) into a headed, human-readable report.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone too; GOBACK + RETURN-CODE report success/failure
*> either way.
ENVIRONMENT DIVISION.
       01 WS-COUNT-LINE.
           02 FILLER PIC X(16) VALUE "Records listed: ".
           02 WS-C-COUNT PIC ZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "CUSTREPORT".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CUSTREPORT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "CUSTOMER REPORT" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "ID    FIRST NAME      LAST NAME       S" TO ReportLine
       WRITE ReportLine.
       WRITE ReportLine.
       CLOSE BackupFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       PERFORM VerifyTrailer.
       IF WS-EXTRACT-GOOD = 'N'
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM RecordControlTotals.
       DISPLAY "Customer report complete. Records listed: " RecordCount.
       MOVE 0 TO RETURN-CODE.
       GOBACK.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       ADD 1 TO RecordCount.

RecordControlTotals.
*> Customers read from the extract, and the report lines written -
*> title, column heading and count line besides one per customer -
*> which CUSTARCHIVE must read back
       MOVE "CUST-IN" TO WS-CT-METRIC.
       MOVE RecordCount TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "RPT-OUT" TO WS-CT-METRIC.
       COMPUTE WS-CT-COUNT = RecordCount + 3.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "customer_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

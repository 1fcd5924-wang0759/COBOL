*> purged (CustomerPurge.cbl) since the last extract; a key on both
*> sides with a different name means one side was edited without the
*> other being refreshed.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-C-MATCH PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE "  Mismatched: ".
           02 WS-C-MISMATCH PIC ZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CUSTRECONCILE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "CUSTOMER RECONCILIATION REPORT"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "ID    DISCREPANCY" TO ReportLine
       WRITE ReportLine.
       CLOSE CustomerFile
       CLOSE BackupFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       *> A short or tampered extract invalidates the whole compare -
       *> fail the step rather than act on a bad reconcile
       IF WS-TRAILER-SEEN = 'N'
               END-IF
           END-IF
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "custrecon_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

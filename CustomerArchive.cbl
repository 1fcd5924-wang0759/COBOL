*> isn't overwritten the next time the job runs. (The separate job of
*> hard-purging Inactive customers out of CustomerFile is the month-end
*> archival job referenced in coboltut.cbl, not this nightly step.)
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Runs standalone too; GOBACK + RETURN-CODE report success/failure
*> either way.
ENVIRONMENT DIVISION.
       COPY BATCHEOF.
       01 RecordCount PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-HEADER-LINE.
           02 FILLER PIC X(13) VALUE "ARCHIVED ON: ".
           02 WS-H-DATE PIC 9(8).
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "CUSTARCHIVE".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE WS-RUN-DATE TO WS-H-DATE.
       MOVE WS-HEADER-LINE TO ArchiveLine.
       WRITE ArchiveLine.
       END-PERFORM.
       CLOSE ReportFile
       CLOSE ArchiveFile.
       PERFORM RecordControlTotals.
       DISPLAY "Customer archive complete. Lines archived: " RecordCount.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

RecordControlTotals.
*> Report lines read from CUSTREPORT's output
       MOVE "RPT-IN" TO WS-CT-METRIC.
       MOVE RecordCount TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

*> Nightly companion to tutorial10 (coboltut.cbl). Reads CustomerFile
*> sequentially and writes a flat backup/report file so customers.txt
*> can be recovered from if it is ever lost or corrupted.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Runs standalone, or as the extract step of JOBDRIVER's nightly
*> chain (GOBACK + RETURN-CODE report success/failure either way)
ENVIRONMENT DIVISION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-BACKUP-STATUS PIC XX.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-GENERATION-NAME PIC X(30).
       01 WS-RETIRED-NAME PIC X(30).
       *> How many dated generations to keep on disk
       *> Hash total of every IDNum written, carried on the trailer
       *> so a short or edited extract can't pass for a whole one
       01 WS-HASH-TOTAL PIC 9(12) VALUE ZERO.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "CUSTBACKUP".
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
       MOVE SPACES TO WS-GENERATION-NAME.
       STRING "custbackup_g" WS-RUN-DATE ".txt"
           DELIMITED BY SIZE INTO WS-GENERATION-NAME.
       CLOSE BackupFile
       CLOSE GenerationFile.
       PERFORM RollGenerations.
       PERFORM RecordControlTotals.
       DISPLAY "Customer backup complete. Records written: " RecordCount.
       MOVE 0 TO RETURN-CODE.
       GOBACK.
           WRITE GenCatalogRecord
       END-PERFORM.
       CLOSE GenCatalogFile.

RecordControlTotals.
*> Customers extracted - CUSTREPORT must read back the same number
       MOVE "CUST-OUT" TO WS-CT-METRIC.
       MOVE RecordCount TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

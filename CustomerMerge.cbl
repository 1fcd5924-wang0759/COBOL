*> Merges a confirmed duplicate customer into its survivor once the
*> CUSTDUPS report has been reviewed. Everything keyed to the
*> duplicate is repointed to the survivor - order headers
*> (orderhdr.dat), A/R open items (arledger.dat), and notes
*> (custnotes.txt) - then the duplicate is marked Inactive with a
*> merged-into note on its record, and the whole operation lands in
*> custaudit.txt the way every other customer change does.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CustomerAudit ASSIGN TO "custaudit.txt"
WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       *> then stop before the duplicate is retired, or open items
       *> would be left pointing at an Inactive customer
       01 WS-MERGE-OK PIC X VALUE 'Y'.
       01 WS-NOTES-LINES PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-MOVED PIC 9(5) VALUE ZERO.
       01 WS-ITEMS-MOVED PIC 9(5) VALUE ZERO.
       01 WS-NOTES-MOVED PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> The notes file is rewritten whole through this table, the same
*> load/save pattern tutorial11 uses. The DEPENDING ON counter must
*> be declared ahead of the table it sizes
       01 MergeNoteCount PIC 9(3) VALUE ZERO.
       01 MergeNoteTable.
           02 MergeNote OCCURS 0 TO 500 TIMES
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       *> Prove both rewrite files fit their work tables before
       *> anything is touched - a merge must be all or nothing
       PERFORM CheckMergeCapacity.
       GOBACK.

CheckMergeCapacity.
       MOVE ZERO TO WS-NOTES-LINES.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT NotesFile.
           PERFORM ReadNote
       END-PERFORM.
       CLOSE NotesFile.
       IF WS-NOTES-LINES > 500
           DISPLAY "CUSTMERGE: notes file larger than 500 lines - "
               "run housekeeping first, nothing changed"
       CLOSE OrderHeaderFile.

RepointLedger.
       *> Each rewrite moves an item off the duplicate's run of the
       *> customer key, so the run is started afresh for every item
       *> until none is left
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           CLOSE ARLedgerFile
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO EndOfFile.
       PERFORM UNTIL AtEndOfFile
           MOVE WS-DUP-ID TO ARCustID
           START ARLedgerFile KEY IS NOT LESS THAN ARCustID
               INVALID KEY MOVE 'Y' TO EndOfFile
           END-START
           IF NotAtEndOfFile
               PERFORM ReadLedger
           END-IF
           IF NotAtEndOfFile AND ARCustID NOT = WS-DUP-ID
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile
               MOVE WS-SURVIVOR-ID TO ARCustID
               REWRITE ARLedgerRecord
                   INVALID KEY
                       DISPLAY "A/R item " ARInvoiceNum
                           " not repointed"
                       MOVE 'N' TO WS-MERGE-OK
                       MOVE 'Y' TO EndOfFile
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-MOVED
               END-REWRITE
           END-IF
       END-PERFORM.
       CLOSE ARLedgerFile.

ReadLedger.
       READ ARLedgerFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.


       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARLEDCONVERT.
*> One-time conversion of the A/R ledger from the flat arledger.txt
*> to the indexed arledger.dat (copybooks/ARLEDREC.cpy - the record
*> layout does not change), keyed on invoice number with an
*> alternate key on customer, so ARPAYMENT, WRITEOFF, FINCHARGE,
*> ARINQUIRY and the rest reach one customer's items without loading
*> or rewriting the whole ledger.
*> Two passes: every flat record is counted and its invoice and paid
*> amounts summed as it is written to arledger.dat, then the new file
*> is read back end to end and counted and summed again. The two sets
*> of totals must agree - a duplicate invoice number in the flat
*> file, or anything else lost on the way, shows as out of balance
*> and ends the run RC 8 on OPSLOG.
*> arledger.txt is left where it is as the pre-conversion copy;
*> nothing reads it once arledger.dat exists. An arledger.dat with
*> items on it is never rebuilt over - run this before the first
*> billing session on the indexed ledger. An empty one (FINCHARGE
*> opening a ledger that isn't there yet leaves one) is fine.
*> Building the live ledger is a one-time step, so it takes a typed
*> confirmation.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The ledger as the original programs kept it
       SELECT FlatLedgerFile ASSIGN TO "arledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAT-STATUS.
       SELECT ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.

DATA DIVISION.
FILE SECTION.
*> Same layout as ARLEDREC, one record per line
FD FlatLedgerFile.
       01 FlatLedgerRecord PIC X(41).

*> Shared with ARPAYMENT/taxCalculator.cbl via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
       COPY ARLEDREC.

WORKING-STORAGE SECTION.
       01 WS-FLAT-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
*> Generic record-driven read/process loop control fields, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration) -
*> renamed per pass since the two passes read different files
       COPY BATCHEOF REPLACING ==EndOfFile== BY ==WS-FLAT-EOF==
                               ==AtEndOfFile== BY ==AtEndOfFlat==
                               ==NotAtEndOfFile== BY ==NotAtEndOfFlat==.
       COPY BATCHEOF REPLACING ==EndOfFile== BY ==WS-NEW-EOF==
                               ==AtEndOfFile== BY ==AtEndOfNew==
                               ==NotAtEndOfFile== BY ==NotAtEndOfNew==.
       01 WS-CONFIRM PIC X(7).
*> Control totals - the flat file as read, and arledger.dat as read
*> back after the build
       01 WS-FLAT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FLAT-INVOICED PIC S9(11)V99 VALUE ZERO.
       01 WS-FLAT-PAID PIC S9(11)V99 VALUE ZERO.
       01 WS-NEW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NEW-INVOICED PIC S9(11)V99 VALUE ZERO.
       01 WS-NEW-PAID PIC S9(11)V99 VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COUNT-OUT PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-OUT PIC ---,---,---,--9.99.
*> OPSLOG linkage - an out-of-balance conversion lands on the
*> central message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "ARLEDCONVERT".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).

PROCEDURE DIVISION.
StartPara.
       DISPLAY "A/R LEDGER CONVERSION".
*> Never build over an indexed ledger that has items on it
       OPEN INPUT ARLedgerFile.
       IF WS-LEDGER-STATUS = "00"
           PERFORM ReadNew
           CLOSE ARLedgerFile
           IF NotAtEndOfNew
               DISPLAY "ARLEDCONVERT: arledger.dat already holds "
                   "ledger items"
               DISPLAY "Has the ledger already been converted?"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-NEW-EOF
       ELSE
           IF WS-LEDGER-STATUS NOT = "35"
               DISPLAY "ARLEDCONVERT: unable to check arledger.dat, "
                   "status " WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.
       OPEN INPUT FlatLedgerFile.
       IF WS-FLAT-STATUS = "35"
           DISPLAY "ARLEDCONVERT: no arledger.txt on file - nothing "
               "to convert"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-FLAT-STATUS NOT = "00"
           DISPLAY "ARLEDCONVERT: unable to open arledger.txt, status "
               WS-FLAT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "This BUILDS arledger.dat from arledger.txt.".
       DISPLAY "Type CONVERT to proceed : " WITH NO ADVANCING.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "CONVERT"
           DISPLAY "Conversion cancelled - nothing changed"
           CLOSE FlatLedgerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "ARLEDCONVERT: unable to build arledger.dat, "
               "status " WS-LEDGER-STATUS
           CLOSE FlatLedgerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ReadFlat.
       PERFORM UNTIL AtEndOfFlat
           PERFORM WriteNewItem
           PERFORM ReadFlat
       END-PERFORM.
       CLOSE FlatLedgerFile.
       CLOSE ARLedgerFile.
       PERFORM ProveNewLedger.
       DISPLAY "Conversion complete. Ledger items converted: "
           WS-CONVERTED-COUNT " of " WS-FLAT-COUNT.
       PERFORM ShowTotals.
       IF WS-NEW-COUNT NOT = WS-FLAT-COUNT
               OR WS-NEW-INVOICED NOT = WS-FLAT-INVOICED
               OR WS-NEW-PAID NOT = WS-FLAT-PAID
           DISPLAY "ARLEDCONVERT: OUT OF BALANCE - arledger.dat does "
               "not match arledger.txt"
           DISPLAY "Correct arledger.txt, remove arledger.dat and "
               "run the conversion again"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "A/R ledger conversion out of balance - see the run"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "Control totals agree. arledger.txt is kept as the "
           "pre-conversion copy.".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadFlat.
       READ FlatLedgerFile
           AT END MOVE 'Y' TO WS-FLAT-EOF
       END-READ.

WriteNewItem.
       MOVE FlatLedgerRecord TO ARLedgerRecord.
       ADD 1 TO WS-FLAT-COUNT.
       ADD ARInvoiceAmount TO WS-FLAT-INVOICED.
       ADD ARAmountPaid TO WS-FLAT-PAID.
       WRITE ARLedgerRecord
           INVALID KEY
               DISPLAY "ARLEDCONVERT: duplicate invoice " ARInvoiceNum
                   " skipped"
               ADD 1 TO WS-DUP-COUNT
           NOT INVALID KEY
               ADD 1 TO WS-CONVERTED-COUNT
       END-WRITE.

*> Second pass - read the new file back from disk, not from what was
*> written, so the totals prove what actually landed
ProveNewLedger.
       OPEN INPUT ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "ARLEDCONVERT: unable to read arledger.dat back, "
               "status " WS-LEDGER-STATUS
           EXIT PARAGRAPH
       END-IF.
       PERFORM ReadNew.
       PERFORM UNTIL AtEndOfNew
           ADD 1 TO WS-NEW-COUNT
           ADD ARInvoiceAmount TO WS-NEW-INVOICED
           ADD ARAmountPaid TO WS-NEW-PAID
           PERFORM ReadNew
       END-PERFORM.
       CLOSE ARLedgerFile.

ReadNew.
       READ ARLedgerFile NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-EOF
       END-READ.

ShowTotals.
       DISPLAY "                     arledger.txt        arledger.dat".
       MOVE WS-FLAT-COUNT TO WS-COUNT-OUT.
       DISPLAY "Items           " WS-COUNT-OUT WITH NO ADVANCING.
       MOVE WS-NEW-COUNT TO WS-COUNT-OUT.
       DISPLAY "           " WS-COUNT-OUT.
       MOVE WS-FLAT-INVOICED TO WS-AMOUNT-OUT.
       DISPLAY "Invoiced   " WS-AMOUNT-OUT WITH NO ADVANCING.
       MOVE WS-NEW-INVOICED TO WS-AMOUNT-OUT.
       DISPLAY " " WS-AMOUNT-OUT.
       MOVE WS-FLAT-PAID TO WS-AMOUNT-OUT.
       DISPLAY "Paid       " WS-AMOUNT-OUT WITH NO ADVANCING.
       MOVE WS-NEW-PAID TO WS-AMOUNT-OUT.
       DISPLAY " " WS-AMOUNT-OUT.
       IF WS-DUP-COUNT > ZERO
           DISPLAY "Duplicate invoice numbers skipped: " WS-DUP-COUNT
       END-IF.

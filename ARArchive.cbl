       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARARCHIVE.
*> Paid A/R item archival with ledger compaction. Ledger items paid
*> in full more than N months ago move out of arledger.dat into the
*> A/R history file arhist.txt (same record shape via copybooks/
*> ARLEDREC.cpy) - each is deleted from the indexed ledger by its
*> invoice number, nothing else there is touched - and their cash
*> applications move out of arapplylog.txt into arhistlog.txt (same
*> layout ARPAYMENT writes), keeping the live files short for
*> ARAGING, ARPAYMENT, CUSTSTMT, DUNNING and the rest. ARINQUIRY and CUST360 look into the history
*> for old invoice disputes.
*> An item was paid in full on the day of the last application
*> logged against it; one settled without a logged application (at
*> the counter, written off, credited) counts as paid on its invoice
*> date. Open items never archive, whatever their age.
*> N comes from ararchparm.txt when present (months, one number),
*> defaulting below.
*> Control totals prove nothing was lost: the live files and the
*> history files are counted and summed from disk before and after,
*> and what left each live file must be exactly what arrived in its
*> history file. The totals go to ar_archive_report.txt with the
*> items moved; out of balance ends the run RC 8 on OPSLOG.
*> Schedule it EOM in jobcal.txt.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL ApplyLogFile ASSIGN TO "arapplylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPLY-STATUS.
       SELECT OPTIONAL HistLedgerFile ASSIGN TO "arhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HistLogFile ASSIGN TO "arhistlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "ararchparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Work file for compacting the apply log - the kept records land
*> here, then copy back over the live file
       SELECT OPTIONAL KeepLogFile ASSIGN TO "arapplylog.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "ar_archive_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with taxCalculator.cbl/ARPAYMENT via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
       COPY ARLEDREC.

*> Same layout ARPAYMENT writes
FD ApplyLogFile.
       01 ApplyLogRecord.
           02 LogTimestamp PIC X(21).
           02 FILLER PIC X VALUE SPACE.
           02 LogCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogInvoiceNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 LogAppliedAmount PIC -9(8).99.
           02 FILLER PIC X VALUE SPACE.
           02 LogOperatorID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogCheckRef PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LogPayerID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LogEntryType PIC X.
               88 LogReturnedCheck VALUE 'R'.

*> Same shapes as the live files, so ARINQUIRY/CUST360 read history
*> with the same layouts everything else uses
FD HistLedgerFile.
       COPY ARLEDREC REPLACING ==ARLedgerRecord== BY ==HistLedgerRecord==
                               ==ARInvoiceNum== BY ==AHInvoiceNum==
                               ==ARCustID== BY ==AHCustID==
                               ==ARInvoiceDate== BY ==AHInvoiceDate==
                               ==ARInvoiceAmount== BY ==AHInvoiceAmount==
                               ==ARAmountPaid== BY ==AHAmountPaid==
                               ==ARPaidFlag== BY ==AHPaidFlag==
                               ==AROpenItem== BY ==AHOpenItem==
                               ==ARPaidInFull== BY ==AHPaidInFull==
                               ==ARDocType== BY ==AHDocType==
                               ==ARDocInvoice== BY ==AHDocInvoice==
                               ==ARDocFinanceCharge== BY ==AHDocFinanceCharge==
                               ==ARDocReturnedCheck== BY ==AHDocReturnedCheck==
                               ==ARDocNsfFee== BY ==AHDocNsfFee==.

FD HistLogFile.
       01 HistLogRecord.
           02 HLTimestamp PIC X(21).
           02 FILLER PIC X.
           02 HLCustID PIC 9(5).
           02 FILLER PIC X.
           02 HLInvoiceNum PIC 9(6).
           02 FILLER PIC X.
           02 HLAppliedAmount PIC -9(8).99.
           02 FILLER PIC X(29).

FD ParmFile.
       01 ParmRecord.
           02 ParmMonths PIC 9(2).

FD KeepLogFile.
       01 KeepLogRecord PIC X(77).

FD ReportFile.
       01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-APPLY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Items paid in full this many months ago move to history; used
*> when ararchparm.txt isn't there to say otherwise
       01 WS-MONTHS PIC 9(2) VALUE 24.
       01 WS-CUTOFF-DAYS PIC S9(5).
       01 WS-AGE-DAYS PIC S9(5).
*> DATEUTIL linkage
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE1 PIC 9(8).
       01 WS-DU-DATE2 PIC 9(8).
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> OPSLOG linkage - an out-of-balance run lands on the central
*> message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "ARARCHIVE".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-IDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-APPLY-DATE PIC 9(8).
       01 WS-APPLY-AMOUNT PIC S9(8)V99.
       01 WS-ARCHIVING PIC 9(4) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 WS-MOVE PIC X.
*> Paid items old enough to be candidates, and the day each was
*> last paid. The DEPENDING ON counter must be declared ahead of
*> the table it sizes
       01 CandCount PIC 9(4) VALUE ZERO.
       01 CandTable.
           02 CandEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON CandCount.
               03 Cd-InvoiceNum PIC 9(6).
               03 Cd-CustID PIC 9(5).
               03 Cd-InvoiceDate PIC 9(8).
               03 Cd-Amount PIC S9(8)V99.
               03 Cd-LastPaid PIC 9(8).
               03 Cd-Archive PIC X.
*> Control totals: count and amount of each file, live and history,
*> before and after, and what the archive passes moved and kept
       01 WS-TOTALS.
           02 WS-LED-BEFORE-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LED-BEFORE-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-LED-AFTER-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LED-AFTER-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-LED-KEPT-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LED-KEPT-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-LED-MOVED-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LED-MOVED-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-AH-BEFORE-COUNT PIC 9(7) VALUE ZERO.
           02 WS-AH-BEFORE-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-AH-AFTER-COUNT PIC 9(7) VALUE ZERO.
           02 WS-AH-AFTER-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-LOG-BEFORE-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LOG-BEFORE-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-LOG-AFTER-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LOG-AFTER-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-LOG-KEPT-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LOG-KEPT-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-LOG-MOVED-COUNT PIC 9(7) VALUE ZERO.
           02 WS-LOG-MOVED-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-HL-BEFORE-COUNT PIC 9(7) VALUE ZERO.
           02 WS-HL-BEFORE-AMOUNT PIC S9(11)V99 VALUE ZERO.
           02 WS-HL-AFTER-COUNT PIC 9(7) VALUE ZERO.
           02 WS-HL-AFTER-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-COUNT PIC 9(7).
       01 WS-AMOUNT PIC S9(11)V99.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(17) VALUE "A/R ARCHIVE  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
           02 FILLER PIC X(20) VALUE "  PAID IN FULL OVER ".
           02 WS-T-MONTHS PIC Z9.
           02 FILLER PIC X(11) VALUE " MONTHS AGO".
       01 WS-ITEM-HEAD.
           02 FILLER PIC X(9) VALUE "INVOICE".
           02 FILLER PIC X(7) VALUE "CUST".
           02 FILLER PIC X(10) VALUE "DATED".
           02 FILLER PIC X(16) VALUE "          AMOUNT".
           02 FILLER PIC X(11) VALUE "  LAST PAID".
       01 WS-ITEM-LINE.
           02 WS-I-INVOICE PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-I-CUST PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-I-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-I-AMOUNT PIC ---,---,--9.99.
           02 FILLER PIC X(5) VALUE SPACES.
           02 WS-I-LAST-PAID PIC 9(8).
       01 WS-CONTROL-HEAD.
           02 FILLER PIC X(30) VALUE "CONTROL TOTALS".
           02 FILLER PIC X(10) VALUE "   RECORDS".
           02 FILLER PIC X(20) VALUE "              AMOUNT".
       01 WS-CONTROL-LINE.
           02 WS-C-LABEL PIC X(30).
           02 WS-C-COUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-C-AMOUNT PIC ---,---,---,--9.99.
       01 WS-RESULT-LINE PIC X(80).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "ARARCHIVE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       *> Months measured in 30-day blocks - the same cutoff
       *> arithmetic ORDERARCHIVE uses
       COMPUTE WS-CUTOFF-DAYS = WS-MONTHS * 30.
       PERFORM CountLedger.
       MOVE WS-COUNT TO WS-LED-BEFORE-COUNT.
       MOVE WS-AMOUNT TO WS-LED-BEFORE-AMOUNT.
       PERFORM CountLog.
       MOVE WS-COUNT TO WS-LOG-BEFORE-COUNT.
       MOVE WS-AMOUNT TO WS-LOG-BEFORE-AMOUNT.
       PERFORM CountLedgerHistory.
       MOVE WS-COUNT TO WS-AH-BEFORE-COUNT.
       MOVE WS-AMOUNT TO WS-AH-BEFORE-AMOUNT.
       PERFORM CountLogHistory.
       MOVE WS-COUNT TO WS-HL-BEFORE-COUNT.
       MOVE WS-AMOUNT TO WS-HL-BEFORE-AMOUNT.
       PERFORM FindCandidates.
       PERFORM DateCandidates.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "ARARCHIVE: unable to open ar_archive_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-MONTHS TO WS-T-MONTHS.
       WRITE ReportLine FROM WS-TITLE-LINE.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       WRITE ReportLine FROM WS-ITEM-HEAD.
       IF WS-ARCHIVING > 0
           PERFORM MoveLedgerItems
       END-IF.
       PERFORM ListArchiving.
       IF WS-ARCHIVING > 0 AND WS-BALANCED = 'Y'
           PERFORM CompactLog
       END-IF.
       PERFORM CountLedger.
       MOVE WS-COUNT TO WS-LED-AFTER-COUNT.
       MOVE WS-AMOUNT TO WS-LED-AFTER-AMOUNT.
       PERFORM CountLog.
       MOVE WS-COUNT TO WS-LOG-AFTER-COUNT.
       MOVE WS-AMOUNT TO WS-LOG-AFTER-AMOUNT.
       PERFORM CountLedgerHistory.
       MOVE WS-COUNT TO WS-AH-AFTER-COUNT.
       MOVE WS-AMOUNT TO WS-AH-AFTER-AMOUNT.
       PERFORM CountLogHistory.
       MOVE WS-COUNT TO WS-HL-AFTER-COUNT.
       MOVE WS-AMOUNT TO WS-HL-AFTER-AMOUNT.
       PERFORM ProveTotals.
       PERFORM PrintTotals.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF WS-BALANCED NOT = 'Y'
           DISPLAY "ARARCHIVE: control totals out of balance - see "
               "ar_archive_report.txt"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "A/R archive control totals out of balance"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "A/R archival complete. Items moved: "
           WS-LED-MOVED-COUNT "  Applications moved: "
           WS-LOG-MOVED-COUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmMonths IS NUMERIC AND ParmMonths > 0
               MOVE ParmMonths TO WS-MONTHS
           END-IF
       END-IF.
       CLOSE ParmFile.

FindCandidates.
*> Paid items whose invoice date is already past the cutoff - none
*> can have been paid in full before it was invoiced
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ARLedgerFile.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile
           IF ARPaidInFull
               MOVE ARInvoiceDate TO WS-DU-DATE2
               PERFORM MeasureAge
               IF WS-AGE-DAYS > WS-CUTOFF-DAYS
                   PERFORM KeepCandidate
               END-IF
           END-IF
           PERFORM ReadLedger
       END-PERFORM.
       CLOSE ARLedgerFile.

ReadLedger.
       READ ARLedgerFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

MeasureAge.
*> WS-AGE-DAYS = days from WS-DU-DATE2 to today; an unreadable date
*> is old enough, the way ORDERARCHIVE treats one
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
           WS-DU-DATE2, WS-AGE-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00"
           MOVE 99999 TO WS-AGE-DAYS
       END-IF.

KeepCandidate.
       IF CandCount = 5000
           *> The rest archive next run
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO CandCount.
       MOVE ARInvoiceNum TO Cd-InvoiceNum(CandCount).
       MOVE ARCustID TO Cd-CustID(CandCount).
       MOVE ARInvoiceDate TO Cd-InvoiceDate(CandCount).
       MOVE ARInvoiceAmount TO Cd-Amount(CandCount).
       MOVE ARInvoiceDate TO Cd-LastPaid(CandCount).
       MOVE 'N' TO Cd-Archive(CandCount).

DateCandidates.
*> Every application against a candidate, NSFCHECK's reversals
*> included, moves its last-paid date on; then the candidates last
*> paid before the cutoff are the ones archiving
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ApplyLogFile.
       PERFORM ReadApplication.
       PERFORM UNTIL AtEndOfFile
           PERFORM FindCandidate
           IF WS-SLOT > 0
               MOVE LogTimestamp(1:8) TO WS-APPLY-DATE
               IF WS-APPLY-DATE IS NUMERIC
                       AND WS-APPLY-DATE > Cd-LastPaid(WS-SLOT)
                   MOVE WS-APPLY-DATE TO Cd-LastPaid(WS-SLOT)
               END-IF
           END-IF
           PERFORM ReadApplication
       END-PERFORM.
       CLOSE ApplyLogFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CandCount
           MOVE Cd-LastPaid(WS-IDX) TO WS-DU-DATE2
           PERFORM MeasureAge
           IF WS-AGE-DAYS > WS-CUTOFF-DAYS
               MOVE 'Y' TO Cd-Archive(WS-IDX)
               ADD 1 TO WS-ARCHIVING
           END-IF
       END-PERFORM.

ReadApplication.
       READ ApplyLogFile
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

FindCandidate.
*> LogInvoiceNum to its candidate slot, 0 when not a candidate.
*> Invoice numbers come from the one arctl.txt sequence, and
*> CUSTMERGE repoints items but not their applications, so the
*> invoice number alone is the match
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CandCount OR WS-SLOT > 0
           IF Cd-InvoiceNum(WS-IDX) = LogInvoiceNum
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

ListArchiving.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CandCount
           IF Cd-Archive(WS-IDX) = 'Y'
               MOVE Cd-InvoiceNum(WS-IDX) TO WS-I-INVOICE
               MOVE Cd-CustID(WS-IDX) TO WS-I-CUST
               MOVE Cd-InvoiceDate(WS-IDX) TO WS-I-DATE
               MOVE Cd-Amount(WS-IDX) TO WS-I-AMOUNT
               MOVE Cd-LastPaid(WS-IDX) TO WS-I-LAST-PAID
               WRITE ReportLine FROM WS-ITEM-LINE
           END-IF
       END-PERFORM.
       IF WS-ARCHIVING = 0
           MOVE "(nothing old enough to archive)" TO ReportLine
           WRITE ReportLine
       END-IF.

MoveLedgerItems.
*> Each archiving item is read by its invoice number, deleted from
*> the live ledger and written to history; the rest of the ledger
*> is never read or written, so what is kept is what was there
*> less what moved
       OPEN I-O ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "ARARCHIVE: unable to open arledger.dat, status "
               WS-LEDGER-STATUS " - nothing archived"
           CLOSE ARLedgerFile
           MOVE 0 TO WS-ARCHIVING
           EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND HistLedgerFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CandCount
           IF Cd-Archive(WS-IDX) = 'Y'
               PERFORM MoveOneItem
           END-IF
       END-PERFORM.
       CLOSE ARLedgerFile
       CLOSE HistLedgerFile.
       COMPUTE WS-LED-KEPT-COUNT =
           WS-LED-BEFORE-COUNT - WS-LED-MOVED-COUNT.
       COMPUTE WS-LED-KEPT-AMOUNT =
           WS-LED-BEFORE-AMOUNT - WS-LED-MOVED-AMOUNT.

MoveOneItem.
       MOVE Cd-InvoiceNum(WS-IDX) TO ARInvoiceNum.
       MOVE 'Y' TO WS-MOVE.
       READ ARLedgerFile
           INVALID KEY MOVE 'N' TO WS-MOVE
       END-READ.
       *> Gone, reopened or repointed since it was picked - it stays
       *> where it is and waits for the next run
       IF WS-MOVE = 'Y'
           IF NOT ARPaidInFull OR ARCustID NOT = Cd-CustID(WS-IDX)
               MOVE 'N' TO WS-MOVE
           END-IF
       END-IF.
       IF WS-MOVE = 'Y'
           DELETE ARLedgerFile RECORD
               INVALID KEY MOVE 'N' TO WS-MOVE
           END-DELETE
       END-IF.
       IF WS-MOVE = 'N'
           MOVE 'N' TO Cd-Archive(WS-IDX)
           SUBTRACT 1 FROM WS-ARCHIVING
           EXIT PARAGRAPH
       END-IF.
       MOVE ARLedgerRecord TO HistLedgerRecord.
       WRITE HistLedgerRecord.
       ADD 1 TO WS-LED-MOVED-COUNT.
       ADD ARInvoiceAmount TO WS-LED-MOVED-AMOUNT.

CompactLog.
*> The same for the applications of the items that moved
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ApplyLogFile.
       IF WS-APPLY-STATUS NOT = "00" AND WS-APPLY-STATUS NOT = "05"
           DISPLAY "ARARCHIVE: unable to open arapplylog.txt, status "
               WS-APPLY-STATUS " - applications left in place"
           CLOSE ApplyLogFile
           EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND HistLogFile.
       OPEN OUTPUT KeepLogFile.
       PERFORM ReadApplication.
       PERFORM UNTIL AtEndOfFile
           PERFORM FindCandidate
           COMPUTE WS-APPLY-AMOUNT = FUNCTION NUMVAL(LogAppliedAmount)
           IF WS-SLOT > 0 AND Cd-Archive(WS-SLOT) = 'Y'
               MOVE ApplyLogRecord TO HistLogRecord
               WRITE HistLogRecord
               ADD 1 TO WS-LOG-MOVED-COUNT
               ADD WS-APPLY-AMOUNT TO WS-LOG-MOVED-AMOUNT
           ELSE
               MOVE ApplyLogRecord TO KeepLogRecord
               WRITE KeepLogRecord
               ADD 1 TO WS-LOG-KEPT-COUNT
               ADD WS-APPLY-AMOUNT TO WS-LOG-KEPT-AMOUNT
           END-IF
           PERFORM ReadApplication
       END-PERFORM.
       CLOSE ApplyLogFile
       CLOSE HistLogFile
       CLOSE KeepLogFile.
       IF WS-LOG-KEPT-COUNT + WS-LOG-MOVED-COUNT
               NOT = WS-LOG-BEFORE-COUNT
           DISPLAY "ARARCHIVE: arapplylog.txt changed during the run "
               "- live log left in place"
           MOVE 'N' TO WS-BALANCED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT KeepLogFile.
       OPEN OUTPUT ApplyLogFile.
       PERFORM UNTIL AtEndOfFile
           READ KeepLogFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               MOVE KeepLogRecord TO ApplyLogRecord
               WRITE ApplyLogRecord
           END-IF
       END-PERFORM.
       CLOSE KeepLogFile
       CLOSE ApplyLogFile.

CountLedger.
       MOVE ZERO TO WS-COUNT WS-AMOUNT.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ARLedgerFile.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile
           ADD 1 TO WS-COUNT
           ADD ARInvoiceAmount TO WS-AMOUNT
           PERFORM ReadLedger
       END-PERFORM.
       CLOSE ARLedgerFile.

CountLog.
       MOVE ZERO TO WS-COUNT WS-AMOUNT.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ApplyLogFile.
       PERFORM ReadApplication.
       PERFORM UNTIL AtEndOfFile
           ADD 1 TO WS-COUNT
           COMPUTE WS-AMOUNT = WS-AMOUNT
               + FUNCTION NUMVAL(LogAppliedAmount)
           PERFORM ReadApplication
       END-PERFORM.
       CLOSE ApplyLogFile.

CountLedgerHistory.
       MOVE ZERO TO WS-COUNT WS-AMOUNT.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT HistLedgerFile.
       PERFORM UNTIL AtEndOfFile
           READ HistLedgerFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               ADD 1 TO WS-COUNT
               ADD AHInvoiceAmount TO WS-AMOUNT
           END-IF
       END-PERFORM.
       CLOSE HistLedgerFile.

CountLogHistory.
       MOVE ZERO TO WS-COUNT WS-AMOUNT.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT HistLogFile.
       PERFORM UNTIL AtEndOfFile
           READ HistLogFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               ADD 1 TO WS-COUNT
               COMPUTE WS-AMOUNT = WS-AMOUNT
                   + FUNCTION NUMVAL(HLAppliedAmount)
           END-IF
       END-PERFORM.
       CLOSE HistLogFile.

ProveTotals.
*> What left each live file must be what the pass moved and exactly
*> what arrived in its history file, in records and in amount
       IF WS-LED-BEFORE-COUNT - WS-LED-AFTER-COUNT
               NOT = WS-LED-MOVED-COUNT
           OR WS-AH-AFTER-COUNT - WS-AH-BEFORE-COUNT
               NOT = WS-LED-MOVED-COUNT
           OR WS-LED-BEFORE-AMOUNT - WS-LED-AFTER-AMOUNT
               NOT = WS-LED-MOVED-AMOUNT
           OR WS-AH-AFTER-AMOUNT - WS-AH-BEFORE-AMOUNT
               NOT = WS-LED-MOVED-AMOUNT
           MOVE 'N' TO WS-BALANCED
       END-IF.
       IF WS-LOG-BEFORE-COUNT - WS-LOG-AFTER-COUNT
               NOT = WS-LOG-MOVED-COUNT
           OR WS-HL-AFTER-COUNT - WS-HL-BEFORE-COUNT
               NOT = WS-LOG-MOVED-COUNT
           OR WS-LOG-BEFORE-AMOUNT - WS-LOG-AFTER-AMOUNT
               NOT = WS-LOG-MOVED-AMOUNT
           OR WS-HL-AFTER-AMOUNT - WS-HL-BEFORE-AMOUNT
               NOT = WS-LOG-MOVED-AMOUNT
           MOVE 'N' TO WS-BALANCED
       END-IF.

PrintTotals.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       WRITE ReportLine FROM WS-CONTROL-HEAD.
       MOVE "LEDGER BEFORE" TO WS-C-LABEL.
       MOVE WS-LED-BEFORE-COUNT TO WS-C-COUNT.
       MOVE WS-LED-BEFORE-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "  KEPT" TO WS-C-LABEL.
       MOVE WS-LED-KEPT-COUNT TO WS-C-COUNT.
       MOVE WS-LED-KEPT-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "  MOVED TO HISTORY" TO WS-C-LABEL.
       MOVE WS-LED-MOVED-COUNT TO WS-C-COUNT.
       MOVE WS-LED-MOVED-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "LEDGER AFTER" TO WS-C-LABEL.
       MOVE WS-LED-AFTER-COUNT TO WS-C-COUNT.
       MOVE WS-LED-AFTER-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "A/R HISTORY BEFORE" TO WS-C-LABEL.
       MOVE WS-AH-BEFORE-COUNT TO WS-C-COUNT.
       MOVE WS-AH-BEFORE-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "A/R HISTORY AFTER" TO WS-C-LABEL.
       MOVE WS-AH-AFTER-COUNT TO WS-C-COUNT.
       MOVE WS-AH-AFTER-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "APPLICATIONS BEFORE" TO WS-C-LABEL.
       MOVE WS-LOG-BEFORE-COUNT TO WS-C-COUNT.
       MOVE WS-LOG-BEFORE-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "  KEPT" TO WS-C-LABEL.
       MOVE WS-LOG-KEPT-COUNT TO WS-C-COUNT.
       MOVE WS-LOG-KEPT-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "  MOVED TO HISTORY" TO WS-C-LABEL.
       MOVE WS-LOG-MOVED-COUNT TO WS-C-COUNT.
       MOVE WS-LOG-MOVED-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "APPLICATIONS AFTER" TO WS-C-LABEL.
       MOVE WS-LOG-AFTER-COUNT TO WS-C-COUNT.
       MOVE WS-LOG-AFTER-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "APPLICATION HISTORY BEFORE" TO WS-C-LABEL.
       MOVE WS-HL-BEFORE-COUNT TO WS-C-COUNT.
       MOVE WS-HL-BEFORE-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE "APPLICATION HISTORY AFTER" TO WS-C-LABEL.
       MOVE WS-HL-AFTER-COUNT TO WS-C-COUNT.
       MOVE WS-HL-AFTER-AMOUNT TO WS-C-AMOUNT.
       WRITE ReportLine FROM WS-CONTROL-LINE.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       IF WS-BALANCED = 'Y'
           MOVE "CONTROL TOTALS IN BALANCE - NOTHING LOST"
               TO WS-RESULT-LINE
       ELSE
           MOVE "*** CONTROL TOTALS OUT OF BALANCE - CHECK LIVE AND HISTORY FILES ***"
               TO WS-RESULT-LINE
       END-IF.
       WRITE ReportLine FROM WS-RESULT-LINE.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "ar_archive_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LAYAWAYEXP.
*> Layaway expiry. A layaway the register opened (taxCalculator.cbl,
*> layaway.txt - copybooks/LAYAWAYREC.cpy) that is still open after
*> its term ends is cancelled here: the goods it reserved
*> (laylines.txt lines with a quantity) go back on hand at the
*> location they came out of and into the supplier lot each was
*> taken from (LOTTRACK), with a LAYAWAYEXP stockmove.txt entry,
*> and what the customer paid in is settled under the cancellation
*> policy in layawayparm.txt:
*>   R (the default) - refunded, less the cancellation fee, as cash
*>     held on account (onaccount.txt), where CREDITREVIEW lists it
*>     and CUSTREFUND pays it out by check; whatever the fee kept is
*>     forfeited.
*>   F - all of it forfeited to the store.
*> Both show on the contract's payment history (laypay.txt) as
*> negative R/F lines, the contract closes as cancelled with what
*> was refunded and forfeited, the customer's notes (custnotes.txt)
*> say so, and every cancellation lists on layaway_expiry.txt.
*> layawayparm.txt (optional, one line) - columns 1-3 the term in
*> days and 4-5 the minimum down payment percent (the register's),
*> column 6 the policy and 7-12 the fee (9999V99); default R, no fee.
*> The contracts are loaded to a table and rewritten at the end, the
*> same load/save-around-the-work pattern CUSTREFUND uses.
*> Schedule it daily (DAILY in jobcal.txt) so a contract is
*> cancelled the day after its term ends.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL LayawayFile ASSIGN TO "layaway.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LayLineFile ASSIGN TO "laylines.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LayPayFile ASSIGN TO "laypay.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "layawayparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StockKey
           FILE STATUS IS WS-STOCK-STATUS.
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OnAccountFile ASSIGN TO "onaccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "layaway_expiry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with taxCalculator.cbl via copybooks/LAYAWAYREC.cpy,
*> copybooks/LAYLINEREC.cpy and copybooks/LAYPAYREC.cpy
FD LayawayFile.
       COPY LAYAWAYREC.

FD LayLineFile.
       COPY LAYLINEREC.

FD LayPayFile.
       COPY LAYPAYREC.

*> Same layout taxCalculator.cbl reads - the policy and fee matter
*> here, the term and minimum down payment there
FD ParmFile.
       01 ParmRecord.
           02 LayParmTermDays PIC 9(3).
           02 LayParmMinDownPct PIC 9(2).
           02 LayParmPolicy PIC X.
           02 LayParmCancelFee PIC 9(4)V99.

*> Shared with ORDERENTRY/STOCKRECEIVE via copybooks/STOCKREC.cpy
FD StockFile.
       COPY STOCKREC.

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

*> Shared with ARPAYMENT/CUSTREFUND via copybooks/ONACCTREC.cpy
FD OnAccountFile.
       COPY ONACCTREC.

*> Same layout tutorial10's notes option writes
FD NotesFile.
       01 NoteRecord.
           02 NoteIDNum PIC 9(5).
           02 NoteSeq PIC 9(4).
           02 NoteDate PIC 9(8).
           02 NoteOperator PIC X(10).
           02 NoteText PIC X(60).

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-LL-EOF PIC X.
       01 WS-NOTE-EOF PIC X.
       01 WS-NOTE-MAX-SEQ PIC 9(4).
       01 WS-STOCK-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(10) VALUE "LAYAWAYEXP".
*> Cancellation policy - refund less the fee unless layawayparm.txt
*> says forfeit
       01 WS-POLICY PIC X VALUE 'R'.
           88 RefundPolicy VALUE 'R'.
           88 ForfeitPolicy VALUE 'F'.
       01 WS-CANCEL-FEE PIC 9(4)V99 VALUE ZERO.
       01 WS-IDX PIC 9(4).
       01 WS-REFUND PIC S9(8)V99.
       01 WS-FORFEIT PIC S9(8)V99.
       01 WS-UNITS PIC 9(4).
       01 WS-CANCELLED PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-REFUND PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-FORFEIT PIC S9(9)V99 VALUE ZERO.
       01 WS-NOTE-AMOUNT PIC $$$$$$$9.99.
*> LOTTRACK linkage - a returned unit is booked back into its lot
       01 WS-LT-FUNCTION PIC X(4) VALUE 'RECV'.
       01 WS-LT-QTY PIC 9(5).
       01 WS-LT-EXPIRY PIC 9(8) VALUE ZERO.
       01 WS-LT-REF PIC X(10).
       01 WS-LT-PIECES.
           02 WS-LT-PIECE-COUNT PIC 9(2).
           02 WS-LT-PIECE OCCURS 10 TIMES.
               03 WS-LT-PIECE-LOT PIC X(12).
               03 WS-LT-PIECE-QTY PIC 9(5).
       01 WS-LT-STATUS PIC XX.
*> OPSLOG linkage - a refused run lands on the central message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "LAYAWAYEXP".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
*> Every contract on file while the expired ones are cancelled, then
*> written back out. The DEPENDING ON counter must be declared ahead
*> of the table it sizes
       01 LayawayCount PIC 9(4) VALUE ZERO.
       01 LayawayTable.
           02 LayawayEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON LayawayCount.
               03 Lw-Num PIC 9(6).
               03 Lw-CustID PIC 9(5).
               03 Lw-Date PIC 9(8).
               03 Lw-ExpiryDate PIC 9(8).
               03 Lw-Location PIC X(4).
               03 Lw-Total PIC S9(8)V99.
               03 Lw-Paid PIC S9(8)V99.
               03 Lw-Status PIC X.
               03 Lw-ClosedDate PIC 9(8).
               03 Lw-ReceiptNum PIC 9(6).
               03 Lw-Refunded PIC S9(8)V99.
               03 Lw-Forfeited PIC S9(8)V99.
               03 Lw-OperatorID PIC X(10).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(30) VALUE "LAYAWAYS CANCELLED AT EXPIRY  ".
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
           02 FILLER PIC X(10) VALUE "  POLICY ".
           02 WS-T-POLICY PIC X(8).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
               "LAYAWAY CUST  OPENED   EXPIRED".
           02 FILLER PIC X(30) VALUE
               "  LOC           TOTAL         ".
           02 FILLER PIC X(30) VALUE
               " PAID       REFUNDED      FORF".
           02 FILLER PIC X(15) VALUE
               "EITED  UNITS   ".
       01 WS-DETAIL-LINE.
           02 WS-R-NUM PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-CUST PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-OPENED PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-EXPIRED PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-LOC PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-TOTAL PIC -$$$$$$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-PAID PIC -$$$$$$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-REFUND PIC -$$$$$$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-FORFEIT PIC -$$$$$$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-UNITS PIC ZZZ9.
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(22) VALUE "LAYAWAYS CANCELLED:   ".
           02 WS-TL-CANCELLED PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "   REFUNDED ".
           02 WS-TL-REFUND PIC -$$$$$$$$9.99.
           02 FILLER PIC X(13) VALUE "   FORFEITED ".
           02 WS-TL-FORFEIT PIC -$$$$$$$$9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "LAYAWAYEXP".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       PERFORM LoadLayaways.
       IF NotAtEndOfFile
           *> The table filled - refuse rather than rewrite the file
           *> with the rest of the contracts dropped
           DISPLAY "LAYAWAYEXP: more than 2000 layaways on file - "
               "nothing cancelled"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "More than 2000 layaways on file - nothing cancelled"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "LAYAWAYEXP: unable to open layaway_expiry.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O StockFile.
       IF WS-STOCK-STATUS = "00"
           MOVE 'Y' TO WS-STOCK-OPEN
       ELSE
           DISPLAY "LAYAWAYEXP: stock.dat not available (status "
               WS-STOCK-STATUS ") - goods not returned to stock"
       END-IF.
       PERFORM PrintHeadings.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > LayawayCount
           IF Lw-Status(WS-IDX) = 'O'
                   AND Lw-ExpiryDate(WS-IDX) < WS-RUN-DATE
               PERFORM CancelLayaway
           END-IF
       END-PERFORM.
       PERFORM PrintTotals.
       PERFORM SaveLayaways.
       IF WS-STOCK-OPEN = 'Y'
           CLOSE StockFile
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Layaway expiry complete. Cancelled: " WS-CANCELLED.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF LayParmPolicy = 'F' OR LayParmPolicy = 'R'
               MOVE LayParmPolicy TO WS-POLICY
           END-IF
           IF LayParmCancelFee IS NUMERIC
               MOVE LayParmCancelFee TO WS-CANCEL-FEE
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadLayaways.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT LayawayFile.
       PERFORM ReadLayaway.
       PERFORM UNTIL AtEndOfFile OR LayawayCount = 2000
           ADD 1 TO LayawayCount
           MOVE LWNum TO Lw-Num(LayawayCount)
           MOVE LWCustID TO Lw-CustID(LayawayCount)
           MOVE LWDate TO Lw-Date(LayawayCount)
           MOVE LWExpiryDate TO Lw-ExpiryDate(LayawayCount)
           MOVE LWLocation TO Lw-Location(LayawayCount)
           MOVE LWTotal TO Lw-Total(LayawayCount)
           MOVE LWPaid TO Lw-Paid(LayawayCount)
           MOVE LWStatus TO Lw-Status(LayawayCount)
           MOVE LWClosedDate TO Lw-ClosedDate(LayawayCount)
           MOVE LWReceiptNum TO Lw-ReceiptNum(LayawayCount)
           MOVE LWRefunded TO Lw-Refunded(LayawayCount)
           MOVE LWForfeited TO Lw-Forfeited(LayawayCount)
           MOVE LWOperatorID TO Lw-OperatorID(LayawayCount)
           PERFORM ReadLayaway
       END-PERFORM.
       CLOSE LayawayFile.

ReadLayaway.
       READ LayawayFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

SaveLayaways.
       OPEN OUTPUT LayawayFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > LayawayCount
           MOVE Lw-Num(WS-IDX) TO LWNum
           MOVE Lw-CustID(WS-IDX) TO LWCustID
           MOVE Lw-Date(WS-IDX) TO LWDate
           MOVE Lw-ExpiryDate(WS-IDX) TO LWExpiryDate
           MOVE Lw-Location(WS-IDX) TO LWLocation
           MOVE Lw-Total(WS-IDX) TO LWTotal
           MOVE Lw-Paid(WS-IDX) TO LWPaid
           MOVE Lw-Status(WS-IDX) TO LWStatus
           MOVE Lw-ClosedDate(WS-IDX) TO LWClosedDate
           MOVE Lw-ReceiptNum(WS-IDX) TO LWReceiptNum
           MOVE Lw-Refunded(WS-IDX) TO LWRefunded
           MOVE Lw-Forfeited(WS-IDX) TO LWForfeited
           MOVE Lw-OperatorID(WS-IDX) TO LWOperatorID
           WRITE LayawayRecord
       END-PERFORM.
       CLOSE LayawayFile.

CancelLayaway.
       PERFORM ReturnGoods.
       *> Settle what was paid in under the policy - the fee never
       *> keeps more than the customer paid
       MOVE ZERO TO WS-REFUND.
       MOVE ZERO TO WS-FORFEIT.
       IF ForfeitPolicy
           MOVE Lw-Paid(WS-IDX) TO WS-FORFEIT
       ELSE
           IF WS-CANCEL-FEE < Lw-Paid(WS-IDX)
               MOVE WS-CANCEL-FEE TO WS-FORFEIT
           ELSE
               MOVE Lw-Paid(WS-IDX) TO WS-FORFEIT
           END-IF
           COMPUTE WS-REFUND = Lw-Paid(WS-IDX) - WS-FORFEIT
       END-IF.
       IF WS-REFUND > ZERO
           *> Held on account for the customer until CUSTREFUND pays
           *> it out or the next purchase uses it
           OPEN EXTEND OnAccountFile
           MOVE Lw-CustID(WS-IDX) TO OACustID
           MOVE WS-RUN-DATE TO OADate
           MOVE WS-REFUND TO OAAmount
           MOVE WS-OPERATOR-ID TO OAOperatorID
           WRITE OnAccountRecord
           CLOSE OnAccountFile
       END-IF.
       OPEN EXTEND LayPayFile.
       IF WS-REFUND > ZERO
           MOVE Lw-Num(WS-IDX) TO LYLayawayNum
           MOVE WS-RUN-DATE TO LYDate
           MOVE ZERO TO LYReceiptNum
           SET LYRefund TO TRUE
           COMPUTE LYAmount = 0 - WS-REFUND
           MOVE WS-OPERATOR-ID TO LYOperatorID
           WRITE LayPayRecord
       END-IF.
       IF WS-FORFEIT > ZERO
           MOVE Lw-Num(WS-IDX) TO LYLayawayNum
           MOVE WS-RUN-DATE TO LYDate
           MOVE ZERO TO LYReceiptNum
           SET LYForfeit TO TRUE
           COMPUTE LYAmount = 0 - WS-FORFEIT
           MOVE WS-OPERATOR-ID TO LYOperatorID
           WRITE LayPayRecord
       END-IF.
       CLOSE LayPayFile.
       MOVE 'X' TO Lw-Status(WS-IDX).
       MOVE WS-RUN-DATE TO Lw-ClosedDate(WS-IDX).
       MOVE WS-REFUND TO Lw-Refunded(WS-IDX).
       MOVE WS-FORFEIT TO Lw-Forfeited(WS-IDX).
       PERFORM WriteCustomerNote.
       ADD 1 TO WS-CANCELLED.
       ADD WS-REFUND TO WS-TOTAL-REFUND.
       ADD WS-FORFEIT TO WS-TOTAL-FORFEIT.
       MOVE Lw-Num(WS-IDX) TO WS-R-NUM.
       MOVE Lw-CustID(WS-IDX) TO WS-R-CUST.
       MOVE Lw-Date(WS-IDX) TO WS-R-OPENED.
       MOVE Lw-ExpiryDate(WS-IDX) TO WS-R-EXPIRED.
       MOVE Lw-Location(WS-IDX) TO WS-R-LOC.
       MOVE Lw-Total(WS-IDX) TO WS-R-TOTAL.
       MOVE Lw-Paid(WS-IDX) TO WS-R-PAID.
       MOVE WS-REFUND TO WS-R-REFUND.
       MOVE WS-FORFEIT TO WS-R-FORFEIT.
       MOVE WS-UNITS TO WS-R-UNITS.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

ReturnGoods.
*> Each reserved line puts its units back at the location the
*> contract took them from
       MOVE 0 TO WS-UNITS.
       IF WS-STOCK-OPEN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-LL-EOF.
       OPEN INPUT LayLineFile.
       PERFORM UNTIL WS-LL-EOF = 'Y'
           READ LayLineFile
               AT END MOVE 'Y' TO WS-LL-EOF
           END-READ
           IF WS-LL-EOF NOT = 'Y'
               IF LLLayawayNum = Lw-Num(WS-IDX) AND LLQty > 0
                   PERFORM ReturnLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE LayLineFile.

ReturnLine.
       MOVE Lw-Location(WS-IDX) TO StockLocation.
       MOVE LLSKU TO StockProdName.
       MOVE LLSize TO StockSize.
       READ StockFile
           INVALID KEY
               DISPLAY "LAYAWAYEXP: no stock record for " LLSKU "/"
                   LLSize " at " Lw-Location(WS-IDX) " - layaway "
                   Lw-Num(WS-IDX)
               EXIT PARAGRAPH
       END-READ.
       ADD LLQty TO StockOnHand.
       REWRITE StockData
           INVALID KEY
               DISPLAY "LAYAWAYEXP: unable to return " LLSKU "/"
                   LLSize " to stock - layaway " Lw-Num(WS-IDX)
               EXIT PARAGRAPH
       END-REWRITE.
       ADD LLQty TO WS-UNITS.
*> A line reserved before lots were kept, or from stock no lot
*> accounts for, has no lot to go back to
       IF LLLot NOT = SPACES
           MOVE LLQty TO WS-LT-QTY
           MOVE Lw-Num(WS-IDX) TO WS-LT-REF
           CALL 'LOTTRACK' USING WS-LT-FUNCTION, LLSKU, LLSize,
               WS-LT-QTY, LLLot, WS-LT-EXPIRY, WS-LT-REF,
               WS-LT-PIECES, WS-LT-STATUS
           END-CALL
       END-IF.
       OPEN EXTEND StockMoveFile.
       MOVE LLSKU TO SMProdName.
       MOVE LLSize TO SMSize.
       MOVE WS-RUN-DATE TO SMDate.
       MOVE LLQty TO SMQty.
       MOVE "LAYAWAYEXP" TO SMSource.
       MOVE Lw-Num(WS-IDX) TO SMReference.
       MOVE WS-OPERATOR-ID TO SMOperator.
       MOVE LLLot TO SMLot.
       MOVE Lw-Location(WS-IDX) TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

WriteCustomerNote.
       PERFORM FindMaxNoteSeq.
       OPEN EXTEND NotesFile.
       MOVE Lw-CustID(WS-IDX) TO NoteIDNum.
       COMPUTE NoteSeq = WS-NOTE-MAX-SEQ + 1.
       MOVE WS-RUN-DATE TO NoteDate.
       MOVE WS-OPERATOR-ID TO NoteOperator.
       MOVE SPACES TO NoteText.
       IF WS-REFUND > ZERO
           MOVE WS-REFUND TO WS-NOTE-AMOUNT
           STRING "LAYAWAY " Lw-Num(WS-IDX) " EXPIRED - "
               WS-NOTE-AMOUNT " HELD ON ACCOUNT"
               DELIMITED BY SIZE
               INTO NoteText
       ELSE
           MOVE WS-FORFEIT TO WS-NOTE-AMOUNT
           STRING "LAYAWAY " Lw-Num(WS-IDX) " EXPIRED - "
               WS-NOTE-AMOUNT " FORFEITED"
               DELIMITED BY SIZE
               INTO NoteText
       END-IF.
       WRITE NoteRecord.
       CLOSE NotesFile.

FindMaxNoteSeq.
       MOVE 0 TO WS-NOTE-MAX-SEQ.
       MOVE 'N' TO WS-NOTE-EOF.
       OPEN INPUT NotesFile.
       PERFORM UNTIL WS-NOTE-EOF = 'Y'
           READ NotesFile
               AT END MOVE 'Y' TO WS-NOTE-EOF
           END-READ
           IF WS-NOTE-EOF NOT = 'Y'
               IF NoteIDNum = Lw-CustID(WS-IDX)
                       AND NoteSeq > WS-NOTE-MAX-SEQ
                   MOVE NoteSeq TO WS-NOTE-MAX-SEQ
               END-IF
           END-IF
       END-PERFORM.
       CLOSE NotesFile.

PrintHeadings.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       IF ForfeitPolicy
           MOVE "FORFEIT" TO WS-T-POLICY
       ELSE
           MOVE "REFUND" TO WS-T-POLICY
       END-IF.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.

PrintTotals.
       IF WS-CANCELLED = 0
           MOVE "No layaway reached the end of its term unpaid"
               TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-CANCELLED TO WS-TL-CANCELLED.
       MOVE WS-TOTAL-REFUND TO WS-TL-REFUND.
       MOVE WS-TOTAL-FORFEIT TO WS-TL-FORFEIT.
       MOVE WS-TOTAL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "layaway_expiry.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

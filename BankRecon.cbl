       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BANKRECON.
*> Bank statement reconciliation. Reads the bank's statement file
*> (bankstmt.txt, copybooks/BANKSTMTREC.cpy) and matches it against
*> the deposits DEPOSITSLIP prepared (bankdeposit.txt):
*>   - a bank deposit clears our deposit of the same number (the
*>     number on the deposit ticket) for the same amount; a bank
*>     deposit with no usable number clears the oldest outstanding
*>     deposit of the same amount made on or before that day
*>   - a returned item is tied back through the deposit's check
*>     listing (depitems.txt) to the deposit and customer it came
*>     from, and flagged when NSFCHECK (nsflog.txt) has not yet
*>     charged it back to the customer
*> Cleared deposits are stamped 'C' with the statement date, so a
*> deposit clears once and a rerun of the same statement matches
*> the same way again. The report (bankrecon_report.txt) lists the
*> deposits cleared, the returned items, every bank entry that
*> matched nothing of ours, the deposits still outstanding (in
*> transit) at the statement end date, and the reconciled balance:
*> the bank's closing balance plus the deposits in transit.
*> The deposit register is loaded to a table and rewritten at the
*> end, the same load/save-around-the-work pattern ARPAYMENT uses.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BankStatementFile ASSIGN TO "bankstmt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.
       SELECT OPTIONAL BankDepositFile ASSIGN TO "bankdeposit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DepositItemFile ASSIGN TO "depitems.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NsfLogFile ASSIGN TO "nsflog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "bankrecon_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD BankStatementFile.
       COPY BANKSTMTREC.

*> Shared with DEPOSITSLIP via copybooks/BANKDEPREC.cpy
FD BankDepositFile.
       COPY BANKDEPREC.

*> Shared with DEPOSITSLIP via copybooks/DEPITEMREC.cpy
FD DepositItemFile.
       COPY DEPITEMREC.

*> Shared with NSFCHECK/taxCalculator.cbl via copybooks/NSFLOGREC.cpy
FD NsfLogFile.
       COPY NSFLOGREC.

FD ReportFile.
       01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-STATEMENT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-STMT-EOF PIC X VALUE 'N'.
       01 WS-BD-EOF PIC X VALUE 'N'.
       01 WS-DI-EOF PIC X VALUE 'N'.
       01 WS-NSF-EOF PIC X.
       01 WS-OVERFLOW PIC X VALUE 'N'.
       01 WS-END-DATE PIC 9(8) VALUE ZERO.
       01 WS-CLOSING-BALANCE PIC S9(9)V99 VALUE ZERO.
       01 WS-HAVE-BALANCE PIC X VALUE 'N'.
       01 WS-IN-TRANSIT PIC S9(9)V99 VALUE ZERO.
       01 WS-RECONCILED PIC S9(9)V99 VALUE ZERO.
       01 WS-UNMATCHED-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-CLEARED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RETURNED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OUTSTANDING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REF-NUM PIC 9(6).
       01 WS-FOUND-SLOT PIC 9(4).
       01 WS-PROCESSED PIC X.
*> The statement, held so each entry can be marked as it matches
*> and the unmatched ones listed together after. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 StatementCount PIC 9(4) VALUE ZERO.
       01 StatementTable.
           02 StatementEntry OCCURS 0 TO 1000 TIMES
                   DEPENDING ON StatementCount.
               03 St-Date PIC 9(8).
               03 St-Type PIC X.
               03 St-Reference PIC X(10).
               03 St-Amount PIC S9(8)V99.
               03 St-Matched PIC X.
               03 St-Reason PIC X(30).
       01 WS-ST-IDX PIC 9(4).
*> The whole deposit register, rewritten with the cleared stamps.
*> The DEPENDING ON counter must be declared ahead of the table it
*> sizes
       01 DepositCount PIC 9(4) VALUE ZERO.
       01 DepositTable.
           02 DepositEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON DepositCount.
               03 Dp-DepositNum PIC 9(6).
               03 Dp-Date PIC 9(8).
               03 Dp-CashAmount PIC S9(8)V99.
               03 Dp-CheckAmount PIC S9(8)V99.
               03 Dp-CheckCount PIC 9(4).
               03 Dp-Total PIC S9(8)V99.
               03 Dp-Status PIC X.
               03 Dp-ClearedDate PIC 9(8).
       01 WS-DP-IDX PIC 9(4).
*> Every check ever deposited, for tying returned items back. The
*> DEPENDING ON counter must be declared ahead of the table it
*> sizes
       01 ItemCount PIC 9(5) VALUE ZERO.
       01 ItemTable.
           02 ItemEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON ItemCount.
               03 It-DepositNum PIC 9(6).
               03 It-CheckRef PIC X(10).
               03 It-CustID PIC 9(5).
               03 It-Amount PIC S9(8)V99.
       01 WS-IT-IDX PIC 9(5).
       01 WS-IT-FOUND PIC 9(5).
*> OPSLOG linkage - a refused run lands on the central message log
*> for the morning shift
       01 WS-OPS-PROGRAM PIC X(12) VALUE "BANKRECON".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(35)
               VALUE "BANK RECONCILIATION - STATEMENT TO ".
           02 WS-T-DATE PIC 9(8).
           02 FILLER PIC X(16) VALUE "  BUSINESS DATE ".
           02 WS-T-BUS-DATE PIC 9(8).
       01 WS-CLEARED-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-CL-DATE PIC 9(8).
           02 FILLER PIC X(10) VALUE "  DEPOSIT ".
           02 WS-CL-DEPOSIT PIC 9(6).
           02 FILLER PIC X(4) VALUE " OF ".
           02 WS-CL-DEP-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-CL-AMOUNT PIC ---,---,--9.99.
       01 WS-RETURNED-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-RT-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE "  CHECK ".
           02 WS-RT-CHECK PIC X(10).
           02 FILLER PIC X(6) VALUE " CUST ".
           02 WS-RT-CUST PIC 9(5).
           02 FILLER PIC X(5) VALUE " DEP ".
           02 WS-RT-DEPOSIT PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-RT-AMOUNT PIC ---,---,--9.99.
       01 WS-UNMATCHED-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-UM-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-UM-TYPE PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-UM-REF PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-UM-AMOUNT PIC ---,---,--9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-UM-REASON PIC X(30).
       01 WS-OUTSTANDING-LINE.
           02 FILLER PIC X(10) VALUE "  DEPOSIT ".
           02 WS-OS-DEPOSIT PIC 9(6).
           02 FILLER PIC X(4) VALUE " OF ".
           02 WS-OS-DATE PIC 9(8).
           02 FILLER PIC X(12) VALUE SPACES.
           02 WS-OS-AMOUNT PIC ---,---,--9.99.
       01 WS-MONEY-LINE.
           02 WS-M-LABEL PIC X(36).
           02 WS-M-AMOUNT PIC ---,---,--9.99.
*> BIZDATE linkage - the heading carries the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "BANKRECON".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       MOVE 0 TO RETURN-CODE.
       PERFORM LoadStatement.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       PERFORM LoadDeposits.
       PERFORM LoadItems.
       IF WS-OVERFLOW = 'Y'
           DISPLAY "BANKRECON: statement, deposit register or check "
               "listing too large - nothing reconciled"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "BANK RECONCILIATION TABLES FULL - RUN REFUSED"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "BANKRECON: unable to open bankrecon_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-T-BUS-DATE, WS-BD-STATUS
       END-CALL.
       MOVE WS-END-DATE TO WS-T-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM MatchDeposits.
       PERFORM MatchReturnedItems.
       PERFORM PrintUnmatched.
       PERFORM PrintOutstanding.
       PERFORM PrintBalance.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       PERFORM SaveDeposits.
       DISPLAY "Bank reconciliation complete - " WS-CLEARED-COUNT
           " deposits cleared, " WS-UNMATCHED-COUNT
           " bank entries unmatched, " WS-OUTSTANDING-COUNT
           " deposits outstanding".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

LoadStatement.
       OPEN INPUT BankStatementFile.
       IF WS-STATEMENT-STATUS NOT = "00"
           DISPLAY "BANKRECON: no bank statement (bankstmt.txt), "
               "status " WS-STATEMENT-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-STMT-EOF = 'Y'
           READ BankStatementFile
               AT END MOVE 'Y' TO WS-STMT-EOF
           END-READ
           IF WS-STMT-EOF NOT = 'Y'
               IF BSClosingBalance
                   MOVE BSAmount TO WS-CLOSING-BALANCE
                   MOVE 'Y' TO WS-HAVE-BALANCE
                   MOVE BSDate TO WS-END-DATE
               ELSE
                   IF StatementCount = 1000
                       MOVE 'Y' TO WS-OVERFLOW
                   ELSE
                       ADD 1 TO StatementCount
                       MOVE BSDate TO St-Date(StatementCount)
                       MOVE BSType TO St-Type(StatementCount)
                       MOVE BSReference
                           TO St-Reference(StatementCount)
                       MOVE BSAmount TO St-Amount(StatementCount)
                       MOVE 'N' TO St-Matched(StatementCount)
                       MOVE SPACES TO St-Reason(StatementCount)
                   END-IF
                   *> No closing balance line yet - the latest
                   *> entry dates the statement
                   IF WS-HAVE-BALANCE = 'N'
                           AND BSDate > WS-END-DATE
                       MOVE BSDate TO WS-END-DATE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE BankStatementFile.

LoadDeposits.
       OPEN INPUT BankDepositFile.
       PERFORM UNTIL WS-BD-EOF = 'Y'
           READ BankDepositFile
               AT END MOVE 'Y' TO WS-BD-EOF
           END-READ
           IF WS-BD-EOF NOT = 'Y'
               IF DepositCount = 2000
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   ADD 1 TO DepositCount
                   MOVE BDDepositNum TO Dp-DepositNum(DepositCount)
                   MOVE BDDate TO Dp-Date(DepositCount)
                   MOVE BDCashAmount TO Dp-CashAmount(DepositCount)
                   MOVE BDCheckAmount TO Dp-CheckAmount(DepositCount)
                   MOVE BDCheckCount TO Dp-CheckCount(DepositCount)
                   MOVE BDTotal TO Dp-Total(DepositCount)
                   MOVE BDStatus TO Dp-Status(DepositCount)
                   MOVE BDClearedDate TO Dp-ClearedDate(DepositCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE BankDepositFile.

LoadItems.
       OPEN INPUT DepositItemFile.
       PERFORM UNTIL WS-DI-EOF = 'Y'
           READ DepositItemFile
               AT END MOVE 'Y' TO WS-DI-EOF
           END-READ
           IF WS-DI-EOF NOT = 'Y'
               IF ItemCount = 5000
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   ADD 1 TO ItemCount
                   MOVE DIDepositNum TO It-DepositNum(ItemCount)
                   MOVE DICheckRef TO It-CheckRef(ItemCount)
                   MOVE DICustID TO It-CustID(ItemCount)
                   MOVE DIAmount TO It-Amount(ItemCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE DepositItemFile.

MatchDeposits.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "DEPOSITS CLEARED" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > StatementCount
           IF St-Type(WS-ST-IDX) = 'D'
               PERFORM MatchOneDeposit
           END-IF
       END-PERFORM.

MatchOneDeposit.
       MOVE 0 TO WS-FOUND-SLOT.
       MOVE ZERO TO WS-REF-NUM.
       IF St-Reference(WS-ST-IDX) NOT = SPACES
           COMPUTE WS-REF-NUM =
               FUNCTION NUMVAL(St-Reference(WS-ST-IDX))
       END-IF.
       *> By deposit ticket number first - a rerun finds the deposit
       *> it cleared last time by its cleared date
       IF WS-REF-NUM NOT = ZERO
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > DepositCount OR WS-FOUND-SLOT > 0
               IF Dp-DepositNum(WS-DP-IDX) = WS-REF-NUM
                   MOVE WS-DP-IDX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT > 0
               IF Dp-Total(WS-FOUND-SLOT) NOT = St-Amount(WS-ST-IDX)
                   MOVE "AMOUNT DIFFERS FROM DEPOSIT"
                       TO St-Reason(WS-ST-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF Dp-Status(WS-FOUND-SLOT) = 'C'
                       AND Dp-ClearedDate(WS-FOUND-SLOT)
                           NOT = St-Date(WS-ST-IDX)
                   MOVE "DEPOSIT ALREADY CLEARED"
                       TO St-Reason(WS-ST-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
       END-IF.
       *> No usable number - the oldest deposit of that amount still
       *> outstanding (or cleared on this very date by a prior run)
       IF WS-FOUND-SLOT = 0
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > DepositCount OR WS-FOUND-SLOT > 0
               IF Dp-Total(WS-DP-IDX) = St-Amount(WS-ST-IDX)
                       AND Dp-Date(WS-DP-IDX) NOT > St-Date(WS-ST-IDX)
                   IF Dp-Status(WS-DP-IDX) = 'O'
                       MOVE WS-DP-IDX TO WS-FOUND-SLOT
                   END-IF
                   IF Dp-Status(WS-DP-IDX) = 'C'
                           AND Dp-ClearedDate(WS-DP-IDX)
                               = St-Date(WS-ST-IDX)
                       MOVE WS-DP-IDX TO WS-FOUND-SLOT
                   END-IF
               END-IF
           END-PERFORM
       END-IF.
       IF WS-FOUND-SLOT = 0
           MOVE "NO DEPOSIT OF OURS MATCHES" TO St-Reason(WS-ST-IDX)
           EXIT PARAGRAPH
       END-IF.
       MOVE 'C' TO Dp-Status(WS-FOUND-SLOT).
       MOVE St-Date(WS-ST-IDX) TO Dp-ClearedDate(WS-FOUND-SLOT).
       MOVE 'Y' TO St-Matched(WS-ST-IDX).
       ADD 1 TO WS-CLEARED-COUNT.
       MOVE St-Date(WS-ST-IDX) TO WS-CL-DATE.
       MOVE Dp-DepositNum(WS-FOUND-SLOT) TO WS-CL-DEPOSIT.
       MOVE Dp-Date(WS-FOUND-SLOT) TO WS-CL-DEP-DATE.
       MOVE St-Amount(WS-ST-IDX) TO WS-CL-AMOUNT.
       MOVE WS-CLEARED-LINE TO ReportLine.
       WRITE ReportLine.

MatchReturnedItems.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "RETURNED ITEMS" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > StatementCount
           IF St-Type(WS-ST-IDX) = 'R'
               PERFORM MatchOneReturn
           END-IF
       END-PERFORM.

MatchOneReturn.
       MOVE 0 TO WS-IT-FOUND.
       PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > ItemCount OR WS-IT-FOUND > 0
           IF It-CheckRef(WS-IT-IDX) = St-Reference(WS-ST-IDX)
                   AND It-Amount(WS-IT-IDX) = St-Amount(WS-ST-IDX)
               MOVE WS-IT-IDX TO WS-IT-FOUND
           END-IF
       END-PERFORM.
       IF WS-IT-FOUND = 0
           MOVE "CHECK NOT IN ANY DEPOSIT" TO St-Reason(WS-ST-IDX)
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO St-Matched(WS-ST-IDX).
       ADD 1 TO WS-RETURNED-COUNT.
       MOVE St-Date(WS-ST-IDX) TO WS-RT-DATE.
       MOVE St-Reference(WS-ST-IDX) TO WS-RT-CHECK.
       MOVE It-CustID(WS-IT-FOUND) TO WS-RT-CUST.
       MOVE It-DepositNum(WS-IT-FOUND) TO WS-RT-DEPOSIT.
       MOVE St-Amount(WS-ST-IDX) TO WS-RT-AMOUNT.
       MOVE WS-RETURNED-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM CheckNsfProcessed.
       IF WS-PROCESSED = 'N'
           MOVE "    NOT YET CHARGED BACK - RUN NSFCHECK" TO ReportLine
           WRITE ReportLine
       END-IF.

CheckNsfProcessed.
       MOVE 'N' TO WS-PROCESSED.
       MOVE 'N' TO WS-NSF-EOF.
       OPEN INPUT NsfLogFile.
       PERFORM UNTIL WS-NSF-EOF = 'Y' OR WS-PROCESSED = 'Y'
           READ NsfLogFile
               AT END MOVE 'Y' TO WS-NSF-EOF
           END-READ
           IF WS-NSF-EOF NOT = 'Y'
               IF NSCheckRef = St-Reference(WS-ST-IDX)
                       AND (NSCustID = It-CustID(WS-IT-FOUND)
                           OR It-CustID(WS-IT-FOUND) = ZERO)
                   MOVE 'Y' TO WS-PROCESSED
               END-IF
           END-IF
       END-PERFORM.
       CLOSE NsfLogFile.

PrintUnmatched.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BANK ENTRIES NOT MATCHED" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > StatementCount
           IF St-Matched(WS-ST-IDX) = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
               EVALUATE St-Type(WS-ST-IDX)
                   WHEN 'D'
                   WHEN 'C'
                       ADD St-Amount(WS-ST-IDX) TO WS-UNMATCHED-NET
                   WHEN OTHER
                       SUBTRACT St-Amount(WS-ST-IDX)
                           FROM WS-UNMATCHED-NET
               END-EVALUATE
               IF St-Reason(WS-ST-IDX) = SPACES
                   MOVE "NOT A DEPOSIT OR RETURNED ITEM"
                       TO St-Reason(WS-ST-IDX)
               END-IF
               MOVE St-Date(WS-ST-IDX) TO WS-UM-DATE
               MOVE St-Type(WS-ST-IDX) TO WS-UM-TYPE
               MOVE St-Reference(WS-ST-IDX) TO WS-UM-REF
               MOVE St-Amount(WS-ST-IDX) TO WS-UM-AMOUNT
               MOVE St-Reason(WS-ST-IDX) TO WS-UM-REASON
               MOVE WS-UNMATCHED-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.

PrintOutstanding.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "DEPOSITS OUTSTANDING (IN TRANSIT)" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > DepositCount
           IF Dp-Status(WS-DP-IDX) = 'O'
                   AND Dp-Date(WS-DP-IDX) NOT > WS-END-DATE
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD Dp-Total(WS-DP-IDX) TO WS-IN-TRANSIT
               MOVE Dp-DepositNum(WS-DP-IDX) TO WS-OS-DEPOSIT
               MOVE Dp-Date(WS-DP-IDX) TO WS-OS-DATE
               MOVE Dp-Total(WS-DP-IDX) TO WS-OS-AMOUNT
               MOVE WS-OUTSTANDING-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.

PrintBalance.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       IF WS-HAVE-BALANCE = 'N'
           MOVE "STATEMENT CARRIES NO CLOSING BALANCE - NOT RECONCILED"
               TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       MOVE "BANK CLOSING BALANCE:" TO WS-M-LABEL.
       MOVE WS-CLOSING-BALANCE TO WS-M-AMOUNT.
       MOVE WS-MONEY-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "ADD DEPOSITS IN TRANSIT:" TO WS-M-LABEL.
       MOVE WS-IN-TRANSIT TO WS-M-AMOUNT.
       MOVE WS-MONEY-LINE TO ReportLine.
       WRITE ReportLine.
       COMPUTE WS-RECONCILED = WS-CLOSING-BALANCE + WS-IN-TRANSIT.
       MOVE "RECONCILED BALANCE:" TO WS-M-LABEL.
       MOVE WS-RECONCILED TO WS-M-AMOUNT.
       MOVE WS-MONEY-LINE TO ReportLine.
       WRITE ReportLine.
       IF WS-UNMATCHED-COUNT NOT = 0
           MOVE "UNMATCHED BANK ENTRIES (NET):"
               TO WS-M-LABEL
           MOVE WS-UNMATCHED-NET TO WS-M-AMOUNT
           MOVE WS-MONEY-LINE TO ReportLine
           WRITE ReportLine
       END-IF.

SaveDeposits.
       OPEN OUTPUT BankDepositFile.
       PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > DepositCount
           MOVE Dp-DepositNum(WS-DP-IDX) TO BDDepositNum
           MOVE Dp-Date(WS-DP-IDX) TO BDDate
           MOVE Dp-CashAmount(WS-DP-IDX) TO BDCashAmount
           MOVE Dp-CheckAmount(WS-DP-IDX) TO BDCheckAmount
           MOVE Dp-CheckCount(WS-DP-IDX) TO BDCheckCount
           MOVE Dp-Total(WS-DP-IDX) TO BDTotal
           MOVE Dp-Status(WS-DP-IDX) TO BDStatus
           MOVE Dp-ClearedDate(WS-DP-IDX) TO BDClearedDate
           WRITE BankDepositRecord
       END-PERFORM.
       CLOSE BankDepositFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "bankrecon_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

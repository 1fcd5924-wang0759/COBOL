       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTDQ.
*> Monthly data quality scorecard for the customer master. Every
*> Active customer is scored on the three contact fields statements
*> and mailings depend on, two points each:
*>   MailAddress - filled in, and looks like a street address (a
*>                 house number and more than one word, not a
*>                 placeholder such as UNKNOWN or N/A);
*>   Phone       - filled in, and in the house NNN-NNN-NNNN format;
*>   Email       - filled in, one @ with a name before it, a dotted
*>                 domain after it, no spaces.
*> A blank field scores 0, a filled-in one in bad shape scores 1, a
*> good one 2 - six points is a clean record. Customers short of six
*> are listed with what is wrong, and so is every mailing noted as
*> bounced in custnotes.txt (a note mentioning BOUNCE, RETURNED
*> MAIL or UNDELIVERABLE).
*> Each record is charged to the operator who last added or changed
*> it on custaudit.txt, and the report totals by operator so cleanup
*> and retraining go where the bad records come from. The month's
*> operator totals are kept on custdqhist.txt (a rerun in the same
*> month replaces that month's rows), giving each operator's change
*> since last month and the shop's score month over month.
*> Output to custdq_report.txt; nothing on the customer master is
*> changed.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs monthly next to CUSTDUPS; GOBACK + RETURN-CODE report
*> success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL CustomerAudit ASSIGN TO "custaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HistoryFile ASSIGN TO "custdqhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "custdq_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Same record tutorial10 (coboltut.cbl) writes
FD CustomerAudit.
       01 AuditRecord.
           02 AuditTimestamp PIC X(21).
           02 FILLER PIC X.
           02 AuditOperation PIC X(6).
           02 FILLER PIC X.
           02 AuditIDNum PIC 9(5).
           02 FILLER PIC X.
           02 AuditResult PIC X(6).
           02 FILLER PIC X.
           02 AuditBeforeValues PIC X(32).
           02 FILLER PIC X.
           02 AuditAfterValues PIC X(32).
           02 FILLER PIC X.
           02 AuditOperatorID PIC X(10).

*> Same layout tutorial10's notes option writes
FD NotesFile.
       01 NoteRecord.
           02 NoteIDNum PIC 9(5).
           02 NoteSeq PIC 9(4).
           02 NoteDate PIC 9(8).
           02 NoteOperator PIC X(10).
           02 NoteText PIC X(60).

*> One row per operator per month scored; operator *ALL carries the
*> shop's totals. Fields kept contiguous with no separator FILLER,
*> same LINE SEQUENTIAL workaround CustomerPurge.cbl notes
FD HistoryFile.
       01 HistoryRecord.
           02 DHPeriod PIC 9(6).
           02 DHOperator PIC X(10).
           02 DHCustomers PIC 9(6).
           02 DHPoints PIC 9(7).
           02 DHClean PIC 9(6).
           02 DHBounces PIC 9(5).

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-AUDIT-EOF PIC X.
       01 WS-NOTES-EOF PIC X.
       01 WS-HIST-EOF PIC X.
*> Who last added or changed each customer, from the audit trail in
*> the order it was written - a later entry replaces an earlier one.
*> The DEPENDING ON counter must be declared ahead of the table
       01 LastOpCount PIC 9(4) VALUE ZERO.
       01 LastOpTable.
           02 LastOp OCCURS 0 TO 5000 TIMES
                   DEPENDING ON LastOpCount.
               03 Lo-IDNum PIC 9(5).
               03 Lo-Operator PIC X(10).
       01 WS-LASTOP-FULL PIC 9(5) VALUE ZERO.
*> This month's totals per operator
       01 OpCount PIC 9(3) VALUE ZERO.
       01 OpTable.
           02 OpEntry OCCURS 0 TO 200 TIMES
                   DEPENDING ON OpCount.
               03 Ot-Operator PIC X(10).
               03 Ot-Customers PIC 9(6).
               03 Ot-Points PIC 9(7).
               03 Ot-Clean PIC 9(6).
               03 Ot-AddrMissing PIC 9(5).
               03 Ot-AddrBad PIC 9(5).
               03 Ot-PhoneMissing PIC 9(5).
               03 Ot-PhoneBad PIC 9(5).
               03 Ot-EmailMissing PIC 9(5).
               03 Ot-EmailBad PIC 9(5).
               03 Ot-Bounces PIC 9(5).
*> Earlier months off custdqhist.txt, this month's rows dropped
       01 HistCount PIC 9(4) VALUE ZERO.
       01 HistTable.
           02 HistEntry OCCURS 0 TO 3000 TIMES
                   DEPENDING ON HistCount.
               03 Hi-Period PIC 9(6).
               03 Hi-Operator PIC X(10).
               03 Hi-Customers PIC 9(6).
               03 Hi-Points PIC 9(7).
               03 Hi-Clean PIC 9(6).
               03 Hi-Bounces PIC 9(5).
       01 WS-HIST-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
       01 WS-OP-SLOT PIC 9(3).
       01 WS-OPERATOR PIC X(10).
       01 WS-ALL-OPERATOR PIC X(10) VALUE "*ALL".
       01 WS-NO-AUDIT PIC X(10) VALUE "(NO AUDIT)".
*> Scoring of the customer in hand
       01 WS-ADDR-SCORE PIC 9.
       01 WS-PHONE-SCORE PIC 9.
       01 WS-EMAIL-SCORE PIC 9.
       01 WS-CUST-POINTS PIC 9.
       01 WS-ISSUES PIC X(45).
       01 WS-ISSUE-PTR PIC 9(3).
       01 WS-TEXT-LEN PIC 9(3).
       01 WS-DIGITS PIC 9(3).
       01 WS-SPACES PIC 9(3).
       01 WS-AT-SIGNS PIC 9(3).
       01 WS-DOTS PIC 9(3).
       01 WS-UPPER-ADDR PIC X(30).
       01 WS-EMAIL-LOCAL PIC X(40).
       01 WS-EMAIL-DOMAIN PIC X(40).
       01 WS-DOMAIN-LEN PIC 9(3).
       01 WS-NOTE-UPPER PIC X(60).
       01 WS-BOUNCE-HITS PIC 9(3).
*> Shop totals
       01 WS-ACTIVE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-POINTS PIC 9(7) VALUE ZERO.
       01 WS-CLEAN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BOUNCE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SHOP-DEFECTS.
           02 WS-SD-ADDR-MISS PIC 9(6).
           02 WS-SD-ADDR-BAD PIC 9(6).
           02 WS-SD-PHONE-MISS PIC 9(6).
           02 WS-SD-PHONE-BAD PIC 9(6).
           02 WS-SD-EMAIL-MISS PIC 9(6).
           02 WS-SD-EMAIL-BAD PIC 9(6).
       01 WS-PCT PIC 999V9.
       01 WS-PRIOR-PCT PIC 999V9.
       01 WS-CHANGE PIC S999V9.
       01 WS-PRIOR-FOUND PIC X.
*> Report lines
       01 WS-EXCEPTION-LINE.
           02 WS-E-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-E-NAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 WS-E-OPERATOR PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-E-POINTS PIC 9.
           02 FILLER PIC X(4) VALUE "/6  ".
           02 WS-E-ISSUES PIC X(45).
       01 WS-BOUNCE-LINE.
           02 WS-B-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-B-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-B-OPERATOR PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-B-TEXT PIC X(60).
       01 WS-OPERATOR-LINE.
           02 WS-O-OPERATOR PIC X(10).
           02 WS-O-CUSTOMERS PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-PCT PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".
           02 WS-O-CLEAN PIC ZZZZZ9.
           02 WS-O-ADDR-MISS PIC ZZZZ9.
           02 WS-O-ADDR-BAD PIC ZZZZ9.
           02 WS-O-PHONE-MISS PIC ZZZZ9.
           02 WS-O-PHONE-BAD PIC ZZZZ9.
           02 WS-O-EMAIL-MISS PIC ZZZZ9.
           02 WS-O-EMAIL-BAD PIC ZZZZ9.
           02 WS-O-BOUNCES PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-O-PRIOR PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-O-CHANGE PIC X(7).
       01 WS-PCT-OUT PIC ZZ9.9.
       01 WS-CHANGE-OUT PIC +ZZ9.9.
       01 WS-TREND-LINE.
           02 WS-T-PERIOD PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-T-CUSTOMERS PIC ZZZZZ9.
           02 FILLER PIC X(11) VALUE " customers ".
           02 WS-T-PCT PIC ZZ9.9.
           02 FILLER PIC X(9) VALUE "% scored ".
           02 WS-T-CLEAN PIC ZZZZZ9.
           02 FILLER PIC X(7) VALUE " clean ".
           02 WS-T-BOUNCES PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " bounced".
*> BIZDATE linkage - the month scored is the business date's
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-PERIOD PIC 9(6).
           02 FILLER PIC 99.
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CUSTDQ".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "CUSTDQ: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CUSTDQ: unable to open custdq_report.txt, "
               "status " WS-REPORT-STATUS
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "CUSTOMER DATA QUALITY SCORECARD  MONTH " WS-RUN-PERIOD
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM LoadLastOperators.
       PERFORM LoadHistory.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "RECORDS SHORT OF A CLEAN SCORE" TO ReportLine.
       WRITE ReportLine.
       MOVE "ID    NAME                     LAST CHG   SCORE  ISSUES"
           TO ReportLine.
       WRITE ReportLine.
       MOVE LOW-VALUES TO IDNum.
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       IF NotAtEndOfFile
           PERFORM ReadCustomer
       END-IF.
       PERFORM UNTIL AtEndOfFile
           IF CustActive
               PERFORM ScoreCustomer
           ELSE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF
           PERFORM ReadCustomer
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       STRING "Records listed: " WS-EXCEPTION-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ListBouncedMail.
       CLOSE CustomerFile.
       PERFORM WriteOperatorTotals.
       PERFORM WriteTrend.
       PERFORM SaveHistory.
       IF WS-LASTOP-FULL > 0
           MOVE SPACES TO ReportLine
           STRING "WARNING: " WS-LASTOP-FULL " audit entries past the "
               "table - their customers charged to " WS-NO-AUDIT
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       COMPUTE WS-PCT ROUNDED = WS-TOTAL-POINTS * 100
           / (WS-ACTIVE-COUNT * 6)
           ON SIZE ERROR MOVE ZERO TO WS-PCT
       END-COMPUTE.
       MOVE WS-PCT TO WS-PCT-OUT.
       DISPLAY "Data quality scorecard complete. Active customers: "
           WS-ACTIVE-COUNT " score " WS-PCT-OUT "%".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

*> Only entries that left a record behind count as its last change
LoadLastOperators.
       MOVE 'N' TO WS-AUDIT-EOF.
       OPEN INPUT CustomerAudit.
       PERFORM UNTIL WS-AUDIT-EOF = 'Y'
           READ CustomerAudit
               AT END MOVE 'Y' TO WS-AUDIT-EOF
           END-READ
           IF WS-AUDIT-EOF NOT = 'Y'
                   AND AuditResult = 'OK'
                   AND (AuditOperation = 'ADD' OR 'UPDATE'
                       OR 'MERGE ' OR 'RESTOR')
               PERFORM NoteLastOperator
           END-IF
       END-PERFORM.
       CLOSE CustomerAudit.

NoteLastOperator.
       MOVE AuditIDNum TO WS-E-ID.
       PERFORM FindLastOperator.
       IF WS-SLOT = 0
           IF LastOpCount = 5000
               ADD 1 TO WS-LASTOP-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LastOpCount
           MOVE LastOpCount TO WS-SLOT
           MOVE AuditIDNum TO Lo-IDNum(WS-SLOT)
       END-IF.
       IF AuditOperatorID = SPACES
           MOVE WS-NO-AUDIT TO Lo-Operator(WS-SLOT)
       ELSE
           MOVE AuditOperatorID TO Lo-Operator(WS-SLOT)
       END-IF.

FindLastOperator.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LastOpCount OR WS-SLOT > 0
           IF Lo-IDNum(WS-IDX) = WS-E-ID
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

LoadHistory.
       MOVE 'N' TO WS-HIST-EOF.
       OPEN INPUT HistoryFile.
       PERFORM UNTIL WS-HIST-EOF = 'Y'
           READ HistoryFile
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ
           IF WS-HIST-EOF NOT = 'Y' AND DHPeriod NOT = WS-RUN-PERIOD
               IF HistCount = 3000
                   PERFORM DropOldestHistory
               END-IF
               ADD 1 TO HistCount
               MOVE DHPeriod TO Hi-Period(HistCount)
               MOVE DHOperator TO Hi-Operator(HistCount)
               MOVE DHCustomers TO Hi-Customers(HistCount)
               MOVE DHPoints TO Hi-Points(HistCount)
               MOVE DHClean TO Hi-Clean(HistCount)
               MOVE DHBounces TO Hi-Bounces(HistCount)
               IF DHPeriod < WS-RUN-PERIOD
                       AND DHPeriod > WS-PRIOR-PERIOD
                   MOVE DHPeriod TO WS-PRIOR-PERIOD
               END-IF
           END-IF
       END-PERFORM.
       CLOSE HistoryFile.

*> The file is in month order, so the front row is the oldest
DropOldestHistory.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX = HistCount
           MOVE HistEntry(WS-IDX + 1) TO HistEntry(WS-IDX)
       END-PERFORM.
       SUBTRACT 1 FROM HistCount.
       ADD 1 TO WS-HIST-DROPPED.

ScoreCustomer.
       ADD 1 TO WS-ACTIVE-COUNT.
       MOVE SPACES TO WS-ISSUES.
       MOVE 1 TO WS-ISSUE-PTR.
       PERFORM ScoreAddress.
       PERFORM ScorePhone.
       PERFORM ScoreEmail.
       COMPUTE WS-CUST-POINTS = WS-ADDR-SCORE + WS-PHONE-SCORE
           + WS-EMAIL-SCORE.
       MOVE IDNum TO WS-E-ID.
       PERFORM FindLastOperator.
       IF WS-SLOT = 0
           MOVE WS-NO-AUDIT TO WS-OPERATOR
       ELSE
           MOVE Lo-Operator(WS-SLOT) TO WS-OPERATOR
       END-IF.
       PERFORM FindOperatorSlot.
       ADD 1 TO Ot-Customers(WS-OP-SLOT).
       ADD WS-CUST-POINTS TO Ot-Points(WS-OP-SLOT).
       ADD WS-CUST-POINTS TO WS-TOTAL-POINTS.
       IF WS-ADDR-SCORE = 0
           ADD 1 TO Ot-AddrMissing(WS-OP-SLOT)
       END-IF.
       IF WS-ADDR-SCORE = 1
           ADD 1 TO Ot-AddrBad(WS-OP-SLOT)
       END-IF.
       IF WS-PHONE-SCORE = 0
           ADD 1 TO Ot-PhoneMissing(WS-OP-SLOT)
       END-IF.
       IF WS-PHONE-SCORE = 1
           ADD 1 TO Ot-PhoneBad(WS-OP-SLOT)
       END-IF.
       IF WS-EMAIL-SCORE = 0
           ADD 1 TO Ot-EmailMissing(WS-OP-SLOT)
       END-IF.
       IF WS-EMAIL-SCORE = 1
           ADD 1 TO Ot-EmailBad(WS-OP-SLOT)
       END-IF.
       IF WS-CUST-POINTS = 6
           ADD 1 TO Ot-Clean(WS-OP-SLOT)
           ADD 1 TO WS-CLEAN-COUNT
       ELSE
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-E-NAME
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO WS-E-NAME
           MOVE WS-OPERATOR TO WS-E-OPERATOR
           MOVE WS-CUST-POINTS TO WS-E-POINTS
           MOVE WS-ISSUES TO WS-E-ISSUES
           MOVE WS-EXCEPTION-LINE TO ReportLine
           WRITE ReportLine
       END-IF.

*> A street address carries a house number and more than one word;
*> placeholders keyed to get past the screen count as bad
ScoreAddress.
       IF MailAddress = SPACES
           MOVE 0 TO WS-ADDR-SCORE
           STRING "ADDR MISSING " DELIMITED BY SIZE
               INTO WS-ISSUES WITH POINTER WS-ISSUE-PTR
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION UPPER-CASE(MailAddress) TO WS-UPPER-ADDR.
       MOVE ZERO TO WS-DIGITS.
       INSPECT WS-UPPER-ADDR TALLYING WS-DIGITS FOR ALL '0' ALL '1'
           ALL '2' ALL '3' ALL '4' ALL '5' ALL '6' ALL '7' ALL '8'
           ALL '9'.
       MOVE ZERO TO WS-TEXT-LEN.
       INSPECT FUNCTION REVERSE(WS-UPPER-ADDR) TALLYING WS-TEXT-LEN
           FOR LEADING SPACES.
       COMPUTE WS-TEXT-LEN = 30 - WS-TEXT-LEN.
       MOVE ZERO TO WS-SPACES.
       INSPECT WS-UPPER-ADDR(1:WS-TEXT-LEN) TALLYING WS-SPACES
           FOR ALL SPACE.
       IF WS-DIGITS = 0 OR WS-SPACES = 0 OR WS-TEXT-LEN < 6
               OR WS-UPPER-ADDR = "UNKNOWN" OR "N/A" OR "NONE"
               OR "TBA" OR "TBD" OR "NO ADDRESS"
           MOVE 1 TO WS-ADDR-SCORE
           STRING "ADDR FORMAT " DELIMITED BY SIZE
               INTO WS-ISSUES WITH POINTER WS-ISSUE-PTR
       ELSE
           MOVE 2 TO WS-ADDR-SCORE
       END-IF.

*> The house format is NNN-NNN-NNNN, as the field is sized for
ScorePhone.
       IF Phone = SPACES
           MOVE 0 TO WS-PHONE-SCORE
           STRING "PHONE MISSING " DELIMITED BY SIZE
               INTO WS-ISSUES WITH POINTER WS-ISSUE-PTR
           EXIT PARAGRAPH
       END-IF.
       IF Phone(1:3) IS NUMERIC AND Phone(4:1) = '-'
               AND Phone(5:3) IS NUMERIC AND Phone(8:1) = '-'
               AND Phone(9:4) IS NUMERIC
           MOVE 2 TO WS-PHONE-SCORE
       ELSE
           MOVE 1 TO WS-PHONE-SCORE
           STRING "PHONE FORMAT " DELIMITED BY SIZE
               INTO WS-ISSUES WITH POINTER WS-ISSUE-PTR
       END-IF.

*> One @, something before it, a dotted domain after it, and no
*> spaces anywhere inside
ScoreEmail.
       IF Email = SPACES
           MOVE 0 TO WS-EMAIL-SCORE
           STRING "EMAIL MISSING" DELIMITED BY SIZE
               INTO WS-ISSUES WITH POINTER WS-ISSUE-PTR
           EXIT PARAGRAPH
       END-IF.
       MOVE 2 TO WS-EMAIL-SCORE.
       MOVE ZERO TO WS-AT-SIGNS.
       INSPECT Email TALLYING WS-AT-SIGNS FOR ALL '@'.
       MOVE ZERO TO WS-TEXT-LEN.
       INSPECT FUNCTION REVERSE(Email) TALLYING WS-TEXT-LEN
           FOR LEADING SPACES.
       COMPUTE WS-TEXT-LEN = 40 - WS-TEXT-LEN.
       MOVE ZERO TO WS-SPACES.
       INSPECT Email(1:WS-TEXT-LEN) TALLYING WS-SPACES FOR ALL SPACE.
       IF WS-AT-SIGNS NOT = 1 OR WS-SPACES > 0
           MOVE 1 TO WS-EMAIL-SCORE
       ELSE
           MOVE SPACES TO WS-EMAIL-LOCAL
           MOVE SPACES TO WS-EMAIL-DOMAIN
           UNSTRING Email(1:WS-TEXT-LEN) DELIMITED BY '@'
               INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
           END-UNSTRING
           MOVE ZERO TO WS-DOTS
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOTS FOR ALL '.'
           MOVE ZERO TO WS-DOMAIN-LEN
           INSPECT FUNCTION REVERSE(WS-EMAIL-DOMAIN)
               TALLYING WS-DOMAIN-LEN FOR LEADING SPACES
           COMPUTE WS-DOMAIN-LEN = 40 - WS-DOMAIN-LEN
           IF WS-EMAIL-LOCAL = SPACES OR WS-DOTS = 0
                   OR WS-DOMAIN-LEN < 3
                   OR WS-EMAIL-DOMAIN(1:1) = '.'
                   OR WS-EMAIL-DOMAIN(WS-DOMAIN-LEN:1) = '.'
               MOVE 1 TO WS-EMAIL-SCORE
           END-IF
       END-IF.
       IF WS-EMAIL-SCORE = 1
           STRING "EMAIL FORMAT" DELIMITED BY SIZE
               INTO WS-ISSUES WITH POINTER WS-ISSUE-PTR
       END-IF.

FindOperatorSlot.
       MOVE 0 TO WS-OP-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > OpCount OR WS-OP-SLOT > 0
           IF Ot-Operator(WS-IDX) = WS-OPERATOR
               MOVE WS-IDX TO WS-OP-SLOT
           END-IF
       END-PERFORM.
       IF WS-OP-SLOT = 0
           IF OpCount = 200
               MOVE WS-NO-AUDIT TO WS-OPERATOR
               PERFORM FindOperatorSlot
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OpCount
           MOVE OpCount TO WS-OP-SLOT
           MOVE WS-OPERATOR TO Ot-Operator(WS-OP-SLOT)
           MOVE ZERO TO Ot-Customers(WS-OP-SLOT)
           MOVE ZERO TO Ot-Points(WS-OP-SLOT)
           MOVE ZERO TO Ot-Clean(WS-OP-SLOT)
           MOVE ZERO TO Ot-AddrMissing(WS-OP-SLOT)
           MOVE ZERO TO Ot-AddrBad(WS-OP-SLOT)
           MOVE ZERO TO Ot-PhoneMissing(WS-OP-SLOT)
           MOVE ZERO TO Ot-PhoneBad(WS-OP-SLOT)
           MOVE ZERO TO Ot-EmailMissing(WS-OP-SLOT)
           MOVE ZERO TO Ot-EmailBad(WS-OP-SLOT)
           MOVE ZERO TO Ot-Bounces(WS-OP-SLOT)
       END-IF.

*> Every note recording a mailing that came back, for customers
*> still Active - charged to whoever last keyed the record
ListBouncedMail.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BOUNCED MAILINGS RECORDED IN CUSTOMER NOTES" TO ReportLine.
       WRITE ReportLine.
       MOVE "ID    NOTED    NOTED BY   NOTE" TO ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO WS-NOTES-EOF.
       OPEN INPUT NotesFile.
       PERFORM UNTIL WS-NOTES-EOF = 'Y'
           READ NotesFile
               AT END MOVE 'Y' TO WS-NOTES-EOF
           END-READ
           IF WS-NOTES-EOF NOT = 'Y'
               MOVE FUNCTION UPPER-CASE(NoteText) TO WS-NOTE-UPPER
               MOVE ZERO TO WS-BOUNCE-HITS
               INSPECT WS-NOTE-UPPER TALLYING WS-BOUNCE-HITS
                   FOR ALL "BOUNCE" ALL "RETURNED MAIL"
                   ALL "UNDELIVERABLE"
               IF WS-BOUNCE-HITS > 0
                   PERFORM ListOneBounce
               END-IF
           END-IF
       END-PERFORM.
       CLOSE NotesFile.
       MOVE SPACES TO ReportLine.
       STRING "Bounced mailings: " WS-BOUNCE-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

ListOneBounce.
       MOVE NoteIDNum TO IDNum.
       READ CustomerFile
           INVALID KEY EXIT PARAGRAPH
       END-READ.
       IF NOT CustActive
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BOUNCE-COUNT.
       MOVE NoteIDNum TO WS-E-ID.
       PERFORM FindLastOperator.
       IF WS-SLOT = 0
           MOVE WS-NO-AUDIT TO WS-OPERATOR
       ELSE
           MOVE Lo-Operator(WS-SLOT) TO WS-OPERATOR
       END-IF.
       PERFORM FindOperatorSlot.
       ADD 1 TO Ot-Bounces(WS-OP-SLOT).
       MOVE NoteIDNum TO WS-B-ID.
       MOVE NoteDate TO WS-B-DATE.
       MOVE NoteOperator TO WS-B-OPERATOR.
       MOVE NoteText TO WS-B-TEXT.
       MOVE WS-BOUNCE-LINE TO ReportLine.
       WRITE ReportLine.

*> Each operator's month against their last scored month
WriteOperatorTotals.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "TOTALS BY OPERATOR WHO LAST CHANGED THE RECORD"
           TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "OPERATOR  CUSTS SCORE  CLEAN ADDR-   BAD PHON-   BAD"
           " MAIL-   BAD BOUNC  PRIOR  CHANGE"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > OpCount
           MOVE Ot-Operator(WS-JDX) TO WS-O-OPERATOR
           MOVE Ot-Customers(WS-JDX) TO WS-O-CUSTOMERS
           COMPUTE WS-PCT ROUNDED = Ot-Points(WS-JDX) * 100
               / (Ot-Customers(WS-JDX) * 6)
               ON SIZE ERROR MOVE ZERO TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO WS-O-PCT
           MOVE Ot-Clean(WS-JDX) TO WS-O-CLEAN
           MOVE Ot-AddrMissing(WS-JDX) TO WS-O-ADDR-MISS
           MOVE Ot-AddrBad(WS-JDX) TO WS-O-ADDR-BAD
           MOVE Ot-PhoneMissing(WS-JDX) TO WS-O-PHONE-MISS
           MOVE Ot-PhoneBad(WS-JDX) TO WS-O-PHONE-BAD
           MOVE Ot-EmailMissing(WS-JDX) TO WS-O-EMAIL-MISS
           MOVE Ot-EmailBad(WS-JDX) TO WS-O-EMAIL-BAD
           MOVE Ot-Bounces(WS-JDX) TO WS-O-BOUNCES
           MOVE Ot-Operator(WS-JDX) TO WS-OPERATOR
           PERFORM FillPriorColumns
           MOVE WS-OPERATOR-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       MOVE WS-ALL-OPERATOR TO WS-O-OPERATOR.
       MOVE WS-ACTIVE-COUNT TO WS-O-CUSTOMERS.
       COMPUTE WS-PCT ROUNDED = WS-TOTAL-POINTS * 100
           / (WS-ACTIVE-COUNT * 6)
           ON SIZE ERROR MOVE ZERO TO WS-PCT
       END-COMPUTE.
       MOVE WS-PCT TO WS-O-PCT.
       MOVE WS-CLEAN-COUNT TO WS-O-CLEAN.
       MOVE ZERO TO WS-SD-ADDR-MISS WS-SD-ADDR-BAD WS-SD-PHONE-MISS
           WS-SD-PHONE-BAD WS-SD-EMAIL-MISS WS-SD-EMAIL-BAD.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > OpCount
           ADD Ot-AddrMissing(WS-JDX) TO WS-SD-ADDR-MISS
           ADD Ot-AddrBad(WS-JDX) TO WS-SD-ADDR-BAD
           ADD Ot-PhoneMissing(WS-JDX) TO WS-SD-PHONE-MISS
           ADD Ot-PhoneBad(WS-JDX) TO WS-SD-PHONE-BAD
           ADD Ot-EmailMissing(WS-JDX) TO WS-SD-EMAIL-MISS
           ADD Ot-EmailBad(WS-JDX) TO WS-SD-EMAIL-BAD
       END-PERFORM.
       MOVE WS-SD-ADDR-MISS TO WS-O-ADDR-MISS.
       MOVE WS-SD-ADDR-BAD TO WS-O-ADDR-BAD.
       MOVE WS-SD-PHONE-MISS TO WS-O-PHONE-MISS.
       MOVE WS-SD-PHONE-BAD TO WS-O-PHONE-BAD.
       MOVE WS-SD-EMAIL-MISS TO WS-O-EMAIL-MISS.
       MOVE WS-SD-EMAIL-BAD TO WS-O-EMAIL-BAD.
       MOVE WS-BOUNCE-COUNT TO WS-O-BOUNCES.
       MOVE WS-ALL-OPERATOR TO WS-OPERATOR.
       PERFORM FillPriorColumns.
       MOVE WS-OPERATOR-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Active customers scored " WS-ACTIVE-COUNT
           "; inactive not scored " WS-INACTIVE-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

*> WS-PCT holds this month's score for WS-OPERATOR
FillPriorColumns.
       MOVE "  n/a " TO WS-O-PRIOR.
       MOVE SPACES TO WS-O-CHANGE.
       MOVE 'N' TO WS-PRIOR-FOUND.
       IF WS-PRIOR-PERIOD = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > HistCount OR WS-PRIOR-FOUND = 'Y'
           IF Hi-Period(WS-IDX) = WS-PRIOR-PERIOD
                   AND Hi-Operator(WS-IDX) = WS-OPERATOR
               MOVE 'Y' TO WS-PRIOR-FOUND
               COMPUTE WS-PRIOR-PCT ROUNDED = Hi-Points(WS-IDX) * 100
                   / (Hi-Customers(WS-IDX) * 6)
                   ON SIZE ERROR MOVE ZERO TO WS-PRIOR-PCT
               END-COMPUTE
           END-IF
       END-PERFORM.
       IF WS-PRIOR-FOUND = 'Y'
           MOVE WS-PRIOR-PCT TO WS-PCT-OUT
           MOVE WS-PCT-OUT TO WS-O-PRIOR(1:5)
           MOVE "%" TO WS-O-PRIOR(6:1)
           COMPUTE WS-CHANGE = WS-PCT - WS-PRIOR-PCT
           MOVE WS-CHANGE TO WS-CHANGE-OUT
           MOVE WS-CHANGE-OUT TO WS-O-CHANGE(1:6)
           MOVE "%" TO WS-O-CHANGE(7:1)
       END-IF.

*> The shop's score month over month, oldest first, this month last
WriteTrend.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "SHOP SCORE MONTH OVER MONTH" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > HistCount
           IF Hi-Operator(WS-IDX) = WS-ALL-OPERATOR
                   AND Hi-Period(WS-IDX) < WS-RUN-PERIOD
               MOVE Hi-Period(WS-IDX) TO WS-T-PERIOD
               MOVE Hi-Customers(WS-IDX) TO WS-T-CUSTOMERS
               COMPUTE WS-PCT ROUNDED = Hi-Points(WS-IDX) * 100
                   / (Hi-Customers(WS-IDX) * 6)
                   ON SIZE ERROR MOVE ZERO TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-T-PCT
               MOVE Hi-Clean(WS-IDX) TO WS-T-CLEAN
               MOVE Hi-Bounces(WS-IDX) TO WS-T-BOUNCES
               MOVE WS-TREND-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.
       MOVE WS-RUN-PERIOD TO WS-T-PERIOD.
       MOVE WS-ACTIVE-COUNT TO WS-T-CUSTOMERS.
       COMPUTE WS-PCT ROUNDED = WS-TOTAL-POINTS * 100
           / (WS-ACTIVE-COUNT * 6)
           ON SIZE ERROR MOVE ZERO TO WS-PCT
       END-COMPUTE.
       MOVE WS-PCT TO WS-T-PCT.
       MOVE WS-CLEAN-COUNT TO WS-T-CLEAN.
       MOVE WS-BOUNCE-COUNT TO WS-T-BOUNCES.
       MOVE WS-TREND-LINE TO ReportLine.
       WRITE ReportLine.

*> Earlier months back as they were, this month's rows after them
SaveHistory.
       OPEN OUTPUT HistoryFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > HistCount
           MOVE Hi-Period(WS-IDX) TO DHPeriod
           MOVE Hi-Operator(WS-IDX) TO DHOperator
           MOVE Hi-Customers(WS-IDX) TO DHCustomers
           MOVE Hi-Points(WS-IDX) TO DHPoints
           MOVE Hi-Clean(WS-IDX) TO DHClean
           MOVE Hi-Bounces(WS-IDX) TO DHBounces
           WRITE HistoryRecord
       END-PERFORM.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > OpCount
           MOVE WS-RUN-PERIOD TO DHPeriod
           MOVE Ot-Operator(WS-JDX) TO DHOperator
           MOVE Ot-Customers(WS-JDX) TO DHCustomers
           MOVE Ot-Points(WS-JDX) TO DHPoints
           MOVE Ot-Clean(WS-JDX) TO DHClean
           MOVE Ot-Bounces(WS-JDX) TO DHBounces
           WRITE HistoryRecord
       END-PERFORM.
       MOVE WS-RUN-PERIOD TO DHPeriod.
       MOVE WS-ALL-OPERATOR TO DHOperator.
       MOVE WS-ACTIVE-COUNT TO DHCustomers.
       MOVE WS-TOTAL-POINTS TO DHPoints.
       MOVE WS-CLEAN-COUNT TO DHClean.
       MOVE WS-BOUNCE-COUNT TO DHBounces.
       WRITE HistoryRecord.
       CLOSE HistoryFile.
       IF WS-HIST-DROPPED > 0
           MOVE SPACES TO ReportLine
           STRING "WARNING: " WS-HIST-DROPPED " oldest history rows "
               "past the table were not kept"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "custdq_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

IDENTIFICATION DIVISION.
PROGRAM-ID. ARAGING.
*> Monthly aged receivables report over the A/R ledger
*> (arledger.dat): one line per customer with an open balance,
*> bucketed current / 30 / 60 / 90+ by invoice age, bucket totals at
*> the bottom. Customer names come from CustomerFile via CUSTREC the
*> same way the other customer reports get them. Sits in the batch
*> chain next to CUSTREPORT.
*> Below the totals, every head office with branches consolidating
*> under it (custparent.txt, kept from the tutorial10 menu) gets a
*> group section: its own line and each branch's line as subtotals,
*> then the group total - the same balances the customer lines
*> already carry, so the grand totals are not counted twice.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone too; GOBACK + RETURN-CODE report success/failure
*> either way.
ENVIRONMENT DIVISION.
           FILE STATUS IS WS-CUSTOMER-STATUS.
*> OPTIONAL: a shop that hasn't billed anything yet still gets its
*> (empty) aging report instead of aborting the nightly chain
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT ReportFile ASSIGN TO "araging_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
*> its schedule ages as current instead of being chased into 90+
       SELECT OPTIONAL PayPlanFile ASSIGN TO "payplan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Bill-to parent links - which branches age under a head office
       SELECT OPTIONAL CustParentFile ASSIGN TO "custparent.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PayPlanFile.
       COPY PAYPLNREC.

*> Shared with tutorial10/CUSTSTMT via copybooks/CUSTPARREC.cpy
FD CustParentFile.
       COPY CUSTPARREC.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-AGE-DAYS PIC S9(5).
*> DATEUTIL linkage - days-between-dates comes from the shared date
*> library instead of being reinvented here
           02 WS-T-30 PIC ---,---,--9.99.
           02 WS-T-60 PIC ---,---,--9.99.
           02 WS-T-90 PIC ---,---,--9.99.
*> Consolidating branch links for the group sections. The DEPENDING
*> ON counter must be declared ahead of the table it sizes
       01 ParentLinkCount PIC 9(3) VALUE ZERO.
       01 ParentLinkTable.
           02 ParentLink OCCURS 0 TO 500 TIMES
                   DEPENDING ON ParentLinkCount.
               03 Pl-BranchID PIC 9(5).
               03 Pl-ParentID PIC 9(5).
       01 WS-PL-EOF PIC X VALUE 'N'.
       01 WS-PL-IDX PIC 9(3).
       01 WS-PL-JDX PIC 9(3).
       01 WS-PL-FIRST PIC X.
       01 WS-GROUP-PARENT PIC 9(5).
       01 WS-MEMBER-ID PIC 9(5).
       01 WS-GROUP-LINES PIC 9(3).
       01 WS-GRP-CURRENT PIC S9(9)V99.
       01 WS-GRP-30 PIC S9(9)V99.
       01 WS-GRP-60 PIC S9(9)V99.
       01 WS-GRP-90 PIC S9(9)V99.
       01 WS-GROUP-HEAD-LINE.
           02 FILLER PIC X(12) VALUE "HEAD OFFICE ".
           02 WS-H-IDNUM PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-H-NAME PIC X(20).
       01 WS-GROUP-TOTAL-LINE.
           02 FILLER PIC X(27) VALUE "  GROUP TOTAL".
           02 WS-GT-CURRENT PIC ---,---,--9.99.
           02 WS-GT-30 PIC ---,---,--9.99.
           02 WS-GT-60 PIC ---,---,--9.99.
           02 WS-GT-90 PIC ---,---,--9.99.
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "ARAGING".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-OPEN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CT-OPEN-AMOUNT PIC S9(11)V99 VALUE ZERO.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "ARAGING".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
*> zeros and the chain carries on; only a real I/O failure aborts
       IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
           DISPLAY "ARAGING: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadPlans.
       PERFORM LoadParentLinks.
       MOVE SPACES TO ReportLine.
       STRING "AGED RECEIVABLES REPORT" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "ID     NAME                    CURRENT      31-60"
           & "       61-90        90+" TO ReportLine
       MOVE WS-TOT-90 TO WS-T-90.
       MOVE WS-TOTAL-LINE TO ReportLine.
       WRITE ReportLine.
       IF ParentLinkCount > 0
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "AGED BY BILL-TO PARENT" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > ParentLinkCount
               PERFORM WriteParentGroup
           END-PERFORM
       END-IF.
       IF WS-SKIPPED-ITEMS > 0
           MOVE SPACES TO ReportLine
           STRING "WARNING: " WS-SKIPPED-ITEMS " OPEN ITEMS NOT "
       CLOSE ARLedgerFile
       CLOSE CustomerFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       PERFORM RecordControlTotals.
       DISPLAY "Aged receivables report complete. Customers listed: "
           AgeCustCount.
       MOVE 0 TO RETURN-CODE.
AgeOneItem.
       IF AROpenItem
           COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid
           ADD 1 TO WS-CT-OPEN-COUNT
           ADD WS-OPEN-AMOUNT TO WS-CT-OPEN-AMOUNT
           IF WS-OPEN-AMOUNT NOT = ZERO
               PERFORM FindCustomerSlot
               IF WS-SLOT = 0
           MOVE ZERO TO Age90(WS-SLOT)
       END-IF.

LoadParentLinks.
       *> Only branches that consolidate are grouped; a link file
       *> too big for the table drops the group section rather than
       *> printing some groups short
       MOVE 'N' TO WS-PL-EOF.
       OPEN INPUT CustParentFile.
       PERFORM UNTIL WS-PL-EOF = 'Y'
           READ CustParentFile
               AT END MOVE 'Y' TO WS-PL-EOF
           END-READ
           IF WS-PL-EOF NOT = 'Y' AND BPRollsUp
               IF ParentLinkCount = 500
                   DISPLAY "ARAGING: parent link file larger than "
                       "500 rows - group section left off"
                   MOVE 0 TO ParentLinkCount
                   MOVE 'Y' TO WS-PL-EOF
               ELSE
                   ADD 1 TO ParentLinkCount
                   MOVE BPBranchID TO Pl-BranchID(ParentLinkCount)
                   MOVE BPParentID TO Pl-ParentID(ParentLinkCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE CustParentFile.

WriteParentGroup.
       *> Each parent is printed once, at its first link
       MOVE 'Y' TO WS-PL-FIRST.
       PERFORM VARYING WS-PL-JDX FROM 1 BY 1
               UNTIL WS-PL-JDX NOT < WS-PL-IDX
           IF Pl-ParentID(WS-PL-JDX) = Pl-ParentID(WS-PL-IDX)
               MOVE 'N' TO WS-PL-FIRST
           END-IF
       END-PERFORM.
       IF WS-PL-FIRST = 'N'
           EXIT PARAGRAPH
       END-IF.
       MOVE Pl-ParentID(WS-PL-IDX) TO WS-GROUP-PARENT.
       MOVE ZERO TO WS-GROUP-LINES.
       MOVE ZERO TO WS-GRP-CURRENT.
       MOVE ZERO TO WS-GRP-30.
       MOVE ZERO TO WS-GRP-60.
       MOVE ZERO TO WS-GRP-90.
       MOVE WS-GROUP-PARENT TO WS-H-IDNUM.
       MOVE WS-GROUP-PARENT TO IDNum.
       PERFORM FormatCustomerName.
       MOVE WS-D-NAME TO WS-H-NAME.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-GROUP-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-GROUP-PARENT TO WS-MEMBER-ID.
       PERFORM WriteGroupMember.
       PERFORM VARYING WS-PL-JDX FROM WS-PL-IDX BY 1
               UNTIL WS-PL-JDX > ParentLinkCount
           IF Pl-ParentID(WS-PL-JDX) = WS-GROUP-PARENT
               MOVE Pl-BranchID(WS-PL-JDX) TO WS-MEMBER-ID
               PERFORM WriteGroupMember
           END-IF
       END-PERFORM.
       IF WS-GROUP-LINES = 0
           MOVE "  NO OPEN BALANCES" TO ReportLine
           WRITE ReportLine
       ELSE
           MOVE WS-GRP-CURRENT TO WS-GT-CURRENT
           MOVE WS-GRP-30 TO WS-GT-30
           MOVE WS-GRP-60 TO WS-GT-60
           MOVE WS-GRP-90 TO WS-GT-90
           MOVE WS-GROUP-TOTAL-LINE TO ReportLine
           WRITE ReportLine
       END-IF.

WriteGroupMember.
       *> A member with nothing open has no aging slot and no line
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > AgeCustCount OR WS-SLOT > 0
           IF AgeCustID(WS-IDX) = WS-MEMBER-ID
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM FormatAgeLine.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       ADD 1 TO WS-GROUP-LINES.
       ADD AgeCurrent(WS-SLOT) TO WS-GRP-CURRENT.
       ADD Age30(WS-SLOT) TO WS-GRP-30.
       ADD Age60(WS-SLOT) TO WS-GRP-60.
       ADD Age90(WS-SLOT) TO WS-GRP-90.

WriteCustomerLine.
       MOVE WS-IDX TO WS-SLOT.
       PERFORM FormatAgeLine.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       ADD AgeCurrent(WS-IDX) TO WS-TOT-CURRENT.
       ADD Age30(WS-IDX) TO WS-TOT-30.
       ADD Age60(WS-IDX) TO WS-TOT-60.
       ADD Age90(WS-IDX) TO WS-TOT-90.

FormatAgeLine.
       MOVE AgeCustID(WS-SLOT) TO WS-D-IDNUM.
       MOVE AgeCustID(WS-SLOT) TO IDNum.
       PERFORM FormatCustomerName.
       MOVE AgeCurrent(WS-SLOT) TO WS-D-CURRENT.
       MOVE Age30(WS-SLOT) TO WS-D-30.
       MOVE Age60(WS-SLOT) TO WS-D-60.
       MOVE Age90(WS-SLOT) TO WS-D-90.

FormatCustomerName.
       MOVE 'Y' TO WS-CUST-FOUND.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO WS-CUST-FOUND
       ELSE
           MOVE "(NOT ON FILE)" TO WS-D-NAME
       END-IF.

RecordControlTotals.
*> Open items and their open balance as read - CREDITHOLD reads the
*> same ledger next and must see the same
       MOVE "AR-OPEN" TO WS-CT-METRIC.
       MOVE WS-CT-OPEN-COUNT TO WS-CT-COUNT.
       MOVE WS-CT-OPEN-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "araging_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTSEGMENT.
*> Customer segmentation by recency, frequency and monetary value -
*> so a mailing can go to the customers it is meant for instead of
*> everyone on customers.txt. Every Active customer's purchases are
*> gathered from the sales journal (salesjournal.txt: each receipt a
*> purchase, its lines' net cost the spend, refunds netting it down)
*> and from orders taken but not yet invoiced (orderhdr.dat, open or
*> shipped - an invoiced order is on the journal already under its
*> receipt, and a cancelled one was never bought; the value of an
*> order counts once it is invoiced). Each customer is scored 1-5 on
*> recency, frequency and monetary value and put in a segment:
*>   LAPS  lapsed - nothing bought in over a year
*>   RISK  at risk - nothing bought in over 180 days
*>   CHAM  champion - 6 or more purchases and $1,000 or more spent
*>   NEW   new - first purchase in the last 90 days
*>   ACTV  the regular trade - anyone else buying
*>   NONE  never bought
*> in that order of precedence; the day counts and the champion bar
*> can be set in segparm.txt. custsegment.txt (copybooks/
*> CUSTSEGREC.cpy) is rewritten with every Active customer's scores
*> and segment, keeping beside it the segment they held at the last
*> run of an earlier quarter. MAILMERGE, CUSTLABELS and CUSTEXPORT
*> select by segment through CUSTSEG, so the win-back letter goes
*> only to the lapsed.
*> custsegment_report.txt counts the customers in each segment and
*> shows the migration since last quarter - how many moved from each
*> segment to each other one.
*> Schedule it DOM 1 in jobcal.txt so the segments follow the
*> business month by month and each quarter has a run to migrate
*> from.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL SalesJournalFile
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL CustSegFile ASSIGN TO "custsegment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEGMENT-STATUS.
       SELECT OPTIONAL ParmFile ASSIGN TO "segparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "custsegment_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with taxCalculator.cbl/DAYBALANCE via
*> copybooks/SALESJRNL.cpy
FD SalesJournalFile.
       COPY SALESJRNL.

*> Shared with ORDERENTRY via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with CUSTSEG via copybooks/CUSTSEGREC.cpy
FD CustSegFile.
       COPY CUSTSEGREC.

FD ParmFile.
       01 ParmRecord.
           02 PrmNewDays PIC 9(3).
           02 PrmRiskDays PIC 9(3).
           02 PrmLapsedDays PIC 9(3).
           02 PrmChampPurchases PIC 9(3).
           02 PrmChampSpend PIC 9(7).

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-SEGMENT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-PARM-EOF PIC X VALUE 'N'.
*> The segment rules, defaults here, segparm.txt over them
       01 WS-NEW-DAYS PIC 9(3) VALUE 90.
       01 WS-RISK-DAYS PIC 9(3) VALUE 180.
       01 WS-LAPSED-DAYS PIC 9(3) VALUE 365.
       01 WS-CHAMP-PURCHASES PIC 9(3) VALUE 6.
       01 WS-CHAMP-SPEND PIC 9(7) VALUE 1000.
*> This run's quarter, YYYYQ
       01 WS-QUARTER PIC 9(5).
       01 WS-QTR-PARTS REDEFINES WS-QUARTER.
           02 WS-QTR-YYYY PIC 9(4).
           02 WS-QTR-NUM PIC 9.
       01 WS-RUN-PARTS.
           02 WS-RUN-YYYY PIC 9(4).
           02 WS-RUN-MM PIC 9(2).
           02 WS-RUN-DD PIC 9(2).
       01 WS-DAYS-SINCE PIC S9(5).
       01 WS-DAYS-KNOWN PIC S9(5).
*> Every Active customer and what their buying adds up to, loaded in
*> IDNum order. The last receipt seen per customer tells a receipt's
*> second and later lines from a new purchase. The segment the last
*> run gave them rides along for the migration count. The DEPENDING
*> ON counter must be declared ahead of the table it sizes
       01 CsCount PIC 9(4) VALUE ZERO.
       01 CsTable.
           02 CsEntry OCCURS 0 TO 2000 TIMES DEPENDING ON CsCount.
               03 Cs-ID PIC 9(5).
               03 Cs-First PIC 9(8).
               03 Cs-Last PIC 9(8).
               03 Cs-Purchases PIC 9(5).
               03 Cs-Spend PIC S9(9)V99.
               03 Cs-RcptDate PIC 9(8).
               03 Cs-RcptNum PIC 9(6).
               03 Cs-RScore PIC 9.
               03 Cs-FScore PIC 9.
               03 Cs-MScore PIC 9.
               03 Cs-Segment PIC X(4).
               03 Cs-OldSegment PIC X(4).
               03 Cs-OldQuarter PIC 9(5).
               03 Cs-OldPrev PIC X(4).
               03 Cs-OldPrevQuarter PIC 9(5).
               03 Cs-PrevSegment PIC X(4).
               03 Cs-PrevQuarter PIC 9(5).
       01 WS-CS-IDX PIC 9(4).
       01 WS-CS-SLOT PIC 9(4).
       01 WS-FIND-ID PIC 9(5).
       01 WS-PURCHASE-DATE PIC 9(8).
*> The segments in report order, with the migration counts - a row
*> per segment held last quarter (and a last row for customers not
*> scored then), a column per segment held now
       01 WS-SEGMENT-NAMES.
           02 FILLER PIC X(16) VALUE "CHAMCHAMPIONS".
           02 FILLER PIC X(16) VALUE "ACTVREGULAR".
           02 FILLER PIC X(16) VALUE "NEW NEW".
           02 FILLER PIC X(16) VALUE "RISKAT RISK".
           02 FILLER PIC X(16) VALUE "LAPSLAPSED".
           02 FILLER PIC X(16) VALUE "NONENEVER BOUGHT".
       01 WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-NAMES.
           02 SgEntry OCCURS 6 TIMES.
               03 Sg-Code PIC X(4).
               03 Sg-Name PIC X(12).
       01 WS-SEGMENT-COUNTS.
           02 Sg-Count OCCURS 6 TIMES PIC 9(5).
       01 WS-MIGRATION.
           02 MgRow OCCURS 7 TIMES.
               03 Mg-Count OCCURS 6 TIMES PIC 9(5).
       01 WS-SG-IDX PIC 9.
       01 WS-SG-COL PIC 9.
       01 WS-SG-ROW PIC 9.
       01 WS-SG-SCAN PIC 9.
       01 WS-SEG-CODE PIC X(4).
       01 WS-MOVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STAYED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FIRST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINE-POS PIC 9(3).
       01 WS-DISPLAY-COUNT PIC ZZZZ9.
       01 WS-COUNT-LINE.
           02 WS-C-CODE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-C-NAME PIC X(12).
           02 WS-C-COUNT PIC ZZZZ9.
*> DATEUTIL linkage - days since the last and first purchases
       01 WS-DU-FUNCTION PIC X(4) VALUE 'DIFF'.
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CUSTSEGMENT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE WS-RUN-DATE TO WS-RUN-PARTS.
       MOVE WS-RUN-YYYY TO WS-QTR-YYYY.
       COMPUTE WS-QTR-NUM = (WS-RUN-MM + 2) / 3.
       PERFORM LoadParm.
       PERFORM LoadCustomers.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       PERFORM ScanJournal.
       PERFORM ScanOrders.
       PERFORM LoadLastSegments.
       MOVE ZERO TO WS-SEGMENT-COUNTS.
       MOVE ZERO TO WS-MIGRATION.
       PERFORM VARYING WS-CS-IDX FROM 1 BY 1 UNTIL WS-CS-IDX > CsCount
           PERFORM ScoreOneCustomer
       END-PERFORM.
       OPEN OUTPUT CustSegFile.
       IF WS-SEGMENT-STATUS NOT = "00"
           DISPLAY "CUSTSEGMENT: unable to open custsegment.txt, "
               "status " WS-SEGMENT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VARYING WS-CS-IDX FROM 1 BY 1 UNTIL WS-CS-IDX > CsCount
           PERFORM WriteOneSegment
       END-PERFORM.
       CLOSE CustSegFile.
       PERFORM WriteReport.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       PERFORM SpoolReport.
       DISPLAY "CUSTSEGMENT: " CsCount " customer(s) segmented, "
           WS-MOVED-COUNT " moved since last quarter".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       CLOSE ParmFile.
       IF WS-PARM-EOF = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF PrmNewDays IS NUMERIC AND PrmNewDays > ZERO
           MOVE PrmNewDays TO WS-NEW-DAYS
       END-IF.
       IF PrmRiskDays IS NUMERIC AND PrmRiskDays > ZERO
           MOVE PrmRiskDays TO WS-RISK-DAYS
       END-IF.
       IF PrmLapsedDays IS NUMERIC AND PrmLapsedDays > ZERO
           MOVE PrmLapsedDays TO WS-LAPSED-DAYS
       END-IF.
       IF PrmChampPurchases IS NUMERIC AND PrmChampPurchases > ZERO
           MOVE PrmChampPurchases TO WS-CHAMP-PURCHASES
       END-IF.
       IF PrmChampSpend IS NUMERIC AND PrmChampSpend > ZERO
           MOVE PrmChampSpend TO WS-CHAMP-SPEND
       END-IF.

LoadCustomers.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "CUSTSEGMENT: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-EOF.
       PERFORM UNTIL WS-EOF = 'Y'
           READ CustomerFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND CustActive
               IF CsCount = 2000
                   *> Rewriting the segment file from a short table
                   *> would drop the rest - refuse the run instead
                   DISPLAY "CUSTSEGMENT: more than 2000 Active "
                       "customers - nothing segmented"
                   CLOSE CustomerFile
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CsCount
               MOVE IDNum TO Cs-ID(CsCount)
               MOVE ZERO TO Cs-First(CsCount)
               MOVE ZERO TO Cs-Last(CsCount)
               MOVE ZERO TO Cs-Purchases(CsCount)
               MOVE ZERO TO Cs-Spend(CsCount)
               MOVE ZERO TO Cs-RcptDate(CsCount)
               MOVE ZERO TO Cs-RcptNum(CsCount)
               MOVE SPACES TO Cs-OldSegment(CsCount)
               MOVE ZERO TO Cs-OldQuarter(CsCount)
               MOVE SPACES TO Cs-OldPrev(CsCount)
               MOVE ZERO TO Cs-OldPrevQuarter(CsCount)
           END-IF
       END-PERFORM.
       CLOSE CustomerFile.
       MOVE 0 TO RETURN-CODE.

FindCustomer.
       MOVE 0 TO WS-CS-SLOT.
       PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > CsCount OR WS-CS-SLOT > 0
           IF Cs-ID(WS-CS-IDX) = WS-FIND-ID
               MOVE WS-CS-IDX TO WS-CS-SLOT
           END-IF
       END-PERFORM.

ScanJournal.
*> A walk-in sale carries no IDNum and belongs to nobody; a refund
*> line nets the spend down but is no purchase
       MOVE 'N' TO WS-EOF.
       OPEN INPUT SalesJournalFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ SalesJournalFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND SJCustID > ZERO
               MOVE SJCustID TO WS-FIND-ID
               PERFORM FindCustomer
               IF WS-CS-SLOT > 0
                   ADD SJItemCost TO Cs-Spend(WS-CS-SLOT)
                   IF SJItemCost > ZERO
                           AND (SJDate NOT = Cs-RcptDate(WS-CS-SLOT)
                           OR SJReceiptNum NOT = Cs-RcptNum(WS-CS-SLOT))
                       MOVE SJDate TO Cs-RcptDate(WS-CS-SLOT)
                       MOVE SJReceiptNum TO Cs-RcptNum(WS-CS-SLOT)
                       MOVE SJDate TO WS-PURCHASE-DATE
                       PERFORM CountPurchase
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SalesJournalFile.

ScanOrders.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT OrderHeaderFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ OrderHeaderFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND (OrderOpen OR OrderShipped)
               MOVE OrderCustID TO WS-FIND-ID
               PERFORM FindCustomer
               IF WS-CS-SLOT > 0
                   MOVE OrderDate TO WS-PURCHASE-DATE
                   PERFORM CountPurchase
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OrderHeaderFile.

CountPurchase.
       ADD 1 TO Cs-Purchases(WS-CS-SLOT).
       IF Cs-First(WS-CS-SLOT) = ZERO
               OR WS-PURCHASE-DATE < Cs-First(WS-CS-SLOT)
           MOVE WS-PURCHASE-DATE TO Cs-First(WS-CS-SLOT)
       END-IF.
       IF WS-PURCHASE-DATE > Cs-Last(WS-CS-SLOT)
           MOVE WS-PURCHASE-DATE TO Cs-Last(WS-CS-SLOT)
       END-IF.

LoadLastSegments.
*> The segments the last run gave - a customer gone Inactive since
*> drops out with their record
       MOVE 'N' TO WS-EOF.
       OPEN INPUT CustSegFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ CustSegFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SGCustID TO WS-FIND-ID
               PERFORM FindCustomer
               IF WS-CS-SLOT > 0
                   MOVE SGSegment TO Cs-OldSegment(WS-CS-SLOT)
                   MOVE SGQuarter TO Cs-OldQuarter(WS-CS-SLOT)
                   MOVE SGPrevSegment TO Cs-OldPrev(WS-CS-SLOT)
                   MOVE SGPrevQuarter TO Cs-OldPrevQuarter(WS-CS-SLOT)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE CustSegFile.

ScoreOneCustomer.
       IF Cs-Purchases(WS-CS-IDX) = ZERO
           MOVE ZERO TO Cs-RScore(WS-CS-IDX)
           MOVE ZERO TO Cs-FScore(WS-CS-IDX)
           MOVE ZERO TO Cs-MScore(WS-CS-IDX)
           MOVE "NONE" TO Cs-Segment(WS-CS-IDX)
       ELSE
           PERFORM ScoreBuyer
       END-IF.
       *> A segment scored in an earlier quarter becomes the one to
       *> migrate from; a rerun inside the quarter keeps the one the
       *> last quarter left
       IF Cs-OldQuarter(WS-CS-IDX) > ZERO
               AND Cs-OldQuarter(WS-CS-IDX) < WS-QUARTER
           MOVE Cs-OldSegment(WS-CS-IDX) TO Cs-PrevSegment(WS-CS-IDX)
           MOVE Cs-OldQuarter(WS-CS-IDX) TO Cs-PrevQuarter(WS-CS-IDX)
       ELSE
           MOVE Cs-OldPrev(WS-CS-IDX) TO Cs-PrevSegment(WS-CS-IDX)
           MOVE Cs-OldPrevQuarter(WS-CS-IDX)
               TO Cs-PrevQuarter(WS-CS-IDX)
       END-IF.
       MOVE Cs-Segment(WS-CS-IDX) TO WS-SEG-CODE.
       PERFORM FindSegment.
       MOVE WS-SG-IDX TO WS-SG-COL.
       ADD 1 TO Sg-Count(WS-SG-COL).
       IF Cs-PrevSegment(WS-CS-IDX) = SPACES
           MOVE 7 TO WS-SG-ROW
           ADD 1 TO WS-FIRST-COUNT
       ELSE
           MOVE Cs-PrevSegment(WS-CS-IDX) TO WS-SEG-CODE
           PERFORM FindSegment
           MOVE WS-SG-IDX TO WS-SG-ROW
           IF WS-SG-ROW = WS-SG-COL
               ADD 1 TO WS-STAYED-COUNT
           ELSE
               ADD 1 TO WS-MOVED-COUNT
           END-IF
       END-IF.
       ADD 1 TO Mg-Count(WS-SG-ROW, WS-SG-COL).

ScoreBuyer.
       MOVE WS-RUN-DATE TO WS-PURCHASE-DATE.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-PURCHASE-DATE,
           Cs-Last(WS-CS-IDX), WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-DAYS TO WS-DAYS-SINCE.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-PURCHASE-DATE,
           Cs-First(WS-CS-IDX), WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-DAYS TO WS-DAYS-KNOWN.
       EVALUATE TRUE
           WHEN WS-DAYS-SINCE NOT > 30
               MOVE 5 TO Cs-RScore(WS-CS-IDX)
           WHEN WS-DAYS-SINCE NOT > WS-NEW-DAYS
               MOVE 4 TO Cs-RScore(WS-CS-IDX)
           WHEN WS-DAYS-SINCE NOT > WS-RISK-DAYS
               MOVE 3 TO Cs-RScore(WS-CS-IDX)
           WHEN WS-DAYS-SINCE NOT > WS-LAPSED-DAYS
               MOVE 2 TO Cs-RScore(WS-CS-IDX)
           WHEN OTHER
               MOVE 1 TO Cs-RScore(WS-CS-IDX)
       END-EVALUATE.
       EVALUATE TRUE
           WHEN Cs-Purchases(WS-CS-IDX) > 11
               MOVE 5 TO Cs-FScore(WS-CS-IDX)
           WHEN Cs-Purchases(WS-CS-IDX) > 6
               MOVE 4 TO Cs-FScore(WS-CS-IDX)
           WHEN Cs-Purchases(WS-CS-IDX) > 3
               MOVE 3 TO Cs-FScore(WS-CS-IDX)
           WHEN Cs-Purchases(WS-CS-IDX) > 1
               MOVE 2 TO Cs-FScore(WS-CS-IDX)
           WHEN OTHER
               MOVE 1 TO Cs-FScore(WS-CS-IDX)
       END-EVALUATE.
       EVALUATE TRUE
           WHEN Cs-Spend(WS-CS-IDX) NOT < 5000
               MOVE 5 TO Cs-MScore(WS-CS-IDX)
           WHEN Cs-Spend(WS-CS-IDX) NOT < 1000
               MOVE 4 TO Cs-MScore(WS-CS-IDX)
           WHEN Cs-Spend(WS-CS-IDX) NOT < 500
               MOVE 3 TO Cs-MScore(WS-CS-IDX)
           WHEN Cs-Spend(WS-CS-IDX) NOT < 100
               MOVE 2 TO Cs-MScore(WS-CS-IDX)
           WHEN OTHER
               MOVE 1 TO Cs-MScore(WS-CS-IDX)
       END-EVALUATE.
       EVALUATE TRUE
           WHEN WS-DAYS-SINCE > WS-LAPSED-DAYS
               MOVE "LAPS" TO Cs-Segment(WS-CS-IDX)
           WHEN WS-DAYS-SINCE > WS-RISK-DAYS
               MOVE "RISK" TO Cs-Segment(WS-CS-IDX)
           WHEN Cs-Purchases(WS-CS-IDX) NOT < WS-CHAMP-PURCHASES
                   AND Cs-Spend(WS-CS-IDX) NOT < WS-CHAMP-SPEND
               MOVE "CHAM" TO Cs-Segment(WS-CS-IDX)
           WHEN WS-DAYS-KNOWN NOT > WS-NEW-DAYS
               MOVE "NEW " TO Cs-Segment(WS-CS-IDX)
           WHEN OTHER
               MOVE "ACTV" TO Cs-Segment(WS-CS-IDX)
       END-EVALUATE.

FindSegment.
*> A code not in the list (a hand-edited file) counts with NONE
       MOVE 6 TO WS-SG-IDX.
       PERFORM VARYING WS-SG-SCAN FROM 1 BY 1 UNTIL WS-SG-SCAN > 6
           IF Sg-Code(WS-SG-SCAN) = WS-SEG-CODE
               MOVE WS-SG-SCAN TO WS-SG-IDX
           END-IF
       END-PERFORM.

WriteOneSegment.
       MOVE Cs-ID(WS-CS-IDX) TO SGCustID.
       MOVE Cs-Segment(WS-CS-IDX) TO SGSegment.
       MOVE Cs-RScore(WS-CS-IDX) TO SGRecencyScore.
       MOVE Cs-FScore(WS-CS-IDX) TO SGFrequencyScore.
       MOVE Cs-MScore(WS-CS-IDX) TO SGMonetaryScore.
       MOVE Cs-Last(WS-CS-IDX) TO SGLastPurchase.
       MOVE Cs-First(WS-CS-IDX) TO SGFirstPurchase.
       MOVE Cs-Purchases(WS-CS-IDX) TO SGPurchases.
       MOVE Cs-Spend(WS-CS-IDX) TO SGSpend.
       MOVE WS-RUN-DATE TO SGScoredDate.
       MOVE WS-QUARTER TO SGQuarter.
       MOVE Cs-PrevSegment(WS-CS-IDX) TO SGPrevSegment.
       MOVE Cs-PrevQuarter(WS-CS-IDX) TO SGPrevQuarter.
       WRITE CustSegRecord.

WriteReport.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CUSTSEGMENT: unable to open custsegment_report.txt"
               ", status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "CUSTOMER SEGMENTS  BUSINESS DATE " WS-RUN-DATE
           "  QUARTER " WS-QTR-YYYY "Q" WS-QTR-NUM
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "SEGMENT           CUSTOMERS" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-SG-IDX FROM 1 BY 1 UNTIL WS-SG-IDX > 6
           MOVE Sg-Code(WS-SG-IDX) TO WS-C-CODE
           MOVE Sg-Name(WS-SG-IDX) TO WS-C-NAME
           MOVE Sg-Count(WS-SG-IDX) TO WS-C-COUNT
           MOVE WS-COUNT-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "SEGMENT MIGRATION SINCE LAST QUARTER - FROM (ROW) TO "
           & "(COLUMN)" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       MOVE "FROM" TO ReportLine.
       MOVE 14 TO WS-LINE-POS.
       PERFORM VARYING WS-SG-COL FROM 1 BY 1 UNTIL WS-SG-COL > 6
           MOVE Sg-Code(WS-SG-COL) TO ReportLine(WS-LINE-POS + 2:4)
           ADD 7 TO WS-LINE-POS
       END-PERFORM.
       WRITE ReportLine.
       PERFORM VARYING WS-SG-ROW FROM 1 BY 1 UNTIL WS-SG-ROW > 7
           PERFORM WriteMigrationRow
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Moved to another segment: " WS-MOVED-COUNT
           "   stayed: " WS-STAYED-COUNT
           "   not scored last quarter: " WS-FIRST-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       MOVE 0 TO RETURN-CODE.

WriteMigrationRow.
       MOVE SPACES TO ReportLine.
       IF WS-SG-ROW = 7
           MOVE "(not scored)" TO ReportLine
       ELSE
           MOVE Sg-Code(WS-SG-ROW) TO ReportLine
       END-IF.
       MOVE 14 TO WS-LINE-POS.
       PERFORM VARYING WS-SG-COL FROM 1 BY 1 UNTIL WS-SG-COL > 6
           MOVE Mg-Count(WS-SG-ROW, WS-SG-COL) TO WS-DISPLAY-COUNT
           MOVE WS-DISPLAY-COUNT TO ReportLine(WS-LINE-POS:5)
           ADD 7 TO WS-LINE-POS
       END-PERFORM.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "custsegment_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

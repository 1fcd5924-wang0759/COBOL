       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PROMORPT.
*> Promotion effectiveness report - did a promotion sell anything
*> extra, or just give margin away? For every promotion on
*> promotions.txt (the file taxCalculator.cbl's ApplyPromotion
*> discounts from) the sales journal is totalled twice for the
*> promoted SKU or category: over the promotion's window, and over a
*> baseline window of the same number of days ending the day before
*> it started. Both show units, revenue, and margin at ProdUnitCost;
*> the promotion window also shows the discount given and the
*> revenue left after it, and both count the distinct customers who
*> bought. The change in units, revenue after discount and margin
*> against the baseline closes each promotion's block.
*> The journal carries dollars, not units: a line's units are its
*> amount over the SKU's list price, rounded (one unit a line when
*> there is no SKU or no price), the same estimate MARGINREPORT
*> makes for cost. Lines with no SKU have no cost and are shown as
*> unknown-cost revenue. A discount line is the negative line the
*> register writes straight after the item it discounts - same
*> receipt, SKU and category; any other negative line is a refund
*> and nets against units and revenue. A promotion still running is
*> compared to date (window and baseline both cut to the days run
*> so far); one not yet started is listed as such.
*> Output to promo_report.txt; nothing is changed.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PromoFile ASSIGN TO "promotions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SalesJournalFile
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT ReportFile ASSIGN TO "promo_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Same record taxCalculator.cbl's LoadPromos reads: PromoRecType
*> 'CAT' matches on category code, 'SKU' on the SKU billed;
*> PromoRecMethod 'P' = percent off, 'A' = amount off
FD PromoFile.
       01 PromoRecord.
           02 PromoRecType PIC X(3).
           02 PromoRecCode PIC X(10).
           02 PromoRecMethod PIC X.
           02 PromoRecValue PIC 9(4)V99.
           02 PromoRecStart PIC 9(8).
           02 PromoRecEnd PIC 9(8).

*> Shared with taxCalculator.cbl/DAYBALANCE via
*> copybooks/SALESJRNL.cpy
FD SalesJournalFile.
       COPY SALESJRNL.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PROMO-EOF PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
*> Promotions and what each one did, in promotions.txt order. The
*> DEPENDING ON counter must be declared ahead of the table - the
*> same 50 the register loads
       01 PromoCount PIC 9(2) VALUE ZERO.
       01 PromoTable.
           02 PromoEntry OCCURS 0 TO 50 TIMES DEPENDING ON PromoCount.
               03 Pr-Type PIC X(3).
               03 Pr-Code PIC X(10).
               03 Pr-Method PIC X.
               03 Pr-Value PIC 9(4)V99.
               03 Pr-Start PIC 9(8).
               03 Pr-End PIC 9(8).
               03 Pr-Started PIC X.
               03 Pr-Running PIC X.
               03 Pr-WinEnd PIC 9(8).
               03 Pr-Days PIC 9(5).
               03 Pr-BaseStart PIC 9(8).
               03 Pr-BaseEnd PIC 9(8).
*> Index 1 is the promotion window, 2 the baseline before it
               03 Pr-Window OCCURS 2 TIMES.
                   04 Pw-Units PIC S9(7).
                   04 Pw-Revenue PIC S9(9)V99.
                   04 Pw-Discount PIC S9(9)V99.
                   04 Pw-Cost PIC S9(9)V99.
                   04 Pw-Unknown PIC S9(9)V99.
                   04 Pw-DiscUnknown PIC S9(9)V99.
                   04 Pw-Customers PIC 9(5).
*> Customers seen per promotion and window, for the distinct count
       01 SeenCount PIC 9(5) VALUE ZERO.
       01 SeenTable.
           02 SeenEntry OCCURS 0 TO 20000 TIMES DEPENDING ON SeenCount.
               03 Sn-Promo PIC 9(2).
               03 Sn-Window PIC 9.
               03 Sn-CustID PIC 9(5).
       01 WS-SEEN-FULL PIC 9(6) VALUE ZERO.
       01 WS-IDX PIC 9(5).
       01 WS-PX PIC 9(2).
       01 WS-WX PIC 9.
       01 WS-FOUND PIC X.
*> The journal line in hand, and the one before it - a discount line
*> follows the item it discounts
       01 WS-LINE-DISCOUNT PIC X.
       01 WS-LINE-UNITS PIC S9(7).
       01 WS-LINE-COST PIC S9(8)V99.
       01 WS-COST-KNOWN PIC X.
       01 WS-PREV-DATE PIC 9(8) VALUE ZERO.
       01 WS-PREV-RECEIPT PIC 9(6) VALUE ZERO.
       01 WS-PREV-SKU PIC X(10) VALUE SPACES.
       01 WS-PREV-CATEGORY PIC X(4) VALUE SPACES.
       01 WS-PREV-COST PIC S9(6)V99 VALUE ZERO.
       01 WS-PREV-KNOWN PIC X VALUE 'N'.
       01 WS-DISCOUNT-AMOUNT PIC S9(6)V99.
*> Comparison figures
       01 WS-NET-REVENUE PIC S9(9)V99.
       01 WS-MARGIN PIC S9(9)V99.
       01 WS-PROMO-MARGIN PIC S9(9)V99.
       01 WS-CHANGE PIC S9(9)V99.
       01 WS-PCT PIC S9(5)V9.
       01 WS-PROMO-LINE.
           02 FILLER PIC X(6) VALUE "PROMO ".
           02 WS-L-TYPE PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 WS-L-CODE PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-L-OFFER PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 WS-L-START PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-L-END PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-L-NOTE PIC X(40).
       01 WS-VALUE-OUT PIC ZZZ9.99.
       01 WS-DAYS-OUT PIC ZZZZ9.
       01 WS-DETAIL-LINE.
           02 WS-D-NAME PIC X(10).
           02 WS-D-FROM PIC 9(8).
           02 FILLER PIC X VALUE "-".
           02 WS-D-TO PIC 9(8).
           02 WS-D-UNITS PIC ------9.
           02 WS-D-REVENUE PIC ----,---,--9.99.
           02 WS-D-DISCOUNT PIC ---,---,--9.99.
           02 WS-D-NET PIC ----,---,--9.99.
           02 WS-D-MARGIN PIC ----,---,--9.99.
           02 WS-D-CUSTOMERS PIC ZZZZZ9.
       01 WS-CHANGE-LINE.
           02 FILLER PIC X(27) VALUE "CHANGE ON BASELINE".
           02 WS-C-UNITS PIC ------9.
           02 WS-C-REVENUE PIC ----,---,--9.99.
           02 FILLER PIC X(14) VALUE SPACES.
           02 WS-C-NET PIC ----,---,--9.99.
           02 WS-C-MARGIN PIC ----,---,--9.99.
           02 WS-C-CUSTOMERS PIC -----9.
       01 WS-AMOUNT-OUT PIC ----,---,--9.99.
       01 WS-AMOUNT2-OUT PIC ----,---,--9.99.
       01 WS-PCT-OUT PIC ----9.9.
*> DATEUTIL linkage - window lengths and the baseline before them
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE1 PIC 9(8).
       01 WS-DU-DATE2 PIC 9(8).
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> BIZDATE linkage - a promotion runs to date up to the business
*> date
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "PROMORPT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadPromos.
       IF PromoCount = 0
           DISPLAY "PROMORPT: no promotions on promotions.txt"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT SalesJournalFile.
       IF WS-JOURNAL-STATUS NOT = "00"
               AND WS-JOURNAL-STATUS NOT = "05"
           DISPLAY "PROMORPT: unable to open salesjournal.txt, "
               "status " WS-JOURNAL-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "PROMORPT: unable to open promo_report.txt, "
               "status " WS-REPORT-STATUS
           CLOSE SalesJournalFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ReadJournal.
       PERFORM UNTIL AtEndOfFile
           PERFORM TallyOneLine
           PERFORM ReadJournal
       END-PERFORM.
       CLOSE SalesJournalFile.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "PROMOTION EFFECTIVENESS  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > PromoCount
           PERFORM WritePromoBlock
       END-PERFORM.
       IF WS-SEEN-FULL > 0
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "WARNING: customer table full - " WS-SEEN-FULL
               " purchases not in the customer counts"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Promotion report complete. Promotions: " PromoCount.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

*> Each promotion with its window cut to date and the baseline of
*> the same length ending the day before it started
LoadPromos.
       OPEN INPUT PromoFile.
       PERFORM UNTIL WS-PROMO-EOF = 'Y' OR PromoCount = 50
           READ PromoFile
               AT END MOVE 'Y' TO WS-PROMO-EOF
           END-READ
           IF WS-PROMO-EOF NOT = 'Y'
               ADD 1 TO PromoCount
               MOVE PromoRecType TO Pr-Type(PromoCount)
               MOVE PromoRecCode TO Pr-Code(PromoCount)
               MOVE PromoRecMethod TO Pr-Method(PromoCount)
               MOVE PromoRecValue TO Pr-Value(PromoCount)
               MOVE PromoRecStart TO Pr-Start(PromoCount)
               MOVE PromoRecEnd TO Pr-End(PromoCount)
               PERFORM SetWindows
           END-IF
       END-PERFORM.
       CLOSE PromoFile.

SetWindows.
       MOVE 'N' TO Pr-Started(PromoCount).
       MOVE 'N' TO Pr-Running(PromoCount).
       MOVE ZERO TO Pr-Days(PromoCount) Pr-BaseStart(PromoCount)
           Pr-BaseEnd(PromoCount).
       MOVE Pr-End(PromoCount) TO Pr-WinEnd(PromoCount).
       PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 2
           MOVE ZERO TO Pw-Units(PromoCount, WS-WX)
               Pw-Revenue(PromoCount, WS-WX)
               Pw-Discount(PromoCount, WS-WX)
               Pw-Cost(PromoCount, WS-WX)
               Pw-Unknown(PromoCount, WS-WX)
               Pw-DiscUnknown(PromoCount, WS-WX)
               Pw-Customers(PromoCount, WS-WX)
       END-PERFORM.
       IF Pr-Start(PromoCount) > WS-RUN-DATE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO Pr-Started(PromoCount).
       IF Pr-End(PromoCount) > WS-RUN-DATE
           MOVE 'Y' TO Pr-Running(PromoCount)
           MOVE WS-RUN-DATE TO Pr-WinEnd(PromoCount)
       END-IF.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       MOVE Pr-WinEnd(PromoCount) TO WS-DU-DATE1.
       MOVE Pr-Start(PromoCount) TO WS-DU-DATE2.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00" OR WS-DU-DAYS < 0
           MOVE 'N' TO Pr-Started(PromoCount)
           EXIT PARAGRAPH
       END-IF.
       COMPUTE Pr-Days(PromoCount) = WS-DU-DAYS + 1.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE Pr-Start(PromoCount) TO WS-DU-DATE1.
       MOVE -1 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-RESULT TO Pr-BaseEnd(PromoCount).
       COMPUTE WS-DU-DAYS = 0 - Pr-Days(PromoCount).
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-RESULT TO Pr-BaseStart(PromoCount).

ReadJournal.
       READ SalesJournalFile
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

TallyOneLine.
       MOVE 'N' TO WS-LINE-DISCOUNT.
       IF SJItemCost < ZERO AND SJRmaNum = ZERO
               AND SJDate = WS-PREV-DATE
               AND SJReceiptNum = WS-PREV-RECEIPT
               AND SJSKU = WS-PREV-SKU
               AND SJCategory = WS-PREV-CATEGORY
               AND WS-PREV-COST > ZERO
               AND 0 - SJItemCost NOT > WS-PREV-COST
           MOVE 'Y' TO WS-LINE-DISCOUNT
           COMPUTE WS-DISCOUNT-AMOUNT = 0 - SJItemCost
       ELSE
           PERFORM EstimateLine
       END-IF.
       PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > PromoCount
           IF Pr-Started(WS-PX) = 'Y'
               PERFORM MatchPromo
           END-IF
       END-PERFORM.
       MOVE SJDate TO WS-PREV-DATE.
       MOVE SJReceiptNum TO WS-PREV-RECEIPT.
       MOVE SJSKU TO WS-PREV-SKU.
       MOVE SJCategory TO WS-PREV-CATEGORY.
       IF WS-LINE-DISCOUNT = 'Y'
           *> A second negative line after a discount is a refund
           MOVE ZERO TO WS-PREV-COST
       ELSE
           MOVE SJItemCost TO WS-PREV-COST
           MOVE WS-COST-KNOWN TO WS-PREV-KNOWN
       END-IF.

*> Units and cost for a sale or refund line
EstimateLine.
       MOVE 'N' TO WS-COST-KNOWN.
       MOVE ZERO TO WS-LINE-COST.
       IF SJItemCost < ZERO
           MOVE -1 TO WS-LINE-UNITS
       ELSE
           MOVE 1 TO WS-LINE-UNITS
       END-IF.
       IF SJSKU = SPACES OR WS-PRODUCTS-OPEN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SJSKU TO ProdSKU.
       READ ProductFile
           INVALID KEY EXIT PARAGRAPH
       END-READ.
       IF ProdUnitPrice > ZERO
           COMPUTE WS-LINE-UNITS ROUNDED = SJItemCost / ProdUnitPrice
           IF WS-LINE-UNITS = ZERO
               IF SJItemCost < ZERO
                   MOVE -1 TO WS-LINE-UNITS
               ELSE
                   MOVE 1 TO WS-LINE-UNITS
               END-IF
           END-IF
       END-IF.
       COMPUTE WS-LINE-COST = WS-LINE-UNITS * ProdUnitCost.
       MOVE 'Y' TO WS-COST-KNOWN.

*> Does the line fall to promotion WS-PX, in its window (1) or its
*> baseline (2)
MatchPromo.
       IF Pr-Type(WS-PX) = 'SKU'
           IF SJSKU NOT = Pr-Code(WS-PX)
               EXIT PARAGRAPH
           END-IF
       ELSE
           IF SJCategory NOT = Pr-Code(WS-PX)(1:4)
               EXIT PARAGRAPH
           END-IF
       END-IF.
       EVALUATE TRUE
           WHEN SJDate NOT < Pr-Start(WS-PX)
                   AND SJDate NOT > Pr-WinEnd(WS-PX)
               MOVE 1 TO WS-WX
           WHEN SJDate NOT < Pr-BaseStart(WS-PX)
                   AND SJDate NOT > Pr-BaseEnd(WS-PX)
               MOVE 2 TO WS-WX
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       IF WS-LINE-DISCOUNT = 'Y'
           ADD WS-DISCOUNT-AMOUNT TO Pw-Discount(WS-PX, WS-WX)
           IF WS-PREV-KNOWN NOT = 'Y'
               ADD WS-DISCOUNT-AMOUNT TO Pw-DiscUnknown(WS-PX, WS-WX)
           END-IF
           EXIT PARAGRAPH
       END-IF.
       ADD WS-LINE-UNITS TO Pw-Units(WS-PX, WS-WX).
       ADD SJItemCost TO Pw-Revenue(WS-PX, WS-WX).
       IF WS-COST-KNOWN = 'Y'
           ADD WS-LINE-COST TO Pw-Cost(WS-PX, WS-WX)
       ELSE
           ADD SJItemCost TO Pw-Unknown(WS-PX, WS-WX)
       END-IF.
       IF SJItemCost > ZERO
           PERFORM NoteCustomer
       END-IF.

NoteCustomer.
       MOVE 'N' TO WS-FOUND.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > SeenCount OR WS-FOUND = 'Y'
           IF Sn-Promo(WS-IDX) = WS-PX AND Sn-Window(WS-IDX) = WS-WX
                   AND Sn-CustID(WS-IDX) = SJCustID
               MOVE 'Y' TO WS-FOUND
           END-IF
       END-PERFORM.
       IF WS-FOUND = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF SeenCount = 20000
           ADD 1 TO WS-SEEN-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO SeenCount.
       MOVE WS-PX TO Sn-Promo(SeenCount).
       MOVE WS-WX TO Sn-Window(SeenCount).
       MOVE SJCustID TO Sn-CustID(SeenCount).
       ADD 1 TO Pw-Customers(WS-PX, WS-WX).

WritePromoBlock.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE Pr-Type(WS-PX) TO WS-L-TYPE.
       MOVE Pr-Code(WS-PX) TO WS-L-CODE.
       MOVE Pr-Value(WS-PX) TO WS-VALUE-OUT.
       MOVE SPACES TO WS-L-OFFER.
       IF Pr-Method(WS-PX) = 'P'
           STRING FUNCTION TRIM(WS-VALUE-OUT) "% OFF"
               DELIMITED BY SIZE INTO WS-L-OFFER
       ELSE
           STRING "$" FUNCTION TRIM(WS-VALUE-OUT) " OFF"
               DELIMITED BY SIZE INTO WS-L-OFFER
       END-IF.
       MOVE Pr-Start(WS-PX) TO WS-L-START.
       MOVE Pr-End(WS-PX) TO WS-L-END.
       MOVE SPACES TO WS-L-NOTE.
       MOVE Pr-Days(WS-PX) TO WS-DAYS-OUT.
       EVALUATE TRUE
           WHEN Pr-Started(WS-PX) = 'N'
               MOVE "NOT STARTED - NOTHING TO COMPARE" TO WS-L-NOTE
           WHEN Pr-Running(WS-PX) = 'Y'
               STRING "RUNNING - " FUNCTION TRIM(WS-DAYS-OUT)
                   " DAYS TO DATE"
                   DELIMITED BY SIZE INTO WS-L-NOTE
           WHEN OTHER
               STRING FUNCTION TRIM(WS-DAYS-OUT) " DAYS"
                   DELIMITED BY SIZE INTO WS-L-NOTE
       END-EVALUATE.
       MOVE WS-PROMO-LINE TO ReportLine.
       WRITE ReportLine.
       IF Pr-Started(WS-PX) = 'N'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "          WINDOW              UNITS        REVENUE      "
           "DISCOUNT    NET REVENUE         MARGIN CUSTS"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "PROMOTION" TO WS-D-NAME.
       MOVE Pr-Start(WS-PX) TO WS-D-FROM.
       MOVE Pr-WinEnd(WS-PX) TO WS-D-TO.
       MOVE 1 TO WS-WX.
       PERFORM WriteWindowLine.
       MOVE WS-MARGIN TO WS-PROMO-MARGIN.
       MOVE "BASELINE " TO WS-D-NAME.
       MOVE Pr-BaseStart(WS-PX) TO WS-D-FROM.
       MOVE Pr-BaseEnd(WS-PX) TO WS-D-TO.
       MOVE 2 TO WS-WX.
       PERFORM WriteWindowLine.
       *> WS-PROMO-MARGIN holds the promotion's margin, WS-MARGIN
       *> the baseline's
       COMPUTE WS-CHANGE = Pw-Units(WS-PX, 1) - Pw-Units(WS-PX, 2).
       MOVE WS-CHANGE TO WS-C-UNITS.
       COMPUTE WS-CHANGE = Pw-Revenue(WS-PX, 1) - Pw-Discount(WS-PX, 1)
           - Pw-Revenue(WS-PX, 2) + Pw-Discount(WS-PX, 2).
       MOVE WS-CHANGE TO WS-C-NET.
       COMPUTE WS-CHANGE = Pw-Revenue(WS-PX, 1) - Pw-Revenue(WS-PX, 2).
       MOVE WS-CHANGE TO WS-C-REVENUE.
       COMPUTE WS-CHANGE = WS-PROMO-MARGIN - WS-MARGIN.
       MOVE WS-CHANGE TO WS-C-MARGIN.
       COMPUTE WS-CHANGE = Pw-Customers(WS-PX, 1)
           - Pw-Customers(WS-PX, 2).
       MOVE WS-CHANGE TO WS-C-CUSTOMERS.
       MOVE WS-CHANGE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       IF Pw-Units(WS-PX, 2) > ZERO
           COMPUTE WS-PCT ROUNDED = (Pw-Units(WS-PX, 1)
               - Pw-Units(WS-PX, 2)) * 100 / Pw-Units(WS-PX, 2)
               ON SIZE ERROR MOVE ZERO TO WS-PCT
           END-COMPUTE
           MOVE WS-PCT TO WS-PCT-OUT
           STRING "Unit lift on baseline " WS-PCT-OUT "%"
               DELIMITED BY SIZE INTO ReportLine
       ELSE
           MOVE "Unit lift on baseline n/a - nothing sold in the "
               & "baseline window" TO ReportLine
       END-IF.
       WRITE ReportLine.
       IF Pw-Unknown(WS-PX, 1) NOT = ZERO
               OR Pw-Unknown(WS-PX, 2) NOT = ZERO
           MOVE SPACES TO ReportLine
           MOVE Pw-Unknown(WS-PX, 1) TO WS-AMOUNT-OUT
           MOVE Pw-Unknown(WS-PX, 2) TO WS-AMOUNT2-OUT
           STRING "Unknown-cost revenue (no SKU), not in margin: "
               "window " WS-AMOUNT-OUT " baseline " WS-AMOUNT2-OUT
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.

*> Margin is revenue after discount less cost, on the lines whose
*> cost is known; left in WS-MARGIN for the change line
WriteWindowLine.
       MOVE Pw-Units(WS-PX, WS-WX) TO WS-D-UNITS.
       MOVE Pw-Revenue(WS-PX, WS-WX) TO WS-D-REVENUE.
       MOVE Pw-Discount(WS-PX, WS-WX) TO WS-D-DISCOUNT.
       COMPUTE WS-NET-REVENUE = Pw-Revenue(WS-PX, WS-WX)
           - Pw-Discount(WS-PX, WS-WX).
       MOVE WS-NET-REVENUE TO WS-D-NET.
       COMPUTE WS-MARGIN = Pw-Revenue(WS-PX, WS-WX)
           - Pw-Unknown(WS-PX, WS-WX) - Pw-Discount(WS-PX, WS-WX)
           + Pw-DiscUnknown(WS-PX, WS-WX) - Pw-Cost(WS-PX, WS-WX).
       MOVE WS-MARGIN TO WS-D-MARGIN.
       MOVE Pw-Customers(WS-PX, WS-WX) TO WS-D-CUSTOMERS.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "promo_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. YEAREND.
*> Fiscal year-end close. The fiscal year is the calendar year, the
*> twelve months PERIODCLOSE locks one at a time, and this job may
*> only run once all twelve are CLOSED on periodctl.txt - a year
*> still taking postings isn't finished. A supervisor signs on (the
*> same check PERIODCLOSE makes) and names the year, and the job:
*>   - reports the year's sales by category and by customer, from
*>     salessum.txt for the months SALESROLLUP has summarized and
*>     from salesjournal.txt for the months still in detail, the
*>     way BUDGET totals actuals without counting a month twice;
*>   - reports the tax collected by rate: each journal line under
*>     its category and the rate in force the day it was rung (the
*>     base rate, taxrates.txt, or its jurisdiction's through
*>     TAXJURIS - the same rate TAXREMIT checks it against), exempt
*>     lines on their own; summarized months have no line detail
*>     left, so their tax is shown by category;
*>   - snapshots the A/R ledger (every open item on arledger.dat,
*>     into yearend_ar_YYYY.txt) and the stock valuation (every
*>     stock.dat item extended at the product's cost, into
*>     yearend_stock_YYYY.txt), with their totals on the report;
*>   - opens the new fiscal year: its twelve periods go on
*>     periodctl.txt as open, and budget.txt gets the new year's
*>     months carried forward from the year closed, category by
*>     category - unless the new year has been budgeted already.
*> The closed year is recorded on yearendctl.txt, and a year found
*> there is refused - the close runs once per year.
*> Output to yearend_report.txt, also filed on the report spool
*> (RPTSPOOL) for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PeriodControlFile ASSIGN TO "periodctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> One line per fiscal year closed
       SELECT OPTIONAL YearEndControlFile ASSIGN TO "yearendctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SalesJournalFile
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SummaryFile ASSIGN TO "salessum.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RateFile ASSIGN TO "taxrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL StockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StockKey
           FILE STATUS IS WS-STOCK-STATUS.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL BudgetFile ASSIGN TO "budget.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> The year-end snapshots, named for the year closed
       SELECT ArSnapFile ASSIGN TO DYNAMIC WS-AR-SNAP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.
       SELECT StockSnapFile ASSIGN TO DYNAMIC WS-STOCK-SNAP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.
       SELECT ReportFile ASSIGN TO "yearend_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with PERIODCLOSE/PERIODCHK via copybooks/PERIODREC.cpy
FD PeriodControlFile.
       COPY PERIODREC.

*> Same layout tutorial10's OperatorFile reads; the close needs the
*> supervisor role ('S')
FD OperatorFile.
       01 OperatorRecord.
           02 OpID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpPassword PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpRole PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

*> Fields kept contiguous with no separator FILLER, same LINE
*> SEQUENTIAL workaround CustomerPurge.cbl notes
FD YearEndControlFile.
       01 YearEndControlRecord.
           02 YEYear PIC 9(4).
           02 YEBusDate PIC 9(8).
           02 YEOperator PIC X(10).
           02 YEStamp PIC X(21).

*> Shared with taxCalculator.cbl/DAYBALANCE via
*> copybooks/SALESJRNL.cpy
FD SalesJournalFile.
       COPY SALESJRNL.

*> Shared with SALESROLLUP/SALESANALYSIS via copybooks/SALESSUM.cpy
FD SummaryFile.
       COPY SALESSUM.

*> Shared shape with TAXRATEMAINT, which appends the rows
FD RateFile.
       01 RateRecord.
           02 RateRecCode PIC X(4).
           02 FILLER      PIC X VALUE SPACE.
           02 RateRecRate PIC 9V99.
           02 FILLER      PIC X VALUE SPACE.
           02 RateRecEffDate PIC 9(8).

*> Shared with coboltut.cbl via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ARPAYMENT/taxCalculator.cbl via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
       COPY ARLEDREC.

*> Shared with STOCKRECEIVE/ORDERENTRY via copybooks/STOCKREC.cpy
FD StockFile.
       COPY STOCKREC.

*> Shared with PRODMAINT/taxCalculator.cbl via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Same row BUDGET maintains
FD BudgetFile.
       01 BudgetRecord.
           02 BGPeriod PIC 9(6).
           02 BGCategory PIC X(4).
           02 BGAmount PIC 9(8)V99.

*> Open item as it stood at year end, balance worked out
FD ArSnapFile.
       01 ArSnapRecord.
           02 ASInvoiceNum PIC 9(6).
           02 ASCustID PIC 9(5).
           02 ASInvoiceDate PIC 9(8).
           02 ASDocType PIC X.
           02 ASInvoiceAmount PIC S9(8)V99.
           02 ASAmountPaid PIC S9(8)V99.
           02 ASBalance PIC S9(8)V99.

*> Stock item as it stood at year end, valued at cost (zero cost
*> when the product has none on file)
FD StockSnapFile.
       01 StockSnapRecord.
           02 KSLocation PIC X(4).
           02 KSProdName PIC X(10).
           02 KSSize PIC X.
           02 KSOnHand PIC S9(5).
           02 KSQuarantine PIC 9(5).
           02 KSUnitCost PIC 9(6)V99.
           02 KSValue PIC S9(9)V99.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-SNAP-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PERIOD-EOF PIC X.
       01 WS-YEC-EOF PIC X.
       01 WS-SUMMARY-EOF PIC X.
       01 WS-RATE-EOF PIC X VALUE 'N'.
       01 WS-BUDGET-EOF PIC X.
       01 WS-LEDGER-EOF PIC X.
       01 WS-STOCK-EOF PIC X.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
*> The year being closed and the one being opened
       01 WS-YEAR-INPUT PIC X(4).
       01 WS-YEAR PIC 9(4).
       01 WS-NEW-YEAR PIC 9(4).
       01 WS-ALREADY-CLOSED PIC X VALUE 'N'.
       01 WS-MONTH PIC 99.
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-BUILD.
           02 WS-PB-YEAR PIC 9(4).
           02 WS-PB-MONTH PIC 99.
       01 WS-PERIOD-BUILT REDEFINES WS-PERIOD-BUILD PIC 9(6).
       01 WS-OPEN-MONTHS PIC 99 VALUE ZERO.
       01 WS-AR-SNAP-NAME PIC X(30).
       01 WS-STOCK-SNAP-NAME PIC X(30).
*> The period control file held whole, as PERIODCLOSE holds it. The
*> DEPENDING ON counter must be declared ahead of the table
       01 PeriodCount PIC 9(3) VALUE ZERO.
       01 PeriodTable.
           02 Period OCCURS 0 TO 200 TIMES
                   DEPENDING ON PeriodCount.
               03 Pe-Period PIC 9(6).
               03 Pe-Status PIC X.
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-SLOT PIC 9(4).
*> Budget rows held whole, as BUDGET holds them
       01 BudgetCount PIC 9(3) VALUE ZERO.
       01 BudgetTable.
           02 Budget OCCURS 0 TO 500 TIMES
                   DEPENDING ON BudgetCount.
               03 Bg-Period PIC 9(6).
               03 Bg-Category PIC X(4).
               03 Bg-Amount PIC 9(8)V99.
       01 WS-BUDGET-FULL PIC X VALUE 'N'.
       01 WS-NEW-YEAR-BUDGETED PIC X VALUE 'N'.
       01 WS-BUDGET-ROLLED PIC 9(3) VALUE ZERO.
       01 WS-PERIODS-OPENED PIC 99 VALUE ZERO.
*> The four categories plus a catch-all, as BUDGET and TAXREMIT
*> keep them, with the base rate billing falls back on
       01 WS-CAT-TOTALS.
           05 WS-CT OCCURS 5 TIMES.
               10 WS-CT-CODE PIC X(4).
               10 WS-CT-BASE-RATE PIC 9V99.
               10 WS-CT-SALES PIC S9(9)V99.
               10 WS-CT-TAX PIC S9(9)V99.
               10 WS-CT-ROLLED-TAX PIC S9(9)V99.
       01 WS-CAT-IDX PIC 9.
       01 WS-CAT-SLOT PIC 9.
       01 WS-CAT-INPUT PIC X(4).
*> The year's sales per customer, kept in customer ID order as they
*> are met. The DEPENDING ON counter must be declared ahead of the
*> table
       01 CustCount PIC 9(4) VALUE ZERO.
       01 CustTable.
           02 CustEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON CustCount.
               03 Cu-ID PIC 9(5).
               03 Cu-Sales PIC S9(9)V99.
               03 Cu-Tax PIC S9(9)V99.
       01 WS-CUST-ID PIC 9(5).
       01 WS-CUST-FOUND PIC X.
       01 WS-OVER-SALES PIC S9(9)V99 VALUE ZERO.
       01 WS-OVER-TAX PIC S9(9)V99 VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ADD-SALES PIC S9(9)V99.
       01 WS-ADD-TAX PIC S9(9)V99.
*> Tax collected per category and rate in force - exempt lines in
*> rows of their own. The DEPENDING ON counter must be declared
*> ahead of the table
       01 TaxBucketCount PIC 9(3) VALUE ZERO.
       01 TaxBucketTable.
           02 TaxBucket OCCURS 0 TO 100 TIMES
                   DEPENDING ON TaxBucketCount.
               03 Tb-Category PIC X(4).
               03 Tb-Exempt PIC X.
               03 Tb-Rate PIC 9V9999.
               03 Tb-Sales PIC S9(9)V99.
               03 Tb-Tax PIC S9(9)V99.
       01 WS-BUCKET-EXEMPT PIC X.
       01 WS-TAX-OVERFLOW PIC S9(9)V99 VALUE ZERO.
*> Every dated rate row on file, as TAXREMIT loads them
       01 RateRowCount PIC 9(3) VALUE ZERO.
       01 RateRowTable.
           02 RateRow OCCURS 0 TO 100 TIMES
                   DEPENDING ON RateRowCount.
               03 Rr-Code PIC X(4).
               03 Rr-Rate PIC 9V99.
               03 Rr-EffDate PIC 9(8).
       01 WS-ROW-IDX PIC 9(3).
       01 WS-LINE-RATE PIC 9V9999.
       01 WS-BEST-EFF PIC 9(8).
*> TAXJURIS linkage - the rates the line's jurisdiction levied on
*> its category the day it was rung
       01 WS-TJ-FUNCTION PIC X(4) VALUE 'RATE'.
       01 WS-TJ-POSTAL PIC X(10) VALUE SPACES.
       01 WS-TJ-STATUS PIC XX.
       01 WS-TJ-RATES.
           05 WS-TJ-STATE-RATE PIC 9V9999.
           05 WS-TJ-COUNTY-RATE PIC 9V9999.
           05 WS-TJ-CITY-RATE PIC 9V9999.
           05 WS-TJ-TOTAL-RATE PIC 9V9999.
*> Year totals
       01 WS-GT-SALES PIC S9(10)V99 VALUE ZERO.
       01 WS-GT-TAX PIC S9(10)V99 VALUE ZERO.
       01 WS-JOURNAL-LINES PIC 9(7) VALUE ZERO.
       01 WS-SUMMARY-ROWS PIC 9(7) VALUE ZERO.
*> A/R snapshot totals by document type: invoices, finance charges,
*> returned checks, NSF fees
       01 WS-AR-TOTALS.
           05 WS-AR OCCURS 4 TIMES.
               10 WS-AR-LABEL PIC X(16).
               10 WS-AR-COUNT PIC 9(6).
               10 WS-AR-BALANCE PIC S9(10)V99.
       01 WS-AR-IDX PIC 9.
       01 WS-AR-ITEMS PIC 9(6) VALUE ZERO.
       01 WS-AR-OPEN PIC S9(10)V99 VALUE ZERO.
       01 WS-ITEM-BALANCE PIC S9(8)V99.
*> Stock snapshot totals
       01 WS-STK-ITEMS PIC 9(6) VALUE ZERO.
       01 WS-STK-UNVALUED PIC 9(6) VALUE ZERO.
       01 WS-STK-VALUE PIC S9(11)V99 VALUE ZERO.
       01 WS-STK-QUAR-VALUE PIC S9(11)V99 VALUE ZERO.
       01 WS-UNIT-COST PIC 9(6)V99.
       01 WS-COST-KNOWN PIC X.
*> Report lines
       01 WS-CAT-LINE.
           02 WS-CL-CODE PIC X(4).
           02 FILLER PIC X(8) VALUE "  SALES ".
           02 WS-CL-SALES PIC ----,---,--9.99.
           02 FILLER PIC X(6) VALUE "  TAX ".
           02 WS-CL-TAX PIC ----,---,--9.99.
       01 WS-CUST-LINE.
           02 WS-CU-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-CU-NAME PIC X(31).
           02 FILLER PIC X(7) VALUE " SALES ".
           02 WS-CU-SALES PIC ----,---,--9.99.
           02 FILLER PIC X(6) VALUE "  TAX ".
           02 WS-CU-TAX PIC ----,---,--9.99.
       01 WS-RATE-LINE.
           02 WS-RL-CODE PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-RL-RATE PIC Z9.99.
           02 WS-RL-PCT PIC X(7).
           02 FILLER PIC X(10) VALUE " TAXABLE  ".
           02 WS-RL-SALES PIC ----,---,--9.99.
           02 FILLER PIC X(6) VALUE "  TAX ".
           02 WS-RL-TAX PIC ----,---,--9.99.
       01 WS-PCT-OUT PIC 99V99.
       01 WS-AMOUNT-OUT PIC ----,---,---,--9.99.
       01 WS-COUNT-OUT PIC ZZZ,ZZ9.
*> Supervisor sign-on, same mechanism as PERIODCLOSE's
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OPERATOR-FOUND PIC X VALUE 'N'.
       01 WS-OPERATOR-EOF PIC X.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> BIZDATE linkage - the year offered for closing is the one before
*> the business date's
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YEAR PIC 9(4).
           02 FILLER PIC 9(4).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> OPSLOG linkage - the close lands on the central message log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "YEAREND".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "YEAREND".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       DISPLAY "FISCAL YEAR-END CLOSE".
       DISPLAY "Supervisor sign-on required to close a year.".
       PERFORM ValidateOperator.
       IF WS-OPERATOR-FOUND = 'N'
           DISPLAY "YEAREND: not a supervisor - nothing changed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       COMPUTE WS-YEAR = WS-RUN-YEAR - 1.
       DISPLAY "Fiscal year to close (YYYY, blank for " WS-YEAR ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-YEAR-INPUT.
       ACCEPT WS-YEAR-INPUT.
       IF WS-YEAR-INPUT NOT = SPACES
           IF WS-YEAR-INPUT IS NOT NUMERIC
               DISPLAY "YEAREND: year must be numeric YYYY - nothing "
                   "changed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-YEAR-INPUT TO WS-YEAR
       END-IF.
       COMPUTE WS-NEW-YEAR = WS-YEAR + 1.
       PERFORM CheckYearEndControl.
       IF WS-ALREADY-CLOSED = 'Y'
           DISPLAY "YEAREND: fiscal year " WS-YEAR " was closed on "
               YEBusDate " by " YEOperator " - it closes only once"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadPeriods.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       PERFORM CheckYearPeriods.
       IF WS-OPEN-MONTHS > 0
           DISPLAY "YEAREND: " WS-OPEN-MONTHS " period(s) of " WS-YEAR
               " still open - close them in PERIODCLOSE first"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadBudgets.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "YEAREND: unable to open yearend_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "FISCAL YEAR-END CLOSE " WS-YEAR
           "  BUSINESS DATE " WS-RUN-DATE "  CLOSED BY " WS-OPERATOR-ID
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM InitCategories.
       PERFORM LoadRateRows.
       PERFORM TotalJournal.
       PERFORM TotalSummaries.
       PERFORM WriteCategorySales.
       PERFORM WriteCustomerSales.
       PERFORM WriteTaxByRate.
       PERFORM SnapshotLedger.
       IF RETURN-CODE NOT = 0
           CLOSE ReportFile
           GOBACK
       END-IF.
       PERFORM SnapshotStock.
       IF RETURN-CODE NOT = 0
           CLOSE ReportFile
           GOBACK
       END-IF.
       PERFORM OpenNewYear.
       PERFORM WriteNewYearLines.
       CLOSE ReportFile.
       PERFORM RecordYearClosed.
       PERFORM SpoolReport.
       DISPLAY "Fiscal year " WS-YEAR " closed. Report in "
           "yearend_report.txt; snapshots in " WS-AR-SNAP-NAME
           " and " WS-STOCK-SNAP-NAME.
       MOVE 'I' TO WS-OPS-SEVERITY.
       MOVE SPACES TO WS-OPS-TEXT.
       STRING "Fiscal year " WS-YEAR " closed by " WS-OPERATOR-ID
           "; " WS-NEW-YEAR " opened" DELIMITED BY SIZE
           INTO WS-OPS-TEXT.
       CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
           WS-OPS-TEXT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ValidateOperator.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
       DISPLAY "Password : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-PASSWORD.
       MOVE 'N' TO WS-OPERATOR-FOUND.
       IF WS-OPERATOR-ID = WS-DEFAULT-OPERATOR-ID
               AND WS-OPERATOR-PASSWORD = WS-DEFAULT-OPERATOR-PW
           MOVE 'Y' TO WS-OPERATOR-FOUND
       ELSE
           MOVE 'N' TO WS-OPERATOR-EOF
           OPEN INPUT OperatorFile
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
                   OR WS-OPERATOR-FOUND = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO WS-OPERATOR-EOF
               END-READ
               IF WS-OPERATOR-EOF NOT = 'Y'
                   IF OpID = WS-OPERATOR-ID
                           AND OpPassword = WS-OPERATOR-PASSWORD
                           AND OpRole = 'S'
                           AND OpStatus NOT = 'D'
                       MOVE 'Y' TO WS-OPERATOR-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OperatorFile
       END-IF.

CheckYearEndControl.
       MOVE 'N' TO WS-YEC-EOF.
       OPEN INPUT YearEndControlFile.
       PERFORM UNTIL WS-YEC-EOF = 'Y' OR WS-ALREADY-CLOSED = 'Y'
           READ YearEndControlFile
               AT END MOVE 'Y' TO WS-YEC-EOF
           END-READ
           IF WS-YEC-EOF NOT = 'Y' AND YEYear = WS-YEAR
               MOVE 'Y' TO WS-ALREADY-CLOSED
           END-IF
       END-PERFORM.
       CLOSE YearEndControlFile.

LoadPeriods.
       MOVE 'N' TO WS-PERIOD-EOF.
       OPEN INPUT PeriodControlFile.
       PERFORM ReadPeriod.
       PERFORM UNTIL WS-PERIOD-EOF = 'Y' OR PeriodCount = 200
           ADD 1 TO PeriodCount
           MOVE PCPeriod TO Pe-Period(PeriodCount)
           MOVE PCStatus TO Pe-Status(PeriodCount)
           PERFORM ReadPeriod
       END-PERFORM.
       IF WS-PERIOD-EOF NOT = 'Y'
           DISPLAY "YEAREND: period file larger than 200 rows "
               "- nothing changed"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE PeriodControlFile.

ReadPeriod.
       READ PeriodControlFile
           AT END MOVE 'Y' TO WS-PERIOD-EOF
       END-READ.

*> Every month of the year must be on file as CLOSED - a month with
*> no record is open, the way PERIODCHK reads it
CheckYearPeriods.
       MOVE WS-YEAR TO WS-PB-YEAR.
       PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           MOVE WS-MONTH TO WS-PB-MONTH
           PERFORM FindPeriod
           IF WS-SLOT = 0
               ADD 1 TO WS-OPEN-MONTHS
               DISPLAY "  " WS-PERIOD-BUILT " open (never closed)"
           ELSE
               IF Pe-Status(WS-SLOT) NOT = 'C'
                   ADD 1 TO WS-OPEN-MONTHS
                   DISPLAY "  " WS-PERIOD-BUILT " open"
               END-IF
           END-IF
       END-PERFORM.

FindPeriod.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PeriodCount OR WS-SLOT > 0
           IF Pe-Period(WS-IDX) = WS-PERIOD-BUILT
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

LoadBudgets.
       MOVE 'N' TO WS-BUDGET-EOF.
       OPEN INPUT BudgetFile.
       PERFORM UNTIL WS-BUDGET-EOF = 'Y' OR BudgetCount = 500
           READ BudgetFile
               AT END MOVE 'Y' TO WS-BUDGET-EOF
           END-READ
           IF WS-BUDGET-EOF NOT = 'Y'
               ADD 1 TO BudgetCount
               MOVE BGPeriod TO Bg-Period(BudgetCount)
               MOVE BGCategory TO Bg-Category(BudgetCount)
               MOVE BGAmount TO Bg-Amount(BudgetCount)
               IF BGPeriod(1:4) = WS-NEW-YEAR
                   MOVE 'Y' TO WS-NEW-YEAR-BUDGETED
               END-IF
           END-IF
       END-PERFORM.
       IF WS-BUDGET-EOF NOT = 'Y'
           DISPLAY "YEAREND: budget file larger than 500 rows "
               "- nothing changed"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE BudgetFile.

InitCategories.
       MOVE 'FOOD' TO WS-CT-CODE(1).
       MOVE 0.03 TO WS-CT-BASE-RATE(1).
       MOVE 'CLTH' TO WS-CT-CODE(2).
       MOVE 0.05 TO WS-CT-BASE-RATE(2).
       MOVE 'ELEC' TO WS-CT-CODE(3).
       MOVE 0.10 TO WS-CT-BASE-RATE(3).
       MOVE 'GEN ' TO WS-CT-CODE(4).
       MOVE 0.13 TO WS-CT-BASE-RATE(4).
       MOVE '????' TO WS-CT-CODE(5).
       MOVE 0.13 TO WS-CT-BASE-RATE(5).
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
           MOVE ZERO TO WS-CT-SALES(WS-CAT-IDX)
           MOVE ZERO TO WS-CT-TAX(WS-CAT-IDX)
           MOVE ZERO TO WS-CT-ROLLED-TAX(WS-CAT-IDX)
       END-PERFORM.

FindCatSlot.
       MOVE 5 TO WS-CAT-SLOT.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 4
           IF WS-CT-CODE(WS-CAT-IDX) = WS-CAT-INPUT
               MOVE WS-CAT-IDX TO WS-CAT-SLOT
           END-IF
       END-PERFORM.

LoadRateRows.
       OPEN INPUT RateFile.
       PERFORM UNTIL WS-RATE-EOF = 'Y' OR RateRowCount = 100
           READ RateFile
               AT END MOVE 'Y' TO WS-RATE-EOF
           END-READ
           IF WS-RATE-EOF NOT = 'Y'
               ADD 1 TO RateRowCount
               MOVE RateRecCode TO Rr-Code(RateRowCount)
               MOVE RateRecRate TO Rr-Rate(RateRowCount)
               IF RateRecEffDate IS NUMERIC
                   MOVE RateRecEffDate
                       TO Rr-EffDate(RateRowCount)
               ELSE
                   MOVE ZERO TO Rr-EffDate(RateRowCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RateFile.

*> Months still in detail: every journal line dated in the year
TotalJournal.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT SalesJournalFile.
       PERFORM UNTIL AtEndOfFile
           READ SalesJournalFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile AND SJDate(1:4) = WS-YEAR
               ADD 1 TO WS-JOURNAL-LINES
               MOVE SJCategory TO WS-CAT-INPUT
               PERFORM FindCatSlot
               ADD SJItemCost TO WS-CT-SALES(WS-CAT-SLOT)
               ADD SJItemTax TO WS-CT-TAX(WS-CAT-SLOT)
               MOVE SJCustID TO WS-CUST-ID
               MOVE SJItemCost TO WS-ADD-SALES
               MOVE SJItemTax TO WS-ADD-TAX
               PERFORM AddToCustomer
               PERFORM TallyLineTax
           END-IF
       END-PERFORM.
       CLOSE SalesJournalFile.

*> Months SALESROLLUP has summarized: the category rows carry the
*> category totals, the customer rows the customer totals
TotalSummaries.
       MOVE 'N' TO WS-SUMMARY-EOF.
       OPEN INPUT SummaryFile.
       PERFORM UNTIL WS-SUMMARY-EOF = 'Y'
           READ SummaryFile
               AT END MOVE 'Y' TO WS-SUMMARY-EOF
           END-READ
           IF WS-SUMMARY-EOF NOT = 'Y' AND SSPeriod(1:4) = WS-YEAR
               ADD 1 TO WS-SUMMARY-ROWS
               EVALUATE TRUE
                   WHEN SSByCategory
                       MOVE SSKey(1:4) TO WS-CAT-INPUT
                       PERFORM FindCatSlot
                       ADD SSCost TO WS-CT-SALES(WS-CAT-SLOT)
                       ADD SSTax TO WS-CT-TAX(WS-CAT-SLOT)
                       ADD SSTax TO WS-CT-ROLLED-TAX(WS-CAT-SLOT)
                   WHEN SSByCustomer
                       IF SSKey(1:5) IS NUMERIC
                           MOVE SSKey(1:5) TO WS-CUST-ID
                       ELSE
                           MOVE ZERO TO WS-CUST-ID
                       END-IF
                       MOVE SSCost TO WS-ADD-SALES
                       MOVE SSTax TO WS-ADD-TAX
                       PERFORM AddToCustomer
               END-EVALUATE
           END-IF
       END-PERFORM.
       CLOSE SummaryFile.

*> Find the customer's row, or insert one in ID order; past the
*> table's size the sales still count, under "other customers"
AddToCustomer.
       MOVE 'N' TO WS-CUST-FOUND.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CustCount OR WS-SLOT > 0
           IF Cu-ID(WS-IDX) = WS-CUST-ID
               MOVE WS-IDX TO WS-SLOT
               MOVE 'Y' TO WS-CUST-FOUND
           ELSE
               IF Cu-ID(WS-IDX) > WS-CUST-ID
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-IF
       END-PERFORM.
       IF WS-CUST-FOUND = 'N'
           IF CustCount = 2000
               ADD WS-ADD-SALES TO WS-OVER-SALES
               ADD WS-ADD-TAX TO WS-OVER-TAX
               ADD 1 TO WS-OVER-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CustCount
           IF WS-SLOT = 0
               MOVE CustCount TO WS-SLOT
           ELSE
               PERFORM VARYING WS-JDX FROM CustCount BY -1
                       UNTIL WS-JDX NOT > WS-SLOT
                   MOVE CustEntry(WS-JDX - 1) TO CustEntry(WS-JDX)
               END-PERFORM
           END-IF
           MOVE WS-CUST-ID TO Cu-ID(WS-SLOT)
           MOVE ZERO TO Cu-Sales(WS-SLOT)
           MOVE ZERO TO Cu-Tax(WS-SLOT)
       END-IF.
       ADD WS-ADD-SALES TO Cu-Sales(WS-SLOT).
       ADD WS-ADD-TAX TO Cu-Tax(WS-SLOT).

*> The rate in force the day the line was rung, worked out the way
*> TAXREMIT does: the category's base rate, improved by the latest
*> taxrates.txt row at or before the sale, overridden by the line's
*> jurisdiction rate when it had one
TallyLineTax.
       MOVE WS-CT-BASE-RATE(WS-CAT-SLOT) TO WS-LINE-RATE.
       MOVE ZERO TO WS-BEST-EFF.
       PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > RateRowCount
           IF Rr-Code(WS-ROW-IDX) = SJCategory
                   AND Rr-EffDate(WS-ROW-IDX) NOT > SJDate
                   AND Rr-EffDate(WS-ROW-IDX) NOT < WS-BEST-EFF
               MOVE Rr-Rate(WS-ROW-IDX) TO WS-LINE-RATE
               MOVE Rr-EffDate(WS-ROW-IDX) TO WS-BEST-EFF
           END-IF
       END-PERFORM.
       MOVE "23" TO WS-TJ-STATUS.
       IF SJJurisCode NOT = SPACES
           CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
               SJJurisCode, SJCategory, SJDate, WS-TJ-RATES,
               WS-TJ-STATUS
           END-CALL
       END-IF.
       IF WS-TJ-STATUS = "00"
           MOVE WS-TJ-TOTAL-RATE TO WS-LINE-RATE
       END-IF.
       IF SJExemptCert NOT = SPACES
           MOVE 'Y' TO WS-BUCKET-EXEMPT
           MOVE ZERO TO WS-LINE-RATE
       ELSE
           MOVE 'N' TO WS-BUCKET-EXEMPT
       END-IF.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > TaxBucketCount OR WS-SLOT > 0
           IF Tb-Category(WS-IDX) = WS-CT-CODE(WS-CAT-SLOT)
                   AND Tb-Exempt(WS-IDX) = WS-BUCKET-EXEMPT
                   AND Tb-Rate(WS-IDX) = WS-LINE-RATE
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           IF TaxBucketCount = 100
               ADD SJItemTax TO WS-TAX-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TaxBucketCount
           MOVE TaxBucketCount TO WS-SLOT
           MOVE WS-CT-CODE(WS-CAT-SLOT) TO Tb-Category(WS-SLOT)
           MOVE WS-BUCKET-EXEMPT TO Tb-Exempt(WS-SLOT)
           MOVE WS-LINE-RATE TO Tb-Rate(WS-SLOT)
           MOVE ZERO TO Tb-Sales(WS-SLOT)
           MOVE ZERO TO Tb-Tax(WS-SLOT)
       END-IF.
       ADD SJItemCost TO Tb-Sales(WS-SLOT).
       ADD SJItemTax TO Tb-Tax(WS-SLOT).

WriteCategorySales.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "ANNUAL SALES BY CATEGORY  (" WS-JOURNAL-LINES
           " journal lines, " WS-SUMMARY-ROWS " summary rows)"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
           IF WS-CT-SALES(WS-CAT-IDX) NOT = ZERO
                   OR WS-CT-TAX(WS-CAT-IDX) NOT = ZERO
               MOVE WS-CT-CODE(WS-CAT-IDX) TO WS-CL-CODE
               MOVE WS-CT-SALES(WS-CAT-IDX) TO WS-CL-SALES
               MOVE WS-CT-TAX(WS-CAT-IDX) TO WS-CL-TAX
               MOVE WS-CAT-LINE TO ReportLine
               WRITE ReportLine
               ADD WS-CT-SALES(WS-CAT-IDX) TO WS-GT-SALES
               ADD WS-CT-TAX(WS-CAT-IDX) TO WS-GT-TAX
           END-IF
       END-PERFORM.
       MOVE "TOTL" TO WS-CL-CODE.
       MOVE WS-GT-SALES TO WS-CL-SALES.
       MOVE WS-GT-TAX TO WS-CL-TAX.
       MOVE WS-CAT-LINE TO ReportLine.
       WRITE ReportLine.

WriteCustomerSales.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "ANNUAL SALES BY CUSTOMER  (" CustCount " customers)"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CustCount
           MOVE Cu-ID(WS-IDX) TO WS-CU-ID
           MOVE SPACES TO WS-CU-NAME
           IF Cu-ID(WS-IDX) = ZERO
               MOVE "(NO CUSTOMER)" TO WS-CU-NAME
           ELSE
               IF WS-CUSTOMERS-OPEN = 'Y'
                   MOVE Cu-ID(WS-IDX) TO IDNum
                   READ CustomerFile
                       INVALID KEY
                           MOVE "(NOT ON FILE)" TO WS-CU-NAME
                       NOT INVALID KEY
                           STRING FirstName DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               LastName DELIMITED BY SPACE
                               INTO WS-CU-NAME
                   END-READ
               END-IF
           END-IF
           MOVE Cu-Sales(WS-IDX) TO WS-CU-SALES
           MOVE Cu-Tax(WS-IDX) TO WS-CU-TAX
           MOVE WS-CUST-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       IF WS-OVER-COUNT > 0
           MOVE ZERO TO WS-CU-ID
           MOVE "(OTHER CUSTOMERS)" TO WS-CU-NAME
           MOVE WS-OVER-SALES TO WS-CU-SALES
           MOVE WS-OVER-TAX TO WS-CU-TAX
           MOVE WS-CUST-LINE TO ReportLine
           WRITE ReportLine
       END-IF.

WriteTaxByRate.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "ANNUAL TAX COLLECTED BY RATE  (months in journal detail)"
           TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TaxBucketCount
           MOVE Tb-Category(WS-IDX) TO WS-RL-CODE
           COMPUTE WS-PCT-OUT = Tb-Rate(WS-IDX) * 100
           MOVE WS-PCT-OUT TO WS-RL-RATE
           IF Tb-Exempt(WS-IDX) = 'Y'
               MOVE "% EXMPT" TO WS-RL-PCT
           ELSE
               MOVE "%" TO WS-RL-PCT
           END-IF
           MOVE Tb-Sales(WS-IDX) TO WS-RL-SALES
           MOVE Tb-Tax(WS-IDX) TO WS-RL-TAX
           MOVE WS-RATE-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       IF WS-TAX-OVERFLOW NOT = ZERO
           MOVE WS-TAX-OVERFLOW TO WS-AMOUNT-OUT
           MOVE SPACES TO ReportLine
           STRING "OTHER RATES (table full) TAX " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE "TAX IN SUMMARIZED MONTHS BY CATEGORY  (no rate detail "
           & "left)" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
           IF WS-CT-ROLLED-TAX(WS-CAT-IDX) NOT = ZERO
               MOVE WS-CT-CODE(WS-CAT-IDX) TO WS-CL-CODE
               MOVE ZERO TO WS-CL-SALES
               MOVE WS-CT-ROLLED-TAX(WS-CAT-IDX) TO WS-CL-TAX
               MOVE WS-CAT-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.
       MOVE WS-GT-TAX TO WS-AMOUNT-OUT.
       MOVE SPACES TO ReportLine.
       STRING "TOTAL TAX COLLECTED " WS-AMOUNT-OUT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

*> Every item still open on the ledger, as it stands tonight
SnapshotLedger.
       MOVE "Invoices" TO WS-AR-LABEL(1).
       MOVE "Finance charges" TO WS-AR-LABEL(2).
       MOVE "Returned checks" TO WS-AR-LABEL(3).
       MOVE "NSF fees" TO WS-AR-LABEL(4).
       PERFORM VARYING WS-AR-IDX FROM 1 BY 1 UNTIL WS-AR-IDX > 4
           MOVE ZERO TO WS-AR-COUNT(WS-AR-IDX)
           MOVE ZERO TO WS-AR-BALANCE(WS-AR-IDX)
       END-PERFORM.
       MOVE SPACES TO WS-AR-SNAP-NAME.
       STRING "yearend_ar_" WS-YEAR ".txt" DELIMITED BY SIZE
           INTO WS-AR-SNAP-NAME.
       OPEN OUTPUT ArSnapFile.
       IF WS-SNAP-STATUS NOT = "00"
           DISPLAY "YEAREND: unable to open " WS-AR-SNAP-NAME
               " status " WS-SNAP-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00" AND WS-LEDGER-STATUS NOT = "05"
           DISPLAY "YEAREND: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
           CLOSE ArSnapFile
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-LEDGER-EOF.
       PERFORM UNTIL WS-LEDGER-EOF = 'Y'
           READ ARLedgerFile
               AT END MOVE 'Y' TO WS-LEDGER-EOF
           END-READ
           IF WS-LEDGER-EOF NOT = 'Y' AND AROpenItem
               PERFORM SnapOneItem
           END-IF
       END-PERFORM.
       CLOSE ARLedgerFile.
       CLOSE ArSnapFile.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "YEAR-END A/R SNAPSHOT  (" WS-AR-SNAP-NAME ")"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-AR-IDX FROM 1 BY 1 UNTIL WS-AR-IDX > 4
           MOVE WS-AR-COUNT(WS-AR-IDX) TO WS-COUNT-OUT
           MOVE WS-AR-BALANCE(WS-AR-IDX) TO WS-AMOUNT-OUT
           MOVE SPACES TO ReportLine
           STRING WS-AR-LABEL(WS-AR-IDX) " " WS-COUNT-OUT
               " open  " WS-AMOUNT-OUT DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportLine
       END-PERFORM.
       MOVE WS-AR-ITEMS TO WS-COUNT-OUT.
       MOVE WS-AR-OPEN TO WS-AMOUNT-OUT.
       MOVE SPACES TO ReportLine.
       STRING "Total A/R       " " " WS-COUNT-OUT " open  "
           WS-AMOUNT-OUT DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

SnapOneItem.
       COMPUTE WS-ITEM-BALANCE = ARInvoiceAmount - ARAmountPaid.
       MOVE ARInvoiceNum TO ASInvoiceNum.
       MOVE ARCustID TO ASCustID.
       MOVE ARInvoiceDate TO ASInvoiceDate.
       MOVE ARDocType TO ASDocType.
       MOVE ARInvoiceAmount TO ASInvoiceAmount.
       MOVE ARAmountPaid TO ASAmountPaid.
       MOVE WS-ITEM-BALANCE TO ASBalance.
       WRITE ArSnapRecord.
       EVALUATE TRUE
           WHEN ARDocFinanceCharge MOVE 2 TO WS-AR-IDX
           WHEN ARDocReturnedCheck MOVE 3 TO WS-AR-IDX
           WHEN ARDocNsfFee MOVE 4 TO WS-AR-IDX
           WHEN OTHER MOVE 1 TO WS-AR-IDX
       END-EVALUATE.
       ADD 1 TO WS-AR-COUNT(WS-AR-IDX).
       ADD WS-ITEM-BALANCE TO WS-AR-BALANCE(WS-AR-IDX).
       ADD 1 TO WS-AR-ITEMS.
       ADD WS-ITEM-BALANCE TO WS-AR-OPEN.

*> Every stock item at cost, the way STOCKVAL values it
SnapshotStock.
       MOVE SPACES TO WS-STOCK-SNAP-NAME.
       STRING "yearend_stock_" WS-YEAR ".txt" DELIMITED BY SIZE
           INTO WS-STOCK-SNAP-NAME.
       OPEN OUTPUT StockSnapFile.
       IF WS-SNAP-STATUS NOT = "00"
           DISPLAY "YEAREND: unable to open " WS-STOCK-SNAP-NAME
               " status " WS-SNAP-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT StockFile.
       IF WS-STOCK-STATUS NOT = "00" AND WS-STOCK-STATUS NOT = "05"
           DISPLAY "YEAREND: unable to open stock.dat, status "
               WS-STOCK-STATUS
           CLOSE StockSnapFile
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       MOVE 'N' TO WS-STOCK-EOF.
       PERFORM UNTIL WS-STOCK-EOF = 'Y'
           READ StockFile
               AT END MOVE 'Y' TO WS-STOCK-EOF
           END-READ
           IF WS-STOCK-EOF NOT = 'Y'
               PERFORM SnapOneStockItem
           END-IF
       END-PERFORM.
       CLOSE StockFile.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       CLOSE StockSnapFile.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "YEAR-END STOCK VALUATION SNAPSHOT  ("
           WS-STOCK-SNAP-NAME ")" DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE WS-STK-ITEMS TO WS-COUNT-OUT.
       MOVE SPACES TO ReportLine.
       STRING "Stock items          " WS-COUNT-OUT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE WS-STK-VALUE TO WS-AMOUNT-OUT.
       MOVE SPACES TO ReportLine.
       STRING "On hand at cost      " WS-AMOUNT-OUT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE WS-STK-QUAR-VALUE TO WS-AMOUNT-OUT.
       MOVE SPACES TO ReportLine.
       STRING "Quarantined at cost  " WS-AMOUNT-OUT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE WS-STK-UNVALUED TO WS-COUNT-OUT.
       MOVE SPACES TO ReportLine.
       STRING "Items with no cost   " WS-COUNT-OUT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

SnapOneStockItem.
       MOVE 'N' TO WS-COST-KNOWN.
       MOVE ZERO TO WS-UNIT-COST.
       IF WS-PRODUCTS-OPEN = 'Y'
           MOVE StockProdName TO ProdSKU
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ProdUnitCost > ZERO
                       MOVE ProdUnitCost TO WS-UNIT-COST
                       MOVE 'Y' TO WS-COST-KNOWN
                   END-IF
           END-READ
       END-IF.
       MOVE StockLocation TO KSLocation.
       MOVE StockProdName TO KSProdName.
       MOVE StockSize TO KSSize.
       MOVE StockOnHand TO KSOnHand.
       MOVE StockQuarantine TO KSQuarantine.
       MOVE WS-UNIT-COST TO KSUnitCost.
       COMPUTE KSValue = StockOnHand * WS-UNIT-COST.
       WRITE StockSnapRecord.
       ADD 1 TO WS-STK-ITEMS.
       IF WS-COST-KNOWN = 'Y'
           ADD KSValue TO WS-STK-VALUE
           COMPUTE WS-STK-QUAR-VALUE = WS-STK-QUAR-VALUE
               + StockQuarantine * WS-UNIT-COST
       ELSE
           ADD 1 TO WS-STK-UNVALUED
       END-IF.

*> The new year's twelve periods go on open, and its budget is
*> carried forward from the year closed unless it's already keyed
OpenNewYear.
       MOVE WS-NEW-YEAR TO WS-PB-YEAR.
       PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           MOVE WS-MONTH TO WS-PB-MONTH
           PERFORM FindPeriod
           IF WS-SLOT = 0 AND PeriodCount < 200
               ADD 1 TO PeriodCount
               MOVE WS-PERIOD-BUILT TO Pe-Period(PeriodCount)
               MOVE 'O' TO Pe-Status(PeriodCount)
               ADD 1 TO WS-PERIODS-OPENED
           END-IF
       END-PERFORM.
       PERFORM SavePeriods.
       IF WS-NEW-YEAR-BUDGETED = 'N'
           MOVE BudgetCount TO WS-JDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-JDX
               IF Bg-Period(WS-IDX)(1:4) = WS-YEAR
                   IF BudgetCount < 500
                       ADD 1 TO BudgetCount
                       MOVE Bg-Period(WS-IDX) TO WS-PERIOD
                       MOVE WS-PERIOD(5:2) TO WS-PB-MONTH
                       MOVE WS-NEW-YEAR TO WS-PB-YEAR
                       MOVE WS-PERIOD-BUILT TO Bg-Period(BudgetCount)
                       MOVE Bg-Category(WS-IDX)
                           TO Bg-Category(BudgetCount)
                       MOVE Bg-Amount(WS-IDX) TO Bg-Amount(BudgetCount)
                       ADD 1 TO WS-BUDGET-ROLLED
                   ELSE
                       MOVE 'Y' TO WS-BUDGET-FULL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SaveBudgets
       END-IF.

SavePeriods.
       OPEN OUTPUT PeriodControlFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PeriodCount
           MOVE Pe-Period(WS-IDX) TO PCPeriod
           MOVE Pe-Status(WS-IDX) TO PCStatus
           WRITE PeriodControlRecord
       END-PERFORM.
       CLOSE PeriodControlFile.

SaveBudgets.
       OPEN OUTPUT BudgetFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > BudgetCount
           MOVE Bg-Period(WS-IDX) TO BGPeriod
           MOVE Bg-Category(WS-IDX) TO BGCategory
           MOVE Bg-Amount(WS-IDX) TO BGAmount
           WRITE BudgetRecord
       END-PERFORM.
       CLOSE BudgetFile.

WriteNewYearLines.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "FISCAL YEAR " WS-NEW-YEAR " OPENED: " WS-PERIODS-OPENED
           " period(s) added to periodctl.txt"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       IF WS-NEW-YEAR-BUDGETED = 'Y'
           STRING "Budget for " WS-NEW-YEAR " already on budget.txt "
               "- left as keyed" DELIMITED BY SIZE INTO ReportLine
       ELSE
           STRING "Budget rows carried forward from " WS-YEAR ": "
               WS-BUDGET-ROLLED DELIMITED BY SIZE INTO ReportLine
       END-IF.
       WRITE ReportLine.
       IF WS-BUDGET-FULL = 'Y'
           MOVE "Budget file full - not every row carried forward; "
               & "key the rest in BUDGET" TO ReportLine
           WRITE ReportLine
           DISPLAY "YEAREND: budget file full - not every row "
               "carried forward"
       END-IF.

RecordYearClosed.
       OPEN EXTEND YearEndControlFile.
       MOVE WS-YEAR TO YEYear.
       MOVE WS-RUN-DATE TO YEBusDate.
       MOVE WS-OPERATOR-ID TO YEOperator.
       MOVE FUNCTION CURRENT-DATE TO YEStamp.
       WRITE YearEndControlRecord.
       CLOSE YearEndControlFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "yearend_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

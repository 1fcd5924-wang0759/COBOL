       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RETURNRPT.
*> Monthly returns analysis, so defective goods can be taken up with
*> the vendor and our own picking errors fixed from the numbers.
*> Covers the returns RMA took last calendar month (RMADate on
*> rma.txt) and reports them into returns_report.txt by reason code
*> (with whose fault it is, off returnreasons.txt), by product, by
*> customer and by vendor: returns, units returned, what became of
*> them (restocked, quarantined, scrapped), the refund given, and
*> the return rate against the units sold that month.
*> Units sold come off salesjournal.txt: the journal carries dollars,
*> not units, so each sale line's units are its revenue over the
*> SKU's ProdUnitPrice - the same reading of the journal the margin
*> report makes. Lines the RMA program posted are the returns
*> themselves and are left out; a line with no SKU, or a SKU not on
*> the catalog or with no price, cannot be turned into units and is
*> counted at the foot of the report instead.
*> A product's vendor is the one POENTRY would buy it from - the
*> cheapest active vendor carrying it on vnditem.txt. Returns taken
*> before reason codes existed report under ???? UNCODED.
*> rtnrptparm.txt (optional, one line) holds a YYYYMM month in
*> columns 1-6 to report instead of last month, for a rerun.
*> Schedule it DOM 1 in jobcal.txt so the month it reports is whole.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RmaFile ASSIGN TO "rma.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReasonFile ASSIGN TO "returnreasons.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SalesJournalFile
           ASSIGN TO "salesjournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL VendorFile ASSIGN TO "vendors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VendorItemFile ASSIGN TO "vnditem.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "rtnrptparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "returns_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with RMA via copybooks/RMAREC.cpy
FD RmaFile.
       COPY RMAREC.

*> Shared with RMA/RTNREASON via copybooks/RTNRSNREC.cpy
FD ReasonFile.
       COPY RTNRSNREC.

*> Shared with the balancing/sales analysis programs via
*> copybooks/SALESJRNL.cpy
FD SalesJournalFile.
       COPY SALESJRNL.

*> Shared with PRODMAINT/ORDERENTRY via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with VENDORMAINT/POENTRY via copybooks/VENDREC.cpy
FD VendorFile.
       COPY VENDREC.

*> Shared with VNDCATALOG/POENTRY via copybooks/VNDITEMREC.cpy
FD VendorItemFile.
       COPY VNDITEMREC.

FD ParmFile.
       01 ParmRecord.
           02 RpMonth PIC 9(6).

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-OVERFLOW PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-RPT-MONTH PIC 9(6).
       01 WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH.
           02 WS-RPT-YEAR PIC 9(4).
           02 WS-RPT-MM PIC 99.
       01 WS-IDX PIC 9(4).
       01 WS-JDX PIC 9(4).
       01 WS-RSN-SLOT PIC 9(3).
       01 WS-PRD-SLOT PIC 9(4).
       01 WS-CST-SLOT PIC 9(3).
       01 WS-VND-SLOT PIC 9(3).
       01 WS-SEEK-CODE PIC X(4).
       01 WS-SEEK-SKU PIC X(10).
       01 WS-SEEK-CUST PIC 9(5).
       01 WS-SEEK-VENDOR PIC X(6).
       01 WS-BEST-COST PIC 9(6)V99.
       01 WS-CREATE PIC X.
       01 WS-UNITS PIC S9(7).
       01 WS-UNPRICED-LINES PIC 9(6) VALUE ZERO.
       01 WS-PCT PIC 9(3)V9.
*> One set of returns counters. Every table below carries the same
*> layout, so a group MOVE in and out of WS-GS lets one set of
*> paragraphs do the counting for all of them
       01 WS-GS.
           02 WS-GS-RMAS PIC 9(5).
           02 WS-GS-RETURNED PIC 9(7).
           02 WS-GS-SOLD PIC S9(7).
           02 WS-GS-RESTOCKED PIC 9(7).
           02 WS-GS-QUARANTINED PIC 9(7).
           02 WS-GS-SCRAPPED PIC 9(7).
           02 WS-GS-REFUND PIC S9(9)V99.
       01 WS-TOTAL-STATS PIC X(51).
*> Reason codes on file, plus slots added for the uncoded returns
*> and any code since removed. The DEPENDING ON counters must be
*> declared ahead of the tables they size
       01 RsnCount PIC 9(3) VALUE ZERO.
       01 RsnTable.
           02 RsnEntry OCCURS 0 TO 120 TIMES DEPENDING ON RsnCount.
               03 Rs-Code PIC X(4).
               03 Rs-Desc PIC X(20).
               03 Rs-Fault PIC X.
               03 Rs-Stats PIC X(51).
*> Products, customers and vendors with a return in the month - the
*> sales scan only counts units for the ones already here
       01 PrdCount PIC 9(4) VALUE ZERO.
       01 PrdTable.
           02 PrdEntry OCCURS 0 TO 1000 TIMES DEPENDING ON PrdCount.
               03 Pr-SKU PIC X(10).
               03 Pr-Stats PIC X(51).
       01 CstCount PIC 9(3) VALUE ZERO.
       01 CstTable.
           02 CstEntry OCCURS 0 TO 500 TIMES DEPENDING ON CstCount.
               03 Cs-CustID PIC 9(5).
               03 Cs-Stats PIC X(51).
       01 VndCount PIC 9(3) VALUE ZERO.
       01 VndTable.
           02 VndEntry OCCURS 0 TO 200 TIMES DEPENDING ON VndCount.
               03 Vn-ID PIC X(6).
               03 Vn-Stats PIC X(51).
*> The vendor master and who carries what, for finding a SKU's
*> vendor
       01 VmCount PIC 9(3) VALUE ZERO.
       01 VmTable.
           02 VmEntry OCCURS 0 TO 300 TIMES DEPENDING ON VmCount.
               03 Vm-ID PIC X(6).
               03 Vm-Name PIC X(25).
               03 Vm-Active PIC X.
       01 ViCount PIC 9(4) VALUE ZERO.
       01 ViTable.
           02 ViEntry OCCURS 0 TO 3000 TIMES DEPENDING ON ViCount.
               03 Vi-SKU PIC X(10).
               03 Vi-Vendor PIC X(6).
               03 Vi-Cost PIC 9(6)V99.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(21) VALUE "RETURNS ANALYSIS FOR ".
           02 WS-T-MONTH PIC 9(6).
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(36) VALUE SPACES.
           02 FILLER PIC X(5) VALUE " RMAS".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "RETURND".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "    SOLD".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "RATE%".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "RESTOCK".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE " QUARAN".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE " SCRAPD".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "        REFUND".
       01 WS-DETAIL-LINE.
           02 WS-R-NAME PIC X(36).
           02 WS-R-RMAS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-RETURNED PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-SOLD PIC -ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-RATE PIC ZZ9.9.
           02 WS-R-RATE-X REDEFINES WS-R-RATE PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-RESTOCKED PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-QUARANTINED PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-SCRAPPED PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-REFUND PIC ----,---,--9.99.
       01 WS-REASON-NAME.
           02 WS-RN-CODE PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-RN-DESC PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-RN-FAULT PIC X(8).
       01 WS-PROD-NAME.
           02 WS-PN-SKU PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-PN-DESC PIC X(25).
       01 WS-CUST-NAME.
           02 WS-CN-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-CN-LASTNAME PIC X(15).
       01 WS-VEND-NAME.
           02 WS-VN-ID PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-VN-NAME PIC X(25).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "RETURNRPT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "RETURNRPT: unable to open returns_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       MOVE ZERO TO WS-GS.
       MOVE WS-GS TO WS-TOTAL-STATS.
       PERFORM LoadReasons.
       PERFORM LoadVendors.
       PERFORM LoadVendorItems.
       IF WS-OVERFLOW = 'N'
           PERFORM LoadMonthReturns
       END-IF.
       IF WS-OVERFLOW = 'Y'
           *> A table filled - refuse rather than report on part of
           *> the month as if it were all of it
           MOVE "RETURNRPT: too many reason codes, vendors, vendor "
               TO ReportLine
           WRITE ReportLine
           MOVE "items, products or customers for one run - report "
               TO ReportLine
           WRITE ReportLine
           MOVE "not produced" TO ReportLine
           WRITE ReportLine
           DISPLAY "RETURNRPT: table full - report not produced"
           PERFORM CloseFiles
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ScanJournal.
       PERFORM PrintReport.
       PERFORM CloseFiles.
       MOVE WS-TOTAL-STATS TO WS-GS.
       DISPLAY "Returns analysis complete for " WS-RPT-MONTH
           ". Returns: " WS-GS-RMAS.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

CloseFiles.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.

LoadParm.
       *> Last calendar month unless the parameter names one
       MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH.
       IF WS-RPT-MM = 1
           SUBTRACT 1 FROM WS-RPT-YEAR
           MOVE 12 TO WS-RPT-MM
       ELSE
           SUBTRACT 1 FROM WS-RPT-MM
       END-IF.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF RpMonth IS NUMERIC AND RpMonth > 0
               MOVE RpMonth TO WS-RPT-MONTH
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadReasons.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ReasonFile.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           READ ReasonFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF RsnCount = 100
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   ADD 1 TO RsnCount
                   MOVE RRCode TO Rs-Code(RsnCount)
                   MOVE RRDescription TO Rs-Desc(RsnCount)
                   MOVE RRFault TO Rs-Fault(RsnCount)
                   MOVE WS-GS TO Rs-Stats(RsnCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ReasonFile.

LoadVendors.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT VendorFile.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           READ VendorFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF VmCount = 300
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   ADD 1 TO VmCount
                   MOVE VndID TO Vm-ID(VmCount)
                   MOVE VndName TO Vm-Name(VmCount)
                   MOVE VndStatus TO Vm-Active(VmCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE VendorFile.

LoadVendorItems.
       *> Only rows from active vendors - an inactive vendor is not
       *> who the goods come from any more
       MOVE 'N' TO EndOfFile.
       OPEN INPUT VendorItemFile.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           READ VendorItemFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               MOVE 'N' TO WS-CREATE
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > VmCount OR WS-CREATE = 'Y'
                   IF Vm-ID(WS-JDX) = VCVendorID
                           AND Vm-Active(WS-JDX) = 'A'
                       MOVE 'Y' TO WS-CREATE
                   END-IF
               END-PERFORM
               IF WS-CREATE = 'Y'
                   IF ViCount = 3000
                       MOVE 'Y' TO WS-OVERFLOW
                   ELSE
                       ADD 1 TO ViCount
                       MOVE VCSKU TO Vi-SKU(ViCount)
                       MOVE VCVendorID TO Vi-Vendor(ViCount)
                       MOVE VCCost TO Vi-Cost(ViCount)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE VendorItemFile.

FindSkuVendor.
       *> WS-SEEK-SKU's cheapest active vendor, ?????? when nobody
       *> carries it
       MOVE '??????' TO WS-SEEK-VENDOR.
       MOVE 999999.99 TO WS-BEST-COST.
       PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > ViCount
           IF Vi-SKU(WS-JDX) = WS-SEEK-SKU
                   AND (Vi-Cost(WS-JDX) < WS-BEST-COST
                        OR WS-SEEK-VENDOR = '??????')
               MOVE Vi-Vendor(WS-JDX) TO WS-SEEK-VENDOR
               MOVE Vi-Cost(WS-JDX) TO WS-BEST-COST
           END-IF
       END-PERFORM.

LoadMonthReturns.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT RmaFile.
       PERFORM UNTIL AtEndOfFile OR WS-OVERFLOW = 'Y'
           READ RmaFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF RMADate(1:6) = WS-RPT-MONTH
                   PERFORM TallyReturn
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RmaFile.

TallyReturn.
       MOVE RMAReasonCode TO WS-SEEK-CODE.
       IF WS-SEEK-CODE = SPACES
           MOVE '????' TO WS-SEEK-CODE
       END-IF.
       PERFORM FindReasonSlot.
       MOVE 'Y' TO WS-CREATE.
       MOVE RMAProdName TO WS-SEEK-SKU.
       PERFORM FindProductSlot.
       MOVE RMACustID TO WS-SEEK-CUST.
       PERFORM FindCustSlot.
       PERFORM FindSkuVendor.
       PERFORM FindVendorSlot.
       IF WS-OVERFLOW = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TOTAL-STATS TO WS-GS.
       PERFORM AddReturn.
       MOVE WS-GS TO WS-TOTAL-STATS.
       MOVE Rs-Stats(WS-RSN-SLOT) TO WS-GS.
       PERFORM AddReturn.
       MOVE WS-GS TO Rs-Stats(WS-RSN-SLOT).
       MOVE Pr-Stats(WS-PRD-SLOT) TO WS-GS.
       PERFORM AddReturn.
       MOVE WS-GS TO Pr-Stats(WS-PRD-SLOT).
       MOVE Cs-Stats(WS-CST-SLOT) TO WS-GS.
       PERFORM AddReturn.
       MOVE WS-GS TO Cs-Stats(WS-CST-SLOT).
       MOVE Vn-Stats(WS-VND-SLOT) TO WS-GS.
       PERFORM AddReturn.
       MOVE WS-GS TO Vn-Stats(WS-VND-SLOT).

AddReturn.
       ADD 1 TO WS-GS-RMAS.
       ADD RMAQty TO WS-GS-RETURNED.
       *> Returns from before dispositions were recorded say only
       *> sellable (restocked) or damaged (quarantined)
       EVALUATE TRUE
           WHEN RMARestocked
               ADD RMAQty TO WS-GS-RESTOCKED
           WHEN RMAQuarantined
               ADD RMAQty TO WS-GS-QUARANTINED
           WHEN RMAScrapped
               ADD RMAQty TO WS-GS-SCRAPPED
           WHEN RMASellable
               ADD RMAQty TO WS-GS-RESTOCKED
           WHEN OTHER
               ADD RMAQty TO WS-GS-QUARANTINED
       END-EVALUATE.
       IF RMARefund IS NUMERIC
           ADD RMARefund TO WS-GS-REFUND
       END-IF.

FindReasonSlot.
       MOVE 0 TO WS-RSN-SLOT.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > RsnCount OR WS-RSN-SLOT > 0
           IF Rs-Code(WS-JDX) = WS-SEEK-CODE
               MOVE WS-JDX TO WS-RSN-SLOT
           END-IF
       END-PERFORM.
       IF WS-RSN-SLOT = 0
           IF RsnCount = 120
               MOVE 'Y' TO WS-OVERFLOW
           ELSE
               ADD 1 TO RsnCount
               MOVE RsnCount TO WS-RSN-SLOT
               MOVE WS-SEEK-CODE TO Rs-Code(WS-RSN-SLOT)
               MOVE SPACE TO Rs-Fault(WS-RSN-SLOT)
               IF WS-SEEK-CODE = '????'
                   MOVE "UNCODED" TO Rs-Desc(WS-RSN-SLOT)
               ELSE
                   MOVE "(CODE REMOVED)" TO Rs-Desc(WS-RSN-SLOT)
               END-IF
               MOVE ZERO TO WS-GS
               MOVE WS-GS TO Rs-Stats(WS-RSN-SLOT)
           END-IF
       END-IF.

FindProductSlot.
       *> WS-CREATE 'N' only looks - the sales scan never adds one
       MOVE 0 TO WS-PRD-SLOT.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > PrdCount OR WS-PRD-SLOT > 0
           IF Pr-SKU(WS-JDX) = WS-SEEK-SKU
               MOVE WS-JDX TO WS-PRD-SLOT
           END-IF
       END-PERFORM.
       IF WS-PRD-SLOT = 0 AND WS-CREATE = 'Y'
           IF PrdCount = 1000
               MOVE 'Y' TO WS-OVERFLOW
           ELSE
               ADD 1 TO PrdCount
               MOVE PrdCount TO WS-PRD-SLOT
               MOVE WS-SEEK-SKU TO Pr-SKU(WS-PRD-SLOT)
               MOVE ZERO TO WS-GS
               MOVE WS-GS TO Pr-Stats(WS-PRD-SLOT)
           END-IF
       END-IF.

FindCustSlot.
       MOVE 0 TO WS-CST-SLOT.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > CstCount OR WS-CST-SLOT > 0
           IF Cs-CustID(WS-JDX) = WS-SEEK-CUST
               MOVE WS-JDX TO WS-CST-SLOT
           END-IF
       END-PERFORM.
       IF WS-CST-SLOT = 0 AND WS-CREATE = 'Y'
           IF CstCount = 500
               MOVE 'Y' TO WS-OVERFLOW
           ELSE
               ADD 1 TO CstCount
               MOVE CstCount TO WS-CST-SLOT
               MOVE WS-SEEK-CUST TO Cs-CustID(WS-CST-SLOT)
               MOVE ZERO TO WS-GS
               MOVE WS-GS TO Cs-Stats(WS-CST-SLOT)
           END-IF
       END-IF.

FindVendorSlot.
       MOVE 0 TO WS-VND-SLOT.
       PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > VndCount OR WS-VND-SLOT > 0
           IF Vn-ID(WS-JDX) = WS-SEEK-VENDOR
               MOVE WS-JDX TO WS-VND-SLOT
           END-IF
       END-PERFORM.
       IF WS-VND-SLOT = 0 AND WS-CREATE = 'Y'
           IF VndCount = 200
               MOVE 'Y' TO WS-OVERFLOW
           ELSE
               ADD 1 TO VndCount
               MOVE VndCount TO WS-VND-SLOT
               MOVE WS-SEEK-VENDOR TO Vn-ID(WS-VND-SLOT)
               MOVE ZERO TO WS-GS
               MOVE WS-GS TO Vn-Stats(WS-VND-SLOT)
           END-IF
       END-IF.

ScanJournal.
       MOVE 'N' TO WS-CREATE.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT SalesJournalFile.
       PERFORM UNTIL AtEndOfFile
           READ SalesJournalFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SJDate(1:6) = WS-RPT-MONTH
                   PERFORM TallySale
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SalesJournalFile.

TallySale.
       *> RMA refund lines are the returns themselves, not sales
       IF SJRmaNum IS NUMERIC
           IF SJRmaNum > 0
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF SJSKU = SPACES OR WS-PRODUCTS-OPEN = 'N'
           ADD 1 TO WS-UNPRICED-LINES
           EXIT PARAGRAPH
       END-IF.
       MOVE SJSKU TO ProdSKU.
       READ ProductFile
           INVALID KEY MOVE ZERO TO ProdUnitPrice
       END-READ.
       IF ProdUnitPrice NOT > ZERO
           ADD 1 TO WS-UNPRICED-LINES
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-UNITS ROUNDED = SJItemCost / ProdUnitPrice.
       MOVE WS-TOTAL-STATS TO WS-GS.
       ADD WS-UNITS TO WS-GS-SOLD.
       MOVE WS-GS TO WS-TOTAL-STATS.
       MOVE SJSKU TO WS-SEEK-SKU.
       PERFORM FindProductSlot.
       IF WS-PRD-SLOT > 0
           MOVE Pr-Stats(WS-PRD-SLOT) TO WS-GS
           ADD WS-UNITS TO WS-GS-SOLD
           MOVE WS-GS TO Pr-Stats(WS-PRD-SLOT)
       END-IF.
       MOVE SJCustID TO WS-SEEK-CUST.
       PERFORM FindCustSlot.
       IF WS-CST-SLOT > 0
           MOVE Cs-Stats(WS-CST-SLOT) TO WS-GS
           ADD WS-UNITS TO WS-GS-SOLD
           MOVE WS-GS TO Cs-Stats(WS-CST-SLOT)
       END-IF.
       PERFORM FindSkuVendor.
       PERFORM FindVendorSlot.
       IF WS-VND-SLOT > 0
           MOVE Vn-Stats(WS-VND-SLOT) TO WS-GS
           ADD WS-UNITS TO WS-GS-SOLD
           MOVE WS-GS TO Vn-Stats(WS-VND-SLOT)
       END-IF.

PrintReport.
       MOVE WS-RPT-MONTH TO WS-T-MONTH.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "Sold is units sold in the month, worked out from the "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "journal dollars at today's unit price. A reason's rate is "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "against everything sold; the others against their own sales."
           TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE WS-TOTAL-STATS TO WS-GS.
       MOVE "ALL RETURNS" TO WS-R-NAME.
       PERFORM PrintStatsLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BY REASON" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > RsnCount
           MOVE Rs-Code(WS-IDX) TO WS-RN-CODE
           MOVE Rs-Desc(WS-IDX) TO WS-RN-DESC
           EVALUATE Rs-Fault(WS-IDX)
               WHEN 'V' MOVE "VENDOR" TO WS-RN-FAULT
               WHEN 'S' MOVE "SHOP" TO WS-RN-FAULT
               WHEN 'C' MOVE "CARRIER" TO WS-RN-FAULT
               WHEN 'U' MOVE "CUSTOMER" TO WS-RN-FAULT
               WHEN OTHER MOVE SPACES TO WS-RN-FAULT
           END-EVALUATE
           MOVE WS-REASON-NAME TO WS-R-NAME
           *> Every reason is against the whole month's sales
           MOVE WS-TOTAL-STATS TO WS-GS
           MOVE WS-GS-SOLD TO WS-UNITS
           MOVE Rs-Stats(WS-IDX) TO WS-GS
           MOVE WS-UNITS TO WS-GS-SOLD
           PERFORM PrintStatsLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BY PRODUCT" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > PrdCount
           MOVE Pr-SKU(WS-IDX) TO WS-PN-SKU
           MOVE Pr-SKU(WS-IDX) TO ProdSKU
           MOVE "(NOT ON FILE)" TO WS-PN-DESC
           IF WS-PRODUCTS-OPEN = 'Y'
               READ ProductFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ProdDescription TO WS-PN-DESC
               END-READ
           END-IF
           MOVE WS-PROD-NAME TO WS-R-NAME
           MOVE Pr-Stats(WS-IDX) TO WS-GS
           PERFORM PrintStatsLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BY CUSTOMER" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > CstCount
           MOVE Cs-CustID(WS-IDX) TO WS-CN-ID
           MOVE Cs-CustID(WS-IDX) TO IDNum
           MOVE "(NOT ON FILE)" TO WS-CN-LASTNAME
           IF WS-CUSTOMERS-OPEN = 'Y'
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE LastName TO WS-CN-LASTNAME
               END-READ
           END-IF
           MOVE WS-CUST-NAME TO WS-R-NAME
           MOVE Cs-Stats(WS-IDX) TO WS-GS
           PERFORM PrintStatsLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BY VENDOR" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > VndCount
           MOVE Vn-ID(WS-IDX) TO WS-VN-ID
           MOVE "(NO VENDOR CARRIES IT)" TO WS-VN-NAME
           PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > VmCount
               IF Vm-ID(WS-JDX) = Vn-ID(WS-IDX)
                   MOVE Vm-Name(WS-JDX) TO WS-VN-NAME
               END-IF
           END-PERFORM
           MOVE WS-VEND-NAME TO WS-R-NAME
           MOVE Vn-Stats(WS-IDX) TO WS-GS
           PERFORM PrintStatsLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "SALES LINES NOT COUNTABLE AS UNITS (NO SKU OR NO PRICE): "
           WS-UNPRICED-LINES DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

PrintStatsLine.
       MOVE WS-GS-RMAS TO WS-R-RMAS.
       MOVE WS-GS-RETURNED TO WS-R-RETURNED.
       MOVE WS-GS-SOLD TO WS-R-SOLD.
       IF WS-GS-SOLD > 0
           IF WS-GS-RETURNED * 100 / WS-GS-SOLD > 999.9
               MOVE 999.9 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-GS-RETURNED * 100
                   / WS-GS-SOLD
           END-IF
           MOVE WS-PCT TO WS-R-RATE
       ELSE
           *> Nothing sold to measure against
           MOVE "  n/a" TO WS-R-RATE-X
       END-IF.
       MOVE WS-GS-RESTOCKED TO WS-R-RESTOCKED.
       MOVE WS-GS-QUARANTINED TO WS-R-QUARANTINED.
       MOVE WS-GS-SCRAPPED TO WS-R-SCRAPPED.
       MOVE WS-GS-REFUND TO WS-R-REFUND.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "returns_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

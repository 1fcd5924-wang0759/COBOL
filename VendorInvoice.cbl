       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VNDINVOICE.
*> Vendor invoice entry with a three-way match - the payables end of
*> what POENTRY and STOCKRECEIVE started. The vendor's bill is keyed
*> against the PO number it charges for, one line per product/size
*> billed, and every line is checked three ways before the bill may
*> be paid:
*>     - ordered:  the PO line's PODQtyOrdered
*>     - received: the PO line's PODQtyReceived, booked by
*>                 STOCKRECEIVE off the truck
*>     - cost:     the product master's ProdUnitCost
*> Earlier bills already matched against the same PO line count
*> toward the quantity, so a vendor can't bill the same carton
*> twice. An invoice whose lines all agree is Matched (payable);
*> anything outside tolerance holds the whole invoice and it prints
*> on the match-exception report (vinvmatch_report.txt) - the same
*> compare-and-exception pattern FUELRECON applies to the fuel card.
*> Held invoices can be re-matched once the missing goods arrive.
*> Tolerances come from vinvparm.txt when present (cost percent,
*> quantity units), defaulting below. Voucher numbers come from
*> vinvctl.txt; headers in vinvhdr.txt, lines in vinvdtl.txt, both
*> shared via copybooks.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL VendorFile ASSIGN TO "vendors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POHeaderFile ASSIGN TO "pohdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PODetailFile ASSIGN TO "podtl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Product master - ProdUnitCost is the cost leg of the match
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL VInvHeaderFile ASSIGN TO "vinvhdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VInvDetailFile ASSIGN TO "vinvdtl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VInvControlFile ASSIGN TO "vinvctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "vinvparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "vinvmatch_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with VENDORMAINT via copybooks/VENDREC.cpy
FD VendorFile.
       COPY VENDREC.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/POHDRREC.cpy
FD POHeaderFile.
       COPY POHDRREC.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/PODTLREC.cpy
FD PODetailFile.
       COPY PODTLREC.

*> Shared with PRODMAINT/STOCKRECEIVE via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with the payables programs via copybooks/VINVHDRREC.cpy
FD VInvHeaderFile.
       COPY VINVHDRREC.

*> Shared with the payables programs via copybooks/VINVDTLREC.cpy
FD VInvDetailFile.
       COPY VINVDTLREC.

FD VInvControlFile.
       01 VInvControlRecord.
           02 CtlNextVoucher PIC 9(6).

FD ParmFile.
       01 ParmRecord.
           02 ParmCostTolPct PIC 9(2)V99.
           02 ParmQtyTolerance PIC 9(3).

FD ReportFile.
       01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-VENDOR-EOF PIC X.
       01 WS-POH-EOF PIC X.
       01 WS-POD-EOF PIC X.
       01 WS-VIH-EOF PIC X.
       01 WS-VID-EOF PIC X.
       01 WS-CTL-EOF PIC X VALUE 'N'.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
*> Unit-cost differences inside this percentage of ProdUnitCost are
*> rounding on the vendor's side, and this many units over is
*> breakage allowance - used when vinvparm.txt isn't there
       01 WS-COST-TOL-PCT PIC 9(2)V99 VALUE 2.00.
       01 WS-QTY-TOLERANCE PIC 9(3) VALUE ZERO.
       01 WS-NEXT-VOUCHER PIC 9(6) VALUE 1.
*> Every vendor invoice held in storage so a new bill can be checked
*> against earlier ones and re-matching can flip statuses, then
*> written back whole. A file too big for its table refuses rather
*> than truncating - the STOCKRECEIVE PO-file discipline. The
*> DEPENDING ON counters must be declared ahead of the tables they
*> size
       01 WS-VI-OVERFLOW PIC X VALUE 'N'.
       01 VihCount PIC 9(4) VALUE ZERO.
       01 VihTable.
           02 VihEntry OCCURS 0 TO 1000 TIMES
                   DEPENDING ON VihCount.
               03 Vih-Voucher PIC 9(6).
               03 Vih-VendorID PIC X(6).
               03 Vih-VendorInv PIC X(12).
               03 Vih-PONum PIC 9(6).
               03 Vih-InvDate PIC 9(8).
               03 Vih-DueDate PIC 9(8).
               03 Vih-DiscDate PIC 9(8).
               03 Vih-DiscPct PIC 9(2)V99.
               03 Vih-Amount PIC 9(8)V99.
               03 Vih-Status PIC X.
               03 Vih-Entered PIC 9(8).
               03 Vih-CheckNum PIC 9(6).
               03 Vih-PaidDate PIC 9(8).
               03 Vih-DiscTaken PIC 9(6)V99.
       01 VidCount PIC 9(4) VALUE ZERO.
       01 VidTable.
           02 VidEntry OCCURS 0 TO 3000 TIMES
                   DEPENDING ON VidCount.
               03 Vid-Voucher PIC 9(6).
               03 Vid-LineNum PIC 9(3).
               03 Vid-ProdName PIC X(10).
               03 Vid-Size PIC A.
               03 Vid-Qty PIC 9(5).
               03 Vid-UnitCost PIC 9(6)V99.
               03 Vid-Exception PIC X.
       01 WS-VIH-IDX PIC 9(4).
       01 WS-VID-IDX PIC 9(4).
       01 WS-CUR-VIH PIC 9(4).
       01 WS-OTHER-IDX PIC 9(4).
*> The lines of the one PO being matched, with the quantity earlier
*> matched or paid bills already claimed against each. The
*> DEPENDING ON counter must be declared ahead of the table it sizes
       01 PlCount PIC 9(3) VALUE ZERO.
       01 PoLineTable.
           02 PoLine OCCURS 0 TO 200 TIMES DEPENDING ON PlCount.
               03 Pl-ProdName PIC X(10).
               03 Pl-Size PIC A.
               03 Pl-Ordered PIC 9(5).
               03 Pl-Received PIC 9(5).
               03 Pl-Billed PIC 9(6).
       01 WS-PL-IDX PIC 9(3).
       01 WS-PL-FOUND PIC 9(3).
       01 WS-CUM-BILLED PIC 9(6).
       01 WS-COST-DIFF PIC S9(6)V99.
       01 WS-COST-LIMIT PIC 9(6)V9999.
       01 WS-HELD-LINES PIC 9(3).
*> Entry work fields
       01 WS-PO-INPUT PIC X(6).
       01 WS-PO-NUM PIC 9(6).
       01 WS-PO-FOUND PIC X.
       01 WS-PO-VENDOR PIC X(6).
       01 WS-PO-STATUS PIC X.
           88 WS-PO-UNAPPROVED VALUE 'P' 'R'.
       01 WS-VENDOR-NAME PIC X(25).
       01 WS-VINV-INPUT PIC X(12).
       01 WS-DUP-FOUND PIC X.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-INV-DATE PIC 9(8).
       01 WS-DAYS-INPUT PIC X(3).
       01 WS-NET-DAYS PIC 9(3).
       01 WS-DISC-DAYS PIC 9(3).
       01 WS-PCT-INPUT PIC X(5).
       01 WS-DISC-PCT PIC 9(2)V99.
       01 WS-PROD-INPUT PIC X(10).
       01 WS-SIZE-INPUT PIC A.
       01 WS-QTY-INPUT PIC X(5).
       01 WS-COST-INPUT PIC X(9).
       01 WS-UNIT-COST PIC 9(6)V99.
       01 WS-LINE-NUM PIC 9(3).
       01 WS-MORE-LINES PIC X.
       01 WS-INV-TOTAL PIC 9(8)V99.
       01 WS-DISPLAY-AMOUNT PIC $$$,$$$,$$9.99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-REMATCHED PIC 9(4).
       01 WS-RELEASED PIC 9(4).
       01 WS-HELD-COUNT PIC 9(4).
       01 WS-HELD-TOTAL PIC 9(9)V99.
*> DATEUTIL linkage - the invoice date is validated and the terms
*> dates worked out by the shared date library
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
       01 WS-EXCEPTION-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-E-PRODNAME PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-E-SIZE PIC X.
           02 FILLER PIC X(6) VALUE " BILL ".
           02 WS-E-QTY PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE " @ ".
           02 WS-E-COST PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-E-REASON PIC X(30).

*> BATCHLOCK answer - '90' means the nightly chain owns the files
*> right now and no supervisor overrode the closed window
       01 WS-BL-PROGRAM PIC X(12) VALUE "VNDINVOICE".
       01 WS-BL-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "VNDINVOICE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BATCHLOCK' USING WS-BL-PROGRAM, WS-BL-STATUS
       END-CALL.
       IF WS-BL-STATUS = "90"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       PERFORM LoadVendorInvoices.
       IF WS-VI-OVERFLOW = 'Y'
           DISPLAY "VNDINVOICE: vendor invoice files larger than "
               "1000 headers / 3000 lines - nothing entered, files "
               "untouched"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadNextVoucher.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       ELSE
           DISPLAY "VNDINVOICE: product master not available (status "
               WS-PRODUCT-STATUS "), cost leg of the match skipped"
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "VENDOR INVOICES"
           DISPLAY "1 : Enter Vendor Invoice"
           DISPLAY "2 : Re-match Held Invoices"
           DISPLAY "3 : Match-Exception Report"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM EnterInvoice
               WHEN 2 PERFORM RematchHeld
               WHEN 3 PERFORM ExceptionReport
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveVendorInvoices.
       PERFORM SaveNextVoucher.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

EnterInvoice.
       DISPLAY " ".
       IF VihCount = 1000
           DISPLAY "Vendor invoice file is full - pay and archive "
               "old invoices first"
           EXIT PARAGRAPH
       END-IF.
       PERFORM GetPO.
       IF WS-PO-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       PERFORM GetVendorInvNum.
       IF WS-DUP-FOUND = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM GetInvoiceDate.
       PERFORM GetTerms.
       MOVE 0 TO WS-LINE-NUM.
       MOVE 0 TO WS-INV-TOTAL.
       MOVE 'Y' TO WS-MORE-LINES.
       PERFORM UNTIL WS-MORE-LINES = 'N'
           PERFORM EnterOneBilledLine
           DISPLAY "Add another billed line? y/n"
           ACCEPT WS-MORE-LINES
           IF WS-MORE-LINES NOT = 'y' AND WS-MORE-LINES NOT = 'Y'
               MOVE 'N' TO WS-MORE-LINES
           END-IF
       END-PERFORM.
       IF WS-LINE-NUM = 0
           DISPLAY "No lines billed - invoice not entered"
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VihCount.
       MOVE VihCount TO WS-CUR-VIH.
       MOVE WS-NEXT-VOUCHER TO Vih-Voucher(VihCount).
       MOVE WS-PO-VENDOR TO Vih-VendorID(VihCount).
       MOVE WS-VINV-INPUT TO Vih-VendorInv(VihCount).
       MOVE WS-PO-NUM TO Vih-PONum(VihCount).
       MOVE WS-INV-DATE TO Vih-InvDate(VihCount).
       PERFORM ComputeTermsDates.
       MOVE WS-INV-TOTAL TO Vih-Amount(VihCount).
       MOVE 'H' TO Vih-Status(VihCount).
       MOVE WS-RUN-DATE TO Vih-Entered(VihCount).
       MOVE ZERO TO Vih-CheckNum(VihCount).
       MOVE ZERO TO Vih-PaidDate(VihCount).
       MOVE ZERO TO Vih-DiscTaken(VihCount).
       ADD 1 TO WS-NEXT-VOUCHER.
       PERFORM SaveNextVoucher.
       PERFORM MatchVoucher.
       MOVE WS-INV-TOTAL TO WS-DISPLAY-AMOUNT.
       IF Vih-Status(WS-CUR-VIH) = 'M'
           DISPLAY "Voucher " Vih-Voucher(WS-CUR-VIH) " MATCHED - "
               WS-DISPLAY-AMOUNT " payable, due "
               Vih-DueDate(WS-CUR-VIH)
       ELSE
           DISPLAY "Voucher " Vih-Voucher(WS-CUR-VIH) " HELD - "
               WS-HELD-LINES " line(s) outside tolerance, see the "
               "match-exception report"
       END-IF.

GetPO.
*> The bill must charge for a PO POENTRY actually cut - the PO also
*> says which vendor is billing
       MOVE 'N' TO WS-PO-FOUND.
       DISPLAY "PO number billed : " WITH NO ADVANCING.
       MOVE SPACES TO WS-PO-INPUT.
       ACCEPT WS-PO-INPUT.
       IF WS-PO-INPUT IS NOT NUMERIC
           DISPLAY "PO number must be numeric"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PO-INPUT TO WS-PO-NUM.
       MOVE 'N' TO WS-POH-EOF.
       OPEN INPUT POHeaderFile.
       PERFORM UNTIL WS-POH-EOF = 'Y' OR WS-PO-FOUND = 'Y'
           READ POHeaderFile
               AT END MOVE 'Y' TO WS-POH-EOF
           END-READ
           IF WS-POH-EOF NOT = 'Y'
               IF PONum = WS-PO-NUM
                   MOVE 'Y' TO WS-PO-FOUND
                   MOVE POVendorID TO WS-PO-VENDOR
                   MOVE POStatus TO WS-PO-STATUS
               END-IF
           END-IF
       END-PERFORM.
       CLOSE POHeaderFile.
       IF WS-PO-FOUND = 'N'
           DISPLAY "PO " WS-PO-NUM " not on file"
           EXIT PARAGRAPH
       END-IF.
*> A PO never approved was never placed - nothing on it is billable
       IF WS-PO-UNAPPROVED
           DISPLAY "PO " WS-PO-NUM " has not been approved"
           MOVE 'N' TO WS-PO-FOUND
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-VENDOR-NAME.
       MOVE 'N' TO WS-VENDOR-EOF.
       OPEN INPUT VendorFile.
       PERFORM UNTIL WS-VENDOR-EOF = 'Y'
           READ VendorFile
               AT END MOVE 'Y' TO WS-VENDOR-EOF
           END-READ
           IF WS-VENDOR-EOF NOT = 'Y'
               IF VndID = WS-PO-VENDOR
                   MOVE VndName TO WS-VENDOR-NAME
                   MOVE 'Y' TO WS-VENDOR-EOF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE VendorFile.
       DISPLAY "PO " WS-PO-NUM " - vendor " WS-PO-VENDOR " "
           WS-VENDOR-NAME.

GetVendorInvNum.
*> The vendor's own invoice number, refused if this vendor has
*> already billed it - a duplicate bill is the commonest way to pay
*> twice
       MOVE 'N' TO WS-DUP-FOUND.
       PERFORM WITH TEST AFTER
               UNTIL FUNCTION TRIM(WS-VINV-INPUT) NOT = SPACES
           DISPLAY "Vendor's invoice number : " WITH NO ADVANCING
           ACCEPT WS-VINV-INPUT
           IF FUNCTION TRIM(WS-VINV-INPUT) = SPACES
               DISPLAY "Invoice number cannot be blank"
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-VIH-IDX FROM 1 BY 1
               UNTIL WS-VIH-IDX > VihCount
           IF Vih-VendorID(WS-VIH-IDX) = WS-PO-VENDOR
                   AND Vih-VendorInv(WS-VIH-IDX) = WS-VINV-INPUT
               MOVE 'Y' TO WS-DUP-FOUND
           END-IF
       END-PERFORM.
       IF WS-DUP-FOUND = 'Y'
           DISPLAY "Vendor " WS-PO-VENDOR " invoice " WS-VINV-INPUT
               " is already on file - not entered again"
       END-IF.

GetInvoiceDate.
       MOVE SPACES TO WS-DATE-INPUT.
       MOVE "90" TO WS-DU-STATUS.
       PERFORM WITH TEST AFTER UNTIL WS-DU-STATUS = "00"
           DISPLAY "Invoice date (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-INV-DATE
               MOVE 'VAL ' TO WS-DU-FUNCTION
               CALL 'DATEUTIL' USING WS-DU-FUNCTION,
                   WS-INV-DATE, WS-DU-DATE2, WS-DU-DAYS,
                   WS-DU-RESULT, WS-DU-STATUS
               END-CALL
           ELSE
               MOVE "90" TO WS-DU-STATUS
           END-IF
           IF WS-DU-STATUS NOT = "00"
               DISPLAY "Not a valid calendar date"
           END-IF
       END-PERFORM.

GetTerms.
*> Terms as printed on the bill: net days, and an optional early-
*> payment discount (e.g. 2% 10 net 30)
       MOVE SPACES TO WS-DAYS-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-DAYS-INPUT IS NUMERIC
           DISPLAY "Terms - net days (e.g. 030) : " WITH NO ADVANCING
           ACCEPT WS-DAYS-INPUT
           IF WS-DAYS-INPUT IS NOT NUMERIC
               DISPLAY "Net days must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-DAYS-INPUT TO WS-NET-DAYS.
       MOVE ZERO TO WS-DISC-PCT.
       MOVE ZERO TO WS-DISC-DAYS.
       DISPLAY "Early-payment discount % (blank = none) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-PCT-INPUT.
       ACCEPT WS-PCT-INPUT.
       IF WS-PCT-INPUT = SPACES
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DISC-PCT = FUNCTION NUMVAL(WS-PCT-INPUT).
       IF WS-DISC-PCT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-DAYS-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-DAYS-INPUT IS NUMERIC
           DISPLAY "Discount days (e.g. 010) : " WITH NO ADVANCING
           ACCEPT WS-DAYS-INPUT
           IF WS-DAYS-INPUT IS NOT NUMERIC
               DISPLAY "Discount days must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-DAYS-INPUT TO WS-DISC-DAYS.

ComputeTermsDates.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE WS-NET-DAYS TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-INV-DATE,
           WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-RESULT TO Vih-DueDate(VihCount).
       IF WS-DISC-PCT = ZERO
           MOVE ZERO TO Vih-DiscDate(VihCount)
           MOVE ZERO TO Vih-DiscPct(VihCount)
       ELSE
           MOVE WS-DISC-DAYS TO WS-DU-DAYS
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-INV-DATE,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           MOVE WS-DU-RESULT TO Vih-DiscDate(VihCount)
           MOVE WS-DISC-PCT TO Vih-DiscPct(VihCount)
       END-IF.

EnterOneBilledLine.
       IF VidCount = 3000
           DISPLAY "Vendor invoice line file is full - line not taken"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Product (SKU) billed : " WITH NO ADVANCING.
       ACCEPT WS-PROD-INPUT.
       DISPLAY "Size (S/M/L...) : " WITH NO ADVANCING.
       ACCEPT WS-SIZE-INPUT.
       MOVE SPACES TO WS-QTY-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-QTY-INPUT IS NUMERIC
           DISPLAY "Quantity billed : " WITH NO ADVANCING
           ACCEPT WS-QTY-INPUT
           IF WS-QTY-INPUT IS NOT NUMERIC
               DISPLAY "Quantity must be numeric"
           END-IF
       END-PERFORM.
       MOVE SPACES TO WS-COST-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-COST-INPUT NOT = SPACES
           DISPLAY "Unit cost billed : " WITH NO ADVANCING
           ACCEPT WS-COST-INPUT
       END-PERFORM.
       COMPUTE WS-UNIT-COST = FUNCTION NUMVAL(WS-COST-INPUT).
       ADD 1 TO WS-LINE-NUM.
       ADD 1 TO VidCount.
       MOVE WS-NEXT-VOUCHER TO Vid-Voucher(VidCount).
       MOVE WS-LINE-NUM TO Vid-LineNum(VidCount).
       MOVE WS-PROD-INPUT TO Vid-ProdName(VidCount).
       MOVE WS-SIZE-INPUT TO Vid-Size(VidCount).
       MOVE WS-QTY-INPUT TO Vid-Qty(VidCount).
       MOVE WS-UNIT-COST TO Vid-UnitCost(VidCount).
       MOVE SPACE TO Vid-Exception(VidCount).
       COMPUTE WS-INV-TOTAL = WS-INV-TOTAL
           + Vid-Qty(VidCount) * WS-UNIT-COST.

MatchVoucher.
*> Three-way match of the voucher at WS-CUR-VIH. The PO's lines are
*> loaded fresh (STOCKRECEIVE may have booked more since), earlier
*> matched or paid bills on the same PO claim their quantities
*> first, then each line of this bill is judged in turn. One bad
*> line holds the whole invoice
       PERFORM LoadPoLines.
       PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > VihCount
           IF WS-OTHER-IDX NOT = WS-CUR-VIH
                   AND Vih-PONum(WS-OTHER-IDX) = Vih-PONum(WS-CUR-VIH)
                   AND (Vih-Status(WS-OTHER-IDX) = 'M'
                       OR Vih-Status(WS-OTHER-IDX) = 'P')
               PERFORM ClaimEarlierBill
           END-IF
       END-PERFORM.
       MOVE 0 TO WS-HELD-LINES.
       PERFORM VARYING WS-VID-IDX FROM 1 BY 1
               UNTIL WS-VID-IDX > VidCount
           IF Vid-Voucher(WS-VID-IDX) = Vih-Voucher(WS-CUR-VIH)
               PERFORM MatchOneLine
               IF Vid-Exception(WS-VID-IDX) NOT = SPACE
                   ADD 1 TO WS-HELD-LINES
               END-IF
           END-IF
       END-PERFORM.
       IF WS-HELD-LINES = 0
           MOVE 'M' TO Vih-Status(WS-CUR-VIH)
       ELSE
           MOVE 'H' TO Vih-Status(WS-CUR-VIH)
       END-IF.

ClaimEarlierBill.
       PERFORM VARYING WS-VID-IDX FROM 1 BY 1
               UNTIL WS-VID-IDX > VidCount
           IF Vid-Voucher(WS-VID-IDX) = Vih-Voucher(WS-OTHER-IDX)
               PERFORM FindPoLine
               IF WS-PL-FOUND > 0
                   ADD Vid-Qty(WS-VID-IDX) TO Pl-Billed(WS-PL-FOUND)
               END-IF
           END-IF
       END-PERFORM.

MatchOneLine.
       MOVE SPACE TO Vid-Exception(WS-VID-IDX).
       PERFORM FindPoLine.
       IF WS-PL-FOUND = 0
           MOVE 'N' TO Vid-Exception(WS-VID-IDX)
           EXIT PARAGRAPH
       END-IF.
*> Two lines of the same product on one bill add up, the same as
*> two bills do
       ADD Vid-Qty(WS-VID-IDX) TO Pl-Billed(WS-PL-FOUND).
       MOVE Pl-Billed(WS-PL-FOUND) TO WS-CUM-BILLED.
       IF WS-CUM-BILLED > Pl-Ordered(WS-PL-FOUND) + WS-QTY-TOLERANCE
           MOVE 'O' TO Vid-Exception(WS-VID-IDX)
           EXIT PARAGRAPH
       END-IF.
       IF WS-CUM-BILLED > Pl-Received(WS-PL-FOUND) + WS-QTY-TOLERANCE
           MOVE 'R' TO Vid-Exception(WS-VID-IDX)
           EXIT PARAGRAPH
       END-IF.
*> A product with no cost on file yet can't be judged on cost -
*> the quantity legs still have to agree
       IF WS-PRODUCTS-OPEN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE Vid-ProdName(WS-VID-IDX) TO ProdSKU.
       READ ProductFile
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF ProdUnitCost = ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-COST-DIFF = Vid-UnitCost(WS-VID-IDX) - ProdUnitCost.
       IF WS-COST-DIFF < 0
           COMPUTE WS-COST-DIFF = 0 - WS-COST-DIFF
       END-IF.
       COMPUTE WS-COST-LIMIT = ProdUnitCost * WS-COST-TOL-PCT / 100.
       IF WS-COST-DIFF > WS-COST-LIMIT
           MOVE 'C' TO Vid-Exception(WS-VID-IDX)
       END-IF.

FindPoLine.
       MOVE 0 TO WS-PL-FOUND.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > PlCount OR WS-PL-FOUND > 0
           IF Pl-ProdName(WS-PL-IDX) = Vid-ProdName(WS-VID-IDX)
                   AND Pl-Size(WS-PL-IDX) = Vid-Size(WS-VID-IDX)
               MOVE WS-PL-IDX TO WS-PL-FOUND
           END-IF
       END-PERFORM.

LoadPoLines.
*> Same product/size on two PO lines is folded into one, so the
*> match judges the PO's whole commitment for that item
       MOVE 0 TO PlCount.
       MOVE 'N' TO WS-POD-EOF.
       OPEN INPUT PODetailFile.
       PERFORM UNTIL WS-POD-EOF = 'Y'
           READ PODetailFile
               AT END MOVE 'Y' TO WS-POD-EOF
           END-READ
           IF WS-POD-EOF NOT = 'Y'
               IF PODNum = Vih-PONum(WS-CUR-VIH)
                   PERFORM AddPoLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PODetailFile.

AddPoLine.
       MOVE 0 TO WS-PL-FOUND.
       PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > PlCount OR WS-PL-FOUND > 0
           IF Pl-ProdName(WS-PL-IDX) = PODProdName
                   AND Pl-Size(WS-PL-IDX) = PODSize
               MOVE WS-PL-IDX TO WS-PL-FOUND
           END-IF
       END-PERFORM.
       IF WS-PL-FOUND > 0
           ADD PODQtyOrdered TO Pl-Ordered(WS-PL-FOUND)
           ADD PODQtyReceived TO Pl-Received(WS-PL-FOUND)
           EXIT PARAGRAPH
       END-IF.
       IF PlCount = 200
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO PlCount.
       MOVE PODProdName TO Pl-ProdName(PlCount).
       MOVE PODSize TO Pl-Size(PlCount).
       MOVE PODQtyOrdered TO Pl-Ordered(PlCount).
       MOVE PODQtyReceived TO Pl-Received(PlCount).
       MOVE ZERO TO Pl-Billed(PlCount).

RematchHeld.
*> Goods that were still on the truck when the bill came in have
*> usually been received since - every held invoice is judged again
*> and the ones that now agree become payable
       MOVE 0 TO WS-REMATCHED.
       MOVE 0 TO WS-RELEASED.
       PERFORM VARYING WS-CUR-VIH FROM 1 BY 1
               UNTIL WS-CUR-VIH > VihCount
           IF Vih-Status(WS-CUR-VIH) = 'H'
               ADD 1 TO WS-REMATCHED
               PERFORM MatchVoucher
               IF Vih-Status(WS-CUR-VIH) = 'M'
                   ADD 1 TO WS-RELEASED
                   DISPLAY "Voucher " Vih-Voucher(WS-CUR-VIH)
                       " now MATCHED - payable"
               END-IF
           END-IF
       END-PERFORM.
       DISPLAY "Held invoices re-matched: " WS-REMATCHED
           "  now payable: " WS-RELEASED.

ExceptionReport.
*> One block per held invoice - vendor, their invoice number, PO
*> and amount on the heading, then each line that broke the match
*> and why
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "VNDINVOICE: unable to open vinvmatch_report.txt, "
               "status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "VENDOR INVOICE MATCH EXCEPTIONS - HELD, NOT PAYABLE"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 0 TO WS-HELD-COUNT.
       MOVE 0 TO WS-HELD-TOTAL.
       PERFORM VARYING WS-VIH-IDX FROM 1 BY 1
               UNTIL WS-VIH-IDX > VihCount
           IF Vih-Status(WS-VIH-IDX) = 'H'
               ADD 1 TO WS-HELD-COUNT
               ADD Vih-Amount(WS-VIH-IDX) TO WS-HELD-TOTAL
               PERFORM ReportOneHeld
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       MOVE WS-HELD-TOTAL TO WS-DISPLAY-AMOUNT.
       STRING "HELD INVOICES: " WS-HELD-COUNT
           "  AMOUNT HELD: " WS-DISPLAY-AMOUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Match-exception report written, held invoices: "
           WS-HELD-COUNT.

ReportOneHeld.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE Vih-Amount(WS-VIH-IDX) TO WS-DISPLAY-AMOUNT.
       STRING "VOUCHER " Vih-Voucher(WS-VIH-IDX)
           " VENDOR " Vih-VendorID(WS-VIH-IDX)
           " INV " Vih-VendorInv(WS-VIH-IDX)
           " PO " Vih-PONum(WS-VIH-IDX)
           " " WS-DISPLAY-AMOUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-VID-IDX FROM 1 BY 1
               UNTIL WS-VID-IDX > VidCount
           IF Vid-Voucher(WS-VID-IDX) = Vih-Voucher(WS-VIH-IDX)
                   AND Vid-Exception(WS-VID-IDX) NOT = SPACE
               MOVE Vid-ProdName(WS-VID-IDX) TO WS-E-PRODNAME
               MOVE Vid-Size(WS-VID-IDX) TO WS-E-SIZE
               MOVE Vid-Qty(WS-VID-IDX) TO WS-E-QTY
               MOVE Vid-UnitCost(WS-VID-IDX) TO WS-E-COST
               EVALUATE Vid-Exception(WS-VID-IDX)
                   WHEN 'N'
                       MOVE "NOT ON THE PO" TO WS-E-REASON
                   WHEN 'O'
                       MOVE "BILLED MORE THAN ORDERED"
                           TO WS-E-REASON
                   WHEN 'R'
                       MOVE "BILLED MORE THAN RECEIVED"
                           TO WS-E-REASON
                   WHEN 'C'
                       MOVE "UNIT COST OUTSIDE TOLERANCE"
                           TO WS-E-REASON
                   WHEN OTHER
                       MOVE "UNKNOWN EXCEPTION" TO WS-E-REASON
               END-EVALUATE
               MOVE WS-EXCEPTION-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.

LoadVendorInvoices.
       MOVE 'N' TO WS-VI-OVERFLOW.
       MOVE 0 TO VihCount.
       MOVE 'N' TO WS-VIH-EOF.
       OPEN INPUT VInvHeaderFile.
       PERFORM ReadVInvHeader.
       PERFORM UNTIL WS-VIH-EOF = 'Y' OR VihCount = 1000
           ADD 1 TO VihCount
           MOVE VIVoucherNum TO Vih-Voucher(VihCount)
           MOVE VIVendorID TO Vih-VendorID(VihCount)
           MOVE VIVendorInvNum TO Vih-VendorInv(VihCount)
           MOVE VIPONum TO Vih-PONum(VihCount)
           MOVE VIInvoiceDate TO Vih-InvDate(VihCount)
           MOVE VIDueDate TO Vih-DueDate(VihCount)
           MOVE VIDiscDate TO Vih-DiscDate(VihCount)
           MOVE VIDiscPct TO Vih-DiscPct(VihCount)
           MOVE VIAmount TO Vih-Amount(VihCount)
           MOVE VIStatus TO Vih-Status(VihCount)
           MOVE VIEnteredDate TO Vih-Entered(VihCount)
           MOVE VICheckNum TO Vih-CheckNum(VihCount)
           MOVE VIPaidDate TO Vih-PaidDate(VihCount)
           MOVE VIDiscTaken TO Vih-DiscTaken(VihCount)
           PERFORM ReadVInvHeader
       END-PERFORM.
       IF WS-VIH-EOF NOT = 'Y'
           MOVE 'Y' TO WS-VI-OVERFLOW
       END-IF.
       CLOSE VInvHeaderFile.
       MOVE 0 TO VidCount.
       MOVE 'N' TO WS-VID-EOF.
       OPEN INPUT VInvDetailFile.
       PERFORM ReadVInvDetail.
       PERFORM UNTIL WS-VID-EOF = 'Y' OR VidCount = 3000
           ADD 1 TO VidCount
           MOVE VDVoucherNum TO Vid-Voucher(VidCount)
           MOVE VDLineNum TO Vid-LineNum(VidCount)
           MOVE VDProdName TO Vid-ProdName(VidCount)
           MOVE VDSize TO Vid-Size(VidCount)
           MOVE VDQtyBilled TO Vid-Qty(VidCount)
           MOVE VDUnitCost TO Vid-UnitCost(VidCount)
           MOVE VDException TO Vid-Exception(VidCount)
           PERFORM ReadVInvDetail
       END-PERFORM.
       IF WS-VID-EOF NOT = 'Y'
           MOVE 'Y' TO WS-VI-OVERFLOW
       END-IF.
       CLOSE VInvDetailFile.

ReadVInvHeader.
       READ VInvHeaderFile
           AT END MOVE 'Y' TO WS-VIH-EOF
       END-READ.

ReadVInvDetail.
       READ VInvDetailFile
           AT END MOVE 'Y' TO WS-VID-EOF
       END-READ.

SaveVendorInvoices.
       OPEN OUTPUT VInvHeaderFile.
       PERFORM VARYING WS-VIH-IDX FROM 1 BY 1
               UNTIL WS-VIH-IDX > VihCount
           MOVE Vih-Voucher(WS-VIH-IDX) TO VIVoucherNum
           MOVE Vih-VendorID(WS-VIH-IDX) TO VIVendorID
           MOVE Vih-VendorInv(WS-VIH-IDX) TO VIVendorInvNum
           MOVE Vih-PONum(WS-VIH-IDX) TO VIPONum
           MOVE Vih-InvDate(WS-VIH-IDX) TO VIInvoiceDate
           MOVE Vih-DueDate(WS-VIH-IDX) TO VIDueDate
           MOVE Vih-DiscDate(WS-VIH-IDX) TO VIDiscDate
           MOVE Vih-DiscPct(WS-VIH-IDX) TO VIDiscPct
           MOVE Vih-Amount(WS-VIH-IDX) TO VIAmount
           MOVE Vih-Status(WS-VIH-IDX) TO VIStatus
           MOVE Vih-Entered(WS-VIH-IDX) TO VIEnteredDate
           MOVE Vih-CheckNum(WS-VIH-IDX) TO VICheckNum
           MOVE Vih-PaidDate(WS-VIH-IDX) TO VIPaidDate
           MOVE Vih-DiscTaken(WS-VIH-IDX) TO VIDiscTaken
           WRITE VendorInvoiceRecord
       END-PERFORM.
       CLOSE VInvHeaderFile.
       OPEN OUTPUT VInvDetailFile.
       PERFORM VARYING WS-VID-IDX FROM 1 BY 1
               UNTIL WS-VID-IDX > VidCount
           MOVE Vid-Voucher(WS-VID-IDX) TO VDVoucherNum
           MOVE Vid-LineNum(WS-VID-IDX) TO VDLineNum
           MOVE Vid-ProdName(WS-VID-IDX) TO VDProdName
           MOVE Vid-Size(WS-VID-IDX) TO VDSize
           MOVE Vid-Qty(WS-VID-IDX) TO VDQtyBilled
           MOVE Vid-UnitCost(WS-VID-IDX) TO VDUnitCost
           MOVE Vid-Exception(WS-VID-IDX) TO VDException
           WRITE VendorInvoiceLine
       END-PERFORM.
       CLOSE VInvDetailFile.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmCostTolPct IS NUMERIC
               MOVE ParmCostTolPct TO WS-COST-TOL-PCT
           END-IF
           IF ParmQtyTolerance IS NUMERIC
               MOVE ParmQtyTolerance TO WS-QTY-TOLERANCE
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadNextVoucher.
       OPEN INPUT VInvControlFile.
       READ VInvControlFile
           AT END MOVE 'Y' TO WS-CTL-EOF
       END-READ.
       IF WS-CTL-EOF NOT = 'Y'
           MOVE CtlNextVoucher TO WS-NEXT-VOUCHER
       END-IF.
       CLOSE VInvControlFile.

SaveNextVoucher.
       OPEN OUTPUT VInvControlFile.
       MOVE WS-NEXT-VOUCHER TO CtlNextVoucher.
       WRITE VInvControlRecord.
       CLOSE VInvControlFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "vinvmatch_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APPAYRUN.
*> Accounts payable payment run - the payables twin of ARPAYMENT.
*> Every Matched vendor invoice VNDINVOICE put on file (vinvhdr.txt)
*> that falls due on or before the pay-through date is selected, and
*> so is any invoice whose early-payment discount date is still
*> ahead of us but inside the pay-through window - paying it now
*> earns the discount, so the discount is taken. Held invoices never
*> pay: they failed the three-way match.
*> One check per vendor covers all that vendor's selected invoices.
*> The check register (apcheck_register.txt) prints grouped by VndID
*> with the vendor name from vendors.txt, each invoice with its
*> gross, discount and net, and the check total. Each invoice is
*> stamped Paid with its check number, run date and discount taken.
*> The run also builds the payables GL batch the way GLEXPORT
*> builds the receivables one - debit accounts payable for the
*> gross, credit cash for the checks, credit purchase discounts for
*> the discounts - refuses it (and pays nothing) if it does not
*> balance, and writes it to apglexport.txt with the same record
*> layout and glaccts.txt account mapping.
*> The pay-through window (days ahead of today) comes from
*> appayparm.txt when present, defaulting below; check numbers come
*> from apchkctl.txt.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL VendorFile ASSIGN TO "vendors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL VInvHeaderFile ASSIGN TO "vinvhdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CheckControlFile ASSIGN TO "apchkctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "appayparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AccountMapFile ASSIGN TO "glaccts.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ExportFile ASSIGN TO "apglexport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.
       SELECT ReportFile ASSIGN TO "apcheck_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with VENDORMAINT via copybooks/VENDREC.cpy
FD VendorFile.
       COPY VENDREC.

*> Shared with VNDINVOICE via copybooks/VINVHDRREC.cpy
FD VInvHeaderFile.
       COPY VINVHDRREC.

FD CheckControlFile.
       01 CheckControlRecord.
           02 CtlNextCheckNum PIC 9(6).

FD ParmFile.
       01 ParmRecord.
           02 ParmPayAheadDays PIC 9(3).

*> Same layout GLEXPORT reads
FD AccountMapFile.
       01 AccountMapRecord.
           02 GAKey PIC X(8).
           02 GAAccount PIC X(8).

*> Same layout GLEXPORT writes: date, account, D or C, amount
FD ExportFile.
       01 ExportRecord.
           02 GXDate PIC 9(8).
           02 GXAccount PIC X(8).
           02 GXSide PIC X.
           02 GXAmount PIC 9(9)V99.

FD ReportFile.
       01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-EXPORT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-VENDOR-EOF PIC X.
       01 WS-VIH-EOF PIC X.
       01 WS-CTL-EOF PIC X VALUE 'N'.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-MAP-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Invoices due within this many days of today are paid now, so
*> the check reaches the vendor by the due date - used when
*> appayparm.txt isn't there to say otherwise
       01 WS-PAY-AHEAD-DAYS PIC 9(3) VALUE 7.
       01 WS-PAY-THROUGH PIC 9(8).
       01 WS-NEXT-CHECK PIC 9(6) VALUE 1.
*> The whole invoice file, held so paid invoices can be stamped and
*> the file written back; too big for the table refuses the run
*> rather than truncating. The DEPENDING ON counter must be
*> declared ahead of the table it sizes
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
               03 Vih-Selected PIC X.
       01 WS-VIH-IDX PIC 9(4).
       01 WS-PAY-IDX PIC 9(4).
*> Vendor codes and names for the register headings. The DEPENDING
*> ON counter must be declared ahead of the table it sizes
       01 VendorCount PIC 9(3) VALUE ZERO.
       01 VendorTable.
           02 VendorEntry OCCURS 0 TO 200 TIMES
                   DEPENDING ON VendorCount.
               03 Vn-ID PIC X(6).
               03 Vn-Name PIC X(25).
       01 WS-VN-IDX PIC 9(3).
       01 WS-VENDOR-NAME PIC X(25).
       01 WS-CUR-VENDOR PIC X(6).
       01 WS-CHECK-NUM PIC 9(6).
       01 WS-CHECK-TOTAL PIC 9(9)V99.
       01 WS-CHECK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-INVOICES-PAID PIC 9(4) VALUE ZERO.
       01 WS-NET-AMOUNT PIC 9(8)V99.
       01 WS-GROSS-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-DISC-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-NET-TOTAL PIC S9(9)V99 VALUE ZERO.
*> The payables GL batch, built the way GLEXPORT builds the day's
*> batch and written only once it proves balanced. The DEPENDING
*> ON counter must be declared ahead of the table it sizes
       01 WS-ACCOUNT-MAP.
           05 WS-AM OCCURS 3 TIMES.
               10 WS-AM-KEY PIC X(8).
               10 WS-AM-ACCT PIC X(8).
       01 WS-AM-IDX PIC 9.
       01 EntryCount PIC 9(2) VALUE ZERO.
       01 EntryTable.
           02 GlEntry OCCURS 0 TO 10 TIMES
                   DEPENDING ON EntryCount.
               03 Ge-Account PIC X(8).
               03 Ge-Side PIC X.
               03 Ge-Amount PIC S9(9)V99.
       01 WS-IDX PIC 9(2).
       01 WS-ENTRY-AMOUNT PIC S9(9)V99.
       01 WS-ENTRY-ACCOUNT PIC X(8).
       01 WS-ENTRY-SIDE PIC X.
       01 WS-TOT-DEBITS PIC S9(10)V99 VALUE ZERO.
       01 WS-TOT-CREDITS PIC S9(10)V99 VALUE ZERO.
*> DATEUTIL linkage - the pay-through date is today plus the window
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> PERIODCHK answer - '90' means today's month is closed and no
*> payments may post
       01 WS-PC-STATUS PIC XX.
*> OPSLOG linkage - a refused run lands on the central message log
*> for the morning shift
       01 WS-OPS-PROGRAM PIC X(12) VALUE "APPAYRUN".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
       01 WS-REGISTER-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-VOUCHER PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-VENDOR-INV PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-DUE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-GROSS PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-DISC PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-NET PIC ZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMOUNT PIC $$$,$$$,$$9.99.
       01 WS-DETAIL-LINE.
           02 WS-D-ACCOUNT PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-SIDE PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-AMOUNT PIC ----,---,--9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "APPAYRUN".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "APPAYRUN: accounting period "
               WS-RUN-DATE(1:6) " is CLOSED - no payments made"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadParm.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE WS-PAY-AHEAD-DAYS TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
           WS-DU-DATE2, WS-DU-DAYS, WS-PAY-THROUGH, WS-DU-STATUS
       END-CALL.
       PERFORM LoadVendorInvoices.
       IF WS-VI-OVERFLOW = 'Y'
           DISPLAY "APPAYRUN: vinvhdr.txt larger than 1000 invoices "
               "- nothing paid, file untouched"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "VENDOR INVOICE FILE OVER 1000 - PAYMENT RUN REFUSED"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadVendors.
       PERFORM LoadNextCheck.
       PERFORM LoadAccountMap.
       PERFORM SelectInvoices.
       IF WS-INVOICES-PAID = 0
           DISPLAY "APPAYRUN: no matched invoices due through "
               WS-PAY-THROUGH " - no checks written"
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM BuildBatch.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > EntryCount
           IF Ge-Side(WS-IDX) = 'D'
               ADD Ge-Amount(WS-IDX) TO WS-TOT-DEBITS
           ELSE
               ADD Ge-Amount(WS-IDX) TO WS-TOT-CREDITS
           END-IF
       END-PERFORM.
       IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
           *> An unbalanced batch never leaves the building, and no
           *> invoice is marked paid without it
           DISPLAY "APPAYRUN: payables batch does not balance - "
               "nothing paid"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE "AP BATCH DOES NOT BALANCE - NO CHECKS WRITTEN"
               TO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "APPAYRUN: unable to open apcheck_register.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ExportFile.
       IF WS-EXPORT-STATUS NOT = "00"
           DISPLAY "APPAYRUN: unable to open apglexport.txt, status "
               WS-EXPORT-STATUS
           CLOSE ReportFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM WriteRegister.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > EntryCount
           MOVE WS-RUN-DATE TO GXDate
           MOVE Ge-Account(WS-IDX) TO GXAccount
           MOVE Ge-Side(WS-IDX) TO GXSide
           MOVE Ge-Amount(WS-IDX) TO GXAmount
           WRITE ExportRecord
       END-PERFORM.
       CLOSE ExportFile.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       PERFORM SaveVendorInvoices.
       PERFORM SaveNextCheck.
       MOVE WS-NET-TOTAL TO WS-DISPLAY-AMOUNT.
       DISPLAY "Payment run complete - " WS-CHECK-COUNT
           " checks for " WS-INVOICES-PAID " invoices, "
           WS-DISPLAY-AMOUNT.
       MOVE 'I' TO WS-OPS-SEVERITY.
       MOVE SPACES TO WS-OPS-TEXT.
       STRING "AP PAYMENT RUN: " WS-CHECK-COUNT " CHECKS, "
           WS-INVOICES-PAID " INVOICES"
           DELIMITED BY SIZE INTO WS-OPS-TEXT.
       CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
           WS-OPS-TEXT
       END-CALL.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

SelectInvoices.
*> Due inside the window pays now; so does an invoice whose
*> discount date is still to come but inside the window - paying
*> early on purpose is how the discount is earned. A discount date
*> already behind us means full price
       PERFORM VARYING WS-VIH-IDX FROM 1 BY 1
               UNTIL WS-VIH-IDX > VihCount
           MOVE 'N' TO Vih-Selected(WS-VIH-IDX)
           IF Vih-Status(WS-VIH-IDX) = 'M'
               IF Vih-DueDate(WS-VIH-IDX) NOT > WS-PAY-THROUGH
                   MOVE 'Y' TO Vih-Selected(WS-VIH-IDX)
               END-IF
               IF Vih-DiscDate(WS-VIH-IDX) > ZERO
                       AND Vih-DiscDate(WS-VIH-IDX) NOT < WS-RUN-DATE
                       AND Vih-DiscDate(WS-VIH-IDX)
                           NOT > WS-PAY-THROUGH
                   MOVE 'Y' TO Vih-Selected(WS-VIH-IDX)
               END-IF
           END-IF
           IF Vih-Selected(WS-VIH-IDX) = 'Y'
               ADD 1 TO WS-INVOICES-PAID
               MOVE ZERO TO Vih-DiscTaken(WS-VIH-IDX)
               IF Vih-DiscDate(WS-VIH-IDX) NOT < WS-RUN-DATE
                       AND Vih-DiscPct(WS-VIH-IDX) > ZERO
                   COMPUTE Vih-DiscTaken(WS-VIH-IDX) ROUNDED =
                       Vih-Amount(WS-VIH-IDX)
                       * Vih-DiscPct(WS-VIH-IDX) / 100
               END-IF
               ADD Vih-Amount(WS-VIH-IDX) TO WS-GROSS-TOTAL
               ADD Vih-DiscTaken(WS-VIH-IDX) TO WS-DISC-TOTAL
           END-IF
       END-PERFORM.
       COMPUTE WS-NET-TOTAL = WS-GROSS-TOTAL - WS-DISC-TOTAL.

WriteRegister.
*> One block per vendor: heading with code and name, a line per
*> invoice, then the check that pays them all. Vendors are taken in
*> the order their first selected invoice sits on file
       MOVE "ACCOUNTS PAYABLE CHECK REGISTER" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "RUN DATE " WS-RUN-DATE "  PAY THROUGH " WS-PAY-THROUGH
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "  VOUCHER VENDOR INV   DUE              GROSS"
           "   DISCOUNT           NET"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-VIH-IDX FROM 1 BY 1
               UNTIL WS-VIH-IDX > VihCount
           IF Vih-Selected(WS-VIH-IDX) = 'Y'
                   AND Vih-CheckNum(WS-VIH-IDX) = ZERO
               MOVE Vih-VendorID(WS-VIH-IDX) TO WS-CUR-VENDOR
               PERFORM PayOneVendor
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       MOVE WS-GROSS-TOTAL TO WS-R-GROSS.
       MOVE WS-DISC-TOTAL TO WS-R-DISC.
       MOVE WS-NET-TOTAL TO WS-R-NET.
       STRING "CHECKS: " WS-CHECK-COUNT "  INVOICES: "
           WS-INVOICES-PAID "  " WS-R-GROSS " " WS-R-DISC " "
           WS-R-NET
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

PayOneVendor.
*> Every selected invoice for this vendor from here down the file
*> rides the one check, stamped with its number as it prints
       MOVE SPACES TO WS-VENDOR-NAME.
       PERFORM VARYING WS-VN-IDX FROM 1 BY 1
               UNTIL WS-VN-IDX > VendorCount
           IF Vn-ID(WS-VN-IDX) = WS-CUR-VENDOR
               MOVE Vn-Name(WS-VN-IDX) TO WS-VENDOR-NAME
           END-IF
       END-PERFORM.
       MOVE WS-NEXT-CHECK TO WS-CHECK-NUM.
       ADD 1 TO WS-NEXT-CHECK.
       ADD 1 TO WS-CHECK-COUNT.
       MOVE 0 TO WS-CHECK-TOTAL.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "VENDOR " WS-CUR-VENDOR " " WS-VENDOR-NAME
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-PAY-IDX FROM WS-VIH-IDX BY 1
               UNTIL WS-PAY-IDX > VihCount
           IF Vih-Selected(WS-PAY-IDX) = 'Y'
                   AND Vih-CheckNum(WS-PAY-IDX) = ZERO
                   AND Vih-VendorID(WS-PAY-IDX) = WS-CUR-VENDOR
               COMPUTE WS-NET-AMOUNT = Vih-Amount(WS-PAY-IDX)
                   - Vih-DiscTaken(WS-PAY-IDX)
               ADD WS-NET-AMOUNT TO WS-CHECK-TOTAL
               MOVE WS-CHECK-NUM TO Vih-CheckNum(WS-PAY-IDX)
               MOVE WS-RUN-DATE TO Vih-PaidDate(WS-PAY-IDX)
               MOVE 'P' TO Vih-Status(WS-PAY-IDX)
               MOVE Vih-Voucher(WS-PAY-IDX) TO WS-R-VOUCHER
               MOVE Vih-VendorInv(WS-PAY-IDX) TO WS-R-VENDOR-INV
               MOVE Vih-DueDate(WS-PAY-IDX) TO WS-R-DUE
               MOVE Vih-Amount(WS-PAY-IDX) TO WS-R-GROSS
               MOVE Vih-DiscTaken(WS-PAY-IDX) TO WS-R-DISC
               MOVE WS-NET-AMOUNT TO WS-R-NET
               MOVE WS-REGISTER-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       MOVE WS-CHECK-TOTAL TO WS-DISPLAY-AMOUNT.
       STRING "  CHECK " WS-CHECK-NUM " TO " WS-CUR-VENDOR
           " TOTAL " WS-DISPLAY-AMOUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

BuildBatch.
*> Paying a bill clears the liability at gross; the bank pays the
*> net and the discount is income for paying early
       MOVE WS-GROSS-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "AP" TO WS-ENTRY-ACCOUNT.
       MOVE 'D' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-NET-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "CASH" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.
       MOVE WS-DISC-TOTAL TO WS-ENTRY-AMOUNT.
       MOVE "PURDISC" TO WS-ENTRY-ACCOUNT.
       MOVE 'C' TO WS-ENTRY-SIDE.
       PERFORM AddEntry.

AddEntry.
       IF WS-ENTRY-AMOUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-ENTRY-AMOUNT < ZERO
           COMPUTE WS-ENTRY-AMOUNT = 0 - WS-ENTRY-AMOUNT
           IF WS-ENTRY-SIDE = 'D'
               MOVE 'C' TO WS-ENTRY-SIDE
           ELSE
               MOVE 'D' TO WS-ENTRY-SIDE
           END-IF
       END-IF.
       ADD 1 TO EntryCount.
       PERFORM MapAccount.
       MOVE WS-ENTRY-ACCOUNT TO Ge-Account(EntryCount).
       MOVE WS-ENTRY-SIDE TO Ge-Side(EntryCount).
       MOVE WS-ENTRY-AMOUNT TO Ge-Amount(EntryCount).

MapAccount.
       PERFORM VARYING WS-AM-IDX FROM 1 BY 1 UNTIL WS-AM-IDX > 3
           IF WS-AM-KEY(WS-AM-IDX) = WS-ENTRY-ACCOUNT
               MOVE WS-AM-ACCT(WS-AM-IDX) TO WS-ENTRY-ACCOUNT
           END-IF
       END-PERFORM.

LoadAccountMap.
*> Same glaccts.txt GLEXPORT reads - an AP, CASH or PURDISC row
*> there overrides the defaults here
       MOVE "AP" TO WS-AM-KEY(1).
       MOVE "2000" TO WS-AM-ACCT(1).
       MOVE "CASH" TO WS-AM-KEY(2).
       MOVE "1000" TO WS-AM-ACCT(2).
       MOVE "PURDISC" TO WS-AM-KEY(3).
       MOVE "5900" TO WS-AM-ACCT(3).
       OPEN INPUT AccountMapFile.
       PERFORM UNTIL WS-MAP-EOF = 'Y'
           READ AccountMapFile
               AT END MOVE 'Y' TO WS-MAP-EOF
           END-READ
           IF WS-MAP-EOF NOT = 'Y'
               PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > 3
                   IF WS-AM-KEY(WS-AM-IDX) = GAKey
                       MOVE GAAccount TO WS-AM-ACCT(WS-AM-IDX)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE AccountMapFile.

LoadVendors.
       MOVE 'N' TO WS-VENDOR-EOF.
       OPEN INPUT VendorFile.
       PERFORM UNTIL WS-VENDOR-EOF = 'Y' OR VendorCount = 200
           READ VendorFile
               AT END MOVE 'Y' TO WS-VENDOR-EOF
           END-READ
           IF WS-VENDOR-EOF NOT = 'Y'
               ADD 1 TO VendorCount
               MOVE VndID TO Vn-ID(VendorCount)
               MOVE VndName TO Vn-Name(VendorCount)
           END-IF
       END-PERFORM.
       CLOSE VendorFile.

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
           MOVE 'N' TO Vih-Selected(VihCount)
           PERFORM ReadVInvHeader
       END-PERFORM.
       IF WS-VIH-EOF NOT = 'Y'
           MOVE 'Y' TO WS-VI-OVERFLOW
       END-IF.
       CLOSE VInvHeaderFile.

ReadVInvHeader.
       READ VInvHeaderFile
           AT END MOVE 'Y' TO WS-VIH-EOF
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

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmPayAheadDays IS NUMERIC
               MOVE ParmPayAheadDays TO WS-PAY-AHEAD-DAYS
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadNextCheck.
       OPEN INPUT CheckControlFile.
       READ CheckControlFile
           AT END MOVE 'Y' TO WS-CTL-EOF
       END-READ.
       IF WS-CTL-EOF NOT = 'Y'
           MOVE CtlNextCheckNum TO WS-NEXT-CHECK
       END-IF.
       CLOSE CheckControlFile.

SaveNextCheck.
       OPEN OUTPUT CheckControlFile.
       MOVE WS-NEXT-CHECK TO CtlNextCheckNum.
       WRITE CheckControlRecord.
       CLOSE CheckControlFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "apcheck_register.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

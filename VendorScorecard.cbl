       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VENDSCORE.
*> Monthly vendor delivery scorecard for the quarterly vendor
*> reviews. Every PO POENTRY cut that was due (POExpectDate) in the
*> report month is scored against its vendor (a drop-ship PO, which
*> the vendor ships straight to the customer, is never received here
*> and isn't scored):
*>   - on time / late: a PO is in once its last line is received;
*>     the date of its last STOCKRECEIVE receipt (stockmove.txt,
*>     SMReference = the PO number) against POExpectDate says how
*>     many days late it came. Average and worst days late print.
*>   - fill rate: what was received against what was ordered across
*>     the month's PO lines (over-shipments don't earn extra credit)
*>   - open past due: POs still open whose expected date is already
*>     behind us - a snapshot of today, whatever month they were due
*> One line per VndID with its name from vendors.txt, company totals
*> at the bottom, written to vendscore_report.txt.
*> The month comes from vendscoreparm.txt (YYYYMM) when present,
*> otherwise the month before the run date - run early in the month
*> it scores the month just ended.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER month-end step; GOBACK +
*> RETURN-CODE report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL VendorFile ASSIGN TO "vendors.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POHeaderFile ASSIGN TO "pohdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PODetailFile ASSIGN TO "podtl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Movement ledger - STOCKRECEIVE's receipts carry the PO number
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "vendscoreparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "vendscore_report.txt"
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

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

FD ParmFile.
       01 ParmRecord.
           02 ParmPeriod PIC 9(6).

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-PERIOD PIC 9(6).
       01 WS-YEAR PIC 9(4).
       01 WS-MONTH PIC 9(2).
*> Every PO header, with the date its last receipt came in. The
*> DEPENDING ON counter must be declared ahead of the table it sizes
       01 PoCount PIC 9(4) VALUE ZERO.
       01 PoTable.
           02 PoEntry OCCURS 0 TO 3000 TIMES DEPENDING ON PoCount.
               03 Ph-Num PIC 9(6).
               03 Ph-VendorID PIC X(6).
               03 Ph-Expect PIC 9(8).
               03 Ph-Status PIC X.
               03 Ph-LastRcpt PIC 9(8).
               03 Ph-Vendor-Idx PIC 9(3).
       01 WS-PO-IDX PIC 9(4).
       01 WS-PO-FOUND PIC 9(4).
       01 WS-PO-OVERFLOW PIC X VALUE 'N'.
       01 WS-REF-PO PIC 9(6).
*> One scorecard row per vendor. The DEPENDING ON counter must be
*> declared ahead of the table it sizes
       01 VsCount PIC 9(3) VALUE ZERO.
       01 ScoreTable.
           02 ScoreEntry OCCURS 0 TO 300 TIMES DEPENDING ON VsCount.
               03 Vs-ID PIC X(6).
               03 Vs-Name PIC X(25).
               03 Vs-Due PIC 9(4).
               03 Vs-OnTime PIC 9(4).
               03 Vs-Late PIC 9(4).
               03 Vs-DaysLate PIC 9(6).
               03 Vs-MaxLate PIC 9(4).
               03 Vs-Ordered PIC 9(7).
               03 Vs-Filled PIC 9(7).
               03 Vs-OpenPastDue PIC 9(4).
       01 WS-VS-IDX PIC 9(3).
       01 WS-VS-FOUND PIC 9(3).
       01 WS-FILLED PIC 9(5).
       01 WS-DAYS-LATE PIC S9(5).
       01 WS-FILL-PCT PIC 9(3)V9.
       01 WS-AVG-LATE PIC 9(4)V9.
*> Company totals
       01 WS-T-DUE PIC 9(5) VALUE ZERO.
       01 WS-T-ONTIME PIC 9(5) VALUE ZERO.
       01 WS-T-LATE PIC 9(5) VALUE ZERO.
       01 WS-T-ORDERED PIC 9(8) VALUE ZERO.
       01 WS-T-FILLED PIC 9(8) VALUE ZERO.
       01 WS-T-OPEN-PAST-DUE PIC 9(5) VALUE ZERO.
*> DATEUTIL linkage - days late is receipt date less expected date
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
       01 WS-DETAIL-LINE.
           02 WS-D-VENDOR PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-NAME PIC X(25).
           02 WS-D-DUE PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-ONTIME PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-LATE PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-AVG-LATE PIC ZZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-MAX-LATE PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-FILL PIC ZZ9.9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-OPEN-PAST-DUE PIC ZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "VENDSCORE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM SetPeriod.
       PERFORM LoadVendors.
       PERFORM LoadPOHeaders.
       IF WS-PO-OVERFLOW = 'Y'
           DISPLAY "VENDSCORE: pohdr.txt larger than 3000 POs - "
               "scorecard covers the first 3000 only"
       END-IF.
       PERFORM FindLastReceipts.
       PERFORM ScorePOs.
       PERFORM ScoreLines.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "VENDSCORE: unable to open vendscore_report.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "VENDOR DELIVERY SCORECARD FOR POS DUE IN " WS-PERIOD
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "VENDOR NAME                     DUE  ONTM  LATE "
           "AVG LATE  MAX  FILL RATE  OPEN PAST DUE"
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-VS-IDX FROM 1 BY 1
               UNTIL WS-VS-IDX > VsCount
           IF Vs-Due(WS-VS-IDX) > 0 OR Vs-OpenPastDue(WS-VS-IDX) > 0
               PERFORM ReportOneVendor
           END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE "TOTAL" TO WS-D-VENDOR.
       MOVE WS-T-DUE TO WS-D-DUE.
       MOVE WS-T-ONTIME TO WS-D-ONTIME.
       MOVE WS-T-LATE TO WS-D-LATE.
       MOVE ZERO TO WS-D-AVG-LATE.
       MOVE ZERO TO WS-D-MAX-LATE.
       MOVE ZERO TO WS-FILL-PCT.
       IF WS-T-ORDERED > 0
           COMPUTE WS-FILL-PCT ROUNDED =
               WS-T-FILLED * 100 / WS-T-ORDERED
       END-IF.
       MOVE WS-FILL-PCT TO WS-D-FILL.
       MOVE WS-T-OPEN-PAST-DUE TO WS-D-OPEN-PAST-DUE.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Vendor scorecard written for " WS-PERIOD
           " - POs due: " WS-T-DUE "  late: " WS-T-LATE
           "  open past due: " WS-T-OPEN-PAST-DUE.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

SetPeriod.
       MOVE WS-RUN-DATE(1:4) TO WS-YEAR.
       MOVE WS-RUN-DATE(5:2) TO WS-MONTH.
       IF WS-MONTH = 1
           MOVE 12 TO WS-MONTH
           SUBTRACT 1 FROM WS-YEAR
       ELSE
           SUBTRACT 1 FROM WS-MONTH
       END-IF.
       COMPUTE WS-PERIOD = WS-YEAR * 100 + WS-MONTH.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmPeriod IS NUMERIC
               MOVE ParmPeriod TO WS-PERIOD
           END-IF
       END-IF.
       CLOSE ParmFile.

FindLastReceipts.
*> Only STOCKRECEIVE's positive movements are receipts - its
*> backorder allocations carry an order number and go negative
       MOVE 'N' TO EndOfFile.
       OPEN INPUT StockMoveFile.
       PERFORM UNTIL AtEndOfFile
           READ StockMoveFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SMSource = "STOCKRECEIVE" AND SMQty > 0
                       AND SMReference(1:6) IS NUMERIC
                   MOVE SMReference(1:6) TO WS-REF-PO
                   PERFORM FindPO
                   IF WS-PO-FOUND > 0
                       IF SMDate > Ph-LastRcpt(WS-PO-FOUND)
                           MOVE SMDate TO Ph-LastRcpt(WS-PO-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE StockMoveFile.

ScorePOs.
       PERFORM VARYING WS-PO-IDX FROM 1 BY 1 UNTIL WS-PO-IDX > PoCount
           MOVE Ph-Vendor-Idx(WS-PO-IDX) TO WS-VS-IDX
           IF Ph-Status(WS-PO-IDX) = 'O'
                   AND Ph-Expect(WS-PO-IDX) < WS-RUN-DATE
               ADD 1 TO Vs-OpenPastDue(WS-VS-IDX)
               ADD 1 TO WS-T-OPEN-PAST-DUE
           END-IF
           IF Ph-Expect(WS-PO-IDX)(1:6) = WS-PERIOD
               ADD 1 TO Vs-Due(WS-VS-IDX)
               ADD 1 TO WS-T-DUE
               IF Ph-Status(WS-PO-IDX) = 'C'
                       AND Ph-LastRcpt(WS-PO-IDX) > ZERO
                   PERFORM ScoreReceivedPO
               END-IF
           END-IF
       END-PERFORM.

ScoreReceivedPO.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, Ph-LastRcpt(WS-PO-IDX),
           Ph-Expect(WS-PO-IDX), WS-DU-DAYS, WS-DU-RESULT,
           WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-DAYS TO WS-DAYS-LATE.
       IF WS-DU-STATUS NOT = "00" OR WS-DAYS-LATE NOT > 0
           ADD 1 TO Vs-OnTime(WS-VS-IDX)
           ADD 1 TO WS-T-ONTIME
       ELSE
           ADD 1 TO Vs-Late(WS-VS-IDX)
           ADD 1 TO WS-T-LATE
           ADD WS-DAYS-LATE TO Vs-DaysLate(WS-VS-IDX)
           IF WS-DAYS-LATE > Vs-MaxLate(WS-VS-IDX)
               MOVE WS-DAYS-LATE TO Vs-MaxLate(WS-VS-IDX)
           END-IF
       END-IF.

ScoreLines.
*> Fill rate over the lines of POs due in the month
       MOVE 'N' TO EndOfFile.
       OPEN INPUT PODetailFile.
       PERFORM UNTIL AtEndOfFile
           READ PODetailFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               MOVE PODNum TO WS-REF-PO
               PERFORM FindPO
               IF WS-PO-FOUND > 0
                   IF Ph-Expect(WS-PO-FOUND)(1:6) = WS-PERIOD
                       PERFORM ScoreOneLine
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PODetailFile.

ScoreOneLine.
       MOVE Ph-Vendor-Idx(WS-PO-FOUND) TO WS-VS-IDX.
       IF PODQtyReceived > PODQtyOrdered
           MOVE PODQtyOrdered TO WS-FILLED
       ELSE
           MOVE PODQtyReceived TO WS-FILLED
       END-IF.
       ADD PODQtyOrdered TO Vs-Ordered(WS-VS-IDX).
       ADD WS-FILLED TO Vs-Filled(WS-VS-IDX).
       ADD PODQtyOrdered TO WS-T-ORDERED.
       ADD WS-FILLED TO WS-T-FILLED.

ReportOneVendor.
       MOVE Vs-ID(WS-VS-IDX) TO WS-D-VENDOR.
       MOVE Vs-Name(WS-VS-IDX) TO WS-D-NAME.
       MOVE Vs-Due(WS-VS-IDX) TO WS-D-DUE.
       MOVE Vs-OnTime(WS-VS-IDX) TO WS-D-ONTIME.
       MOVE Vs-Late(WS-VS-IDX) TO WS-D-LATE.
       MOVE ZERO TO WS-AVG-LATE.
       IF Vs-Late(WS-VS-IDX) > 0
           COMPUTE WS-AVG-LATE ROUNDED =
               Vs-DaysLate(WS-VS-IDX) / Vs-Late(WS-VS-IDX)
       END-IF.
       MOVE WS-AVG-LATE TO WS-D-AVG-LATE.
       MOVE Vs-MaxLate(WS-VS-IDX) TO WS-D-MAX-LATE.
       MOVE ZERO TO WS-FILL-PCT.
       IF Vs-Ordered(WS-VS-IDX) > 0
           COMPUTE WS-FILL-PCT ROUNDED =
               Vs-Filled(WS-VS-IDX) * 100 / Vs-Ordered(WS-VS-IDX)
       END-IF.
       MOVE WS-FILL-PCT TO WS-D-FILL.
       MOVE Vs-OpenPastDue(WS-VS-IDX) TO WS-D-OPEN-PAST-DUE.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

FindPO.
       MOVE 0 TO WS-PO-FOUND.
       PERFORM VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > PoCount OR WS-PO-FOUND > 0
           IF Ph-Num(WS-PO-IDX) = WS-REF-PO
               MOVE WS-PO-IDX TO WS-PO-FOUND
           END-IF
       END-PERFORM.

LoadVendors.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT VendorFile.
       PERFORM UNTIL AtEndOfFile OR VsCount = 300
           READ VendorFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               ADD 1 TO VsCount
               INITIALIZE ScoreEntry(VsCount)
               MOVE VndID TO Vs-ID(VsCount)
               MOVE VndName TO Vs-Name(VsCount)
           END-IF
       END-PERFORM.
       CLOSE VendorFile.

LoadPOHeaders.
*> Each PO is tied to its vendor's scorecard row as it loads; a
*> vendor code no longer on vendors.txt still gets a row. A drop-ship
*> PO goes straight to the customer and never comes in through
*> STOCKRECEIVE, so it can't be scored and is left out
       MOVE 'N' TO EndOfFile.
       OPEN INPUT POHeaderFile.
       PERFORM UNTIL AtEndOfFile OR PoCount = 3000
           READ POHeaderFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
                   AND (PODropOrder IS NOT NUMERIC OR PODropOrder = ZERO)
               PERFORM FindVendorRow
               IF WS-VS-FOUND > 0
                   ADD 1 TO PoCount
                   MOVE PONum TO Ph-Num(PoCount)
                   MOVE POVendorID TO Ph-VendorID(PoCount)
                   MOVE POExpectDate TO Ph-Expect(PoCount)
                   MOVE POStatus TO Ph-Status(PoCount)
                   MOVE ZERO TO Ph-LastRcpt(PoCount)
                   MOVE WS-VS-FOUND TO Ph-Vendor-Idx(PoCount)
               END-IF
           END-IF
       END-PERFORM.
       IF NotAtEndOfFile
           MOVE 'Y' TO WS-PO-OVERFLOW
       END-IF.
       CLOSE POHeaderFile.

FindVendorRow.
       MOVE 0 TO WS-VS-FOUND.
       PERFORM VARYING WS-VS-IDX FROM 1 BY 1
               UNTIL WS-VS-IDX > VsCount OR WS-VS-FOUND > 0
           IF Vs-ID(WS-VS-IDX) = POVendorID
               MOVE WS-VS-IDX TO WS-VS-FOUND
           END-IF
       END-PERFORM.
       IF WS-VS-FOUND = 0 AND VsCount < 300
           ADD 1 TO VsCount
           INITIALIZE ScoreEntry(VsCount)
           MOVE POVendorID TO Vs-ID(VsCount)
           MOVE "(NOT ON VENDOR FILE)" TO Vs-Name(VsCount)
           MOVE VsCount TO WS-VS-FOUND
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "vendscore_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

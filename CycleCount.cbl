*> Freezing a snapshot means sales and receipts between the count
*> and the posting are judged against the same number the counter
*> saw.
*> A count covers one stock location's room - chosen when the count
*> starts (the station's home location by default) and carried on
*> every snapshot line, so the posting adjusts that location only.
*> How often an item is counted follows its ABC class (set monthly
*> by ABCCLASS): every 30 days for an 'A', 90 for a 'B', a year for
*> a 'C' or an item not yet classed (intervals in abcparm.txt,
*> shared via copybooks/ABCPARM.cpy). Every posted count stamps the
*> item's last-count date - a count that matched the book included -
*> so a scheduled count (scope S) freezes just the items now due, and
*> the overdue count report (countdue_report.txt) lists those past
*> their date and by how many days.
*> Each run's reports are also filed on the report spool
*> (RPTSPOOL) for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> trick applied to inventory
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AbcParmFile ASSIGN TO "abcparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DueReportFile ASSIGN TO "countdue_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUE-STATUS.

DATA DIVISION.
FILE SECTION.
           02 CSCountedQty PIC 9(5).
           02 CSCounted PIC X.
           02 CSReason PIC X(10).
*> Location counted - a snapshot saved before locations were kept
*> reads back as spaces, the main store
           02 CSLocation PIC X(4).

FD AdjustLogFile.
       01 AdjustLogRecord.
           02 AdjReason PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 AdjOperatorID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 AdjLocation PIC X(4).

FD ReportFile.
       01 ReportLine PIC X(90).
FD StockMoveFile.
       COPY STKMOVREC.

*> Shared with ABCCLASS via copybooks/ABCPARM.cpy
FD AbcParmFile.
       COPY ABCPARM.

FD DueReportFile.
       01 DueReportLine PIC X(90).

WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DUE-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-TOT-VALUE PIC S9(9)V99.
       01 WS-UNIT-PRICE PIC 9(6)V99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-SM-QTY PIC S9(5).
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).
*> Count interval in days by ABC class; abcparm.txt overrides them
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-A-DAYS PIC 9(3) VALUE 30.
       01 WS-B-DAYS PIC 9(3) VALUE 90.
       01 WS-C-DAYS PIC 9(3) VALUE 365.
*> Date the current stock record is next due a count - zero when it
*> has never been counted, which makes it due straight away
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DAYS-OVER PIC S9(5).
       01 WS-CONFIRMED PIC 9(3).
       01 WS-DUE-COUNT PIC 9(5).
*> DATEUTIL linkage - due dates come from the shared date library
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8) VALUE ZERO.
       01 WS-DU-STATUS PIC XX.
*> The snapshot held in storage while counts are keyed or posted.
*> The DEPENDING ON counter must be declared ahead of the table
       01 SnapCount PIC 9(3) VALUE ZERO.
               03 Sn-Counted PIC 9(5).
               03 Sn-HasCount PIC X.
               03 Sn-Reason PIC X(10).
               03 Sn-Location PIC X(4).
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-POSTED PIC 9(3).
       01 WS-DUE-LINE.
           02 WS-U-PRODNAME PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-U-SIZE PIC X.
           02 FILLER PIC X(9) VALUE "  CLASS: ".
           02 WS-U-CLASS PIC X.
           02 FILLER PIC X(16) VALUE "  LAST COUNTED: ".
           02 WS-U-LAST PIC X(8).
           02 FILLER PIC X(7) VALUE "  DUE: ".
           02 WS-U-DUE PIC X(8).
           02 FILLER PIC X(15) VALUE "  DAYS OVERDUE:".
           02 WS-U-OVER PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-U-ONHAND PIC ----9.
       01 WS-DETAIL-LINE.
           02 WS-D-PRODNAME PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-D-VAR PIC ----9.
           02 FILLER PIC X(10) VALUE "  VALUE: ".
           02 WS-D-VALUE PIC ----,--9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-LOCATION PIC X(4).
*> Operator sign-on for posting only - counting is anyone's job,
*> changing the book quantity is a supervisor's
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-EOF PIC X.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CYCLECOUNT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadAbcParm.
       PERFORM LoadSnapshot.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "2 : Enter Counted Quantities"
           DISPLAY "3 : Variance Report"
           DISPLAY "4 : Post Adjustments (supervisor)"
           DISPLAY "5 : Overdue Count Report"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 2 PERFORM EnterCounts
               WHEN 3 PERFORM VarianceReport
               WHEN 4 PERFORM PostAdjustments
               WHEN 5 PERFORM OverdueReport
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
           END-IF
       END-IF.
       DISPLAY "Count scope - F = full file (year-end), "
           "I = keyed items, S = items due by ABC class : "
           WITH NO ADVANCING.
       ACCEPT WS-SCOPE.
       IF WS-SCOPE = 'F' OR WS-SCOPE = 'f'
               OR WS-SCOPE = 'I' OR WS-SCOPE = 'i'
               OR WS-SCOPE = 'S' OR WS-SCOPE = 's'
           PERFORM ChooseStockLocation WITH TEST AFTER
               UNTIL WS-SL-STATUS = "00"
       END-IF.
       EVALUATE TRUE
           WHEN WS-SCOPE = 'F' OR WS-SCOPE = 'f'
               PERFORM FreezeWholeFile
           WHEN WS-SCOPE = 'I' OR WS-SCOPE = 'i'
               PERFORM FreezeKeyedItems
           WHEN WS-SCOPE = 'S' OR WS-SCOPE = 's'
               PERFORM FreezeDueItems
           WHEN OTHER
               DISPLAY "No scope chosen - count not started"
       END-EVALUATE.
       IF SnapCount > 0
           DISPLAY "Snapshot frozen: " SnapCount " items at "
               WS-STOCK-LOC
       ELSE
           IF WS-SCOPE = 'S' OR WS-SCOPE = 's'
               DISPLAY "Nothing due a count at " WS-STOCK-LOC
           END-IF
       END-IF.

FreezeWholeFile.
       MOVE 'N' TO EndOfFile.
       MOVE LOW-VALUES TO StockKey.
       MOVE WS-STOCK-LOC TO StockLocation.
       START StockFile KEY IS NOT LESS THAN StockKey
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
           READ StockFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
*> The key leads with the location - the next one's items end it
           IF NotAtEndOfFile AND StockLocation NOT = WS-STOCK-LOC
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile
               ADD 1 TO SnapCount
               MOVE StockProdName TO Sn-ProdName(SnapCount)
               MOVE ZERO TO Sn-Counted(SnapCount)
               MOVE 'N' TO Sn-HasCount(SnapCount)
               MOVE SPACES TO Sn-Reason(SnapCount)
               MOVE WS-STOCK-LOC TO Sn-Location(SnapCount)
           END-IF
       END-PERFORM.
       IF NotAtEndOfFile
               "second pass"
       END-IF.

FreezeDueItems.
*> The whole-file walk, keeping only the items the class schedule
*> says are due today or earlier
       MOVE 'N' TO EndOfFile.
       MOVE LOW-VALUES TO StockKey.
       MOVE WS-STOCK-LOC TO StockLocation.
       START StockFile KEY IS NOT LESS THAN StockKey
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       PERFORM UNTIL AtEndOfFile OR SnapCount = 500
           READ StockFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile AND StockLocation NOT = WS-STOCK-LOC
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile
               PERFORM WorkOutDueDate
               IF WS-DUE-DATE NOT > WS-RUN-DATE
                   ADD 1 TO SnapCount
                   MOVE StockProdName TO Sn-ProdName(SnapCount)
                   MOVE StockSize TO Sn-Size(SnapCount)
                   MOVE StockOnHand TO Sn-Frozen(SnapCount)
                   MOVE ZERO TO Sn-Counted(SnapCount)
                   MOVE 'N' TO Sn-HasCount(SnapCount)
                   MOVE SPACES TO Sn-Reason(SnapCount)
                   MOVE WS-STOCK-LOC TO Sn-Location(SnapCount)
               END-IF
           END-IF
       END-PERFORM.
       IF NotAtEndOfFile
           DISPLAY "More than 500 items due - the rest stay due for "
               "the next scheduled count"
       END-IF.

WorkOutDueDate.
*> Last count plus the interval for the record's class; a blank
*> class (not yet through ABCCLASS) counts on the 'C' schedule
       MOVE ZERO TO WS-DUE-DATE.
       IF StockLastCountDate IS NUMERIC AND StockLastCountDate > ZERO
           EVALUATE TRUE
               WHEN StockClassA
                   MOVE WS-A-DAYS TO WS-DU-DAYS
               WHEN StockClassB
                   MOVE WS-B-DAYS TO WS-DU-DAYS
               WHEN OTHER
                   MOVE WS-C-DAYS TO WS-DU-DAYS
           END-EVALUATE
           MOVE 'ADD ' TO WS-DU-FUNCTION
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, StockLastCountDate,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           IF WS-DU-STATUS = "00"
               MOVE WS-DU-RESULT TO WS-DUE-DATE
           END-IF
       END-IF.

FreezeKeyedItems.
       MOVE 'Y' TO WS-MORE.
       PERFORM UNTIL WS-MORE = 'N' OR SnapCount = 500
           ACCEPT WS-PROD-INPUT
           DISPLAY "Size : " WITH NO ADVANCING
           ACCEPT WS-SIZE-INPUT
           MOVE WS-STOCK-LOC TO StockLocation
           MOVE WS-PROD-INPUT TO StockProdName
           MOVE WS-SIZE-INPUT TO StockSize
           READ StockFile
               MOVE ZERO TO Sn-Counted(SnapCount)
               MOVE 'N' TO Sn-HasCount(SnapCount)
               MOVE SPACES TO Sn-Reason(SnapCount)
               MOVE WS-STOCK-LOC TO Sn-Location(SnapCount)
               DISPLAY "Frozen at " StockOnHand
           ELSE
               DISPLAY "No stock record for " WS-PROD-INPUT "/"
               "countvar_report.txt, status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "COUNT VARIANCE REPORT" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE ZERO TO WS-TOT-VALUE.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > SnapCount
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Variance report written to countvar_report.txt".

ReportOneVariance.
       ADD WS-VAR-VALUE TO WS-TOT-VALUE.
       MOVE Sn-ProdName(WS-IDX) TO WS-D-PRODNAME.
       MOVE Sn-Size(WS-IDX) TO WS-D-SIZE.
       MOVE Sn-Location(WS-IDX) TO WS-D-LOCATION.
       MOVE Sn-Frozen(WS-IDX) TO WS-D-BOOK.
       MOVE Sn-Counted(WS-IDX) TO WS-D-COUNT.
       MOVE WS-VARIANCE TO WS-D-VAR.
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-POSTED.
       MOVE 0 TO WS-CONFIRMED.
       OPEN EXTEND AdjustLogFile.
       *> Every counted item posts, so a count that agreed with the
       *> book still stamps the item counted for the class schedule
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > SnapCount
           IF Sn-HasCount(WS-IDX) = 'Y'
               PERFORM PostOneAdjustment
           END-IF
       END-PERFORM.
       *> clears it entirely, ready for tomorrow's cycle
       MOVE 0 TO SnapCount.
       DISPLAY "Adjustments posted: " WS-POSTED
           "  counts confirmed: " WS-CONFIRMED
           " - snapshot cleared".

PostOneAdjustment.
       MOVE Sn-Location(WS-IDX) TO StockLocation.
       MOVE Sn-ProdName(WS-IDX) TO StockProdName.
       MOVE Sn-Size(WS-IDX) TO StockSize.
       READ StockFile
       *> so legitimate movement in between isn't wiped out
       COMPUTE WS-VARIANCE = Sn-Counted(WS-IDX)
           - Sn-Frozen(WS-IDX).
       MOVE WS-RUN-DATE TO StockLastCountDate.
       *> Count agreed with the book - nothing to log or move, only
       *> the count date to keep
       IF WS-VARIANCE = ZERO
           REWRITE StockData
               INVALID KEY
                   DISPLAY "Unable to stamp count for "
                       Sn-ProdName(WS-IDX) "/" Sn-Size(WS-IDX)
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CONFIRMED
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO AdjustLogRecord.
       MOVE FUNCTION CURRENT-DATE TO AdjTimestamp.
       MOVE StockProdName TO AdjProdName.
       MOVE StockOnHand TO AdjNewQty.
       MOVE Sn-Reason(WS-IDX) TO AdjReason.
       MOVE WS-OPERATOR-ID TO AdjOperatorID.
       MOVE StockLocation TO AdjLocation.
       REWRITE StockData
           INVALID KEY
               DISPLAY "Unable to adjust " Sn-ProdName(WS-IDX)
       MOVE "CYCLECOUNT" TO SMSource.
       MOVE "COUNT" TO SMReference.
       MOVE WS-OPERATOR-ID TO SMOperator.
       MOVE SPACES TO SMLot.
       MOVE StockLocation TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

OverdueReport.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       OPEN OUTPUT DueReportFile.
       IF WS-DUE-STATUS NOT = "00"
           DISPLAY "CYCLECOUNT: unable to open "
               "countdue_report.txt, status " WS-DUE-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO DueReportLine.
       STRING "COUNTS OVERDUE AT " WS-STOCK-LOC " " WS-SL-NAME
           " AS OF " WS-RUN-DATE "  (A " WS-A-DAYS " / B " WS-B-DAYS
           " / C " WS-C-DAYS " DAYS)"
           DELIMITED BY SIZE INTO DueReportLine.
       WRITE DueReportLine.
       MOVE 0 TO WS-DUE-COUNT.
       MOVE 'N' TO EndOfFile.
       MOVE LOW-VALUES TO StockKey.
       MOVE WS-STOCK-LOC TO StockLocation.
       START StockFile KEY IS NOT LESS THAN StockKey
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       PERFORM UNTIL AtEndOfFile
           READ StockFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile AND StockLocation NOT = WS-STOCK-LOC
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile
               PERFORM WorkOutDueDate
               IF WS-DUE-DATE < WS-RUN-DATE
                   PERFORM ReportOneOverdue
               END-IF
           END-IF
       END-PERFORM.
       MOVE SPACES TO DueReportLine.
       STRING "ITEMS OVERDUE: " WS-DUE-COUNT
           DELIMITED BY SIZE INTO DueReportLine.
       WRITE DueReportLine.
       CLOSE DueReportFile.
       PERFORM SpoolDueReport.
       DISPLAY WS-DUE-COUNT " items overdue - report written to "
           "countdue_report.txt".

ReportOneOverdue.
       ADD 1 TO WS-DUE-COUNT.
       MOVE StockProdName TO WS-U-PRODNAME.
       MOVE StockSize TO WS-U-SIZE.
       IF StockAbcClass = SPACE
           MOVE '-' TO WS-U-CLASS
       ELSE
           MOVE StockAbcClass TO WS-U-CLASS
       END-IF.
       MOVE StockOnHand TO WS-U-ONHAND.
       IF WS-DUE-DATE = ZERO
           MOVE "NEVER" TO WS-U-LAST
           MOVE "NOW" TO WS-U-DUE
           MOVE ZERO TO WS-U-OVER
       ELSE
           MOVE StockLastCountDate TO WS-U-LAST
           MOVE WS-DUE-DATE TO WS-U-DUE
           MOVE 'DIFF' TO WS-DU-FUNCTION
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
               WS-DUE-DATE, WS-DAYS-OVER, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           IF WS-DU-STATUS NOT = "00" OR WS-DAYS-OVER < ZERO
               MOVE ZERO TO WS-DAYS-OVER
           END-IF
           MOVE WS-DAYS-OVER TO WS-U-OVER
       END-IF.
       MOVE WS-DUE-LINE TO DueReportLine.
       WRITE DueReportLine.

LoadAbcParm.
       OPEN INPUT AbcParmFile.
       READ AbcParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF AbcADays IS NUMERIC AND AbcADays > 0
               MOVE AbcADays TO WS-A-DAYS
           END-IF
           IF AbcBDays IS NUMERIC AND AbcBDays > 0
               MOVE AbcBDays TO WS-B-DAYS
           END-IF
           IF AbcCDays IS NUMERIC AND AbcCDays > 0
               MOVE AbcCDays TO WS-C-DAYS
           END-IF
       END-IF.
       CLOSE AbcParmFile.

ValidateOperator.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
               MOVE CSCountedQty TO Sn-Counted(SnapCount)
               MOVE CSCounted TO Sn-HasCount(SnapCount)
               MOVE CSReason TO Sn-Reason(SnapCount)
               MOVE CSLocation TO Sn-Location(SnapCount)
               IF Sn-Location(SnapCount) = SPACES
                   MOVE "MAIN" TO Sn-Location(SnapCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SnapshotFile.
           MOVE Sn-Counted(WS-IDX) TO CSCountedQty
           MOVE Sn-HasCount(WS-IDX) TO CSCounted
           MOVE Sn-Reason(WS-IDX) TO CSReason
           MOVE Sn-Location(WS-IDX) TO CSLocation
           WRITE SnapshotRecord
       END-PERFORM.
       CLOSE SnapshotFile.

ChooseStockLocation.
       MOVE 'HOME' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       DISPLAY "Stock location (blank = " WS-STOCK-LOC ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-LOC-INPUT.
       ACCEPT WS-LOC-INPUT.
       IF WS-LOC-INPUT NOT = SPACES
           MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-STOCK-LOC
           MOVE 'FIND' TO WS-SL-FUNCTION
           CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC,
               WS-SL-NAME, WS-SL-STATUS
           END-CALL
       END-IF.
       IF WS-SL-STATUS NOT = "00"
           DISPLAY "No such location: " WS-STOCK-LOC
       ELSE
           DISPLAY "Working from " WS-STOCK-LOC " " WS-SL-NAME
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "countvar_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

SpoolDueReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "countdue_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

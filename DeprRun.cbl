       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPRRUN.
*> Monthly vehicle depreciation run over the asset register held on
*> vehicles.dat (VEHREC, entered through VEHASSET). Each truck on
*> the register is charged for every month from the one after its
*> last charged month (VehDeprThrough - or its month of acquisition
*> if never charged) through the business month: straight-line is
*> cost less salvage over the useful life; declining balance is
*> twice that rate on the remaining book value. Neither goes below
*> salvage value, and the last month of the useful life charges
*> whatever is left down to it. Each month charged is appended to
*> the depreciation ledger (deprledger.txt, DEPRLEDREC) and the
*> truck's accumulated depreciation and last month charged move on -
*> so a rerun in the same month charges nothing, and a month missed
*> is caught up on the next run.
*> A truck VEHSTATUS has marked Disposed is charged up to the month
*> before its disposal, then the sale is booked once: a 'DISP'
*> ledger record with the sale price and the gain or loss against
*> net book value, after which it is off the books.
*> The report (deprrun_report.txt) is the net book value register -
*> cost, this run's charge, accumulated depreciation and net book
*> value per truck with fleet totals - followed by the disposals
*> booked and their gain or loss.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER month-end (EOM calendar) step;
*> GOBACK + RETURN-CODE report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VehicleFile ASSIGN TO "vehicles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VehicleID
           FILE STATUS IS WS-VEHICLE-STATUS.
       SELECT OPTIONAL DeprLedgerFile ASSIGN TO "deprledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "deprrun_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with OdometerSimulation.cbl/VEHASSET via copybooks/VEHREC.cpy
FD VehicleFile.
       COPY VEHREC.

*> Depreciation ledger, copybooks/DEPRLEDREC.cpy
FD DeprLedgerFile.
       COPY DEPRLEDREC.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-VEHICLE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> PERIODCHK answer - '90' means today's month is closed
       01 WS-PC-STATUS PIC XX.
       01 WS-RUN-PERIOD PIC 9(6).
*> The month being charged, and the last one this truck is charged
*> for on this run - both YYYYMM, split for the month arithmetic
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH.
           02 WS-MONTH-YYYY PIC 9(4).
           02 WS-MONTH-MM PIC 9(2).
       01 WS-STOP-MONTH PIC 9(6).
       01 WS-STOP-PARTS REDEFINES WS-STOP-MONTH.
           02 WS-STOP-YYYY PIC 9(4).
           02 WS-STOP-MM PIC 9(2).
       01 WS-ACQ-MONTH PIC 9(6).
       01 WS-ACQ-PARTS REDEFINES WS-ACQ-MONTH.
           02 WS-ACQ-YYYY PIC 9(4).
           02 WS-ACQ-MM PIC 9(2).
       01 WS-MONTHS-IN PIC S9(5).
       01 WS-NET-BOOK PIC S9(8)V99.
       01 WS-CHARGE PIC S9(8)V99.
       01 WS-VEH-CHARGE PIC S9(8)V99.
       01 WS-GAIN-LOSS PIC S9(8)V99.
       01 WS-REGISTER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MONTHS-POSTED PIC 9(5) VALUE ZERO.
       01 WS-TOT-COST PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-CHARGE PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-ACCUM PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-NBV PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-SALE PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-DISP-NBV PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-GAIN PIC S9(9)V99 VALUE ZERO.
*> Disposals booked this run, printed after the register. The
*> DEPENDING ON counter must be declared ahead of the table
       01 DispCount PIC 9(3) VALUE ZERO.
       01 DispTable.
           02 Disp OCCURS 0 TO 200 TIMES DEPENDING ON DispCount.
               03 Ds-Vehicle PIC X(6).
               03 Ds-Make PIC X(20).
               03 Ds-Date PIC 9(8).
               03 Ds-Sale PIC 9(7)V99.
               03 Ds-NetBook PIC S9(8)V99.
               03 Ds-Gain PIC S9(8)V99.
       01 WS-IDX PIC 9(3).
       01 WS-DETAIL-LINE.
           02 WS-D-VEHICLE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-MAKE PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-D-METHOD PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-COST PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-CHARGE PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-ACCUM PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-NBV PIC -Z,ZZZ,ZZ9.99.
       01 WS-DISPOSAL-LINE.
           02 WS-X-VEHICLE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-X-MAKE PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-X-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-X-SALE PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-X-NBV PIC -Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-X-GAIN PIC -Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-X-FLAG PIC X(4).
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "DEPRRUN".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "DEPRRUN: accounting period "
               WS-RUN-DATE(1:6) " is CLOSED - nothing posted"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
       OPEN I-O VehicleFile.
       IF WS-VEHICLE-STATUS NOT = "00"
           DISPLAY "DEPRRUN: unable to open vehicles.dat, status "
               WS-VEHICLE-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "DEPRRUN: unable to open deprrun_report.txt, "
               "status " WS-REPORT-STATUS
           CLOSE VehicleFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND DeprLedgerFile.
       MOVE SPACES TO ReportLine.
       STRING "VEHICLE DEPRECIATION - NET BOOK VALUE THROUGH "
           WS-RUN-PERIOD "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE "VEHICLE MAKE/MODEL           M           COST"
           & "    THIS RUN          ACCUM            NBV"
           TO ReportLine.
       WRITE ReportLine.
       PERFORM ReadVehicle.
       PERFORM UNTIL AtEndOfFile
           PERFORM DepreciateOneVehicle
           PERFORM ReadVehicle
       END-PERFORM.
       CLOSE VehicleFile.
       CLOSE DeprLedgerFile.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE "TOTAL" TO WS-D-VEHICLE.
       MOVE WS-TOT-COST TO WS-D-COST.
       MOVE WS-TOT-CHARGE TO WS-D-CHARGE.
       MOVE WS-TOT-ACCUM TO WS-D-ACCUM.
       MOVE WS-TOT-NBV TO WS-D-NBV.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM PrintDisposals.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Depreciation run complete. Vehicles on register: "
           WS-REGISTER-COUNT ", months charged: " WS-MONTHS-POSTED
           ", disposals booked: " DispCount.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadVehicle.
       READ VehicleFile NEXT RECORD
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

DepreciateOneVehicle.
       IF VehAcqCost IS NOT NUMERIC OR VehAcqCost = ZERO
           *> Not on the asset register
           EXIT PARAGRAPH
       END-IF.
       IF VehDisposed AND VehDisposalBooked
           *> Sold and booked on an earlier run - off the books
           EXIT PARAGRAPH
       END-IF.
       *> Charged through the business month - or, for a truck sold,
       *> through the month before the one it went in
       IF VehDisposed
           MOVE VehDisposalDate(1:6) TO WS-STOP-MONTH
           IF WS-STOP-MONTH > WS-RUN-PERIOD
               MOVE WS-RUN-PERIOD TO WS-STOP-MONTH
           END-IF
           IF WS-STOP-MM = 1
               MOVE 12 TO WS-STOP-MM
               SUBTRACT 1 FROM WS-STOP-YYYY
           ELSE
               SUBTRACT 1 FROM WS-STOP-MM
           END-IF
       ELSE
           MOVE WS-RUN-PERIOD TO WS-STOP-MONTH
       END-IF.
       MOVE VehAcqDate(1:6) TO WS-ACQ-MONTH.
       IF VehDeprThrough = ZERO
           MOVE WS-ACQ-MONTH TO WS-MONTH
       ELSE
           MOVE VehDeprThrough TO WS-MONTH
           PERFORM NextMonth
       END-IF.
       MOVE ZERO TO WS-VEH-CHARGE.
       PERFORM UNTIL WS-MONTH > WS-STOP-MONTH
           PERFORM ChargeOneMonth
           PERFORM NextMonth
       END-PERFORM.
       IF VehDisposed
           PERFORM BookDisposal
       END-IF.
       REWRITE VehicleRecord
           INVALID KEY
               DISPLAY "DEPRRUN: unable to update vehicle " VehicleID
       END-REWRITE.
       IF VehDisposed
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-NET-BOOK = VehAcqCost - VehAccumDepr.
       ADD 1 TO WS-REGISTER-COUNT.
       ADD VehAcqCost TO WS-TOT-COST.
       ADD WS-VEH-CHARGE TO WS-TOT-CHARGE.
       ADD VehAccumDepr TO WS-TOT-ACCUM.
       ADD WS-NET-BOOK TO WS-TOT-NBV.
       MOVE VehicleID TO WS-D-VEHICLE.
       MOVE VehMakeModel TO WS-D-MAKE.
       MOVE VehDeprMethod TO WS-D-METHOD.
       MOVE VehAcqCost TO WS-D-COST.
       MOVE WS-VEH-CHARGE TO WS-D-CHARGE.
       MOVE VehAccumDepr TO WS-D-ACCUM.
       MOVE WS-NET-BOOK TO WS-D-NBV.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

*> One month's charge by the truck's method, never taking book value
*> below salvage; the last month of the useful life (or any month
*> after it) takes whatever is left
ChargeOneMonth.
       COMPUTE WS-NET-BOOK = VehAcqCost - VehAccumDepr.
       COMPUTE WS-MONTHS-IN =
           (WS-MONTH-YYYY * 12 + WS-MONTH-MM)
           - (WS-ACQ-YYYY * 12 + WS-ACQ-MM) + 1.
       IF VehUsefulLife = ZERO OR WS-MONTHS-IN NOT < VehUsefulLife
           COMPUTE WS-CHARGE = WS-NET-BOOK - VehSalvageValue
       ELSE
           IF VehDeprDeclining
               COMPUTE WS-CHARGE ROUNDED =
                   WS-NET-BOOK * 2 / VehUsefulLife
           ELSE
               COMPUTE WS-CHARGE ROUNDED =
                   (VehAcqCost - VehSalvageValue) / VehUsefulLife
           END-IF
       END-IF.
       IF WS-CHARGE > WS-NET-BOOK - VehSalvageValue
           COMPUTE WS-CHARGE = WS-NET-BOOK - VehSalvageValue
       END-IF.
       MOVE WS-MONTH TO VehDeprThrough.
       IF WS-CHARGE NOT > ZERO
           *> Fully depreciated - nothing to post
           EXIT PARAGRAPH
       END-IF.
       ADD WS-CHARGE TO VehAccumDepr.
       ADD WS-CHARGE TO WS-VEH-CHARGE.
       MOVE VehicleID TO DLVehicleID.
       MOVE WS-MONTH TO DLPeriod.
       MOVE 'DEPR' TO DLType.
       MOVE WS-CHARGE TO DLAmount.
       MOVE VehAccumDepr TO DLAccumDepr.
       COMPUTE DLNetBook = VehAcqCost - VehAccumDepr.
       MOVE ZERO TO DLSalePrice.
       MOVE WS-RUN-DATE TO DLRunDate.
       MOVE FUNCTION CURRENT-DATE TO DLStamp.
       WRITE DeprLedgerRecord.
       ADD 1 TO WS-MONTHS-POSTED.

NextMonth.
       IF WS-MONTH-MM = 12
           MOVE 1 TO WS-MONTH-MM
           ADD 1 TO WS-MONTH-YYYY
       ELSE
           ADD 1 TO WS-MONTH-MM
       END-IF.

*> The sale against what the truck was still worth on the books
BookDisposal.
       COMPUTE WS-NET-BOOK = VehAcqCost - VehAccumDepr.
       COMPUTE WS-GAIN-LOSS = VehSalePrice - WS-NET-BOOK.
       MOVE VehicleID TO DLVehicleID.
       MOVE VehDisposalDate(1:6) TO DLPeriod.
       MOVE 'DISP' TO DLType.
       MOVE WS-GAIN-LOSS TO DLAmount.
       MOVE VehAccumDepr TO DLAccumDepr.
       MOVE WS-NET-BOOK TO DLNetBook.
       MOVE VehSalePrice TO DLSalePrice.
       MOVE WS-RUN-DATE TO DLRunDate.
       MOVE FUNCTION CURRENT-DATE TO DLStamp.
       WRITE DeprLedgerRecord.
       MOVE 'Y' TO VehDisposalFlag.
       IF DispCount < 200
           ADD 1 TO DispCount
           MOVE VehicleID TO Ds-Vehicle(DispCount)
           MOVE VehMakeModel TO Ds-Make(DispCount)
           MOVE VehDisposalDate TO Ds-Date(DispCount)
           MOVE VehSalePrice TO Ds-Sale(DispCount)
           MOVE WS-NET-BOOK TO Ds-NetBook(DispCount)
           MOVE WS-GAIN-LOSS TO Ds-Gain(DispCount)
       END-IF.
       ADD VehSalePrice TO WS-TOT-SALE.
       ADD WS-NET-BOOK TO WS-TOT-DISP-NBV.
       ADD WS-GAIN-LOSS TO WS-TOT-GAIN.

PrintDisposals.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "DISPOSALS BOOKED" TO ReportLine.
       WRITE ReportLine.
       IF DispCount = 0
           MOVE "  NONE" TO ReportLine
           WRITE ReportLine
           EXIT PARAGRAPH
       END-IF.
       MOVE "VEHICLE MAKE/MODEL           DISPOSED      SALE PRICE"
           & "      BOOK VALUE     GAIN/LOSS" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > DispCount
           MOVE Ds-Vehicle(WS-IDX) TO WS-X-VEHICLE
           MOVE Ds-Make(WS-IDX) TO WS-X-MAKE
           MOVE Ds-Date(WS-IDX) TO WS-X-DATE
           MOVE Ds-Sale(WS-IDX) TO WS-X-SALE
           MOVE Ds-NetBook(WS-IDX) TO WS-X-NBV
           MOVE Ds-Gain(WS-IDX) TO WS-X-GAIN
           IF Ds-Gain(WS-IDX) < ZERO
               MOVE "LOSS" TO WS-X-FLAG
           ELSE
               MOVE "GAIN" TO WS-X-FLAG
           END-IF
           MOVE WS-DISPOSAL-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       MOVE SPACES TO WS-DISPOSAL-LINE.
       MOVE "TOTAL" TO WS-X-VEHICLE.
       MOVE WS-TOT-SALE TO WS-X-SALE.
       MOVE WS-TOT-DISP-NBV TO WS-X-NBV.
       MOVE WS-TOT-GAIN TO WS-X-GAIN.
       IF WS-TOT-GAIN < ZERO
           MOVE "LOSS" TO WS-X-FLAG
       ELSE
           MOVE "GAIN" TO WS-X-FLAG
       END-IF.
       MOVE WS-DISPOSAL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "deprrun_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FUELEXC.
*> Weekly fuel purchase anomaly report - the misuse check FUELRECON
*> (money against the card statement) and FUELECON (economy over a
*> range) never made. Over the seven days ending on the business
*> date it reads the fills we logged (fuellog.txt) and the fuel card
*> statement (fuelstmt.txt) - a card charge matching a logged fill
*> on vehicle, date and litres is the same fill and is judged once;
*> one with no fill behind it is judged on its own - and flags:
*>   TANK  a fill bigger than the truck's tank (VehTankCapacity;
*>         trucks with no capacity on file aren't judged)
*>   SAME  a second or later fill for one truck on one day
*>   HOLI  a fill on a weekend or holiday (DATEUTIL's calendar)
*>   SHOP  a fill while the truck was in the shop, out of service or
*>         disposed - its status that day, by vehstatlog.txt
*>   ECON  miles per litre far under the truck's own average: the
*>         miles logged (mileagelog.txt) since its previous fill over
*>         the litres bought, under the fuelexcparm.txt percentage
*>         (60 unless the file says otherwise) of its lifetime miles
*>         over lifetime litres.
*> Each new exception is appended to the review queue (fuelexc.txt,
*> FUELEXCREC) for FUELEXCREVIEW to close with a note; one already
*> queued is not queued twice, so a rerun of the week is harmless.
*> fuelexc_report.txt lists the week's exceptions - new, or queued
*> by an earlier run with where they stand - and how many are open
*> across all weeks. Exceptions don't stop a chained run; they wait
*> in the queue.
*> Meant to run weekly: schedule it on the job calendar (jobcal.txt)
*> like the other weekly reports.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL FuelLogFile ASSIGN TO "fuellog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StatementFile ASSIGN TO "fuelstmt.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL MileageLogFile ASSIGN TO "mileagelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL StatusLogFile ASSIGN TO "vehstatlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VehicleFile ASSIGN TO "vehicles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VehicleID
           FILE STATUS IS WS-VEHICLE-STATUS.
       SELECT OPTIONAL ExceptionFile ASSIGN TO "fuelexc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ParmFile ASSIGN TO "fuelexcparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "fuelexc_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with FUELENTRY via copybooks/FUELLOG.cpy
FD FuelLogFile.
       COPY FUELLOG.

*> Same layout FUELRECON reads - the vendor's statement lines
FD StatementFile.
       01 StatementRecord.
           02 FSVehicleID PIC X(6).
           02 FSDate PIC 9(8).
           02 FSLitres PIC 9(4)V99.
           02 FSAmount PIC 9(5)V99.

*> Shared with OdometerSimulation.cbl via copybooks/MILELOG.cpy
FD MileageLogFile.
       COPY MILELOG.

*> Same layout VEHSTATUS writes
FD StatusLogFile.
       01 StatusLogRecord.
           02 VSTimestamp PIC X(21).
           02 FILLER PIC X.
           02 VSVehicleID PIC X(6).
           02 FILLER PIC X.
           02 VSOldStatus PIC X.
           02 FILLER PIC X.
           02 VSNewStatus PIC X.
           02 FILLER PIC X.
           02 VSReason PIC X(30).

*> Shared with OdometerSimulation.cbl via copybooks/VEHREC.cpy
FD VehicleFile.
       COPY VEHREC.

*> Shared with FUELEXCREVIEW via copybooks/FUELEXCREC.cpy
FD ExceptionFile.
       COPY FUELEXCREC.

FD ParmFile.
       01 ParmRecord.
           02 ParmEconPercent PIC 9(3).

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-VEHICLE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-WEEK-START PIC 9(8).
*> A fill's miles per litre under this percentage of the truck's
*> average is flagged; used when fuelexcparm.txt isn't there to say
*> otherwise
       01 WS-ECON-PERCENT PIC 9(3) VALUE 60.
       01 WS-FOUND PIC X.
       01 WS-MILES PIC 9(7).
       01 WS-FILL-ECON PIC 9(5)V99.
       01 WS-AVG-ECON PIC 9(5)V99.
       01 WS-STATUS-ON-DAY PIC X.
       01 WS-EXC-TYPE PIC X(4).
       01 WS-EXC-DETAIL PIC X(30).
       01 WS-EXC-STATE PIC X(6).
       01 WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WEEK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISPLAY-LITRES PIC Z,ZZ9.99.
       01 WS-DISPLAY-ECON PIC ZZ9.99.
       01 WS-DISPLAY-AVG PIC ZZ9.99.
*> Every truck on the fleet with its tank, its status today and its
*> lifetime miles and litres. The DEPENDING ON counters must be
*> declared ahead of the tables they size
       01 VhCount PIC 9(3) VALUE ZERO.
       01 VhTable.
           02 VhEntry OCCURS 0 TO 500 TIMES DEPENDING ON VhCount.
               03 Vh-ID PIC X(6).
               03 Vh-Tank PIC 9(4)V99.
               03 Vh-Status PIC X.
               03 Vh-Miles PIC 9(9).
               03 Vh-Litres PIC 9(7)V99.
       01 WS-VH-IDX PIC 9(3).
       01 WS-VH-SLOT PIC 9(3).
*> The week's fills from both sides, with what each check needs:
*> the previous logged fill's date and the miles since it, and the
*> truck's status on the day (latest change on or before it, else
*> the old status of the first change after it)
       01 FillCount PIC 9(4) VALUE ZERO.
       01 FillTable.
           02 FillEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON FillCount.
               03 Fl-Vehicle PIC X(6).
               03 Fl-Date PIC 9(8).
               03 Fl-Source PIC X.
               03 Fl-Litres PIC 9(4)V99.
               03 Fl-Amount PIC 9(5)V99.
               03 Fl-Matched PIC X.
               03 Fl-VhSlot PIC 9(3).
               03 Fl-PrevDate PIC 9(8).
               03 Fl-Miles PIC 9(7).
               03 Fl-StatBefore PIC X.
               03 Fl-StatBeforeDate PIC 9(8).
               03 Fl-StatAfter PIC X.
               03 Fl-StatAfterDate PIC 9(8).
       01 WS-FL-IDX PIC 9(4).
       01 WS-FL-JDX PIC 9(4).
       01 WS-FILL-NUM PIC 9(2).
*> Exceptions already queued for fills in this week, so a rerun
*> doesn't queue them twice
       01 QdCount PIC 9(4) VALUE ZERO.
       01 QdTable.
           02 QdEntry OCCURS 0 TO 2000 TIMES DEPENDING ON QdCount.
               03 Qd-Vehicle PIC X(6).
               03 Qd-Date PIC 9(8).
               03 Qd-Source PIC X.
               03 Qd-Litres PIC 9(4)V99.
               03 Qd-Type PIC X(4).
               03 Qd-Status PIC X.
       01 WS-QD-IDX PIC 9(4).
       01 WS-STATUS-DATE PIC 9(8).
       01 WS-DETAIL-LINE.
           02 WS-D-VEHICLE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-SOURCE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-LITRES PIC Z,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-AMOUNT PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-DETAIL PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-STATE PIC X(6).
*> DATEUTIL linkage - the week's first day, and which days are
*> business days
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DATE1 PIC 9(8).
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5).
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> BIZDATE linkage - the week ends on the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "FUELEXC".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE 'ADD ' TO WS-DU-FUNCTION.
       MOVE WS-RUN-DATE TO WS-DU-DATE1.
       MOVE -6 TO WS-DU-DAYS.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1, WS-DU-DATE2,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       MOVE WS-DU-RESULT TO WS-WEEK-START.
       PERFORM LoadParm.
       PERFORM LoadVehicles.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       PERFORM LoadWeekFills.
       PERFORM MatchStatement.
       PERFORM ScanFuelHistory.
       PERFORM ScanMileage.
       PERFORM ScanStatusLog.
       PERFORM LoadQueued.
       IF FillCount = 2000 OR QdCount = 2000
           DISPLAY "FUELEXC: more than 2000 fills or queued exceptions"
               " in the week - only the first 2000 are judged"
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "FUELEXC: unable to open fuelexc_report.txt"
               ", status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "FUEL PURCHASE EXCEPTIONS " WS-WEEK-START " TO "
           WS-RUN-DATE "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "VEHICLE DATE      SIDE    LITRES     AMOUNT  TYPE  "
           & "DETAIL                          STATUS" TO ReportLine.
       WRITE ReportLine.
       OPEN EXTEND ExceptionFile.
       PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > FillCount
           PERFORM JudgeOneFill
       END-PERFORM.
       CLOSE ExceptionFile.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Exceptions this week: " WS-WEEK-COUNT
           "   newly queued: " WS-NEW-COUNT
           "   open in the queue: " WS-OPEN-COUNT
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "FUELEXC: " WS-WEEK-COUNT " exception(s) this week, "
           WS-NEW-COUNT " newly queued, " WS-OPEN-COUNT " open".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

LoadParm.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-EOF
       END-READ.
       IF WS-EOF NOT = 'Y' AND ParmEconPercent IS NUMERIC
           IF ParmEconPercent > ZERO
               MOVE ParmEconPercent TO WS-ECON-PERCENT
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadVehicles.
       OPEN INPUT VehicleFile.
       IF WS-VEHICLE-STATUS NOT = "00"
           DISPLAY "FUELEXC: unable to open vehicles.dat, status "
               WS-VEHICLE-STATUS
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-EOF.
       PERFORM UNTIL WS-EOF = 'Y' OR VhCount = 500
           READ VehicleFile NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               ADD 1 TO VhCount
               MOVE VehicleID TO Vh-ID(VhCount)
               IF VehTankCapacity IS NUMERIC
                   MOVE VehTankCapacity TO Vh-Tank(VhCount)
               ELSE
                   MOVE ZERO TO Vh-Tank(VhCount)
               END-IF
               MOVE VehStatus TO Vh-Status(VhCount)
               MOVE ZERO TO Vh-Miles(VhCount)
               MOVE ZERO TO Vh-Litres(VhCount)
           END-IF
       END-PERFORM.
       CLOSE VehicleFile.
       MOVE 0 TO RETURN-CODE.

FindVehicle.
       MOVE 0 TO WS-VH-SLOT.
       PERFORM VARYING WS-VH-IDX FROM 1 BY 1
               UNTIL WS-VH-IDX > VhCount OR WS-VH-SLOT > 0
           IF Vh-ID(WS-VH-IDX) = Fl-Vehicle(WS-FL-IDX)
               MOVE WS-VH-IDX TO WS-VH-SLOT
           END-IF
       END-PERFORM.

LoadWeekFills.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT FuelLogFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ FuelLogFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND FillCount < 2000
               IF FLDate NOT < WS-WEEK-START AND FLDate NOT > WS-RUN-DATE
                   ADD 1 TO FillCount
                   MOVE FLVehicleID TO Fl-Vehicle(FillCount)
                   MOVE FLDate TO Fl-Date(FillCount)
                   MOVE 'L' TO Fl-Source(FillCount)
                   MOVE FLLitres TO Fl-Litres(FillCount)
                   MOVE FLAmount TO Fl-Amount(FillCount)
                   PERFORM InitialiseFill
               END-IF
           END-IF
       END-PERFORM.
       CLOSE FuelLogFile.

InitialiseFill.
       MOVE 'N' TO Fl-Matched(FillCount).
       MOVE FillCount TO WS-FL-IDX.
       PERFORM FindVehicle.
       MOVE WS-VH-SLOT TO Fl-VhSlot(FillCount).
       MOVE ZERO TO Fl-PrevDate(FillCount).
       MOVE ZERO TO Fl-Miles(FillCount).
       MOVE SPACE TO Fl-StatBefore(FillCount).
       MOVE ZERO TO Fl-StatBeforeDate(FillCount).
       MOVE SPACE TO Fl-StatAfter(FillCount).
       MOVE ZERO TO Fl-StatAfterDate(FillCount).

MatchStatement.
*> A card charge on the same truck, day and litres as a logged fill
*> is that fill; the rest are fills nobody logged
       MOVE 'N' TO WS-EOF.
       OPEN INPUT StatementFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ StatementFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               IF FSDate NOT < WS-WEEK-START AND FSDate NOT > WS-RUN-DATE
                   PERFORM MatchOneCharge
               END-IF
           END-IF
       END-PERFORM.
       CLOSE StatementFile.

MatchOneCharge.
       MOVE 'N' TO WS-FOUND.
       PERFORM VARYING WS-FL-JDX FROM 1 BY 1
               UNTIL WS-FL-JDX > FillCount OR WS-FOUND = 'Y'
           IF Fl-Source(WS-FL-JDX) = 'L'
                   AND Fl-Matched(WS-FL-JDX) = 'N'
                   AND Fl-Vehicle(WS-FL-JDX) = FSVehicleID
                   AND Fl-Date(WS-FL-JDX) = FSDate
                   AND Fl-Litres(WS-FL-JDX) = FSLitres
               MOVE 'Y' TO Fl-Matched(WS-FL-JDX)
               MOVE 'Y' TO WS-FOUND
           END-IF
       END-PERFORM.
       IF WS-FOUND = 'Y' OR FillCount = 2000
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO FillCount.
       MOVE FSVehicleID TO Fl-Vehicle(FillCount).
       MOVE FSDate TO Fl-Date(FillCount).
       MOVE 'C' TO Fl-Source(FillCount).
       MOVE FSLitres TO Fl-Litres(FillCount).
       MOVE FSAmount TO Fl-Amount(FillCount).
       PERFORM InitialiseFill.

ScanFuelHistory.
*> Lifetime litres per truck, and each week fill's previous logged
*> fill - the latest one dated before it
       MOVE 'N' TO WS-EOF.
       OPEN INPUT FuelLogFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ FuelLogFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                       UNTIL WS-VH-IDX > VhCount
                   IF Vh-ID(WS-VH-IDX) = FLVehicleID
                       ADD FLLitres TO Vh-Litres(WS-VH-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > FillCount
                   IF Fl-Vehicle(WS-FL-IDX) = FLVehicleID
                           AND FLDate < Fl-Date(WS-FL-IDX)
                           AND FLDate > Fl-PrevDate(WS-FL-IDX)
                       MOVE FLDate TO Fl-PrevDate(WS-FL-IDX)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE FuelLogFile.

ScanMileage.
*> Lifetime miles per truck, and the miles each week fill paid for:
*> those logged after the previous fill, up to the fill's own day
       MOVE 'N' TO WS-EOF.
       OPEN INPUT MileageLogFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ MileageLogFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND MLNewReading > MLOldReading
               COMPUTE WS-MILES = MLNewReading - MLOldReading
               PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                       UNTIL WS-VH-IDX > VhCount
                   IF Vh-ID(WS-VH-IDX) = MLVehicleID
                       ADD WS-MILES TO Vh-Miles(WS-VH-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > FillCount
                   IF Fl-Vehicle(WS-FL-IDX) = MLVehicleID
                           AND Fl-PrevDate(WS-FL-IDX) > ZERO
                           AND MLDate > Fl-PrevDate(WS-FL-IDX)
                           AND MLDate NOT > Fl-Date(WS-FL-IDX)
                       ADD WS-MILES TO Fl-Miles(WS-FL-IDX)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE MileageLogFile.

ScanStatusLog.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT StatusLogFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ StatusLogFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND VSTimestamp(1:8) IS NUMERIC
               MOVE VSTimestamp(1:8) TO WS-STATUS-DATE
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > FillCount
                   IF Fl-Vehicle(WS-FL-IDX) = VSVehicleID
                       PERFORM PlaceStatusChange
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE StatusLogFile.

PlaceStatusChange.
       IF WS-STATUS-DATE NOT > Fl-Date(WS-FL-IDX)
           IF WS-STATUS-DATE NOT < Fl-StatBeforeDate(WS-FL-IDX)
               MOVE WS-STATUS-DATE TO Fl-StatBeforeDate(WS-FL-IDX)
               MOVE VSNewStatus TO Fl-StatBefore(WS-FL-IDX)
           END-IF
       ELSE
           IF Fl-StatAfterDate(WS-FL-IDX) = ZERO
                   OR WS-STATUS-DATE < Fl-StatAfterDate(WS-FL-IDX)
               MOVE WS-STATUS-DATE TO Fl-StatAfterDate(WS-FL-IDX)
               MOVE VSOldStatus TO Fl-StatAfter(WS-FL-IDX)
           END-IF
       END-IF.

LoadQueued.
       MOVE 'N' TO WS-EOF.
       OPEN INPUT ExceptionFile.
       PERFORM UNTIL WS-EOF = 'Y'
           READ ExceptionFile
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               IF FXOpen
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
               IF FXDate NOT < WS-WEEK-START AND FXDate NOT > WS-RUN-DATE
                       AND QdCount < 2000
                   ADD 1 TO QdCount
                   MOVE FXVehicleID TO Qd-Vehicle(QdCount)
                   MOVE FXDate TO Qd-Date(QdCount)
                   MOVE FXSource TO Qd-Source(QdCount)
                   MOVE FXLitres TO Qd-Litres(QdCount)
                   MOVE FXType TO Qd-Type(QdCount)
                   MOVE FXStatus TO Qd-Status(QdCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ExceptionFile.

JudgeOneFill.
       MOVE Fl-VhSlot(WS-FL-IDX) TO WS-VH-SLOT.
       IF WS-VH-SLOT > 0
           IF Vh-Tank(WS-VH-SLOT) > ZERO
                   AND Fl-Litres(WS-FL-IDX) > Vh-Tank(WS-VH-SLOT)
               MOVE Vh-Tank(WS-VH-SLOT) TO WS-DISPLAY-LITRES
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "TANK HOLDS " WS-DISPLAY-LITRES " LITRES"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               MOVE 'TANK' TO WS-EXC-TYPE
               PERFORM RaiseException
           END-IF
       END-IF.
       PERFORM CheckSameDay.
       MOVE 'BUS ' TO WS-DU-FUNCTION.
       MOVE Fl-Date(WS-FL-IDX) TO WS-DU-DATE1.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-DU-DATE1, WS-DU-DATE2,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS = "00" AND WS-DU-DAYS = 0
           MOVE "WEEKEND OR HOLIDAY" TO WS-EXC-DETAIL
           MOVE 'HOLI' TO WS-EXC-TYPE
           PERFORM RaiseException
       END-IF.
       IF WS-VH-SLOT = 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM CheckStatusOnDay.
       PERFORM CheckEconomy.

CheckSameDay.
*> The second and later fills of the day are the ones flagged
       MOVE 1 TO WS-FILL-NUM.
       PERFORM VARYING WS-FL-JDX FROM 1 BY 1
               UNTIL WS-FL-JDX >= WS-FL-IDX
           IF Fl-Vehicle(WS-FL-JDX) = Fl-Vehicle(WS-FL-IDX)
                   AND Fl-Date(WS-FL-JDX) = Fl-Date(WS-FL-IDX)
               ADD 1 TO WS-FILL-NUM
           END-IF
       END-PERFORM.
       IF WS-FILL-NUM > 1
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "FILL " WS-FILL-NUM " OF THE DAY"
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           MOVE 'SAME' TO WS-EXC-TYPE
           PERFORM RaiseException
       END-IF.

CheckStatusOnDay.
       IF Fl-StatBeforeDate(WS-FL-IDX) > ZERO
           MOVE Fl-StatBefore(WS-FL-IDX) TO WS-STATUS-ON-DAY
       ELSE
           IF Fl-StatAfterDate(WS-FL-IDX) > ZERO
               MOVE Fl-StatAfter(WS-FL-IDX) TO WS-STATUS-ON-DAY
           ELSE
               MOVE Vh-Status(WS-VH-SLOT) TO WS-STATUS-ON-DAY
           END-IF
       END-IF.
       EVALUATE WS-STATUS-ON-DAY
           WHEN 'S'
               MOVE "TRUCK IN THE SHOP" TO WS-EXC-DETAIL
           WHEN 'O'
               MOVE "TRUCK OUT OF SERVICE" TO WS-EXC-DETAIL
           WHEN 'D'
               MOVE "TRUCK DISPOSED" TO WS-EXC-DETAIL
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       MOVE 'SHOP' TO WS-EXC-TYPE.
       PERFORM RaiseException.

CheckEconomy.
*> Only a fill with a previous fill and miles logged since can be
*> judged, and only against a truck with an average to judge by
       IF Fl-Miles(WS-FL-IDX) = ZERO OR Fl-Litres(WS-FL-IDX) = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF Vh-Miles(WS-VH-SLOT) = ZERO OR Vh-Litres(WS-VH-SLOT) = ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-FILL-ECON ROUNDED =
           Fl-Miles(WS-FL-IDX) / Fl-Litres(WS-FL-IDX).
       COMPUTE WS-AVG-ECON ROUNDED =
           Vh-Miles(WS-VH-SLOT) / Vh-Litres(WS-VH-SLOT).
       IF WS-FILL-ECON * 100 < WS-AVG-ECON * WS-ECON-PERCENT
           MOVE WS-FILL-ECON TO WS-DISPLAY-ECON
           MOVE WS-AVG-ECON TO WS-DISPLAY-AVG
           MOVE SPACES TO WS-EXC-DETAIL
           STRING WS-DISPLAY-ECON " MI/L, AVERAGE " WS-DISPLAY-AVG
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           MOVE 'ECON' TO WS-EXC-TYPE
           PERFORM RaiseException
       END-IF.

RaiseException.
*> Queued once; a rerun reports the queued one where it stands
       ADD 1 TO WS-WEEK-COUNT.
       MOVE "NEW" TO WS-EXC-STATE.
       PERFORM VARYING WS-QD-IDX FROM 1 BY 1
               UNTIL WS-QD-IDX > QdCount OR WS-EXC-STATE NOT = "NEW"
           IF Qd-Vehicle(WS-QD-IDX) = Fl-Vehicle(WS-FL-IDX)
                   AND Qd-Date(WS-QD-IDX) = Fl-Date(WS-FL-IDX)
                   AND Qd-Source(WS-QD-IDX) = Fl-Source(WS-FL-IDX)
                   AND Qd-Litres(WS-QD-IDX) = Fl-Litres(WS-FL-IDX)
                   AND Qd-Type(WS-QD-IDX) = WS-EXC-TYPE
               IF Qd-Status(WS-QD-IDX) = 'C'
                   MOVE "CLOSED" TO WS-EXC-STATE
               ELSE
                   MOVE "OPEN" TO WS-EXC-STATE
               END-IF
           END-IF
       END-PERFORM.
       IF WS-EXC-STATE = "NEW"
           MOVE SPACES TO FuelExcRecord
           MOVE Fl-Vehicle(WS-FL-IDX) TO FXVehicleID
           MOVE Fl-Date(WS-FL-IDX) TO FXDate
           MOVE Fl-Source(WS-FL-IDX) TO FXSource
           MOVE Fl-Litres(WS-FL-IDX) TO FXLitres
           MOVE Fl-Amount(WS-FL-IDX) TO FXAmount
           MOVE WS-EXC-TYPE TO FXType
           MOVE WS-EXC-DETAIL TO FXDetail
           MOVE WS-RUN-DATE TO FXFoundDate
           MOVE 'O' TO FXStatus
           MOVE ZERO TO FXClosedDate
           WRITE FuelExcRecord
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-OPEN-COUNT
       END-IF.
       MOVE Fl-Vehicle(WS-FL-IDX) TO WS-D-VEHICLE.
       MOVE Fl-Date(WS-FL-IDX) TO WS-D-DATE.
       IF Fl-Source(WS-FL-IDX) = 'L'
           MOVE "LOG" TO WS-D-SOURCE
       ELSE
           MOVE "CARD" TO WS-D-SOURCE
       END-IF.
       MOVE Fl-Litres(WS-FL-IDX) TO WS-D-LITRES.
       MOVE Fl-Amount(WS-FL-IDX) TO WS-D-AMOUNT.
       MOVE WS-EXC-TYPE TO WS-D-TYPE.
       MOVE WS-EXC-DETAIL TO WS-D-DETAIL.
       MOVE WS-EXC-STATE TO WS-D-STATE.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "fuelexc_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

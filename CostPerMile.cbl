*> average line at the bottom so the outliers are obvious at budget
*> time. A truck that burned money without recording a mile is
*> listed NO MILES rather than hidden.
*> Maintenance is split into parts issued from stock and shop labor,
*> as WORKORDER now records them. Orders closed before the split was
*> kept carry one hand-keyed cost - it counts in MAINT but in
*> neither PARTS nor LABOR.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Output to costpermile_report.txt. Runs standalone; GOBACK +
*> RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
       COPY MILELOG.

FD ReportFile.
       01 ReportLine PIC X(120).

WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
               03 Vh-ID PIC X(6).
               03 Vh-Fuel PIC S9(8)V99.
               03 Vh-Maint PIC S9(8)V99.
               03 Vh-Parts PIC S9(8)V99.
               03 Vh-Labor PIC S9(8)V99.
               03 Vh-Miles PIC S9(7).
               03 Vh-CPM PIC 9(4)V999.
               03 Vh-Printed PIC X.
       01 WS-LOOKUP-ID PIC X(6).
       01 WS-TOT-COST PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-MILES PIC S9(8) VALUE ZERO.
       01 WS-TOT-FUEL PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-MAINT PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-PARTS PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-LABOR PIC S9(9)V99 VALUE ZERO.
       01 WS-FLEET-CPM PIC 9(4)V999.
       01 WS-DETAIL-LINE.
           02 WS-D-VEHICLE PIC X(6).
           02 WS-D-FUEL PIC ---,--9.99.
           02 FILLER PIC X(8) VALUE "  MAINT ".
           02 WS-D-MAINT PIC ---,--9.99.
           02 FILLER PIC X(8) VALUE "  PARTS ".
           02 WS-D-PARTS PIC ---,--9.99.
           02 FILLER PIC X(8) VALUE "  LABOR ".
           02 WS-D-LABOR PIC ---,--9.99.
           02 FILLER PIC X(8) VALUE "  MILES ".
           02 WS-D-MILES PIC ----,--9.
           02 FILLER PIC X(7) VALUE "  CPM ".
           02 WS-D-CPM PIC ZZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-FLAG PIC X(8).
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "COSTPERMILE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "VEHICLE COST PER MILE - WORST FIRST"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM PrintRanked.
       IF WS-TOT-MILES > ZERO
               WS-TOT-COST / WS-TOT-MILES
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "FLEET" TO WS-D-VEHICLE
           MOVE WS-TOT-FUEL TO WS-D-FUEL
           MOVE WS-TOT-MAINT TO WS-D-MAINT
           MOVE WS-TOT-PARTS TO WS-D-PARTS
           MOVE WS-TOT-LABOR TO WS-D-LABOR
           MOVE WS-TOT-MILES TO WS-D-MILES
           MOVE WS-FLEET-CPM TO WS-D-CPM
           MOVE WS-DETAIL-LINE TO ReportLine
           WRITE ReportLine
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Cost-per-mile report written for " VehCount
           " vehicles".
       MOVE 0 TO RETURN-CODE.
           MOVE WS-LOOKUP-ID TO Vh-ID(WS-SLOT)
           MOVE ZERO TO Vh-Fuel(WS-SLOT)
           MOVE ZERO TO Vh-Maint(WS-SLOT)
           MOVE ZERO TO Vh-Parts(WS-SLOT)
           MOVE ZERO TO Vh-Labor(WS-SLOT)
           MOVE ZERO TO Vh-Miles(WS-SLOT)
           MOVE ZERO TO Vh-CPM(WS-SLOT)
           MOVE 'N' TO Vh-Printed(WS-SLOT)
                   PERFORM FindVehSlot
                   IF WS-SLOT > 0
                       ADD WOCost TO Vh-Maint(WS-SLOT)
                       IF WOPartsCost IS NUMERIC
                           ADD WOPartsCost TO Vh-Parts(WS-SLOT)
                           ADD WOLaborCost TO Vh-Labor(WS-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-TOT-COST = WS-TOT-COST
               + Vh-Fuel(WS-IDX) + Vh-Maint(WS-IDX)
           ADD Vh-Miles(WS-IDX) TO WS-TOT-MILES
           ADD Vh-Fuel(WS-IDX) TO WS-TOT-FUEL
           ADD Vh-Maint(WS-IDX) TO WS-TOT-MAINT
           ADD Vh-Parts(WS-IDX) TO WS-TOT-PARTS
           ADD Vh-Labor(WS-IDX) TO WS-TOT-LABOR
           IF Vh-Miles(WS-IDX) > ZERO
               COMPUTE Vh-CPM(WS-IDX) ROUNDED =
                   (Vh-Fuel(WS-IDX) + Vh-Maint(WS-IDX))
               MOVE Vh-ID(WS-BEST) TO WS-D-VEHICLE
               MOVE Vh-Fuel(WS-BEST) TO WS-D-FUEL
               MOVE Vh-Maint(WS-BEST) TO WS-D-MAINT
               MOVE Vh-Parts(WS-BEST) TO WS-D-PARTS
               MOVE Vh-Labor(WS-BEST) TO WS-D-LABOR
               MOVE Vh-Miles(WS-BEST) TO WS-D-MILES
               MOVE Vh-CPM(WS-BEST) TO WS-D-CPM
               IF Vh-Miles(WS-BEST) NOT > ZERO
               MOVE 'Y' TO Vh-Printed(WS-BEST)
           END-IF
       END-PERFORM.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "costpermile_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

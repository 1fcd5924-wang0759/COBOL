*> spent, miles driven, and litres per 100 miles - so the pickup
*> quietly burning twice the fuel of its twin shows up before year
*> end.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-D-MILES PIC ZZZZZZ9.
           02 FILLER PIC X(9) VALUE "  L/100M ".
           02 WS-D-ECONOMY PIC ZZZ9.99.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "FUELECON".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "FUEL ECONOMY REPORT" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReadFuel.
       PERFORM UNTIL AtEndOfFuel
           PERFORM WriteEconomyLine
       END-PERFORM.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Fuel economy report complete. Vehicles listed: "
           EconCount.
       MOVE 0 TO RETURN-CODE.
       END-IF.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "fueleconomy_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

*> lists every vehicle within 10 percent of its service interval or
*> past it, based on the current odometer against the mileage at
*> last service. Replaces the garage wall calendar.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-D-DUE PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-FLAG PIC X(8).
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "SERVICEDUE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "VEHICLE SERVICE DUE REPORT"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReadVehicle.
       PERFORM UNTIL AtEndOfFile
       END-PERFORM.
       CLOSE VehicleFile
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Service due report complete. Vehicles listed: "
           WS-DUE-COUNT.
       MOVE 0 TO RETURN-CODE.
           WRITE ReportLine
           ADD 1 TO WS-DUE-COUNT
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "servicedue_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

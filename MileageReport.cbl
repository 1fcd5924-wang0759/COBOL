*> appends each accepted reading to. One line per vehicle with the
*> month's miles; rollback entries (new reading below old) carry no
*> forward miles and are skipped.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           02 WS-D-VEHICLE PIC X(6).
           02 FILLER PIC X(9) VALUE "  MILES ".
           02 WS-D-MILES PIC ZZZZZZ9.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "MILEAGEREPORT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "MILES DRIVEN FOR " WS-MONTH-INPUT
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReadMileageLog.
           WRITE ReportLine
       END-PERFORM.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Mileage report complete. Vehicles listed: "
           VehSumCount.
       MOVE 0 TO RETURN-CODE.
       IF WS-SLOT > 0
           ADD WS-MILES TO Vs-Miles(WS-SLOT)
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "mileage_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

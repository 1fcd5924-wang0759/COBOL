*> dollars.
*> The tolerance comes from fuelreconparm.txt when present (one
*> amount), defaulting below.
*> When fuelstmt.txt is registered with the interface gateway
*> (IFGATEWAY, ifregister.txt), the statement read here is the one
*> the gateway handed over - checked, never a repeat - so make
*> IFGATEWAY this step's predecessor.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure -
*> exceptions found end with RETURN-CODE 8 so a chained run stops.
ENVIRONMENT DIVISION.
           02 WS-D-AMOUNT PIC ---,--9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-DIFF PIC ---,--9.99.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "FUELRECON".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "FUEL CARD STATEMENT RECONCILIATION"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM MatchStatementLines.
       PERFORM ReportUnbilledFills.
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Fuel reconciliation complete. Billed-not-logged: "
           WS-UNLOGGED "  Logged-not-billed: " WS-UNBILLED
           "  Mismatches: " WS-MISMATCHED.
           END-IF
       END-IF.
       CLOSE ParmFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "fuelrecon_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

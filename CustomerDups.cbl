*> so "Jon Smith" finds "John Smyth"), or their phone or email
*> match exactly. Candidate pairs are listed with both IDNums in
*> custdups_report.txt for a human to review; nothing is changed.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs monthly next to CUSTPURGE; GOBACK + RETURN-CODE report
*> success/failure.
ENVIRONMENT DIVISION.
           02 WS-D-NAME2 PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-REASON PIC X(20).
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CUSTDUPS".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "POSSIBLE DUPLICATE CUSTOMERS"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReadCustomer.
       PERFORM UNTIL AtEndOfFile
               "customers not swept - table full"
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Duplicate sweep complete. Candidate pairs: "
           WS-PAIR-COUNT.
       MOVE 0 TO RETURN-CODE.
           WRITE ReportLine
           ADD 1 TO WS-PAIR-COUNT
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "custdups_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

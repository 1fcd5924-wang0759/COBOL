*> gclog.txt with a timestamp.
*> The whole card file is loaded to a table and rewritten at the
*> end, the same load/save-around-the-work pattern ARPAYMENT uses.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 WS-AMOUNT PIC 9(7)V99.
       01 WS-NEXT-CARD-NUM PIC 9(8) VALUE 1.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-LIABILITY PIC S9(9)V99.
       01 WS-ACTIVE-CARDS PIC 9(4).
       01 WS-DISPLAY-AMOUNT PIC -$$$$,$$9.99.
           02 WS-D-ISSUED PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-BALANCE PIC ----,--9.99.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "GIFTCARD".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadCards.
       IF RETURN-CODE NOT = 0
           GOBACK
               "gcliability_report.txt, status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "GIFT CARD LIABILITY - OUTSTANDING BALANCES"
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE ZERO TO WS-LIABILITY.
       MOVE 0 TO WS-ACTIVE-CARDS.
       MOVE "TOTAL" TO ReportLine(1:5).
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       MOVE WS-LIABILITY TO WS-DISPLAY-AMOUNT.
       DISPLAY "Liability report written, total outstanding "
           WS-DISPLAY-AMOUNT.
       MOVE WS-NEXT-CARD-NUM TO CtlNextCardNum.
       WRITE GiftCardControlRecord.
       CLOSE GiftCardControlFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "gcliability_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

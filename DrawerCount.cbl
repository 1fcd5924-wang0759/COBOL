
WORKING-STORAGE SECTION.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-AMOUNT PIC 9(8)V99.
       01 WS-DISPLAY-AMOUNT PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "Counted drawer cash : " WITH NO ADVANCING.
       ACCEPT WS-AMOUNT.
       OPEN EXTEND DrawerCountFile.

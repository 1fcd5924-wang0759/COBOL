       01 WS-MOVEMENT PIC S9(8)V99.
       01 WS-BALANCE PIC S9(9)V99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> PERIODCHK answer - '90' means today's month is closed
       01 WS-PC-STATUS PIC XX.
       01 WS-DISPLAY-AMOUNT PIC -$$$$$$$$9.99.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       CALL 'PERIODCHK' USING WS-RUN-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "DEPOSIT: accounting period " WS-RUN-DATE(1:6)

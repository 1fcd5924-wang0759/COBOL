       COPY BATCHEOF.
       01 WS-MOVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE LOW-VALUES TO IDNum.
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE 'Y' TO EndOfFile

       01 WS-RESOLVED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-FOUND PIC X.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Supervisor sign-on
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > ExcCount OR WS-REVIEW-DONE = 'Y'
           IF Ex-Status(WS-IDX) = 'U'

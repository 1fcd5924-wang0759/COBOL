*> a YYYYMMDD date range) and it lists every receipt, depletion,
*> return and adjustment with source program and reference, plus
*> the net movement - so a count that looks wrong can be traced
*> instead of argued about. Each line names the stock location it
*> moved at (MAIN for movements from before locations were kept).
*> Read-only. Runs standalone; GOBACK + RETURN-CODE report
*> success/failure.
ENVIRONMENT DIVISION.
           02 WS-D-REF PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-OPERATOR PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-LOCATION PIC X(4).

PROCEDURE DIVISION.
StartPara.
                   MOVE SMSource TO WS-D-SOURCE
                   MOVE SMReference TO WS-D-REF
                   MOVE SMOperator TO WS-D-OPERATOR
                   MOVE SMLocation TO WS-D-LOCATION
                   IF SMLocation = SPACES
                       MOVE "MAIN" TO WS-D-LOCATION
                   END-IF
                   DISPLAY WS-DETAIL-LINE
                   ADD SMQty TO WS-NET
                   ADD 1 TO WS-SHOWN

        02 ResNum2       PIC -9(8).99.
        02 FILLER        PIC X VALUE SPACE.
        02 ResResult     PIC -9(8).99.
*> Heads the results of a training session's script run
    01 ResultTrainingLine PIC X(41).

FD RejectFile.
    01 RejectRecord.
*> 'OK', or 'SE' when the calculation size-errored (which is also
*> what a divide by zero raises)
01  WS-CALC-STATUS  PIC X(2) VALUE "OK".
*> TRNMODE linkage - a training session (chosen at the menu's
*> sign-on) keeps its history and results on the practice files
01  WS-TM-FUNCTION  PIC X(4) VALUE 'GET '.
01  WS-TM-FLAG      PIC X.
01  WS-TM-STATUS    PIC XX.

PROCEDURE DIVISION.
BEGIN.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL
       IF WS-TM-FLAG = 'Y'
           DISPLAY "*** TRAINING *** calculator - practice data only"
       END-IF
       OPEN EXTEND CalcHistory
       DISPLAY "Operator ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT ResultFile.
       IF WS-TM-FLAG = 'Y'
           MOVE "*** TRAINING *** practice data only"
               TO ResultTrainingLine
           WRITE ResultTrainingLine
       END-IF.
       OPEN OUTPUT RejectFile.
       PERFORM ReadScript.
       PERFORM RunScriptLine UNTIL WS-SCRIPT-EOF = 'Y'.

       01 QUOTIENT1 PIC S9(7)V99.
*> Follows FILE STATUS convention: '00' ok, '90' size error
       01 SUM-STATUS PIC XX.
*> TRNMODE linkage - a training session's screens say so
       01 TM-FUNCTION PIC X(4) VALUE 'GET '.
       01 TM-FLAG PIC X.
       01 TM-STATUS PIC XX.
PROCEDURE DIVISION.
CALL 'TRNMODE' USING TM-FUNCTION, TM-FLAG, TM-STATUS.
IF TM-FLAG = 'Y'
    DISPLAY "*** TRAINING ***"
END-IF.

*> call function and pass values 6, 5
CALL 'GETSUM' USING NUM1, NUM2, SUM1, SUM-STATUS.
IF SUM-STATUS NOT = "00"

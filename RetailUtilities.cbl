*> instead of compiling and launching three programs by hand. Each
*> target program GOBACKs instead of STOP RUNs so control returns
*> here once it finishes.
*> A session can be a training one: asked at the start (TRNMODE),
*> and every utility run from the menu then works on the practice
*> copy of the data files (TRNREFRESH) - the menu heading says
*> TRAINING throughout, and nothing touches the live files.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
WORKING-STORAGE SECTION.
01 Choice          PIC 9 VALUE ZERO.
01 StayOpen        PIC X VALUE 'Y'.
01 TrainAnswer     PIC X VALUE 'N'.
*> TRNMODE linkage
01 TmFunction      PIC X(4).
01 TmFlag          PIC X.
01 TmStatus        PIC XX.

PROCEDURE DIVISION.
StartPara.
    MOVE 'GET ' TO TmFunction.
    CALL 'TRNMODE' USING TmFunction, TmFlag, TmStatus END-CALL.
    IF TmFlag NOT = 'Y'
        DISPLAY "Training session? (Y/N) : " WITH NO ADVANCING
        ACCEPT TrainAnswer
        IF TrainAnswer = 'Y' OR TrainAnswer = 'y'
            MOVE 'SET ' TO TmFunction
            CALL 'TRNMODE' USING TmFunction, TmFlag, TmStatus
            END-CALL
            IF TmFlag NOT = 'Y'
                DISPLAY "No training data set on hand - run "
                    "TRNREFRESH first. Session not started."
                STOP RUN
            END-IF
        END-IF
    END-IF.
    PERFORM UNTIL StayOpen = 'N'
        DISPLAY " "
        IF TmFlag = 'Y'
            DISPLAY "RETAIL UTILITIES   *** TRAINING ***"
        ELSE
            DISPLAY "RETAIL UTILITIES"
        END-IF
        DISPLAY "1 : Calculator"
        DISPLAY "2 : Item Tax Total"
        DISPLAY "3 : Sum Two Values"

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIFTMAINT.
*> Supervisor correction of the operator shift clock (shiftclock.txt,
*> copybooks/SHIFTREC.cpy), which the register and tutorial10's
*> customer menu punch through SHIFTCLK at sign-on and sign-off.
*> A supervisor lists an operator's punches for a day, adds a punch
*> the operator missed (forgot to clock out, clocked in on paper),
*> or voids one punched in error. Nothing already on the clock is
*> changed or removed: an added punch is written with the
*> supervisor's ID in SPEnteredBy, and a void is its own record
*> naming the punch it cancels, so SHIFTRPT and anyone reading the
*> file later can see what was corrected and by whom. A supervisor
*> can't correct their own punches - another supervisor keys those.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ShiftClockFile ASSIGN TO "shiftclock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-STATUS.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with SHIFTCLK and SHIFTRPT via copybooks/SHIFTREC.cpy
FD ShiftClockFile.
       COPY SHIFTREC.

*> Same layout tutorial10's OperatorFile reads
FD OperatorFile.
       01 OperatorRecord.
           02 OpID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpPassword PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpRole PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

WORKING-STORAGE SECTION.
       01 WS-CLOCK-STATUS PIC XX.
       01 WS-CLOCK-EOF PIC X.
       01 WS-OPER-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-ID-INPUT PIC X(10).
       01 WS-ID-FOUND PIC X.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-PUNCH-DATE PIC 9(8).
       01 WS-TIME-INPUT PIC X(4).
       01 WS-PUNCH-TIME PIC 9(4).
       01 WS-PUNCH-TIME-X REDEFINES WS-PUNCH-TIME.
           02 WS-PUNCH-HH PIC 99.
           02 WS-PUNCH-MM PIC 99.
       01 WS-TYPE-INPUT PIC X.
       01 WS-PICK PIC 9(2).
       01 WS-CONFIRM PIC X.
       01 WS-INPUT-OK PIC X.
       01 WS-NOW-STAMP PIC X(21).
*> The chosen operator's punches for the chosen day, in clock
*> order, with any void already applied. The DEPENDING ON counter
*> must be declared ahead of the table it sizes
       01 DayCount PIC 9(2) VALUE ZERO.
       01 DayTable.
           02 DayPunch OCCURS 0 TO 50 TIMES DEPENDING ON DayCount.
               03 Dp-Time PIC 9(4).
               03 Dp-Type PIC X.
               03 Dp-Source PIC X(12).
               03 Dp-EnteredBy PIC X(10).
               03 Dp-Voided PIC X.
       01 WS-SWAP-PUNCH PIC X(28).
       01 WS-DAY-FULL PIC X.
       01 WS-IDX PIC 9(2).
       01 WS-SLOT PIC 9(2).
       01 WS-PUNCH-LINE.
           02 WS-P-NUM PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-P-TIME PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-P-TYPE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-P-SOURCE PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-P-ENTERED PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-P-VOIDED PIC X(6).
*> Sign-on for this program itself - supervisors only
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OPERATOR-FOUND PIC X VALUE 'N'.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> BIZDATE linkage - a day defaults to the business date, and no
*> punch may be added past it
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> DATEUTIL linkage - a keyed date must be a real one
       01 WS-DU-FUNCTION PIC X(4) VALUE 'VAL '.
       01 WS-DU-DATE2 PIC 9(8) VALUE ZERO.
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM SignOn.
       IF WS-OPERATOR-FOUND = 'N'
           DISPLAY "SHIFTMAINT: supervisor sign-on failed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "SHIFT CLOCK CORRECTIONS"
           DISPLAY "1 : List an Operator's Punches"
           DISPLAY "2 : Add a Missed Punch"
           DISPLAY "3 : Void a Punch"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ListPunches
               WHEN 2 PERFORM AddPunch
               WHEN 3 PERFORM VoidPunch
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

SignOn.
       DISPLAY " ".
       DISPLAY "Supervisor Sign-On".
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
       DISPLAY "Password : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-PASSWORD.
       MOVE 'N' TO WS-OPERATOR-FOUND.
       IF WS-OPERATOR-ID = WS-DEFAULT-OPERATOR-ID
               AND WS-OPERATOR-PASSWORD = WS-DEFAULT-OPERATOR-PW
           MOVE 'Y' TO WS-OPERATOR-FOUND
       ELSE
           MOVE 'N' TO WS-OPER-EOF
           OPEN INPUT OperatorFile
           PERFORM UNTIL WS-OPER-EOF = 'Y' OR WS-OPERATOR-FOUND = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO WS-OPER-EOF
               END-READ
               IF WS-OPER-EOF NOT = 'Y'
                   IF OpID = WS-OPERATOR-ID
                           AND OpPassword = WS-OPERATOR-PASSWORD
                           AND OpRole = 'S'
                           AND OpStatus NOT = 'D'
                       MOVE 'Y' TO WS-OPERATOR-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OperatorFile
       END-IF.
       IF WS-OPERATOR-FOUND = 'Y'
           DISPLAY "Signed on as " WS-OPERATOR-ID
       END-IF.

ListPunches.
       DISPLAY " ".
       PERFORM AskOperatorAndDay.
       IF WS-INPUT-OK NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM LoadDayPunches.
       PERFORM ShowDayPunches.

AddPunch.
       DISPLAY " ".
       PERFORM AskOperatorAndDay.
       IF WS-INPUT-OK NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM LoadDayPunches.
       PERFORM ShowDayPunches.
       MOVE 'N' TO WS-INPUT-OK.
       PERFORM WITH TEST AFTER UNTIL WS-INPUT-OK = 'Y'
           DISPLAY "Time of the missed punch (HHMM) : "
               WITH NO ADVANCING
           ACCEPT WS-TIME-INPUT
           IF WS-TIME-INPUT IS NUMERIC
               MOVE WS-TIME-INPUT TO WS-PUNCH-TIME
               IF WS-PUNCH-HH < 24 AND WS-PUNCH-MM < 60
                   MOVE 'Y' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK NOT = 'Y'
               DISPLAY "Time must be HHMM, 0000 to 2359"
           END-IF
       END-PERFORM.
       MOVE SPACE TO WS-TYPE-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-TYPE-INPUT = 'I'
               OR WS-TYPE-INPUT = 'O'
           DISPLAY "Clock in or out (I/O) : " WITH NO ADVANCING
           ACCEPT WS-TYPE-INPUT
           IF WS-TYPE-INPUT = 'i' MOVE 'I' TO WS-TYPE-INPUT END-IF
           IF WS-TYPE-INPUT = 'o' MOVE 'O' TO WS-TYPE-INPUT END-IF
       END-PERFORM.
       MOVE SPACES TO ShiftPunchRecord.
       MOVE WS-TYPE-INPUT TO SPType.
       PERFORM WriteCorrection.
       IF WS-CLOCK-STATUS = "00"
           DISPLAY "Punch added for " WS-ID-INPUT " " WS-PUNCH-DATE
               " " WS-PUNCH-TIME
       END-IF.

VoidPunch.
       DISPLAY " ".
       PERFORM AskOperatorAndDay.
       IF WS-INPUT-OK NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM LoadDayPunches.
       PERFORM ShowDayPunches.
       IF DayCount = 0
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Punch number to void (0 = none) : " WITH NO ADVANCING.
       MOVE 0 TO WS-PICK.
       ACCEPT WS-PICK.
       IF WS-PICK = 0 OR WS-PICK > DayCount
           DISPLAY "Nothing voided"
           EXIT PARAGRAPH
       END-IF.
       IF Dp-Voided(WS-PICK) = 'Y'
           DISPLAY "That punch is already void"
           EXIT PARAGRAPH
       END-IF.
       IF Dp-Type(WS-PICK) = 'I'
           MOVE "IN" TO WS-P-TYPE
       ELSE
           MOVE "OUT" TO WS-P-TYPE
       END-IF.
       DISPLAY "Void the " WS-P-TYPE " punch at " Dp-Time(WS-PICK)
           "? (Y/N) : " WITH NO ADVANCING.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY "Nothing voided"
           EXIT PARAGRAPH
       END-IF.
       MOVE Dp-Time(WS-PICK) TO WS-PUNCH-TIME.
       MOVE SPACES TO ShiftPunchRecord.
       SET SPVoid TO TRUE.
       MOVE Dp-Type(WS-PICK) TO SPVoidsType.
       PERFORM WriteCorrection.
       IF WS-CLOCK-STATUS = "00"
           DISPLAY "Punch voided"
       END-IF.

AskOperatorAndDay.
*> The operator must be on operators.txt and not the supervisor
*> keying; the day defaults to the business date and can't be
*> after it
       MOVE 'N' TO WS-INPUT-OK.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT WS-ID-INPUT.
       IF WS-ID-INPUT = WS-OPERATOR-ID
           DISPLAY "Your own punches are corrected by another "
               "supervisor"
           EXIT PARAGRAPH
       END-IF.
       PERFORM LookUpOperator.
       IF WS-ID-FOUND NOT = 'Y'
           DISPLAY "Operator not on file"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Date (YYYYMMDD, blank = " WS-RUN-DATE ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-DATE-INPUT.
       ACCEPT WS-DATE-INPUT.
       IF WS-DATE-INPUT = SPACES
           MOVE WS-RUN-DATE TO WS-PUNCH-DATE
       ELSE
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Date must be YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO WS-PUNCH-DATE
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-PUNCH-DATE,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL
           IF WS-DU-STATUS NOT = "00"
               DISPLAY "Not a calendar date"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-PUNCH-DATE > WS-RUN-DATE
           DISPLAY "Date is after the business date " WS-RUN-DATE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-INPUT-OK.

LookUpOperator.
       MOVE 'N' TO WS-ID-FOUND.
       MOVE 'N' TO WS-OPER-EOF.
       OPEN INPUT OperatorFile.
       PERFORM UNTIL WS-OPER-EOF = 'Y' OR WS-ID-FOUND = 'Y'
           READ OperatorFile
               AT END MOVE 'Y' TO WS-OPER-EOF
           END-READ
           IF WS-OPER-EOF NOT = 'Y'
               IF OpID = WS-ID-INPUT
                   MOVE 'Y' TO WS-ID-FOUND
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OperatorFile.

LoadDayPunches.
*> Punches come off the clock in the order written; a void cancels
*> the first still-standing punch of its type at its time
       MOVE 0 TO DayCount.
       MOVE 'N' TO WS-DAY-FULL.
       MOVE 'N' TO WS-CLOCK-EOF.
       OPEN INPUT ShiftClockFile.
       PERFORM UNTIL WS-CLOCK-EOF = 'Y'
           READ ShiftClockFile
               AT END MOVE 'Y' TO WS-CLOCK-EOF
           END-READ
           IF WS-CLOCK-EOF NOT = 'Y'
                   AND SPOperatorID = WS-ID-INPUT
                   AND SPDate = WS-PUNCH-DATE
               IF SPVoid
                   PERFORM ApplyVoid
               ELSE
                   PERFORM KeepDayPunch
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ShiftClockFile.
       PERFORM SortDayPunches.

KeepDayPunch.
       IF DayCount = 50
           MOVE 'Y' TO WS-DAY-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO DayCount.
       MOVE SPTime TO Dp-Time(DayCount).
       MOVE SPType TO Dp-Type(DayCount).
       MOVE SPSource TO Dp-Source(DayCount).
       MOVE SPEnteredBy TO Dp-EnteredBy(DayCount).
       MOVE 'N' TO Dp-Voided(DayCount).

ApplyVoid.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > DayCount OR WS-SLOT > 0
           IF Dp-Time(WS-IDX) = SPTime
                   AND Dp-Type(WS-IDX) = SPVoidsType
                   AND Dp-Voided(WS-IDX) = 'N'
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SLOT > 0
           MOVE 'Y' TO Dp-Voided(WS-SLOT)
       END-IF.

SortDayPunches.
*> An added punch lands on the file after the day's others - put
*> the day back in time order for the listing
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= DayCount
           PERFORM VARYING WS-SLOT FROM WS-IDX BY 1
                   UNTIL WS-SLOT > DayCount
               IF Dp-Time(WS-SLOT) < Dp-Time(WS-IDX)
                   MOVE DayPunch(WS-IDX) TO WS-SWAP-PUNCH
                   MOVE DayPunch(WS-SLOT) TO DayPunch(WS-IDX)
                   MOVE WS-SWAP-PUNCH TO DayPunch(WS-SLOT)
               END-IF
           END-PERFORM
       END-PERFORM.

ShowDayPunches.
       DISPLAY " ".
       DISPLAY "Punches for " WS-ID-INPUT " on " WS-PUNCH-DATE.
       IF DayCount = 0
           DISPLAY "  none on the clock"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY " #  TIME  TYPE SOURCE       ENTERED BY".
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > DayCount
           MOVE WS-IDX TO WS-P-NUM
           MOVE Dp-Time(WS-IDX) TO WS-P-TIME
           IF Dp-Type(WS-IDX) = 'I'
               MOVE "IN" TO WS-P-TYPE
           ELSE
               MOVE "OUT" TO WS-P-TYPE
           END-IF
           MOVE Dp-Source(WS-IDX) TO WS-P-SOURCE
           MOVE Dp-EnteredBy(WS-IDX) TO WS-P-ENTERED
           IF Dp-Voided(WS-IDX) = 'Y'
               MOVE "VOIDED" TO WS-P-VOIDED
           ELSE
               MOVE SPACES TO WS-P-VOIDED
           END-IF
           DISPLAY WS-PUNCH-LINE
       END-PERFORM.
       IF WS-DAY-FULL = 'Y'
           DISPLAY "  more than 50 punches that day - first 50 shown"
       END-IF.

WriteCorrection.
*> The caller has set the type (and for a void, the type voided);
*> the rest of the record is the same for both
       MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
       MOVE WS-ID-INPUT TO SPOperatorID.
       MOVE WS-PUNCH-DATE TO SPDate.
       MOVE WS-PUNCH-TIME TO SPTime.
       MOVE "SHIFTMAINT" TO SPSource.
       MOVE WS-OPERATOR-ID TO SPEnteredBy.
       MOVE WS-NOW-STAMP(1:14) TO SPStamp.
       OPEN EXTEND ShiftClockFile.
       IF WS-CLOCK-STATUS NOT = "00" AND WS-CLOCK-STATUS NOT = "05"
           DISPLAY "SHIFTMAINT: unable to open shiftclock.txt, status "
               WS-CLOCK-STATUS " - nothing written"
           EXIT PARAGRAPH
       END-IF.
       WRITE ShiftPunchRecord.
       CLOSE ShiftClockFile.

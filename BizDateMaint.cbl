       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BIZDATEMAINT.
*> Operations view of the business-date control record (bizdate.txt,
*> copybooks/BIZDATEREC.cpy) the batch and posting programs take
*> "today" from through the BIZDATE module. Shows the business date,
*> the date before it and how and when it last moved; and lets a
*> supervisor set it - to rerun a past day after a failed night, or
*> to put the shop back on the right day afterwards. Setting it
*> takes the date twice, warns when the day is in a CLOSED
*> accounting period (PERIODCHK) or ahead of the system clock, and
*> lands on the ops log through BIZDATE. Moving forward a day in
*> the normal course is ENDOFDAY's job at the end of the nightly
*> chain, not this program's.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL BizDateFile ASSIGN TO "bizdate.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with the BIZDATE module via copybooks/BIZDATEREC.cpy
FD BizDateFile.
       COPY BIZDATEREC.

*> Same layout tutorial10's OperatorFile reads; setting the business
*> date needs the supervisor role ('S')
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
       01 WS-BD-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-DATE-AGAIN PIC X(8).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-CLOCK-DATE PIC 9(8).
       01 WS-CONFIRM PIC X.
*> BIZDATE linkage
       01 WS-BD-FUNCTION PIC X(4).
       01 WS-BD-DATE PIC 9(8).
       01 WS-BD-STATUS PIC XX.
*> PERIODCHK answer - '90' means the day falls in a closed period
       01 WS-PC-STATUS PIC XX.
*> Supervisor sign-on, same mechanism as taxCalculator.cbl's
*> credit override
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OPERATOR-FOUND PIC X VALUE 'N'.
       01 WS-OPERATOR-EOF PIC X.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".

PROCEDURE DIVISION.
StartPara.
       DISPLAY "Supervisor sign-on required to manage the business "
           "date.".
       PERFORM ValidateOperator.
       IF WS-OPERATOR-FOUND = 'N'
           DISPLAY "BIZDATEMAINT: not a supervisor - nothing changed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE 0 TO RETURN-CODE.
       PERFORM ShowBusinessDate.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "BUSINESS DATE"
           DISPLAY "1 : Show the Business Date"
           DISPLAY "2 : Set the Business Date"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ShowBusinessDate
               WHEN 2 PERFORM SetBusinessDate
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       GOBACK.

ShowBusinessDate.
*> The GET starts the control record at the clock date if there
*> is none yet, so there is always one to show
       MOVE 'GET ' TO WS-BD-FUNCTION.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE, WS-BD-STATUS
       END-CALL.
       MOVE 'N' TO WS-BD-EOF.
       OPEN INPUT BizDateFile.
       READ BizDateFile
           AT END MOVE 'Y' TO WS-BD-EOF
       END-READ.
       CLOSE BizDateFile.
       DISPLAY " ".
       IF WS-BD-EOF = 'Y'
           DISPLAY "BIZDATEMAINT: no business date on file (status "
               WS-BD-STATUS ")"
           MOVE 1 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF.
       ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
       DISPLAY "Business date : " BDBusinessDate.
       DISPLAY "System date   : " WS-CLOCK-DATE.
       EVALUATE TRUE
           WHEN BDAdvanced
               DISPLAY "Advanced from " BDPrevDate " by end of day "
                   BDStamp(1:8) " " BDStamp(9:6)
           WHEN BDSetByOps
               DISPLAY "Set by operations from " BDPrevDate " on "
                   BDStamp(1:8) " " BDStamp(9:6)
           WHEN OTHER
               DISPLAY "Started from the system date on "
                   BDStamp(1:8) " " BDStamp(9:6)
       END-EVALUATE.

SetBusinessDate.
       DISPLAY " ".
       MOVE SPACES TO WS-DATE-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-DATE-INPUT IS NUMERIC
           DISPLAY "New business date (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Date must be numeric YYYYMMDD"
           END-IF
       END-PERFORM.
       DISPLAY "Key it again to confirm      : " WITH NO ADVANCING.
       ACCEPT WS-DATE-AGAIN.
       IF WS-DATE-AGAIN NOT = WS-DATE-INPUT
           DISPLAY "Dates do not match - business date not changed"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-DATE-INPUT TO WS-NEW-DATE.
       CALL 'PERIODCHK' USING WS-NEW-DATE, WS-PC-STATUS END-CALL.
       IF WS-PC-STATUS = "90"
           DISPLAY "WARNING: accounting period " WS-NEW-DATE(1:6)
               " is CLOSED - posting programs will refuse this day"
       END-IF.
       ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
       IF WS-NEW-DATE > WS-CLOCK-DATE
           DISPLAY "WARNING: " WS-NEW-DATE " is ahead of the system "
               "date " WS-CLOCK-DATE
       END-IF.
       DISPLAY "Every batch and posting program will work "
           WS-NEW-DATE " until it is changed.".
       DISPLAY "Proceed (Y/N) : " WITH NO ADVANCING.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY "Business date not changed"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'SET ' TO WS-BD-FUNCTION.
       MOVE WS-NEW-DATE TO WS-BD-DATE.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE, WS-BD-STATUS
       END-CALL.
       EVALUATE WS-BD-STATUS
           WHEN "00"
               DISPLAY "Business date is now " WS-BD-DATE
           WHEN "90"
               DISPLAY WS-NEW-DATE " is not a calendar date - "
                   "business date not changed"
           WHEN OTHER
               DISPLAY "BIZDATEMAINT: unable to write bizdate.txt "
                   "(status " WS-BD-STATUS ")"
               MOVE 1 TO RETURN-CODE
       END-EVALUATE.

ValidateOperator.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
       DISPLAY "Password : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-PASSWORD.
       MOVE 'N' TO WS-OPERATOR-FOUND.
       IF WS-OPERATOR-ID = WS-DEFAULT-OPERATOR-ID
               AND WS-OPERATOR-PASSWORD = WS-DEFAULT-OPERATOR-PW
           MOVE 'Y' TO WS-OPERATOR-FOUND
       ELSE
           MOVE 'N' TO WS-OPERATOR-EOF
           OPEN INPUT OperatorFile
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
                   OR WS-OPERATOR-FOUND = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO WS-OPERATOR-EOF
               END-READ
               IF WS-OPERATOR-EOF NOT = 'Y'
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

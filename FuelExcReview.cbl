       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FUELEXCREVIEW.
*> Review workflow over the fuel purchase exceptions FUELEXC queues
*> (fuelexc.txt, FUELEXCREC). A supervisor walks the open entries
*> and closes each one with a note saying what was found - a
*> receipt turned up, a driver spoken to, a card stopped - and the
*> operator and date are stamped on it, the same worked queue
*> ODOEXCREVIEW makes of the odometer rollbacks. An exception can't
*> be closed without a note.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ExceptionFile ASSIGN TO "fuelexc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with FUELEXC via copybooks/FUELEXCREC.cpy
FD ExceptionFile.
       COPY FUELEXCREC.

*> Same layout tutorial10's OperatorFile reads; closing exceptions
*> needs the supervisor role ('S')
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
       01 WS-EXCEPTION-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
*> The whole exception file held in storage while decisions are
*> taken, then written back out - the load/save pattern tutorial11
*> uses. The DEPENDING ON counter must be declared ahead of the
*> table it sizes
       01 ExcCount PIC 9(4) VALUE ZERO.
       01 ExcTable.
           02 Exc OCCURS 0 TO 2000 TIMES DEPENDING ON ExcCount.
               03 Ex-VehicleID PIC X(6).
               03 Ex-Date PIC 9(8).
               03 Ex-Source PIC X.
               03 Ex-Litres PIC 9(4)V99.
               03 Ex-Amount PIC 9(5)V99.
               03 Ex-Type PIC X(4).
               03 Ex-Detail PIC X(30).
               03 Ex-FoundDate PIC 9(8).
               03 Ex-Status PIC X.
               03 Ex-ClosedBy PIC X(10).
               03 Ex-ClosedDate PIC 9(8).
               03 Ex-Note PIC X(40).
       01 WS-IDX PIC 9(4).
       01 WS-DECISION PIC X.
       01 WS-NOTE PIC X(40).
       01 WS-REVIEW-DONE PIC X VALUE 'N'.
       01 WS-CLOSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SIDE PIC X(4).
       01 WS-DISPLAY-LITRES PIC Z,ZZ9.99.
       01 WS-DISPLAY-AMOUNT PIC ZZ,ZZ9.99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Supervisor sign-on
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OPERATOR-FOUND PIC X VALUE 'N'.
       01 WS-OPERATOR-EOF PIC X.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".

PROCEDURE DIVISION.
StartPara.
       DISPLAY "FUEL EXCEPTION REVIEW - supervisor sign-on required".
       PERFORM ValidateOperator.
       IF WS-OPERATOR-FOUND = 'N'
           DISPLAY "FUELEXCREVIEW: supervisor sign-on failed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ExceptionFile.
       IF WS-EXCEPTION-STATUS NOT = "00"
           DISPLAY "FUELEXCREVIEW: unable to open fuelexc.txt, "
               "status " WS-EXCEPTION-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ReadException.
       PERFORM UNTIL AtEndOfFile OR ExcCount = 2000
           ADD 1 TO ExcCount
           MOVE FXVehicleID TO Ex-VehicleID(ExcCount)
           MOVE FXDate TO Ex-Date(ExcCount)
           MOVE FXSource TO Ex-Source(ExcCount)
           MOVE FXLitres TO Ex-Litres(ExcCount)
           MOVE FXAmount TO Ex-Amount(ExcCount)
           MOVE FXType TO Ex-Type(ExcCount)
           MOVE FXDetail TO Ex-Detail(ExcCount)
           MOVE FXFoundDate TO Ex-FoundDate(ExcCount)
           MOVE FXStatus TO Ex-Status(ExcCount)
           MOVE FXClosedBy TO Ex-ClosedBy(ExcCount)
           MOVE FXClosedDate TO Ex-ClosedDate(ExcCount)
           MOVE FXNote TO Ex-Note(ExcCount)
           IF FXOpen
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           PERFORM ReadException
       END-PERFORM.
       IF NotAtEndOfFile
           *> More exceptions than the table holds - saving now
           *> would silently drop the tail, so nothing is touched
           DISPLAY "FUELEXCREVIEW: more than 2000 exceptions on file"
               " - run housekeeping first"
           CLOSE ExceptionFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CLOSE ExceptionFile.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "Open fuel exceptions: " WS-OPEN-COUNT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > ExcCount OR WS-REVIEW-DONE = 'Y'
           IF Ex-Status(WS-IDX) = 'O'
               PERFORM ReviewOneException
           END-IF
       END-PERFORM.
       PERFORM SaveExceptions.
       DISPLAY "Review complete. Closed this session: "
           WS-CLOSED-COUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadException.
       READ ExceptionFile
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

ReviewOneException.
       IF Ex-Source(WS-IDX) = 'C'
           MOVE "CARD" TO WS-SIDE
       ELSE
           MOVE "LOG" TO WS-SIDE
       END-IF.
       MOVE Ex-Litres(WS-IDX) TO WS-DISPLAY-LITRES.
       MOVE Ex-Amount(WS-IDX) TO WS-DISPLAY-AMOUNT.
       DISPLAY " ".
       DISPLAY "Vehicle " Ex-VehicleID(WS-IDX) " on " Ex-Date(WS-IDX)
           " (" WS-SIDE "): " WS-DISPLAY-LITRES " litres, "
           WS-DISPLAY-AMOUNT.
       DISPLAY "  " Ex-Type(WS-IDX) " - "
           FUNCTION TRIM(Ex-Detail(WS-IDX))
           "   (found " Ex-FoundDate(WS-IDX) ")".
       DISPLAY "C=close with a note, S=skip, Q=quit : "
           WITH NO ADVANCING.
       ACCEPT WS-DECISION.
       EVALUATE WS-DECISION
           WHEN 'C' WHEN 'c'
               PERFORM CloseException
           WHEN 'Q' WHEN 'q'
               MOVE 'Y' TO WS-REVIEW-DONE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

CloseException.
       DISPLAY "What was found : " WITH NO ADVANCING.
       MOVE SPACES TO WS-NOTE.
       ACCEPT WS-NOTE.
       IF WS-NOTE = SPACES
           DISPLAY "A note is required - left open"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NOTE TO Ex-Note(WS-IDX).
       MOVE 'C' TO Ex-Status(WS-IDX).
       MOVE WS-OPERATOR-ID TO Ex-ClosedBy(WS-IDX).
       MOVE WS-RUN-DATE TO Ex-ClosedDate(WS-IDX).
       ADD 1 TO WS-CLOSED-COUNT.

SaveExceptions.
       OPEN OUTPUT ExceptionFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ExcCount
           MOVE SPACES TO FuelExcRecord
           MOVE Ex-VehicleID(WS-IDX) TO FXVehicleID
           MOVE Ex-Date(WS-IDX) TO FXDate
           MOVE Ex-Source(WS-IDX) TO FXSource
           MOVE Ex-Litres(WS-IDX) TO FXLitres
           MOVE Ex-Amount(WS-IDX) TO FXAmount
           MOVE Ex-Type(WS-IDX) TO FXType
           MOVE Ex-Detail(WS-IDX) TO FXDetail
           MOVE Ex-FoundDate(WS-IDX) TO FXFoundDate
           MOVE Ex-Status(WS-IDX) TO FXStatus
           MOVE Ex-ClosedBy(WS-IDX) TO FXClosedBy
           MOVE Ex-ClosedDate(WS-IDX) TO FXClosedDate
           MOVE Ex-Note(WS-IDX) TO FXNote
           WRITE FuelExcRecord
       END-PERFORM.
       CLOSE ExceptionFile.

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

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ENDOFDAY.
*> End-of-day step: moves the business date (bizdate.txt through the
*> BIZDATE module) on to the next business day - weekends and the
*> holidays on holidays.txt skipped - once the day's work is done.
*> It is the last step of JOBDRIVER's nightly chain and depends on
*> the one before it, so a night that fails anywhere leaves the
*> business date where it was and the rerun, whatever time it
*> starts, balances and exports the right day. This is the only
*> step that advances the date; BIZDATEMAINT sets it by hand.
*> Schedulable in the nightly chain the way HOUSEKEEP is; GOBACK +
*> RETURN-CODE report success/failure either way.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> BIZDATE linkage
       01 WS-BD-FUNCTION PIC X(4).
       01 WS-BD-DATE PIC 9(8).
       01 WS-BD-STATUS PIC XX.
       01 WS-CLOSED-DATE PIC 9(8).
*> OPSLOG linkage - a business date that would not move is a
*> morning problem for a human, not just a scrolled-away message
       01 WS-OPS-PROGRAM PIC X(12) VALUE "ENDOFDAY".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).

PROCEDURE DIVISION.
StartPara.
       MOVE 'GET ' TO WS-BD-FUNCTION.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE, WS-BD-STATUS
       END-CALL.
       MOVE WS-BD-DATE TO WS-CLOSED-DATE.
       MOVE 'ADV ' TO WS-BD-FUNCTION.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE, WS-BD-STATUS
       END-CALL.
       IF WS-BD-STATUS NOT = "00"
           DISPLAY "ENDOFDAY: unable to advance the business date "
               "from " WS-CLOSED-DATE " (status " WS-BD-STATUS ")"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-TEXT
           STRING "Business date not advanced from " WS-CLOSED-DATE
               " status " WS-BD-STATUS
               DELIMITED BY SIZE INTO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "ENDOFDAY: business day " WS-CLOSED-DATE
           " closed - business date is now " WS-BD-DATE.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

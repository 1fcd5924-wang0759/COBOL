       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIZDATE.

      *> Shared business-date module, a CALLable in the DATEUTIL mold.
      *> The batch and posting programs ask here for "today" instead
      *> of ACCEPTing the system clock, so a chain rerun after
      *> midnight still balances, exports and dates the day it was
      *> meant for. The date lives on one control record (bizdate.txt
      *> via BIZDATEREC):
      *>
      *>     'GET '  LDate = the business date
      *>     'SET '  make LDate the business date (operations rerunning
      *>             a past day - BIZDATEMAINT)
      *>     'ADV '  advance to the next business day after the current
      *>             one, weekends and holidays.txt skipped the way
      *>             DATEUTIL's 'ABD ' skips them; LDate returns it
      *>             (the end-of-day step - ENDOFDAY)
      *>
      *> With no control record on file yet, the first call starts it
      *> at the system date and says so on the ops log, so a shop that
      *> has never set one keeps running exactly as before.
      *> LStatus follows FILE STATUS convention the way DATEUTIL's
      *> does: '00' ok, '05' control record started from the clock,
      *> '90' bad date or function code, '30' control record could not
      *> be written - callers check it the same way they check a FILE
      *> STATUS.
      *>
      *>     CALL 'BIZDATE' USING LFunction, LDate, LStatus

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BizDateFile ASSIGN TO "bizdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with BIZDATEMAINT via copybooks/BIZDATEREC.cpy
       FD BizDateFile.
       COPY BIZDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BD-EOF           PIC X.
       01  WS-HOLD-RECORD.
           05  WS-H-BUSINESS-DATE  PIC 9(8).
           05  WS-H-PREV-DATE      PIC 9(8).
           05  WS-H-LAST-ACTION    PIC X.
           05  WS-H-STAMP          PIC X(21).
       01  WS-CLOCK-DATE       PIC 9(8).
      *> DATEUTIL linkage - a date set by hand must be a real one, and
      *> the advance skips weekends and holidays
       01  WS-DU-FUNCTION      PIC X(4).
       01  WS-DU-DATE2         PIC 9(8) VALUE ZERO.
       01  WS-DU-DAYS          PIC S9(5) VALUE ZERO.
       01  WS-DU-RESULT        PIC 9(8) VALUE ZERO.
       01  WS-DU-STATUS        PIC XX.
      *> OPSLOG linkage - a control record started from the clock, and
      *> every change of the business date, land on the message log
       01  WS-OPS-PROGRAM      PIC X(12) VALUE "BIZDATE".
       01  WS-OPS-SEVERITY     PIC X.
       01  WS-OPS-TEXT         PIC X(60).

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
       01  LDate           PIC 9(8).
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LFunction, LDate, LStatus.

       0100-DISPATCH.

           MOVE "00" TO LStatus.
           EVALUATE LFunction
               WHEN 'GET '
                   PERFORM 0200-GET-DATE
               WHEN 'SET '
                   PERFORM 0300-SET-DATE
               WHEN 'ADV '
                   PERFORM 0400-ADVANCE-DATE
               WHEN OTHER
                   MOVE "90" TO LStatus
           END-EVALUATE.

       EXIT PROGRAM.

       0200-GET-DATE.

           PERFORM 0500-READ-CONTROL.
           MOVE WS-H-BUSINESS-DATE TO LDate.

       0300-SET-DATE.

           MOVE 'VAL ' TO WS-DU-FUNCTION.
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, LDate, WS-DU-DATE2,
               WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS NOT = "00"
               MOVE "90" TO LStatus
           ELSE
               PERFORM 0500-READ-CONTROL
               MOVE "00" TO LStatus
               MOVE WS-H-BUSINESS-DATE TO WS-H-PREV-DATE
               MOVE LDate TO WS-H-BUSINESS-DATE
               MOVE 'S' TO WS-H-LAST-ACTION
               PERFORM 0600-WRITE-CONTROL
               IF LStatus = "00"
                   MOVE 'W' TO WS-OPS-SEVERITY
                   MOVE SPACES TO WS-OPS-TEXT
                   STRING "Business date SET to " WS-H-BUSINESS-DATE
                       " (was " WS-H-PREV-DATE ")"
                       DELIMITED BY SIZE INTO WS-OPS-TEXT
                   CALL 'OPSLOG' USING WS-OPS-PROGRAM,
                       WS-OPS-SEVERITY, WS-OPS-TEXT
               END-IF
           END-IF.

       0400-ADVANCE-DATE.

           PERFORM 0500-READ-CONTROL.
           MOVE "00" TO LStatus.
           MOVE 'ABD ' TO WS-DU-FUNCTION.
           MOVE +1 TO WS-DU-DAYS.
           CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-H-BUSINESS-DATE,
               WS-DU-DATE2, WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS NOT = "00"
               MOVE "90" TO LStatus
           ELSE
               MOVE WS-H-BUSINESS-DATE TO WS-H-PREV-DATE
               MOVE WS-DU-RESULT TO WS-H-BUSINESS-DATE
               MOVE 'A' TO WS-H-LAST-ACTION
               PERFORM 0600-WRITE-CONTROL
               IF LStatus = "00"
                   MOVE 'I' TO WS-OPS-SEVERITY
                   MOVE SPACES TO WS-OPS-TEXT
                   STRING "Business date advanced to "
                       WS-H-BUSINESS-DATE " (was " WS-H-PREV-DATE ")"
                       DELIMITED BY SIZE INTO WS-OPS-TEXT
                   CALL 'OPSLOG' USING WS-OPS-PROGRAM,
                       WS-OPS-SEVERITY, WS-OPS-TEXT
               END-IF
           END-IF.
           MOVE WS-H-BUSINESS-DATE TO LDate.

       0500-READ-CONTROL.

      *> No record yet - start one at the system date, once
           MOVE 'N' TO WS-BD-EOF.
           OPEN INPUT BizDateFile.
           READ BizDateFile
               AT END MOVE 'Y' TO WS-BD-EOF
           END-READ.
           IF WS-BD-EOF = 'N'
               MOVE BizDateRecord TO WS-HOLD-RECORD
           END-IF.
           CLOSE BizDateFile.
           IF WS-BD-EOF = 'Y'
               ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
               MOVE WS-CLOCK-DATE TO WS-H-BUSINESS-DATE
               MOVE ZERO TO WS-H-PREV-DATE
               MOVE 'I' TO WS-H-LAST-ACTION
               PERFORM 0600-WRITE-CONTROL
               IF LStatus = "00"
                   MOVE "05" TO LStatus
               END-IF
               MOVE 'W' TO WS-OPS-SEVERITY
               MOVE SPACES TO WS-OPS-TEXT
               STRING "No business date on file - started at "
                   WS-CLOCK-DATE DELIMITED BY SIZE INTO WS-OPS-TEXT
               CALL 'OPSLOG' USING WS-OPS-PROGRAM,
                   WS-OPS-SEVERITY, WS-OPS-TEXT
           END-IF.

       0600-WRITE-CONTROL.

           MOVE FUNCTION CURRENT-DATE TO WS-H-STAMP.
           OPEN OUTPUT BizDateFile.
           IF WS-BD-STATUS NOT = "00"
               MOVE "30" TO LStatus
           ELSE
               MOVE WS-HOLD-RECORD TO BizDateRecord
               WRITE BizDateRecord
               CLOSE BizDateFile
           END-IF.

       END PROGRAM BIZDATE.

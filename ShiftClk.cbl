       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTCLK.

      *> Shared operator shift clock, a CALLable module in the OPSLOG
      *> mold. The register and tutorial10's customer menu call it at
      *> sign-on and sign-off so there is a record of when each
      *> operator was actually working (shiftclock.txt, copybooks/
      *> SHIFTREC.cpy), which SHIFTRPT sets against the sales they
      *> rang:
      *>
      *>     CALL 'SHIFTCLK' USING LFunction, LOperatorID, LSource,
      *>         LStatus
      *>
      *>     'IN  '  clock LOperatorID in
      *>     'OUT '  clock LOperatorID out
      *>
      *> The punch is stamped with the business date (BIZDATE) - the
      *> date the sales journal carries - and the clock time. LSource
      *> names the program punching. The register signs on for every
      *> customer, so an operator already clocked in today is left as
      *> they are. LStatus follows FILE STATUS convention the way
      *> BIZDATE's does:
      *>     '00' punched
      *>     '10' already clocked in today - nothing punched
      *>     '20' punched, but the one before it is missing: an IN
      *>          whose last shift was never clocked out, or an OUT
      *>          with no IN on file. The punch is logged as a warning
      *>          on the central message log (OPSLOG) for a supervisor
      *>          to correct in SHIFTMAINT
      *>     '30' the clock file couldn't be written - nothing punched
      *>     '90' bad function code
      *> A void a supervisor keyed against the operator's last punch
      *> is honoured: that punch no longer counts as where they stand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ShiftClockFile ASSIGN TO "shiftclock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with SHIFTMAINT and SHIFTRPT via copybooks/SHIFTREC.cpy
       FD ShiftClockFile.
       COPY SHIFTREC.

       WORKING-STORAGE SECTION.
       01  WS-SC-STATUS        PIC XX.
       01  WS-SC-EOF           PIC X.
      *> The operator's last punch still standing
       01  WS-LAST-TYPE        PIC X.
       01  WS-LAST-DATE        PIC 9(8).
       01  WS-LAST-TIME        PIC 9(4).
       01  WS-NOW-TIME         PIC 9(8).
       01  WS-NOW-STAMP        PIC X(21).
      *> BIZDATE linkage - the punch carries the business date
       01  WS-BD-FUNCTION      PIC X(4) VALUE 'GET '.
       01  WS-BD-DATE          PIC 9(8).
       01  WS-BD-STATUS        PIC XX.
      *> OPSLOG linkage - a missing punch goes to the message log
       01  WS-OPS-PROGRAM      PIC X(12) VALUE "SHIFTCLK".
       01  WS-OPS-SEVERITY     PIC X VALUE 'W'.
       01  WS-OPS-TEXT         PIC X(60).

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
       01  LOperatorID     PIC X(10).
       01  LSource         PIC X(12).
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LFunction, LOperatorID, LSource,
               LStatus.

       0100-DISPATCH.

           MOVE "00" TO LStatus.
           IF LFunction NOT = 'IN  ' AND LFunction NOT = 'OUT '
               MOVE "90" TO LStatus
               GOBACK
           END-IF.
           CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE,
               WS-BD-STATUS
           END-CALL.
           PERFORM 0200-FIND-LAST-PUNCH.
           EVALUATE LFunction
               WHEN 'IN  '
                   IF WS-LAST-TYPE = 'I'
                       IF WS-LAST-DATE = WS-BD-DATE
                           MOVE "10" TO LStatus
                           GOBACK
                       END-IF
                       MOVE "20" TO LStatus
                       MOVE SPACES TO WS-OPS-TEXT
                       STRING "No clock-out for " DELIMITED BY SIZE
                           LOperatorID DELIMITED BY SPACE
                           " after IN " WS-LAST-DATE " "
                           WS-LAST-TIME DELIMITED BY SIZE
                           INTO WS-OPS-TEXT
                   END-IF
               WHEN 'OUT '
                   IF WS-LAST-TYPE NOT = 'I'
                       MOVE "20" TO LStatus
                       MOVE SPACES TO WS-OPS-TEXT
                       STRING "No clock-in for " DELIMITED BY SIZE
                           LOperatorID DELIMITED BY SPACE
                           " before OUT on " WS-BD-DATE
                           DELIMITED BY SIZE INTO WS-OPS-TEXT
                   END-IF
           END-EVALUATE.
           PERFORM 0300-WRITE-PUNCH.
           IF LStatus = "20"
               CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
                   WS-OPS-TEXT
               END-CALL
           END-IF.

       EXIT PROGRAM.

       0200-FIND-LAST-PUNCH.

      *> The operator stands where their latest in/out punch by date
      *> and time puts them - unless a void cancelled it. Punches are
      *> mostly appended as they happen, but SHIFTMAINT appends
      *> back-dated corrections, so an earlier-dated punch read later
      *> doesn't displace the one standing
           MOVE SPACE TO WS-LAST-TYPE.
           MOVE ZERO TO WS-LAST-DATE.
           MOVE ZERO TO WS-LAST-TIME.
           MOVE 'N' TO WS-SC-EOF.
           OPEN INPUT ShiftClockFile.
           PERFORM UNTIL WS-SC-EOF = 'Y'
               READ ShiftClockFile
                   AT END MOVE 'Y' TO WS-SC-EOF
               END-READ
               IF WS-SC-EOF NOT = 'Y'
                       AND SPOperatorID = LOperatorID
                   EVALUATE TRUE
                       WHEN SPClockIn OR SPClockOut
                           IF SPDate > WS-LAST-DATE
                                   OR (SPDate = WS-LAST-DATE
                                   AND SPTime NOT < WS-LAST-TIME)
                               MOVE SPType TO WS-LAST-TYPE
                               MOVE SPDate TO WS-LAST-DATE
                               MOVE SPTime TO WS-LAST-TIME
                           END-IF
                       WHEN SPVoid
                           IF SPVoidsType = WS-LAST-TYPE
                                   AND SPDate = WS-LAST-DATE
                                   AND SPTime = WS-LAST-TIME
                               MOVE SPACE TO WS-LAST-TYPE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE ShiftClockFile.

       0300-WRITE-PUNCH.

           OPEN EXTEND ShiftClockFile.
           IF WS-SC-STATUS NOT = "00" AND WS-SC-STATUS NOT = "05"
               MOVE "30" TO LStatus
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE SPACES TO ShiftPunchRecord.
           MOVE LOperatorID TO SPOperatorID.
           MOVE WS-BD-DATE TO SPDate.
           MOVE WS-NOW-TIME(1:4) TO SPTime.
           IF LFunction = 'IN  '
               SET SPClockIn TO TRUE
           ELSE
               SET SPClockOut TO TRUE
           END-IF.
           MOVE LSource TO SPSource.
           MOVE WS-NOW-STAMP(1:14) TO SPStamp.
           WRITE ShiftPunchRecord.
           CLOSE ShiftClockFile.

       END PROGRAM SHIFTCLK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOTAL.

      *> Shared control-total recorder, a CALLable module in the
      *> OPSLOG mold. A nightly chain step that used to report only
      *> success or failure calls here with the record counts and
      *> money totals it read and wrote, and each figure lands on the
      *> control-total file (ctltotals.txt via CTLTOTREC) stamped with
      *> the business date, for the balancing step CTLBALANCE:
      *>
      *>     CALL 'CTLTOTAL' USING LStep, LMetric, LCount, LAmount
      *>
      *> LStep is the step's JOBDRIVER name, LMetric what was counted
      *> (file and direction - CUST-OUT, SJ-TODAY, ...), LAmount zero
      *> where the figure carries no money. Recording never fails the
      *> caller - a file that can't be written goes on the ops log as
      *> a warning, and the balancing step then reports the step's
      *> figures missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CtlTotalFile ASSIGN TO "ctltotals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with CTLBALANCE via copybooks/CTLTOTREC.cpy
       FD CtlTotalFile.
       COPY CTLTOTREC.

       WORKING-STORAGE SECTION.
       01  WS-CT-STATUS        PIC XX.
      *> BIZDATE linkage - the figures belong to the business day the
      *> step ran for, not the clock
       01  WS-BD-FUNCTION      PIC X(4) VALUE 'GET '.
       01  WS-BD-DATE          PIC 9(8).
       01  WS-BD-STATUS        PIC XX.
      *> OPSLOG linkage
       01  WS-OPS-PROGRAM      PIC X(12) VALUE "CTLTOTAL".
       01  WS-OPS-SEVERITY     PIC X.
       01  WS-OPS-TEXT         PIC X(60).

       LINKAGE SECTION.
       01  LStep           PIC X(12).
       01  LMetric         PIC X(12).
       01  LCount          PIC 9(9).
       01  LAmount         PIC S9(11)V99.

       PROCEDURE DIVISION USING LStep, LMetric, LCount, LAmount.

       0100-RECORD-TOTAL.

           CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE,
               WS-BD-STATUS
           END-CALL.
           OPEN EXTEND CtlTotalFile.
           IF WS-CT-STATUS = "00" OR WS-CT-STATUS = "05"
               MOVE WS-BD-DATE TO CTBusDate
               MOVE LStep TO CTStep
               MOVE LMetric TO CTMetric
               MOVE LCount TO CTCount
               MOVE LAmount TO CTAmount
               MOVE FUNCTION CURRENT-DATE TO CTStamp
               WRITE CtlTotalRecord
               CLOSE CtlTotalFile
           ELSE
               MOVE 'W' TO WS-OPS-SEVERITY
               MOVE SPACES TO WS-OPS-TEXT
               STRING "Control total " LMetric " for " LStep
                   " not recorded, status " WS-CT-STATUS
                   DELIMITED BY SIZE INTO WS-OPS-TEXT
               CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
                   WS-OPS-TEXT
           END-IF.

       EXIT PROGRAM.

       END PROGRAM CTLTOTAL.

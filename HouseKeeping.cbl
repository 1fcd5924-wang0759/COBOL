*> Lines older than the retention window are moved out to a dated
*> archive file (hk<date>_<file>) and dropped from the live log;
*> lines whose date column isn't a date (older layouts) are kept.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Counts are reported per file.
*> The report spool (reportspool.txt and its catalog spoolcat.txt,
*> filed by RPTSPOOL) is always covered: a retention.cfg line for
*> reportspool.txt sets how long reports stay reprintable, default
*> 90 days, and the catalog is trimmed to the same days unless it
*> has a line of its own - so SPOOLINQ never lists a report whose
*> lines have gone.
*> One consumer reads a trimmed log by position: CUSTEXPORT's delta
*> feed counts custaudit.txt lines consumed into custdeltapos.txt.
*> When custaudit.txt is trimmed, that position comes down by the
                               ==AtEndOfFile== BY ==AtEndOfKeep==
                               ==NotAtEndOfFile== BY ==NotAtEndOfKeep==.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-CUTOFF-INT PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-LINE-DATE PIC X(8).
       01 WS-KEPT-COUNT PIC 9(7).
       01 WS-ARCHIVED-COUNT PIC 9(7).
       01 WS-FILES-DONE PIC 9(3) VALUE ZERO.
*> Report spool retention - date column 1 on both spool files
       01 WS-SPOOL-DAYS PIC 9(4) VALUE 90.
       01 WS-SPOOL-SEEN PIC X VALUE 'N'.
       01 WS-SPOOLCAT-SEEN PIC X VALUE 'N'.
*> CUSTEXPORT's delta position and how many archived lines sat at
*> or before it - only tracked while custaudit.txt is the live file
       01 WS-DPOS-EOF PIC X.
       01 WS-DELTA-POS PIC 9(7).
       01 WS-LINE-SEEN PIC 9(7).
       01 WS-PURGED-BEFORE-POS PIC 9(7).
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "HOUSEKEEP".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-LINES-IN PIC 9(9) VALUE ZERO.
       01 WS-CT-LINES-OUT PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM ReadRetention.
       PERFORM UNTIL AtEndOfRetention
           PERFORM NoteSpoolRetention
           PERFORM HousekeepOneFile
           PERFORM ReadRetention
       END-PERFORM.
       PERFORM HousekeepSpool.
       CLOSE RetentionFile.
       PERFORM RecordControlTotals.
       DISPLAY "Housekeeping complete. Files processed: "
           WS-FILES-DONE.
       MOVE 0 TO RETURN-CODE.
           AT END MOVE 'Y' TO WS-RETENTION-EOF
       END-READ.

NoteSpoolRetention.
       IF FUNCTION TRIM(RetFileName) = "reportspool.txt"
           MOVE 'Y' TO WS-SPOOL-SEEN
           IF RetDaysKept IS NUMERIC
               MOVE RetDaysKept TO WS-SPOOL-DAYS
           END-IF
       END-IF.
       IF FUNCTION TRIM(RetFileName) = "spoolcat.txt"
           MOVE 'Y' TO WS-SPOOLCAT-SEEN
       END-IF.

HousekeepSpool.
*> Whichever spool file retention.cfg didn't name is trimmed here
*> on the spool's days
       IF WS-SPOOL-SEEN = 'N'
           MOVE "reportspool.txt" TO RetFileName
           MOVE WS-SPOOL-DAYS TO RetDaysKept
           MOVE 1 TO RetDateCol
           PERFORM HousekeepOneFile
       END-IF.
       IF WS-SPOOLCAT-SEEN = 'N'
           MOVE "spoolcat.txt" TO RetFileName
           MOVE WS-SPOOL-DAYS TO RetDaysKept
           MOVE 1 TO RetDateCol
           PERFORM HousekeepOneFile
       END-IF.

HousekeepOneFile.
       *> A malformed parameter line (blank days, blank or
       *> impossible date column) is skipped with a message rather
       PERFORM RewriteLiveFromKeep.
       PERFORM AdjustDeltaPosition.
       ADD 1 TO WS-FILES-DONE.
       ADD WS-LINE-SEEN TO WS-CT-LINES-IN.
       ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT TO WS-CT-LINES-OUT.
       DISPLAY FUNCTION TRIM(WS-LIVE-NAME) ": kept "
           WS-KEPT-COUNT ", archived " WS-ARCHIVED-COUNT.

       CLOSE DeltaPosFile.
       DISPLAY "HOUSEKEEP: customer delta position reduced by "
           WS-PURGED-BEFORE-POS " purged audit lines".

RecordControlTotals.
*> Log lines read across every file, and lines accounted for - kept
*> plus archived, which must add back to what was read
       MOVE "LOG-IN" TO WS-CT-METRIC.
       MOVE WS-CT-LINES-IN TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "LOG-OUT" TO WS-CT-METRIC.
       MOVE WS-CT-LINES-OUT TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

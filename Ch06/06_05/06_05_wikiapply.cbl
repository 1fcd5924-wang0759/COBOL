       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIKIAPPLY.

      *> Maintains the topic store (wikistore.dat) from WIKICOMPARE's
      *> delta (wikidelta.dat) instead of WIKILOAD rebuilding it from
      *> scratch: an add is written, a change rewrites the topic, a
      *> drop deletes it. Before a topic is changed or dropped its
      *> prior version goes to the history store (wikihist.dat),
      *> keyed by topic ID and the date and time it was replaced, so
      *> WIKIINQ can show what a topic used to say.
      *> Each delta record is checked against the store first, so a
      *> rerun after a stop part-way is harmless: an add already on
      *> file with the same values, a change already made, or a drop
      *> already gone is counted as already applied and skipped. An
      *> add whose ID is on file with other values, or a change to a
      *> topic no longer there, is refused and counted - run
      *> WIKICOMPARE again against the store as it stands. A clean
      *> run empties the delta so it can't be applied twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIKIDELTA ASSIGN TO "wikidelta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

      *> OPTIONAL: the first apply against no store at all builds it
           SELECT OPTIONAL WIKISTORE ASSIGN TO "wikistore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STORE-ID
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL WIKIHIST ASSIGN TO "wikihist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record WIKICOMPARE writes
       FD WIKIDELTA.
       01 DELTA-RECORD.
           05  DELTA-ACTION    PIC X.
               88  DELTA-ADDED     VALUE 'A'.
               88  DELTA-CHANGED   VALUE 'C'.
               88  DELTA-DROPPED   VALUE 'D'.
           05  DELTA-ID        PIC 9(8).
           05  DELTA-TOPIC     PIC X(50).
           05  DELTA-COMMENT   PIC X(100).
           05  DELTA-TOPIC-CHG PIC X.
           05  DELTA-CMNT-CHG  PIC X.

      *> Same record WIKILOAD writes
       FD WIKISTORE.
       01 STORE-RECORD.
           05  STORE-ID        PIC 9(8).
           05  STORE-TOPIC     PIC X(50).
           05  STORE-COMMENT   PIC X(100).

      *> A topic's prior version, one per change or drop; WIKIINQ
      *> reads them back by ID
       FD WIKIHIST.
       01 HIST-RECORD.
           05  HIST-KEY.
               10  HIST-ID         PIC 9(8).
      *> YYYYMMDDHHMMSSCC the version was replaced
               10  HIST-STAMP      PIC 9(16).
           05  HIST-ACTION     PIC X.
               88  HIST-WAS-CHANGED VALUE 'C'.
               88  HIST-WAS-DROPPED VALUE 'D'.
           05  HIST-TOPIC      PIC X(50).
           05  HIST-COMMENT    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DELTA-STATUS    PIC XX.
       01  WS-STORE-STATUS    PIC XX.
       01  WS-HIST-STATUS     PIC XX.
       01  WS-DELTA-EOF       PIC X VALUE 'N'.
       01  WS-FOUND           PIC X.
       01  WS-STAMP.
           05  WS-STAMP-DATE   PIC 9(8).
           05  WS-STAMP-TIME   PIC 9(8).

      *> Summary counts displayed at 0500-STOP-RUN
       01  WS-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ADDED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0100-BEGIN.

           OPEN INPUT WIKIDELTA.
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "WIKIAPPLY: unable to open wikidelta.dat, "
                   "status " WS-DELTA-STATUS
                   " - has WIKICOMPARE run yet?"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O WIKISTORE.
           IF WS-STORE-STATUS NOT = "00" AND WS-STORE-STATUS NOT = "05"
               DISPLAY "WIKIAPPLY: unable to open wikistore.dat, "
                   "status " WS-STORE-STATUS
               CLOSE WIKIDELTA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O WIKIHIST.
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
               DISPLAY "WIKIAPPLY: unable to open wikihist.dat, "
                   "status " WS-HIST-STATUS
               CLOSE WIKIDELTA, WIKISTORE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.

           PERFORM 0200-APPLY-ONE UNTIL WS-DELTA-EOF = 'Y'.

           PERFORM 0500-STOP-RUN.

       0200-APPLY-ONE.

           READ WIKIDELTA
               AT END MOVE 'Y' TO WS-DELTA-EOF
           END-READ.
           IF WS-DELTA-EOF NOT = 'Y'
               ADD 1 TO WS-READ-COUNT
               MOVE DELTA-ID TO STORE-ID
               MOVE 'Y' TO WS-FOUND
               READ WIKISTORE
                   INVALID KEY MOVE 'N' TO WS-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN DELTA-ADDED
                       PERFORM 0210-APPLY-ADD
                   WHEN DELTA-CHANGED
                       PERFORM 0220-APPLY-CHANGE
                   WHEN DELTA-DROPPED
                       PERFORM 0230-APPLY-DROP
                   WHEN OTHER
                       DISPLAY "WIKIAPPLY: unknown action '"
                           DELTA-ACTION "' for ID " DELTA-ID
                       ADD 1 TO WS-REFUSED-COUNT
               END-EVALUATE
           END-IF.

       0210-APPLY-ADD.

           IF WS-FOUND = 'Y'
               IF STORE-TOPIC = DELTA-TOPIC
                       AND STORE-COMMENT = DELTA-COMMENT
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   DISPLAY "WIKIAPPLY: add of ID " DELTA-ID
                       " refused - already on file with other values"
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE DELTA-ID TO STORE-ID.
           MOVE DELTA-TOPIC TO STORE-TOPIC.
           MOVE DELTA-COMMENT TO STORE-COMMENT.
           WRITE STORE-RECORD
               INVALID KEY
                   DISPLAY "WIKIAPPLY: unable to add ID " DELTA-ID
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

       0220-APPLY-CHANGE.

           IF WS-FOUND = 'N'
               DISPLAY "WIKIAPPLY: change to ID " DELTA-ID
                   " refused - no longer on file"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF STORE-TOPIC = DELTA-TOPIC
                   AND STORE-COMMENT = DELTA-COMMENT
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET HIST-WAS-CHANGED TO TRUE.
           PERFORM 0300-SAVE-PRIOR.
           MOVE DELTA-TOPIC TO STORE-TOPIC.
           MOVE DELTA-COMMENT TO STORE-COMMENT.
           REWRITE STORE-RECORD
               INVALID KEY
                   DISPLAY "WIKIAPPLY: unable to change ID " DELTA-ID
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
           END-REWRITE.

       0230-APPLY-DROP.

           IF WS-FOUND = 'N'
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET HIST-WAS-DROPPED TO TRUE.
           PERFORM 0300-SAVE-PRIOR.
           DELETE WIKISTORE RECORD
               INVALID KEY
                   DISPLAY "WIKIAPPLY: unable to drop ID " DELTA-ID
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DROPPED-COUNT
           END-DELETE.

       0300-SAVE-PRIOR.

      *> The store record as it stands is the prior version
           MOVE STORE-ID TO HIST-ID.
           MOVE WS-STAMP TO HIST-STAMP.
           MOVE STORE-TOPIC TO HIST-TOPIC.
           MOVE STORE-COMMENT TO HIST-COMMENT.
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "WIKIAPPLY: prior version of ID " STORE-ID
                       " already kept for this run"
           END-WRITE.

       0500-STOP-RUN.

           DISPLAY "Delta records:     " WS-READ-COUNT.
           DISPLAY "Added:             " WS-ADDED-COUNT.
           DISPLAY "Changed:           " WS-CHANGED-COUNT.
           DISPLAY "Dropped:           " WS-DROPPED-COUNT.
           DISPLAY "Already applied:   " WS-ALREADY-COUNT.
           DISPLAY "Refused:           " WS-REFUSED-COUNT.

           CLOSE WIKIDELTA, WIKISTORE, WIKIHIST.

      *> Applied cleanly - empty the delta so it can't go in twice;
      *> with refusals it is left for a look
           IF WS-REFUSED-COUNT = 0
               OPEN OUTPUT WIKIDELTA
               CLOSE WIKIDELTA
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.

           STOP RUN.

       END PROGRAM WIKIAPPLY.

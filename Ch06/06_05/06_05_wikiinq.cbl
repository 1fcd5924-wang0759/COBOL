      *> Inquiry over the indexed topic store (wikistore.dat) that
      *> WIKILOAD builds from the wikipedia conversion: fetch one
      *> record by ID, or browse forward from a starting key - the
      *> same indexed-file pattern customers.txt uses. Since the store
      *> is maintained by WIKIAPPLY, a topic's prior versions - what
      *> it said before each change, and before it was dropped - can
      *> be listed from the history store (wikihist.dat), oldest
      *> first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS STORE-ID
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL WIKIHIST ASSIGN TO "wikihist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record WIKILOAD writes
           05  STORE-TOPIC     PIC X(50).
           05  STORE-COMMENT   PIC X(100).

      *> Same record WIKIAPPLY writes
       FD WIKIHIST.
       01 HIST-RECORD.
           05  HIST-KEY.
               10  HIST-ID         PIC 9(8).
               10  HIST-STAMP      PIC 9(16).
           05  HIST-ACTION     PIC X.
               88  HIST-WAS-CHANGED VALUE 'C'.
               88  HIST-WAS-DROPPED VALUE 'D'.
           05  HIST-TOPIC      PIC X(50).
           05  HIST-COMMENT    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STORE-STATUS    PIC XX.
       01  WS-HIST-STATUS     PIC XX.
       01  WS-HIST-EOF        PIC X.
       01  WS-HIST-COUNT      PIC 9(3).
       01  WS-CHOICE          PIC 9.
       01  WS-STAY-OPEN       PIC X VALUE 'Y'.
       01  WS-ID-INPUT        PIC X(8).
           DISPLAY "TOPIC STORE INQUIRY".
           DISPLAY "1 : Fetch by ID".
           DISPLAY "2 : Browse from a starting ID".
           DISPLAY "3 : Prior versions of a topic".
           DISPLAY "0 : Quit".
           DISPLAY ": " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 0210-FETCH-BY-ID
               WHEN 2 PERFORM 0220-BROWSE
               WHEN 3 PERFORM 0250-PRIOR-VERSIONS
               WHEN OTHER MOVE 'N' TO WS-STAY-OPEN
           END-EVALUATE.

           DISPLAY "Topic   : " STORE-TOPIC.
           DISPLAY "Comment : " STORE-COMMENT.

       0250-PRIOR-VERSIONS.

           PERFORM 0230-ACCEPT-ID.
           OPEN INPUT WIKIHIST.
           MOVE WS-ID-INPUT TO HIST-ID.
           MOVE ZERO TO HIST-STAMP.
           MOVE 'N' TO WS-HIST-EOF.
           MOVE 0 TO WS-HIST-COUNT.
           START WIKIHIST KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF
           END-START.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ WIKIHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF
               END-READ
               IF WS-HIST-EOF NOT = 'Y'
                   IF HIST-ID NOT = WS-ID-INPUT
                       MOVE 'Y' TO WS-HIST-EOF
                   ELSE
                       ADD 1 TO WS-HIST-COUNT
                       PERFORM 0260-SHOW-PRIOR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE WIKIHIST.
           IF WS-HIST-COUNT = 0
               DISPLAY "No prior versions of topic ID " WS-ID-INPUT
           END-IF.

       0260-SHOW-PRIOR.

           IF HIST-WAS-DROPPED
               DISPLAY "Dropped  : " HIST-STAMP(1:8) " "
                   HIST-STAMP(9:6)
           ELSE
               DISPLAY "Replaced : " HIST-STAMP(1:8) " "
                   HIST-STAMP(9:6)
           END-IF.
           DISPLAY "  Topic   : " HIST-TOPIC.
           DISPLAY "  Comment : " HIST-COMMENT.

       END PROGRAM WIKIINQ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIKICOMPARE.

      *> Change detection between conversion runs. Matches the new
      *> conversion (wikipedia.dat, as CH6UNSTRING and WIKIREPAIR
      *> leave it) against the current topic store (wikistore.dat) by
      *> topic ID and classifies every record:
      *>     ADDED     - an ID the store doesn't have
      *>     CHANGED   - on both, with the fields that differ listed
      *>                 (TOPIC, COMMENT)
      *>     UNCHANGED - on both, identical
      *>     DROPPED   - in the store but gone from the conversion
      *> A second line with an ID already seen in the conversion is
      *> skipped as a duplicate, the first one standing - the same
      *> rule WIKILOAD's indexed WRITE applies.
      *> The changes go to wikichange_report.txt and, unchanged
      *> records left out, to the delta file (wikidelta.dat) that
      *> WIKIAPPLY applies to the store - so the store is maintained
      *> by its changes instead of being rebuilt, and each topic's
      *> prior version is kept. With no store yet every record is an
      *> add. The IDs seen are tracked on a work file (wikiseen.dat)
      *> so the conversion can be any size.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEWWIKI ASSIGN TO "wikipedia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWWIKI-STATUS.

      *> DYNAMIC: looked up by ID while the conversion is read, then
      *> walked in key order for the drops
           SELECT OPTIONAL WIKISTORE ASSIGN TO "wikistore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STORE-ID
               FILE STATUS IS WS-STORE-STATUS.

           SELECT WIKISEEN ASSIGN TO "wikiseen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEEN-ID
               FILE STATUS IS WS-SEEN-STATUS.

           SELECT WIKIDELTA ASSIGN TO "wikidelta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT CHANGERPT ASSIGN TO "wikichange_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record CH6UNSTRING writes
       FD NEWWIKI.
       01 WIKI-RECORD.
           05  NEW-TOPIC       PIC X(50).
           05  NEW-ID          PIC 9(8).
           05  NEW-COMMENT     PIC X(100).

      *> Same record WIKILOAD writes
       FD WIKISTORE.
       01 STORE-RECORD.
           05  STORE-ID        PIC 9(8).
           05  STORE-TOPIC     PIC X(50).
           05  STORE-COMMENT   PIC X(100).

       FD WIKISEEN.
       01 SEEN-RECORD.
           05  SEEN-ID         PIC 9(8).

      *> One record per add, change or drop - read by WIKIAPPLY. A
      *> drop carries the topic as the store last had it
       FD WIKIDELTA.
       01 DELTA-RECORD.
           05  DELTA-ACTION    PIC X.
               88  DELTA-ADDED     VALUE 'A'.
               88  DELTA-CHANGED   VALUE 'C'.
               88  DELTA-DROPPED   VALUE 'D'.
           05  DELTA-ID        PIC 9(8).
           05  DELTA-TOPIC     PIC X(50).
           05  DELTA-COMMENT   PIC X(100).
      *> 'Y' against each field that changed on a 'C'
           05  DELTA-TOPIC-CHG PIC X.
           05  DELTA-CMNT-CHG  PIC X.

       FD CHANGERPT.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-NEWWIKI-STATUS  PIC XX.
       01  WS-STORE-STATUS    PIC XX.
       01  WS-SEEN-STATUS     PIC XX.
       01  WS-DELTA-STATUS    PIC XX.
       01  WS-REPORT-STATUS   PIC XX.
       01  WS-WIKI-EOF        PIC X VALUE 'N'.
       01  WS-STORE-EOF       PIC X VALUE 'N'.
       01  WS-FOUND           PIC X.
       01  WS-RUN-DATE        PIC 9(8).

      *> Summary counts displayed at 0500-STOP-RUN
       01  WS-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ADDED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-UNCHANGED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATE-COUNT PIC 9(7) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-D-ACTION     PIC X(10).
           05  WS-D-ID         PIC 9(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-D-TOPIC      PIC X(50).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-D-FIELDS     PIC X(14).

       PROCEDURE DIVISION.

       0100-BEGIN.

           OPEN INPUT NEWWIKI.
           IF WS-NEWWIKI-STATUS NOT = "00"
               DISPLAY "WIKICOMPARE: unable to open wikipedia.dat, "
                   "status " WS-NEWWIKI-STATUS
                   " - has the conversion run yet?"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WIKISTORE.
           IF WS-STORE-STATUS NOT = "00" AND WS-STORE-STATUS NOT = "05"
               DISPLAY "WIKICOMPARE: unable to open wikistore.dat, "
                   "status " WS-STORE-STATUS
               CLOSE NEWWIKI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WIKISEEN.
           OPEN OUTPUT WIKIDELTA.
           OPEN OUTPUT CHANGERPT.
           IF WS-SEEN-STATUS NOT = "00" OR WS-DELTA-STATUS NOT = "00"
                   OR WS-REPORT-STATUS NOT = "00"
               DISPLAY "WIKICOMPARE: unable to open the work, delta "
                   "or report file, status " WS-SEEN-STATUS "/"
                   WS-DELTA-STATUS "/" WS-REPORT-STATUS
               CLOSE NEWWIKI, WIKISTORE, WIKISEEN, WIKIDELTA,
                   CHANGERPT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-LINE.
           STRING "WIKIPEDIA CONVERSION CHANGES  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTION    ID        TOPIC" TO REPORT-LINE.
           MOVE "FIELDS" TO REPORT-LINE(73:6).
           WRITE REPORT-LINE.

           PERFORM 0200-COMPARE-ONE UNTIL WS-WIKI-EOF = 'Y'.

      *> Whatever the store holds that the conversion never
      *> mentioned has been dropped from the source
           CLOSE WIKISEEN.
           OPEN INPUT WIKISEEN.
           MOVE ZERO TO STORE-ID.
           START WIKISTORE KEY IS NOT LESS THAN STORE-ID
               INVALID KEY MOVE 'Y' TO WS-STORE-EOF
           END-START.
           PERFORM 0300-CHECK-DROPPED UNTIL WS-STORE-EOF = 'Y'.

           PERFORM 0500-STOP-RUN.

       0200-COMPARE-ONE.

           READ NEWWIKI
               AT END MOVE 'Y' TO WS-WIKI-EOF
           END-READ.
           IF WS-WIKI-EOF NOT = 'Y'
               ADD 1 TO WS-READ-COUNT
               MOVE NEW-ID TO SEEN-ID
               MOVE 'Y' TO WS-FOUND
               WRITE SEEN-RECORD
                   INVALID KEY MOVE 'N' TO WS-FOUND
               END-WRITE
               IF WS-FOUND = 'N'
                   MOVE "DUPLICATE" TO WS-D-ACTION
                   MOVE NEW-ID TO WS-D-ID
                   MOVE NEW-TOPIC TO WS-D-TOPIC
                   MOVE "SKIPPED" TO WS-D-FIELDS
                   PERFORM 0400-WRITE-DETAIL
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   PERFORM 0210-MATCH-STORE
               END-IF
           END-IF.

       0210-MATCH-STORE.

           MOVE NEW-ID TO STORE-ID.
           MOVE 'Y' TO WS-FOUND.
           READ WIKISTORE
               INVALID KEY MOVE 'N' TO WS-FOUND
           END-READ.
           MOVE NEW-ID TO DELTA-ID.
           MOVE NEW-TOPIC TO DELTA-TOPIC.
           MOVE NEW-COMMENT TO DELTA-COMMENT.
           MOVE 'N' TO DELTA-TOPIC-CHG DELTA-CMNT-CHG.
           IF WS-FOUND = 'N'
               SET DELTA-ADDED TO TRUE
               WRITE DELTA-RECORD
               MOVE "ADDED" TO WS-D-ACTION
               MOVE SPACES TO WS-D-FIELDS
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               IF NEW-TOPIC NOT = STORE-TOPIC
                   MOVE 'Y' TO DELTA-TOPIC-CHG
               END-IF
               IF NEW-COMMENT NOT = STORE-COMMENT
                   MOVE 'Y' TO DELTA-CMNT-CHG
               END-IF
               IF DELTA-TOPIC-CHG = 'N' AND DELTA-CMNT-CHG = 'N'
                   ADD 1 TO WS-UNCHANGED-COUNT
                   EXIT PARAGRAPH
               END-IF
               SET DELTA-CHANGED TO TRUE
               WRITE DELTA-RECORD
               MOVE "CHANGED" TO WS-D-ACTION
               EVALUATE TRUE
                   WHEN DELTA-TOPIC-CHG = 'Y' AND DELTA-CMNT-CHG = 'Y'
                       MOVE "TOPIC COMMENT" TO WS-D-FIELDS
                   WHEN DELTA-TOPIC-CHG = 'Y'
                       MOVE "TOPIC" TO WS-D-FIELDS
                   WHEN OTHER
                       MOVE "COMMENT" TO WS-D-FIELDS
               END-EVALUATE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
           MOVE NEW-ID TO WS-D-ID.
           MOVE NEW-TOPIC TO WS-D-TOPIC.
           PERFORM 0400-WRITE-DETAIL.

       0300-CHECK-DROPPED.

           READ WIKISTORE NEXT RECORD
               AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
           IF WS-STORE-EOF NOT = 'Y'
               MOVE STORE-ID TO SEEN-ID
               MOVE 'Y' TO WS-FOUND
               READ WIKISEEN
                   INVALID KEY MOVE 'N' TO WS-FOUND
               END-READ
               IF WS-FOUND = 'N'
                   SET DELTA-DROPPED TO TRUE
                   MOVE STORE-ID TO DELTA-ID
                   MOVE STORE-TOPIC TO DELTA-TOPIC
                   MOVE STORE-COMMENT TO DELTA-COMMENT
                   MOVE 'N' TO DELTA-TOPIC-CHG DELTA-CMNT-CHG
                   WRITE DELTA-RECORD
                   MOVE "DROPPED" TO WS-D-ACTION
                   MOVE STORE-ID TO WS-D-ID
                   MOVE STORE-TOPIC TO WS-D-TOPIC
                   MOVE SPACES TO WS-D-FIELDS
                   PERFORM 0400-WRITE-DETAIL
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       0400-WRITE-DETAIL.

           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       0500-STOP-RUN.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Read " WS-READ-COUNT "  added " WS-ADDED-COUNT
               "  changed " WS-CHANGED-COUNT
               "  unchanged " WS-UNCHANGED-COUNT
               "  dropped " WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Duplicate IDs skipped " WS-DUPLICATE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY "Records read:      " WS-READ-COUNT.
           DISPLAY "Added:             " WS-ADDED-COUNT.
           DISPLAY "Changed:           " WS-CHANGED-COUNT.
           DISPLAY "Unchanged:         " WS-UNCHANGED-COUNT.
           DISPLAY "Dropped:           " WS-DROPPED-COUNT.
           DISPLAY "Duplicate IDs:     " WS-DUPLICATE-COUNT.

           CLOSE NEWWIKI, WIKISTORE, WIKISEEN, WIKIDELTA, CHANGERPT.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM WIKICOMPARE.

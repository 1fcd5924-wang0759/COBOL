       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SPOOLINQ.
*> Report spool inquiry and reprint. Report programs still write a
*> fixed file (reorder_report.txt, glexport_report.txt, ...) that
*> the next run overwrites, but each run's report is also filed on
*> the spool by RPTSPOOL - every line on reportspool.txt, one
*> catalog entry on spoolcat.txt with the program, business date,
*> time filed, report file, lines and pages. The list option shows
*> the catalog for a program or report file (blank = all) over a
*> date range; the reprint option finds the runs of a report on a
*> date and rebuilds the chosen one from the spool onto the screen
*> and report_reprint.txt, replaced by each reprint. A report can be
*> named by its program (REORDER) or its file (reorder_report.txt).
*> How long reports stay reprintable is HOUSEKEEP's retention on the
*> spool. Read-only. Runs standalone; GOBACK + RETURN-CODE report
*> success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SpoolCatFile ASSIGN TO "spoolcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL SpoolFile ASSIGN TO "reportspool.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ReprintFile ASSIGN TO "report_reprint.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with RPTSPOOL via copybooks/SPOOLCAT.cpy
FD SpoolCatFile.
       COPY SPOOLCAT.

*> Shared with RPTSPOOL via copybooks/SPOOLLINE.cpy
FD SpoolFile.
       COPY SPOOLLINE.

FD ReprintFile.
       01 ReprintLine PIC X(132).

WORKING-STORAGE SECTION.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-NAME-INPUT PIC X(30).
       01 WS-NAME-UPPER PIC X(30).
       01 WS-FROM-INPUT PIC X(8).
       01 WS-TO-INPUT PIC X(8).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-PICK-INPUT PIC X(2).
       01 WS-PICK PIC 99.
       01 WS-FOUND-COUNT PIC 9(4).
       01 WS-LINES PIC 9(6).
       01 WS-MATCH PIC X.
*> The runs of one report on one date, for the reprint choice -
*> a day with more than the table holds keeps the latest
       01 WS-RUN-MAX PIC 99 VALUE 20.
       01 WS-RUN-COUNT PIC 99.
       01 WS-RUN-TABLE.
           02 WS-RUN OCCURS 20 TIMES.
               03 WS-RUN-DATE PIC 9(8).
               03 WS-RUN-TIME PIC 9(6).
               03 WS-RUN-PROGRAM PIC X(15).
               03 WS-RUN-REPORT PIC X(30).
               03 WS-RUN-LINES PIC 9(6).
               03 WS-RUN-PAGES PIC 9(4).
       01 WS-CAT-LINE.
           02 WS-C-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-C-TIME PIC 99B99B99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-C-PROGRAM PIC X(15).
           02 WS-C-REPORT PIC X(30).
           02 WS-C-LINES PIC ZZZ,ZZ9.
           02 FILLER PIC X(7) VALUE " LINES ".
           02 WS-C-PAGES PIC Z,ZZ9.
           02 FILLER PIC X(6) VALUE " PAGES".

PROCEDURE DIVISION.
StartPara.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "REPORT SPOOL INQUIRY"
           DISPLAY "1 : List Spooled Reports"
           DISPLAY "2 : Reprint a Report by Name and Date"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ListReports
               WHEN 2 PERFORM ReprintReport
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ListReports.
       DISPLAY " ".
       DISPLAY "Program or report file (blank = all) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-NAME-INPUT.
       ACCEPT WS-NAME-INPUT.
       MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT) TO WS-NAME-UPPER.
       MOVE ZERO TO WS-FROM-DATE.
       MOVE 99999999 TO WS-TO-DATE.
       DISPLAY "From date YYYYMMDD (blank = all) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-FROM-INPUT.
       ACCEPT WS-FROM-INPUT.
       IF WS-FROM-INPUT IS NUMERIC
           MOVE WS-FROM-INPUT TO WS-FROM-DATE
       END-IF.
       DISPLAY "To date YYYYMMDD (blank = all) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-TO-INPUT.
       ACCEPT WS-TO-INPUT.
       IF WS-TO-INPUT IS NUMERIC
           MOVE WS-TO-INPUT TO WS-TO-DATE
       END-IF.
       MOVE 0 TO WS-FOUND-COUNT.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT SpoolCatFile.
       PERFORM UNTIL AtEndOfFile
           READ SpoolCatFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               PERFORM MatchName
               IF WS-MATCH = 'Y'
                       AND SCRunDate NOT < WS-FROM-DATE
                       AND SCRunDate NOT > WS-TO-DATE
                   PERFORM ShowCatalogEntry
                   ADD 1 TO WS-FOUND-COUNT
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SpoolCatFile.
       IF WS-FOUND-COUNT = 0
           DISPLAY "No spooled reports for that name and range"
       ELSE
           DISPLAY "Reports found: " WS-FOUND-COUNT
       END-IF.

ReprintReport.
       DISPLAY " ".
       MOVE SPACES TO WS-NAME-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-NAME-INPUT NOT = SPACES
           DISPLAY "Program or report file : " WITH NO ADVANCING
           ACCEPT WS-NAME-INPUT
       END-PERFORM.
       MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT) TO WS-NAME-UPPER.
       MOVE SPACES TO WS-DATE-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-DATE-INPUT IS NUMERIC
           DISPLAY "Run date YYYYMMDD : " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Date must be numeric YYYYMMDD"
           END-IF
       END-PERFORM.
       MOVE WS-DATE-INPUT TO WS-FROM-DATE.
       *> Every run of the report that date, in the order filed - a
       *> rerun after a fix is the later entry
       MOVE 0 TO WS-RUN-COUNT.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT SpoolCatFile.
       PERFORM UNTIL AtEndOfFile
           READ SpoolCatFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               PERFORM MatchName
               IF WS-MATCH = 'Y' AND SCRunDate = WS-FROM-DATE
                   PERFORM KeepRun
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SpoolCatFile.
       IF WS-RUN-COUNT = 0
           DISPLAY "No spooled report for " FUNCTION TRIM(WS-NAME-INPUT)
               " on " WS-FROM-DATE
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PICK FROM 1 BY 1 UNTIL WS-PICK > WS-RUN-COUNT
           MOVE WS-RUN-DATE(WS-PICK) TO SCRunDate
           MOVE WS-RUN-TIME(WS-PICK) TO SCRunTime
           MOVE WS-RUN-PROGRAM(WS-PICK) TO SCProgram
           MOVE WS-RUN-REPORT(WS-PICK) TO SCReport
           MOVE WS-RUN-LINES(WS-PICK) TO SCLines
           MOVE WS-RUN-PAGES(WS-PICK) TO SCPages
           DISPLAY WS-PICK " : " WITH NO ADVANCING
           PERFORM ShowCatalogEntry
       END-PERFORM.
       MOVE 1 TO WS-PICK.
       IF WS-RUN-COUNT > 1
           DISPLAY "Reprint which (blank = latest) : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PICK-INPUT
           ACCEPT WS-PICK-INPUT
           MOVE WS-RUN-COUNT TO WS-PICK
           IF WS-PICK-INPUT(1:1) IS NUMERIC
               IF WS-PICK-INPUT(2:1) IS NUMERIC
                   MOVE WS-PICK-INPUT TO WS-PICK
               ELSE
                   MOVE WS-PICK-INPUT(1:1) TO WS-PICK
               END-IF
           END-IF
           IF WS-PICK = 0 OR WS-PICK > WS-RUN-COUNT
               DISPLAY "No such entry - nothing reprinted"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM PrintFromSpool.

KeepRun.
       IF WS-RUN-COUNT = WS-RUN-MAX
           PERFORM VARYING WS-PICK FROM 2 BY 1 UNTIL WS-PICK > WS-RUN-MAX
               MOVE WS-RUN(WS-PICK) TO WS-RUN(WS-PICK - 1)
           END-PERFORM
       ELSE
           ADD 1 TO WS-RUN-COUNT
       END-IF.
       MOVE SCRunDate TO WS-RUN-DATE(WS-RUN-COUNT).
       MOVE SCRunTime TO WS-RUN-TIME(WS-RUN-COUNT).
       MOVE SCProgram TO WS-RUN-PROGRAM(WS-RUN-COUNT).
       MOVE SCReport TO WS-RUN-REPORT(WS-RUN-COUNT).
       MOVE SCLines TO WS-RUN-LINES(WS-RUN-COUNT).
       MOVE SCPages TO WS-RUN-PAGES(WS-RUN-COUNT).

PrintFromSpool.
       MOVE 0 TO WS-LINES.
       OPEN OUTPUT ReprintFile.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT SpoolFile.
       PERFORM UNTIL AtEndOfFile
           READ SpoolFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SLRunDate = WS-RUN-DATE(WS-PICK)
                       AND SLRunTime = WS-RUN-TIME(WS-PICK)
                       AND SLProgram = WS-RUN-PROGRAM(WS-PICK)
                       AND SLReport = WS-RUN-REPORT(WS-PICK)
                   ADD 1 TO WS-LINES
                   MOVE SLText TO ReprintLine
                   DISPLAY FUNCTION TRIM(ReprintLine TRAILING)
                   WRITE ReprintLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SpoolFile.
       CLOSE ReprintFile.
       *> Fewer lines than catalogued means the spool was trimmed
       *> under the catalog - say so rather than pass off a partial
       *> report as the whole one
       IF WS-LINES NOT = WS-RUN-LINES(WS-PICK)
           DISPLAY "WARNING: " WS-LINES " of " WS-RUN-LINES(WS-PICK)
               " lines still on the spool"
       END-IF.
       DISPLAY "Reprinted " WS-LINES " lines to report_reprint.txt".

MatchName.
       *> Blank matches everything; a program name is matched in
       *> either case, a report file name as stored
       MOVE 'N' TO WS-MATCH.
       IF WS-NAME-INPUT = SPACES
               OR WS-NAME-UPPER = SCProgram
               OR WS-NAME-INPUT = SCReport
           MOVE 'Y' TO WS-MATCH
       END-IF.

ShowCatalogEntry.
       MOVE SCRunDate TO WS-C-DATE.
       MOVE SCRunTime TO WS-C-TIME.
       INSPECT WS-C-TIME REPLACING ALL SPACE BY ":".
       MOVE SCProgram TO WS-C-PROGRAM.
       MOVE SCReport TO WS-C-REPORT.
       MOVE SCLines TO WS-C-LINES.
       MOVE SCPages TO WS-C-PAGES.
       DISPLAY WS-CAT-LINE.

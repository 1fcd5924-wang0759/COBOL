       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSPOOL.

      *> Shared report spooler, a CALLable module in the OPSLOG mold.
      *> A report program still writes its report to the same fixed
      *> file it always has (reorder_report.txt, po_report.txt, ...),
      *> and tonight's run used to overwrite last night's. Once the
      *> report is closed the program calls here, and the report is
      *> filed on the spool (reportspool.txt via SPOOLLINE) under the
      *> program, the business date and the time it was filed, with a
      *> catalog entry (spoolcat.txt via SPOOLCAT) giving its line and
      *> page counts:
      *>
      *>     CALL 'RPTSPOOL' USING LProgram, LReport
      *>
      *> LProgram is the calling program's PROGRAM-ID, LReport the
      *> report file it just closed. SPOOLINQ lists and reprints from
      *> the spool; HOUSEKEEP trims it. Spooling never fails the
      *> caller - a report that can't be filed goes on the ops log as
      *> a warning and the report file itself is left as it was.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ReportInFile ASSIGN TO DYNAMIC WS-SP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-IN-STATUS.
           SELECT OPTIONAL SpoolFile ASSIGN TO "reportspool.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT OPTIONAL SpoolCatFile ASSIGN TO "spoolcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ReportInFile.
       01  ReportInLine        PIC X(132).

      *> Shared with SPOOLINQ via copybooks/SPOOLLINE.cpy
       FD SpoolFile.
       COPY SPOOLLINE.

      *> Shared with SPOOLINQ via copybooks/SPOOLCAT.cpy
       FD SpoolCatFile.
       COPY SPOOLCAT.

       WORKING-STORAGE SECTION.
       01  WS-SP-NAME          PIC X(30).
       01  WS-SP-IN-STATUS     PIC XX.
       01  WS-SP-STATUS        PIC XX.
       01  WS-SP-CAT-STATUS    PIC XX.
       01  WS-SP-EOF           PIC X.
       01  WS-SP-CLOCK         PIC X(21).
       01  WS-SP-TIME          PIC 9(6).
       01  WS-SP-LINES         PIC 9(6).
      *> Pages as the report would print on standard continuous
      *> stationery
       01  WS-SP-PAGE-LINES    PIC 9(3) VALUE 60.
       01  WS-SP-PAGES         PIC 9(4).
      *> BIZDATE linkage - a report is filed under the business day
      *> it was run for, not the clock
       01  WS-BD-FUNCTION      PIC X(4) VALUE 'GET '.
       01  WS-BD-DATE          PIC 9(8).
       01  WS-BD-STATUS        PIC XX.
      *> OPSLOG linkage
       01  WS-OPS-PROGRAM      PIC X(12) VALUE "RPTSPOOL".
       01  WS-OPS-SEVERITY     PIC X.
       01  WS-OPS-TEXT         PIC X(60).

       LINKAGE SECTION.
       01  LProgram        PIC X(15).
       01  LReport         PIC X(30).

       PROCEDURE DIVISION USING LProgram, LReport.

       0100-SPOOL-REPORT.

           CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE,
               WS-BD-STATUS
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-SP-CLOCK.
           MOVE WS-SP-CLOCK(9:6) TO WS-SP-TIME.
           MOVE LReport TO WS-SP-NAME.
           MOVE ZERO TO WS-SP-LINES.
           OPEN INPUT ReportInFile.
           IF WS-SP-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-OPS-TEXT
               STRING "Report " DELIMITED BY SIZE
                   LReport DELIMITED BY SPACE
                   " not spooled, status " WS-SP-IN-STATUS
                   DELIMITED BY SIZE INTO WS-OPS-TEXT
               PERFORM 0900-WARN
               EXIT PROGRAM
           END-IF.
           OPEN EXTEND SpoolFile.
           IF WS-SP-STATUS NOT = "00" AND WS-SP-STATUS NOT = "05"
               CLOSE ReportInFile
               MOVE SPACES TO WS-OPS-TEXT
               STRING "Report " DELIMITED BY SIZE
                   LReport DELIMITED BY SPACE
                   " not spooled, spool status " WS-SP-STATUS
                   DELIMITED BY SIZE INTO WS-OPS-TEXT
               PERFORM 0900-WARN
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO WS-SP-EOF.
           PERFORM 0200-READ-REPORT.
           PERFORM UNTIL WS-SP-EOF = 'Y'
               ADD 1 TO WS-SP-LINES
               MOVE WS-BD-DATE TO SLRunDate
               MOVE WS-SP-TIME TO SLRunTime
               MOVE LProgram TO SLProgram
               MOVE LReport TO SLReport
               MOVE WS-SP-LINES TO SLLineNo
               MOVE ReportInLine TO SLText
               WRITE SpoolLineRecord
               PERFORM 0200-READ-REPORT
           END-PERFORM.
           CLOSE ReportInFile.
           CLOSE SpoolFile.
           COMPUTE WS-SP-PAGES =
               (WS-SP-LINES + WS-SP-PAGE-LINES - 1) / WS-SP-PAGE-LINES.
           OPEN EXTEND SpoolCatFile.
           IF WS-SP-CAT-STATUS = "00" OR WS-SP-CAT-STATUS = "05"
               MOVE WS-BD-DATE TO SCRunDate
               MOVE WS-SP-TIME TO SCRunTime
               MOVE LProgram TO SCProgram
               MOVE LReport TO SCReport
               MOVE WS-SP-LINES TO SCLines
               MOVE WS-SP-PAGES TO SCPages
               WRITE SpoolCatRecord
               CLOSE SpoolCatFile
           ELSE
               MOVE SPACES TO WS-OPS-TEXT
               STRING "Report " DELIMITED BY SIZE
                   LReport DELIMITED BY SPACE
                   " spooled but not catalogued, status "
                   WS-SP-CAT-STATUS
                   DELIMITED BY SIZE INTO WS-OPS-TEXT
               PERFORM 0900-WARN
           END-IF.

       EXIT PROGRAM.

       0200-READ-REPORT.
           READ ReportInFile
               AT END MOVE 'Y' TO WS-SP-EOF
           END-READ.

       0900-WARN.
           MOVE 'W' TO WS-OPS-SEVERITY.
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           END-CALL.

       END PROGRAM RPTSPOOL.

*> comma-delimited custexport.csv of the CUSTREC fields with a
*> header row and a trailer count. Active customers only by
*> default; answering Y at the prompt includes Inactive ones too.
*> The full dump can also be limited to one CUSTSEGMENT segment
*> (custsegment.txt, looked up through CUSTSEG) for a mail house
*> campaign; a customer not yet scored - and any Inactive one, which
*> is never scored - is in no segment and is left out of a limited
*> dump.
*> For the daily feed there is a delta mode: it reads the audit
*> trail (custaudit.txt, the same file tutorial10's WriteAudit
*> appends) from the position saved by the previous delta run,
*> collects just the customers touched by successful Add/Update/
*> Delete entries, and writes custdelta.csv with an action code
*> (A/C/D) per row - so downstream reloads a handful of changes
*> instead of the whole master. A customer whose personal data
*> CUSTERASE has erased goes downstream as a D, so the mail house
*> and the accountant drop their copy too. The consumed position
*> is saved in custdeltapos.txt (HOUSEKEEP walks it back whenever its retention
*> pass trims old custaudit.txt lines, so nothing is skipped); full
*> dumps stay for the weekly refresh.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-OVERFLOW PIC X VALUE 'N'.
*> Segment the full dump is limited to - spaces for no limit - and
*> CUSTSEG's answer for the customer being exported
       01 WS-SEGMENT-WANTED PIC X(4) VALUE SPACES.
           88 WS-ANY-SEGMENT VALUE SPACES.
           88 WS-KNOWN-SEGMENT VALUE 'CHAM' 'ACTV' 'NEW ' 'RISK'
                                     'LAPS' 'NONE'.
       01 WS-CS-SEGMENT PIC X(4).
       01 WS-CS-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       DISPLAY "Include Inactive customers? y/n : "
           WITH NO ADVANCING.
       ACCEPT WS-INCLUDE-INACTIVE.
       PERFORM WITH TEST AFTER
               UNTIL WS-ANY-SEGMENT OR WS-KNOWN-SEGMENT
           DISPLAY "Segment (CHAM/ACTV/NEW/RISK/LAPS/NONE, blank = "
               "all) : " WITH NO ADVANCING
           MOVE SPACES TO WS-SEGMENT-WANTED
           ACCEPT WS-SEGMENT-WANTED
           MOVE FUNCTION UPPER-CASE(WS-SEGMENT-WANTED)
               TO WS-SEGMENT-WANTED
           IF NOT WS-ANY-SEGMENT AND NOT WS-KNOWN-SEGMENT
               DISPLAY "Not a segment code"
           END-IF
       END-PERFORM.
       OPEN OUTPUT ExportFile.
       IF WS-EXPORT-STATUS NOT = "00"
           DISPLAY "CUSTEXPORT: unable to open custexport.csv, "
               AND WS-INCLUDE-INACTIVE NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       IF NOT WS-ANY-SEGMENT
           CALL 'CUSTSEG' USING IDNum, WS-CS-SEGMENT, WS-CS-STATUS
           END-CALL
           IF WS-CS-SEGMENT NOT = WS-SEGMENT-WANTED
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE SPACES TO ExportLine.
       *> TRIM each field so the columns come out the same width
       *> every run, which is exactly what the text-editor reformat
                       WHEN 'ADD' PERFORM NoteTouched
                       WHEN 'UPDATE' PERFORM NoteTouched
                       WHEN 'DELETE' PERFORM NoteTouched
                       WHEN 'ERASE ' PERFORM NoteTouched
                   END-EVALUATE
               END-IF
           END-IF
           WHEN 'ADD' MOVE 'A' TO TchAction(WS-SLOT)
           WHEN 'UPDATE' MOVE 'C' TO TchAction(WS-SLOT)
           WHEN 'DELETE' MOVE 'D' TO TchAction(WS-SLOT)
           WHEN 'ERASE ' MOVE 'D' TO TchAction(WS-SLOT)
       END-EVALUATE.

WriteOneDelta.

*> same CustActive filter ListCust (coboltut.cbl) uses, so a soft-
*> deleted customer never gets mail. One label per customer: name
*> line, address line, blank separator line.
*> Customers who have opted out of marketing mail, or who take their
*> paperwork by email (custprefs.txt, kept from the tutorial10 menu),
*> get no label - nothing is posted to them.
*> The run can be limited to one CUSTSEGMENT segment (custsegment.txt,
*> looked up through CUSTSEG) - labels for the lapsed only, say; a
*> blank answer labels every Active customer as before. A customer
*> not yet scored is in no segment and is left out of a limited run.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-LABEL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
*> COMMPREF answer for the customer being labelled
       01 WS-CP-CHANNEL PIC X.
       01 WS-CP-OPTOUT PIC X.
       01 WS-CP-STATUS PIC XX.
*> Segment the run is limited to - spaces for every Active customer
*> - and CUSTSEG's answer for the one being labelled
       01 WS-SEGMENT-WANTED PIC X(4) VALUE SPACES.
           88 WS-ANY-SEGMENT VALUE SPACES.
           88 WS-KNOWN-SEGMENT VALUE 'CHAM' 'ACTV' 'NEW ' 'RISK'
                                     'LAPS' 'NONE'.
       01 WS-CS-SEGMENT PIC X(4).
       01 WS-CS-STATUS PIC XX.
       01 WS-IN-SEGMENT PIC X.
       01 WS-OUT-OF-SEGMENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NAME-LINE.
           02 WS-N-FIRSTNAME PIC X(15).
           02 FILLER PIC X VALUE SPACE.

PROCEDURE DIVISION.
StartPara.
       PERFORM AskSegment.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "CUSTLABELS: unable to open CustomerFile, status "
       CLOSE CustomerFile
       CLOSE LabelFile.
       DISPLAY "Customer labels complete. Labels printed: " WS-LABEL-COUNT.
       DISPLAY "Left off by communication preference: "
           WS-SKIPPED-COUNT.
       IF NOT WS-ANY-SEGMENT
           DISPLAY "Left out as not in segment " WS-SEGMENT-WANTED
               ": " WS-OUT-OF-SEGMENT-COUNT
       END-IF.
       MOVE 0 TO RETURN-CODE.
       GOBACK.


ProcessCustomer.
       IF CustActive
           PERFORM CheckSegment
           IF WS-IN-SEGMENT = 'N'
               ADD 1 TO WS-OUT-OF-SEGMENT-COUNT
               EXIT PARAGRAPH
           END-IF
           CALL 'COMMPREF' USING IDNum, WS-CP-CHANNEL, WS-CP-OPTOUT,
               WS-CP-STATUS
           END-CALL
           IF WS-CP-OPTOUT = 'Y'
                   OR (WS-CP-CHANNEL = 'E' AND Email NOT = SPACES)
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM WriteLabel
           END-IF
       END-IF.

AskSegment.
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

CheckSegment.
       MOVE 'Y' TO WS-IN-SEGMENT.
       IF NOT WS-ANY-SEGMENT
           CALL 'CUSTSEG' USING IDNum, WS-CS-SEGMENT, WS-CS-STATUS
           END-CALL
           IF WS-CS-SEGMENT NOT = WS-SEGMENT-WANTED
               MOVE 'N' TO WS-IN-SEGMENT
           END-IF
       END-IF.

WriteLabel.

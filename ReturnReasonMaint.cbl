       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RTNREASON.
*> Return reason code maintenance - the list RMA makes every return
*> be taken under (returnreasons.txt, copybooks/RTNRSNREC.cpy), so
*> "damaged", "DMG" and "broken in box" are one reason that can be
*> counted instead of three strings that can't. Each code carries
*> whose fault it is - vendor, shop (our picking and packing),
*> carrier, or a customer reason that is nobody's fault - which is
*> how RETURNRPT sorts the returns worth chasing.
*> A file with no codes at all is started off with the usual ones
*> (defective, damaged in transit, wrong item shipped, changed mind,
*> wrong size, arrived late) so the counter is never left unable to
*> take a return; they can be changed or removed like any other.
*> Removing a code stops new returns being taken under it; returns
*> already taken keep it and are still analysed by it.
*> The file is loaded to a table and rewritten at the end, the same
*> load/save-around-the-work pattern TAXEXEMPT uses.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL ReasonFile ASSIGN TO "returnreasons.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with RMA/RETURNRPT via copybooks/RTNRSNREC.cpy
FD ReasonFile.
       COPY RTNRSNREC.

WORKING-STORAGE SECTION.
       01 WS-REASON-EOF PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-CODE-INPUT PIC X(4).
       01 WS-DESC-INPUT PIC X(20).
       01 WS-FAULT-INPUT PIC X.
       01 WS-FAULT-NAME PIC X(8).
*> The reason codes held in storage while changes are keyed, then
*> written back out. The DEPENDING ON counter must be declared ahead
*> of the table it sizes
       01 ReasonCount PIC 9(3) VALUE ZERO.
       01 ReasonTable.
           02 ReasonEntry OCCURS 0 TO 100 TIMES
                   DEPENDING ON ReasonCount.
               03 Rn-Code PIC X(4).
               03 Rn-Desc PIC X(20).
               03 Rn-Fault PIC X.
*> The starter list a new file is given
       01 WS-STARTER-TABLE.
           05 FILLER PIC X(25) VALUE "DEF DEFECTIVE           V".
           05 FILLER PIC X(25) VALUE "DMG DAMAGED IN TRANSIT  C".
           05 FILLER PIC X(25) VALUE "WRNGWRONG ITEM SHIPPED  S".
           05 FILLER PIC X(25) VALUE "CHNGCHANGED MIND        U".
           05 FILLER PIC X(25) VALUE "SIZEWRONG SIZE ORDERED  U".
           05 FILLER PIC X(25) VALUE "LATEARRIVED TOO LATE    S".
       01 WS-STARTERS REDEFINES WS-STARTER-TABLE.
           05 WS-STARTER OCCURS 6 TIMES PIC X(25).
       01 WS-IDX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-OUT PIC 9(3).

PROCEDURE DIVISION.
StartPara.
       PERFORM LoadReasons.
       IF RETURN-CODE NOT = 0
           GOBACK
       END-IF.
       IF ReasonCount = 0
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               ADD 1 TO ReasonCount
               MOVE WS-STARTER(WS-IDX) TO ReasonEntry(ReasonCount)
           END-PERFORM
           DISPLAY "No return reasons on file - starting from the "
               "standard list"
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "RETURN REASON CODES"
           DISPLAY "1 : Add or Change Reason Code"
           DISPLAY "2 : Remove Reason Code"
           DISPLAY "3 : List Reason Codes"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddReason
               WHEN 2 PERFORM RemoveReason
               WHEN 3 PERFORM ListReasons
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       PERFORM SaveReasons.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

GetCode.
       PERFORM WITH TEST AFTER UNTIL WS-CODE-INPUT NOT = SPACES
           MOVE SPACES TO WS-CODE-INPUT
           DISPLAY "Reason code : " WITH NO ADVANCING
           ACCEPT WS-CODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-INPUT
           IF WS-CODE-INPUT = SPACES
               DISPLAY "Code cannot be blank"
           END-IF
       END-PERFORM.
       MOVE 0 TO WS-SLOT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > ReasonCount OR WS-SLOT > 0
           IF Rn-Code(WS-IDX) = WS-CODE-INPUT
               MOVE WS-IDX TO WS-SLOT
           END-IF
       END-PERFORM.

AddReason.
       DISPLAY " ".
       PERFORM GetCode.
       IF WS-CODE-INPUT = '?'
           DISPLAY "? is kept for listing the codes at the RMA counter"
           EXIT PARAGRAPH
       END-IF.
       IF WS-SLOT > 0
           DISPLAY "Now: " Rn-Desc(WS-SLOT) "  fault " Rn-Fault(WS-SLOT)
       ELSE
           IF ReasonCount = 100
               DISPLAY "Reason code table full"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM WITH TEST AFTER UNTIL WS-DESC-INPUT NOT = SPACES
           MOVE SPACES TO WS-DESC-INPUT
           DISPLAY "Description : " WITH NO ADVANCING
           ACCEPT WS-DESC-INPUT
           IF WS-DESC-INPUT = SPACES
               DISPLAY "Description cannot be blank"
           END-IF
       END-PERFORM.
       MOVE SPACE TO WS-FAULT-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-FAULT-INPUT = 'V'
               OR WS-FAULT-INPUT = 'S' OR WS-FAULT-INPUT = 'C'
               OR WS-FAULT-INPUT = 'U'
           DISPLAY "Fault (V=vendor, S=shop, C=carrier, U=customer) : "
               WITH NO ADVANCING
           ACCEPT WS-FAULT-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FAULT-INPUT) TO WS-FAULT-INPUT
           IF WS-FAULT-INPUT NOT = 'V' AND WS-FAULT-INPUT NOT = 'S'
                   AND WS-FAULT-INPUT NOT = 'C'
                   AND WS-FAULT-INPUT NOT = 'U'
               DISPLAY "Answer V, S, C or U"
           END-IF
       END-PERFORM.
       IF WS-SLOT = 0
           ADD 1 TO ReasonCount
           MOVE ReasonCount TO WS-SLOT
           MOVE WS-CODE-INPUT TO Rn-Code(WS-SLOT)
       END-IF.
       MOVE FUNCTION UPPER-CASE(WS-DESC-INPUT) TO Rn-Desc(WS-SLOT).
       MOVE WS-FAULT-INPUT TO Rn-Fault(WS-SLOT).
       DISPLAY "Reason code recorded".

RemoveReason.
       DISPLAY " ".
       PERFORM GetCode.
       IF WS-SLOT = 0
           DISPLAY "No such reason code"
           EXIT PARAGRAPH
       END-IF.
       IF ReasonCount = 1
           DISPLAY "The last code cannot be removed - RMA needs at "
               "least one"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-OUT.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ReasonCount
           IF WS-IDX NOT = WS-SLOT
               ADD 1 TO WS-OUT
               MOVE ReasonEntry(WS-IDX) TO ReasonEntry(WS-OUT)
           END-IF
       END-PERFORM.
       MOVE WS-OUT TO ReasonCount.
       DISPLAY "Reason code removed".

ListReasons.
       DISPLAY " ".
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ReasonCount
           EVALUATE Rn-Fault(WS-IDX)
               WHEN 'V' MOVE "VENDOR" TO WS-FAULT-NAME
               WHEN 'S' MOVE "SHOP" TO WS-FAULT-NAME
               WHEN 'C' MOVE "CARRIER" TO WS-FAULT-NAME
               WHEN OTHER MOVE "CUSTOMER" TO WS-FAULT-NAME
           END-EVALUATE
           DISPLAY Rn-Code(WS-IDX) " " Rn-Desc(WS-IDX) " "
               WS-FAULT-NAME
       END-PERFORM.

LoadReasons.
       MOVE 'N' TO WS-REASON-EOF.
       OPEN INPUT ReasonFile.
       PERFORM ReadReason.
       PERFORM UNTIL WS-REASON-EOF = 'Y' OR ReasonCount = 100
           ADD 1 TO ReasonCount
           MOVE RRCode TO Rn-Code(ReasonCount)
           MOVE RRDescription TO Rn-Desc(ReasonCount)
           MOVE RRFault TO Rn-Fault(ReasonCount)
           PERFORM ReadReason
       END-PERFORM.
       IF WS-REASON-EOF NOT = 'Y'
           DISPLAY "RTNREASON: reason file larger than 100 codes - "
               "file left untouched"
           MOVE 1 TO RETURN-CODE
       END-IF.
       CLOSE ReasonFile.

ReadReason.
       READ ReasonFile
           AT END MOVE 'Y' TO WS-REASON-EOF
       END-READ.

SaveReasons.
       OPEN OUTPUT ReasonFile.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ReasonCount
           MOVE Rn-Code(WS-IDX) TO RRCode
           MOVE Rn-Desc(WS-IDX) TO RRDescription
           MOVE Rn-Fault(WS-IDX) TO RRFault
           WRITE ReturnReasonRecord
       END-PERFORM.
       CLOSE ReasonFile.

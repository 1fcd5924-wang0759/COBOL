       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSEG.

      *> Shared customer segment lookup, a CALLable module in the
      *> COMMPREF mold, over custsegment.txt (copybooks/CUSTSEGREC.cpy,
      *> written by CUSTSEGMENT):
      *>
      *>     CALL 'CUSTSEG' USING LCustID, LSegment, LStatus
      *>
      *> LSegment comes back the customer's segment code (CHAM, ACTV,
      *> NEW, RISK, LAPS, NONE).
      *>
      *> LStatus '00' segment on file; '23' the customer hasn't been
      *> scored yet - LSegment comes back spaces, so a run selecting
      *> by segment leaves them out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CustSegFile ASSIGN TO "custsegment.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with CUSTSEGMENT via copybooks/CUSTSEGREC.cpy
       FD CustSegFile.
       COPY CUSTSEGREC.

       WORKING-STORAGE SECTION.
       01  WS-SEG-EOF          PIC X.

       LINKAGE SECTION.
       01  LCustID         PIC 9(5).
       01  LSegment        PIC X(4).
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LCustID, LSegment, LStatus.

       0100-DISPATCH.

           MOVE "23" TO LStatus.
           MOVE SPACES TO LSegment.
           MOVE 'N' TO WS-SEG-EOF.
           OPEN INPUT CustSegFile.
           PERFORM UNTIL WS-SEG-EOF = 'Y' OR LStatus = "00"
               READ CustSegFile
                   AT END MOVE 'Y' TO WS-SEG-EOF
               END-READ
               IF WS-SEG-EOF NOT = 'Y'
                   IF SGCustID = LCustID
                       MOVE "00" TO LStatus
                       MOVE SGSegment TO LSegment
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CustSegFile.

       EXIT PROGRAM.

       END PROGRAM CUSTSEG.

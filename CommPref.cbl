       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMPREF.

      *> Shared communication preference lookup, a CALLable module in
      *> the DATEUTIL mold, over custprefs.txt
      *> (copybooks/CUSTPREFREC.cpy):
      *>
      *>     CALL 'COMMPREF' USING LCustID, LChannel, LOptOut, LStatus
      *>
      *> LChannel comes back 'P' print or 'E' email, LOptOut 'Y' when
      *> the customer has opted out of marketing mail, else 'N'.
      *>
      *> LStatus '00' preferences on file; '23' none on file - print,
      *> marketing allowed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CustPrefFile ASSIGN TO "custprefs.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with tutorial10/CUSTSTMT via copybooks/CUSTPREFREC.cpy
       FD CustPrefFile.
       COPY CUSTPREFREC.

       WORKING-STORAGE SECTION.
       01  WS-PREF-EOF         PIC X.

       LINKAGE SECTION.
       01  LCustID         PIC 9(5).
       01  LChannel        PIC X.
       01  LOptOut         PIC X.
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LCustID, LChannel, LOptOut, LStatus.

       0100-DISPATCH.

           MOVE "23" TO LStatus.
           MOVE 'P' TO LChannel.
           MOVE 'N' TO LOptOut.
           MOVE 'N' TO WS-PREF-EOF.
           OPEN INPUT CustPrefFile.
           PERFORM UNTIL WS-PREF-EOF = 'Y'
               READ CustPrefFile
                   AT END MOVE 'Y' TO WS-PREF-EOF
               END-READ
               IF WS-PREF-EOF NOT = 'Y'
                   IF CMCustID = LCustID
                       PERFORM 0200-TAKE-PREFERENCE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CustPrefFile.

       EXIT PROGRAM.

       0200-TAKE-PREFERENCE.

           MOVE "00" TO LStatus.
           IF CMByEmail
               MOVE 'E' TO LChannel
           ELSE
               MOVE 'P' TO LChannel
           END-IF.
           IF CMNoMarketing
               MOVE 'Y' TO LOptOut
           ELSE
               MOVE 'N' TO LOptOut
           END-IF.

       END PROGRAM COMMPREF.

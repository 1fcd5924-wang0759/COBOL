       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKLOC.

      *> Shared stock-location lookup, a CALLable module in the
      *> DATEUTIL mold, over locations.txt (copybooks/STKLOCREC.cpy):
      *>
      *>     CALL 'STOCKLOC' USING LFunction, LLocation, LLocName,
      *>         LStatus
      *>
      *>     'HOME'  the location this station books stock against -
      *>             the code on the first line of stockloc.txt, or
      *>             the main store (MAIN) when there is none - back
      *>             in LLocation with its name.
      *>     'FIND'  is LLocation a known location? Its name comes
      *>             back in LLocName.
      *>
      *> LStatus '00' fine; '23' no such location. MAIN is always
      *> known, whether or not locations.txt lists it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LocationFile ASSIGN TO "locations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HomeParmFile ASSIGN TO "stockloc.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with STOCKXFER via copybooks/STKLOCREC.cpy
       FD LocationFile.
       COPY STKLOCREC.

       FD HomeParmFile.
       01  HomeParmRecord      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOC-EOF          PIC X.
       01  WS-LOC-FOUND        PIC X.

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
       01  LLocation       PIC X(4).
       01  LLocName        PIC X(20).
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LFunction, LLocation, LLocName,
               LStatus.

       0100-DISPATCH.

           MOVE "00" TO LStatus.
           IF LFunction = 'HOME'
               PERFORM 0200-READ-HOME
           END-IF.
           PERFORM 0300-FIND-LOCATION.

       EXIT PROGRAM.

       0200-READ-HOME.

           MOVE SPACES TO LLocation.
           OPEN INPUT HomeParmFile.
           READ HomeParmFile
               AT END MOVE SPACES TO HomeParmRecord
           END-READ.
           CLOSE HomeParmFile.
           MOVE HomeParmRecord(1:4) TO LLocation.
           IF LLocation = SPACES
               MOVE "MAIN" TO LLocation
           END-IF.

       0300-FIND-LOCATION.

           MOVE SPACES TO LLocName.
           MOVE 'N' TO WS-LOC-FOUND.
           MOVE 'N' TO WS-LOC-EOF.
           OPEN INPUT LocationFile.
           PERFORM UNTIL WS-LOC-EOF = 'Y' OR WS-LOC-FOUND = 'Y'
               READ LocationFile
                   AT END MOVE 'Y' TO WS-LOC-EOF
               END-READ
               IF WS-LOC-EOF NOT = 'Y'
                   IF LocCode = LLocation
                       MOVE 'Y' TO WS-LOC-FOUND
                       MOVE LocName TO LLocName
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LocationFile.
           IF WS-LOC-FOUND = 'N'
               IF LLocation = "MAIN"
                   MOVE "MAIN STORE" TO LLocName
               ELSE
                   MOVE "23" TO LStatus
               END-IF
           END-IF.

       END PROGRAM STOCKLOC.

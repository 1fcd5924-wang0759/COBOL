       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRPRICE.

      *> Shared contract price lookup, a CALLable module in the
      *> DATEUTIL mold, over contracts.txt (copybooks/CONTRREC.cpy):
      *>
      *>     CALL 'CONTRPRICE' USING LCustID, LSKU, LDate,
      *>         LListPrice, LPrice, LStatus
      *>
      *> LPrice comes back as the unit price LCustID pays for LSKU on
      *> LDate: the fixed price or the percent off LListPrice of the
      *> customer's contract in force that day (start and end dates
      *> inclusive), or LListPrice itself when there is none. Where
      *> contracts overlap, the one that started latest stands.
      *>
      *> LStatus '00' a contract price applied; '23' no contract in
      *> force - list price.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ContractFile ASSIGN TO "contracts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with CONTRMAINT/CONTREXPIRY via copybooks/CONTRREC.cpy
       FD ContractFile.
       COPY CONTRREC.

       WORKING-STORAGE SECTION.
       01  WS-CON-EOF          PIC X.
       01  WS-BEST-START       PIC 9(8).

       LINKAGE SECTION.
       01  LCustID         PIC 9(5).
       01  LSKU            PIC X(10).
       01  LDate           PIC 9(8).
       01  LListPrice      PIC 9(6)V99.
       01  LPrice          PIC 9(6)V99.
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LCustID, LSKU, LDate, LListPrice,
               LPrice, LStatus.

       0100-DISPATCH.

           MOVE "23" TO LStatus.
           MOVE LListPrice TO LPrice.
           MOVE ZERO TO WS-BEST-START.
           MOVE 'N' TO WS-CON-EOF.
           OPEN INPUT ContractFile.
           PERFORM UNTIL WS-CON-EOF = 'Y'
               READ ContractFile
                   AT END MOVE 'Y' TO WS-CON-EOF
               END-READ
               IF WS-CON-EOF NOT = 'Y'
                   IF CPCustID = LCustID AND CPSKU = LSKU
                           AND CPStartDate NOT > LDate
                           AND CPEndDate NOT < LDate
                           AND CPStartDate NOT < WS-BEST-START
                       PERFORM 0200-APPLY-CONTRACT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ContractFile.

       EXIT PROGRAM.

       0200-APPLY-CONTRACT.

           MOVE CPStartDate TO WS-BEST-START.
           MOVE "00" TO LStatus.
           IF CPFixedPrice
               MOVE CPUnitPrice TO LPrice
           ELSE
               COMPUTE LPrice ROUNDED =
                   LListPrice * (100 - CPPercent) / 100
           END-IF.

       END PROGRAM CONTRPRICE.

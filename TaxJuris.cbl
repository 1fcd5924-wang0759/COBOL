       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXJURIS.

      *> Shared sales tax jurisdiction lookup, a CALLable module in
      *> the DATEUTIL mold, over storejur.txt, postaljur.txt
      *> (copybooks/POSTJURREC.cpy) and jurrates.txt
      *> (copybooks/JURRATEREC.cpy):
      *>
      *>     CALL 'TAXJURIS' USING LFunction, LPostalCode, LJurCode,
      *>         LCategory, LDate, LRates, LStatus
      *>
      *>     'HOME'  the store's own jurisdiction - the code on the
      *>             first line of storejur.txt - back in LJurCode.
      *>     'POST'  the jurisdiction LPostalCode lies in, back in
      *>             LJurCode.
      *>     'RATE'  the rates LJurCode levies on LCategory on LDate:
      *>             of that jurisdiction's rows for the category the
      *>             one with the latest effective date not after
      *>             LDate, or its GEN rows when the category has
      *>             none. State, county and city rates and their
      *>             total come back in LRates.
      *>
      *> LStatus '00' found; '23' no store jurisdiction set, postal
      *> code not mapped, or no rate in force - LJurCode comes back
      *> spaces / LRates zero, and the caller taxes the way it did
      *> before jurisdictions (taxrates.txt by category).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HomeJurFile ASSIGN TO "storejur.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PostalJurFile ASSIGN TO "postaljur.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JurRateFile ASSIGN TO "jurrates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HomeJurFile.
       01  HomeJurRecord       PIC X(80).

      *> Shared with TAXRATEMAINT via copybooks/POSTJURREC.cpy
       FD PostalJurFile.
       COPY POSTJURREC.

      *> Shared with TAXRATEMAINT/TAXREMIT via copybooks/JURRATEREC.cpy
       FD JurRateFile.
       COPY JURRATEREC.

       WORKING-STORAGE SECTION.
       01  WS-JUR-EOF          PIC X.
       01  WS-BEST-EFF         PIC 9(8).
       01  WS-GEN-EFF          PIC 9(8).
       01  WS-CAT-FOUND        PIC X.
       01  WS-GEN-FOUND        PIC X.
       01  WS-GEN-RATES.
           05  WS-GEN-STATE    PIC 9V9999.
           05  WS-GEN-COUNTY   PIC 9V9999.
           05  WS-GEN-CITY     PIC 9V9999.

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
       01  LPostalCode     PIC X(10).
       01  LJurCode        PIC X(6).
       01  LCategory       PIC X(4).
       01  LDate           PIC 9(8).
       01  LRates.
           05  LStateRate  PIC 9V9999.
           05  LCountyRate PIC 9V9999.
           05  LCityRate   PIC 9V9999.
           05  LTotalRate  PIC 9V9999.
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LFunction, LPostalCode, LJurCode,
               LCategory, LDate, LRates, LStatus.

       0100-DISPATCH.

           MOVE "23" TO LStatus.
           EVALUATE LFunction
               WHEN 'HOME'
                   PERFORM 0200-READ-HOME
               WHEN 'POST'
                   PERFORM 0300-FIND-POSTAL
               WHEN 'RATE'
                   PERFORM 0400-FIND-RATE
               WHEN OTHER
                   MOVE "90" TO LStatus
           END-EVALUATE.

       EXIT PROGRAM.

       0200-READ-HOME.

           MOVE SPACES TO LJurCode.
           OPEN INPUT HomeJurFile.
           READ HomeJurFile
               AT END MOVE SPACES TO HomeJurRecord
           END-READ.
           CLOSE HomeJurFile.
           MOVE HomeJurRecord(1:6) TO LJurCode.
           IF LJurCode NOT = SPACES
               MOVE "00" TO LStatus
           END-IF.

       0300-FIND-POSTAL.

           MOVE SPACES TO LJurCode.
           IF LPostalCode = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-JUR-EOF.
           OPEN INPUT PostalJurFile.
           PERFORM UNTIL WS-JUR-EOF = 'Y'
               READ PostalJurFile
                   AT END MOVE 'Y' TO WS-JUR-EOF
               END-READ
               IF WS-JUR-EOF NOT = 'Y'
                   IF PJPostalCode = LPostalCode
                       MOVE PJJurCode TO LJurCode
                       MOVE "00" TO LStatus
                       MOVE 'Y' TO WS-JUR-EOF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PostalJurFile.

       0400-FIND-RATE.

           MOVE ZERO TO LStateRate LCountyRate LCityRate LTotalRate.
           MOVE ZERO TO WS-GEN-STATE WS-GEN-COUNTY WS-GEN-CITY.
           MOVE ZERO TO WS-BEST-EFF WS-GEN-EFF.
           MOVE 'N' TO WS-CAT-FOUND WS-GEN-FOUND.
           IF LJurCode = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-JUR-EOF.
           OPEN INPUT JurRateFile.
           PERFORM UNTIL WS-JUR-EOF = 'Y'
               READ JurRateFile
                   AT END MOVE 'Y' TO WS-JUR-EOF
               END-READ
               IF WS-JUR-EOF NOT = 'Y'
                   IF JRJurCode = LJurCode
                           AND JREffDate IS NUMERIC
                           AND JREffDate NOT > LDate
                       PERFORM 0500-SIFT-RATE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JurRateFile.
           IF WS-CAT-FOUND NOT = 'Y' AND WS-GEN-FOUND = 'Y'
               MOVE WS-GEN-STATE TO LStateRate
               MOVE WS-GEN-COUNTY TO LCountyRate
               MOVE WS-GEN-CITY TO LCityRate
               MOVE 'Y' TO WS-CAT-FOUND
           END-IF.
           IF WS-CAT-FOUND = 'Y'
               COMPUTE LTotalRate =
                   LStateRate + LCountyRate + LCityRate
               MOVE "00" TO LStatus
           END-IF.

       0500-SIFT-RATE.

      *> The latest row not in the future wins, for the category and
      *> for GEN separately, so GEN is on hand if the category has
      *> nothing of its own
           IF JRCategory = LCategory
                   AND JREffDate NOT < WS-BEST-EFF
               MOVE JRStateRate TO LStateRate
               MOVE JRCountyRate TO LCountyRate
               MOVE JRCityRate TO LCityRate
               MOVE JREffDate TO WS-BEST-EFF
               MOVE 'Y' TO WS-CAT-FOUND
           END-IF.
           IF JRCategory = 'GEN '
                   AND JREffDate NOT < WS-GEN-EFF
               MOVE JRStateRate TO WS-GEN-STATE
               MOVE JRCountyRate TO WS-GEN-COUNTY
               MOVE JRCityRate TO WS-GEN-CITY
               MOVE JREffDate TO WS-GEN-EFF
               MOVE 'Y' TO WS-GEN-FOUND
           END-IF.

       END PROGRAM TAXJURIS.

*> Every change is logged with operator ID (ratechangelog.txt), the
*> same audit-trail idea coboltut.cbl applies to customer changes,
*> and changes need an operator sign-on first.
*> The same menu keeps each category's age restriction
*> (catrestrict.txt, copybooks/CATRSTREC.cpy) - whether the category
*> can only be sold to a buyer of age, and the minimum age - which
*> taxCalculator.cbl checks before it rings a restricted item. Any
*> category code may be restricted, not just the four taxed ones
*> (a TOBC code taxes at the GEN rate).
*> Sales tax jurisdictions are kept here too: each jurisdiction's
*> state, county and city (jurisdictions.txt), the postal codes that
*> lie in it (postaljur.txt), its effective-dated rates by category
*> from each of the three authorities (jurrates.txt, appended and
*> logged like taxrates.txt), and which one the store itself sits in
*> (storejur.txt). TAXJURIS reads them for billing and ORDERINVOICE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CatRestrictFile ASSIGN TO "catrestrict.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL JurisdictionFile ASSIGN TO "jurisdictions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PostalJurFile ASSIGN TO "postaljur.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL JurRateFile ASSIGN TO "jurrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HomeJurFile ASSIGN TO "storejur.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
           02 RCLEffDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 RCLOperatorID PIC X(10).
*> Jurisdiction rate changes only: the jurisdiction and its three
*> authorities' rates (RCLNewRate left blank). Spaces on category
*> rate changes and on entries written before jurisdictions
           02 FILLER PIC X VALUE SPACE.
           02 RCLJurCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 RCLStateRate PIC 9.9999.
           02 FILLER PIC X VALUE SPACE.
           02 RCLCountyRate PIC 9.9999.
           02 FILLER PIC X VALUE SPACE.
           02 RCLCityRate PIC 9.9999.

*> Same layout tutorial10's OperatorFile reads; a disabled
*> operator ('D') can't change rates
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

*> Shared with taxCalculator.cbl via copybooks/CATRSTREC.cpy
FD CatRestrictFile.
       COPY CATRSTREC.

*> Shared with TAXREMIT via copybooks/JURISREC.cpy
FD JurisdictionFile.
       COPY JURISREC.

*> Shared with TAXJURIS via copybooks/POSTJURREC.cpy
FD PostalJurFile.
       COPY POSTJURREC.

*> Shared with TAXJURIS/TAXREMIT via copybooks/JURRATEREC.cpy
FD JurRateFile.
       COPY JURRATEREC.

*> Same one-code shape TAXJURIS reads
FD HomeJurFile.
       01 HomeJurRecord.
           02 HJJurCode PIC X(6).

WORKING-STORAGE SECTION.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
           88 OperatorSignedOn VALUE 'Y'.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
       01 WS-CR-EOF PIC X.
       01 WS-CR-OVERFLOW PIC X.
       01 WS-CR-IDX PIC 9(3).
       01 WS-CR-SLOT PIC 9(3).
       01 WS-RESTRICT-INPUT PIC X.
       01 WS-AGE-INPUT PIC X(2).
*> Category restrictions held in storage while one is changed, then
*> written back out. The DEPENDING ON counter must be declared ahead
*> of the table it sizes
       01 RestrictCount PIC 9(3) VALUE ZERO.
       01 RestrictTable.
           02 RestrictEntry OCCURS 0 TO 100 TIMES
                   DEPENDING ON RestrictCount.
               03 Rs-Category PIC X(4).
               03 Rs-Restricted PIC X.
               03 Rs-MinAge PIC 9(2).
*> Jurisdiction and postal code maintenance - each file loaded,
*> changed in its table and written back, the same load/save as the
*> restrictions above
       01 WS-JUR-EOF PIC X.
       01 WS-JUR-OVERFLOW PIC X.
       01 WS-JUR-IDX PIC 9(3).
       01 WS-JUR-SLOT PIC 9(3).
       01 WS-JUR-INPUT PIC X(6).
       01 WS-STATE-INPUT PIC X(2).
       01 WS-COUNTY-INPUT PIC X(12).
       01 WS-CITY-INPUT PIC X(12).
       01 WS-POSTAL-INPUT PIC X(10).
       01 WS-PJ-EOF PIC X.
       01 WS-PJ-OVERFLOW PIC X.
       01 WS-PJ-IDX PIC 9(4).
       01 WS-PJ-SLOT PIC 9(4).
       01 WS-PJ-OUT PIC 9(4).
       01 WS-JR-EOF PIC X.
       01 WS-JR-RATE-INPUT PIC X(5).
       01 WS-JR-STATE PIC 9V9999.
       01 WS-JR-COUNTY PIC 9V9999.
       01 WS-JR-CITY PIC 9V9999.
       01 WS-JR-WORK PIC 9V9999.
       01 WS-JR-DISPLAY-S PIC 9.9999.
       01 WS-JR-DISPLAY-C PIC 9.9999.
       01 WS-JR-DISPLAY-T PIC 9.9999.
       01 WS-HOME-JUR PIC X(6).
*> The DEPENDING ON counters must be declared ahead of the tables
*> they size
       01 JurCount PIC 9(3) VALUE ZERO.
       01 JurTable.
           02 JurEntry OCCURS 0 TO 100 TIMES
                   DEPENDING ON JurCount.
               03 Jr-Code PIC X(6).
               03 Jr-State PIC X(2).
               03 Jr-County PIC X(12).
               03 Jr-City PIC X(12).
       01 PostalCount PIC 9(4) VALUE ZERO.
       01 PostalTable.
           02 PostalEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON PostalCount.
               03 Pj-Postal PIC X(10).
               03 Pj-JurCode PIC X(6).

PROCEDURE DIVISION.
StartPara.
           DISPLAY "TAX RATE MAINTENANCE"
           DISPLAY "1 : List Rates"
           DISPLAY "2 : Set Rate (with effective date)"
           DISPLAY "3 : List Age Restrictions"
           DISPLAY "4 : Set Age Restriction"
           DISPLAY "5 : List Tax Jurisdictions"
           DISPLAY "6 : Set Tax Jurisdiction"
           DISPLAY "7 : Map Postal Code to Jurisdiction"
           DISPLAY "8 : Set Jurisdiction Rate (with effective date)"
           DISPLAY "9 : Set Store's Own Jurisdiction"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ListRates
               WHEN 2 PERFORM SetRate
               WHEN 3 PERFORM ListRestrictions
               WHEN 4 PERFORM SetRestriction
               WHEN 5 PERFORM ListJurisdictions
               WHEN 6 PERFORM SetJurisdiction
               WHEN 7 PERFORM MapPostalCode
               WHEN 8 PERFORM SetJurRate
               WHEN 9 PERFORM SetHomeJurisdiction
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
           END-IF
       END-PERFORM.
       COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-RATE-INPUT) / 100.
       PERFORM AcceptEffDate.
       *> Append, never overwrite - the old rate stays on file for
       *> the billing dates it was in effect for
       OPEN EXTEND RateFile.
       MOVE SPACES TO RateRecord.
       MOVE WS-CAT-INPUT TO RateRecCode.
       MOVE WS-NEW-RATE TO RateRecRate.
       MOVE WS-EFF-DATE TO RateRecEffDate.
       WRITE RateRecord.
       CLOSE RateFile.
       PERFORM LogChange.
       DISPLAY "Rate recorded for " WS-CAT-INPUT " effective "
           WS-EFF-DATE.

AcceptEffDate.
       MOVE SPACES TO WS-DATE-INPUT.
       MOVE "90" TO WS-DU-STATUS.
       PERFORM WITH TEST AFTER UNTIL WS-DU-STATUS = "00"
               END-IF
           END-IF
       END-PERFORM.

LogChange.
       OPEN EXTEND RateChangeLog.
       WRITE RateChangeRecord.
       CLOSE RateChangeLog.

ListJurisdictions.
       PERFORM LoadJurisdictions.
       PERFORM LoadPostalCodes.
       PERFORM ReadHomeJurisdiction.
       DISPLAY " ".
       DISPLAY "Store's own jurisdiction : " WS-HOME-JUR.
       IF JurCount = 0
           DISPLAY "No tax jurisdictions on file"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > JurCount
           DISPLAY " "
           DISPLAY Jr-Code(WS-JUR-IDX) " STATE " Jr-State(WS-JUR-IDX)
               " COUNTY " Jr-County(WS-JUR-IDX)
               " CITY " Jr-City(WS-JUR-IDX)
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                   UNTIL WS-PJ-IDX > PostalCount
               IF Pj-JurCode(WS-PJ-IDX) = Jr-Code(WS-JUR-IDX)
                   DISPLAY "   POSTAL " Pj-Postal(WS-PJ-IDX)
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-JR-EOF
           OPEN INPUT JurRateFile
           PERFORM UNTIL WS-JR-EOF = 'Y'
               READ JurRateFile
                   AT END MOVE 'Y' TO WS-JR-EOF
               END-READ
               IF WS-JR-EOF NOT = 'Y'
                   IF JRJurCode = Jr-Code(WS-JUR-IDX)
                       MOVE JRStateRate TO WS-JR-DISPLAY-S
                       MOVE JRCountyRate TO WS-JR-DISPLAY-C
                       MOVE JRCityRate TO WS-JR-DISPLAY-T
                       DISPLAY "   RATE " JRCategory " "
                           WS-JR-DISPLAY-S " " WS-JR-DISPLAY-C " "
                           WS-JR-DISPLAY-T " EFFECTIVE " JREffDate
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JurRateFile
       END-PERFORM.

SetJurisdiction.
       PERFORM LoadJurisdictions.
       IF WS-JUR-OVERFLOW = 'Y'
           DISPLAY "Jurisdiction file larger than 100 rows - file "
               "left untouched"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       MOVE SPACES TO WS-JUR-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-JUR-INPUT NOT = SPACES
           DISPLAY "Jurisdiction code : " WITH NO ADVANCING
           ACCEPT WS-JUR-INPUT
       END-PERFORM.
       MOVE SPACES TO WS-STATE-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-STATE-INPUT NOT = SPACES
           DISPLAY "State : " WITH NO ADVANCING
           ACCEPT WS-STATE-INPUT
       END-PERFORM.
       MOVE SPACES TO WS-COUNTY-INPUT.
       DISPLAY "County (blank = none) : " WITH NO ADVANCING.
       ACCEPT WS-COUNTY-INPUT.
       MOVE SPACES TO WS-CITY-INPUT.
       DISPLAY "City (blank = none) : " WITH NO ADVANCING.
       ACCEPT WS-CITY-INPUT.
       PERFORM FindJurSlot.
       IF WS-JUR-SLOT = 0
           IF JurCount = 100
               DISPLAY "Jurisdiction file full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JurCount
           MOVE JurCount TO WS-JUR-SLOT
           MOVE WS-JUR-INPUT TO Jr-Code(WS-JUR-SLOT)
       END-IF.
       MOVE WS-STATE-INPUT TO Jr-State(WS-JUR-SLOT).
       MOVE WS-COUNTY-INPUT TO Jr-County(WS-JUR-SLOT).
       MOVE WS-CITY-INPUT TO Jr-City(WS-JUR-SLOT).
       PERFORM SaveJurisdictions.
       DISPLAY "Jurisdiction " WS-JUR-INPUT " recorded".

MapPostalCode.
       PERFORM LoadJurisdictions.
       PERFORM LoadPostalCodes.
       IF WS-PJ-OVERFLOW = 'Y'
           DISPLAY "Postal code file larger than 2000 rows - file "
               "left untouched"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       MOVE SPACES TO WS-POSTAL-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-POSTAL-INPUT NOT = SPACES
           DISPLAY "Postal code : " WITH NO ADVANCING
           ACCEPT WS-POSTAL-INPUT
       END-PERFORM.
       MOVE FUNCTION UPPER-CASE(WS-POSTAL-INPUT) TO WS-POSTAL-INPUT.
       MOVE SPACES TO WS-JUR-INPUT.
       DISPLAY "Jurisdiction code (blank = remove) : "
           WITH NO ADVANCING.
       ACCEPT WS-JUR-INPUT.
       IF WS-JUR-INPUT NOT = SPACES
           PERFORM FindJurSlot
           IF WS-JUR-SLOT = 0
               DISPLAY "No such jurisdiction - set it up first"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE 0 TO WS-PJ-SLOT.
       PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
               UNTIL WS-PJ-IDX > PostalCount OR WS-PJ-SLOT > 0
           IF Pj-Postal(WS-PJ-IDX) = WS-POSTAL-INPUT
               MOVE WS-PJ-IDX TO WS-PJ-SLOT
           END-IF
       END-PERFORM.
       IF WS-JUR-INPUT = SPACES
           IF WS-PJ-SLOT = 0
               DISPLAY "Postal code " WS-POSTAL-INPUT " not mapped"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PJ-OUT
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                   UNTIL WS-PJ-IDX > PostalCount
               IF WS-PJ-IDX NOT = WS-PJ-SLOT
                   ADD 1 TO WS-PJ-OUT
                   MOVE PostalEntry(WS-PJ-IDX) TO PostalEntry(WS-PJ-OUT)
               END-IF
           END-PERFORM
           MOVE WS-PJ-OUT TO PostalCount
           PERFORM SavePostalCodes
           DISPLAY "Postal code " WS-POSTAL-INPUT " removed"
           EXIT PARAGRAPH
       END-IF.
       IF WS-PJ-SLOT = 0
           IF PostalCount = 2000
               DISPLAY "Postal code file full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PostalCount
           MOVE PostalCount TO WS-PJ-SLOT
           MOVE WS-POSTAL-INPUT TO Pj-Postal(WS-PJ-SLOT)
       END-IF.
       MOVE WS-JUR-INPUT TO Pj-JurCode(WS-PJ-SLOT).
       PERFORM SavePostalCodes.
       DISPLAY "Postal code " WS-POSTAL-INPUT " mapped to "
           WS-JUR-INPUT.

SetJurRate.
       PERFORM LoadJurisdictions.
       DISPLAY " ".
       MOVE SPACES TO WS-JUR-INPUT.
       DISPLAY "Jurisdiction code : " WITH NO ADVANCING.
       ACCEPT WS-JUR-INPUT.
       PERFORM FindJurSlot.
       IF WS-JUR-SLOT = 0
           DISPLAY "No such jurisdiction - set it up first"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CAT-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-CAT-INPUT NOT = SPACES
           DISPLAY "Category (GEN covers any without its own) : "
               WITH NO ADVANCING
           ACCEPT WS-CAT-INPUT
       END-PERFORM.
       DISPLAY "State rate".
       PERFORM AcceptJurRate.
       MOVE WS-JR-WORK TO WS-JR-STATE.
       MOVE ZERO TO WS-JR-COUNTY.
       IF Jr-County(WS-JUR-SLOT) NOT = SPACES
           DISPLAY "County rate"
           PERFORM AcceptJurRate
           MOVE WS-JR-WORK TO WS-JR-COUNTY
       END-IF.
       MOVE ZERO TO WS-JR-CITY.
       IF Jr-City(WS-JUR-SLOT) NOT = SPACES
           DISPLAY "City rate"
           PERFORM AcceptJurRate
           MOVE WS-JR-WORK TO WS-JR-CITY
       END-IF.
       PERFORM AcceptEffDate.
       *> Appended like taxrates.txt - the old rates stay on file for
       *> the dates they were in force
       OPEN EXTEND JurRateFile.
       MOVE WS-JUR-INPUT TO JRJurCode.
       MOVE WS-CAT-INPUT TO JRCategory.
       MOVE WS-EFF-DATE TO JREffDate.
       MOVE WS-JR-STATE TO JRStateRate.
       MOVE WS-JR-COUNTY TO JRCountyRate.
       MOVE WS-JR-CITY TO JRCityRate.
       WRITE JurRateRecord.
       CLOSE JurRateFile.
       OPEN EXTEND RateChangeLog.
       MOVE SPACES TO RateChangeRecord.
       MOVE FUNCTION CURRENT-DATE TO RCLTimestamp.
       MOVE WS-CAT-INPUT TO RCLCategory.
       MOVE WS-EFF-DATE TO RCLEffDate.
       MOVE WS-OPERATOR-ID TO RCLOperatorID.
       MOVE WS-JUR-INPUT TO RCLJurCode.
       MOVE WS-JR-STATE TO RCLStateRate.
       MOVE WS-JR-COUNTY TO RCLCountyRate.
       MOVE WS-JR-CITY TO RCLCityRate.
       WRITE RateChangeRecord.
       CLOSE RateChangeLog.
       DISPLAY "Rates recorded for " WS-JUR-INPUT " " WS-CAT-INPUT
           " effective " WS-EFF-DATE.

AcceptJurRate.
       MOVE SPACES TO WS-JR-RATE-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-JR-RATE-INPUT IS NUMERIC
           DISPLAY "  as 5 digits, e.g. 06250 = 0.0625 : "
               WITH NO ADVANCING
           ACCEPT WS-JR-RATE-INPUT
           IF WS-JR-RATE-INPUT IS NOT NUMERIC
               DISPLAY "Rate must be 5 digits"
           END-IF
       END-PERFORM.
       COMPUTE WS-JR-WORK = FUNCTION NUMVAL(WS-JR-RATE-INPUT) / 10000.

SetHomeJurisdiction.
       PERFORM LoadJurisdictions.
       PERFORM ReadHomeJurisdiction.
       DISPLAY " ".
       DISPLAY "Store's jurisdiction now : " WS-HOME-JUR.
       MOVE SPACES TO WS-JUR-INPUT.
       DISPLAY "Jurisdiction code (blank = none) : " WITH NO ADVANCING.
       ACCEPT WS-JUR-INPUT.
       IF WS-JUR-INPUT NOT = SPACES
           PERFORM FindJurSlot
           IF WS-JUR-SLOT = 0
               DISPLAY "No such jurisdiction - set it up first"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       OPEN OUTPUT HomeJurFile.
       MOVE WS-JUR-INPUT TO HJJurCode.
       WRITE HomeJurRecord.
       CLOSE HomeJurFile.
       IF WS-JUR-INPUT = SPACES
           DISPLAY "Store taxes by taxrates.txt alone"
       ELSE
           DISPLAY "Store's jurisdiction set to " WS-JUR-INPUT
       END-IF.

ReadHomeJurisdiction.
       MOVE SPACES TO WS-HOME-JUR.
       OPEN INPUT HomeJurFile.
       READ HomeJurFile
           NOT AT END MOVE HJJurCode TO WS-HOME-JUR
       END-READ.
       CLOSE HomeJurFile.

FindJurSlot.
       MOVE 0 TO WS-JUR-SLOT.
       PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > JurCount OR WS-JUR-SLOT > 0
           IF Jr-Code(WS-JUR-IDX) = WS-JUR-INPUT
               MOVE WS-JUR-IDX TO WS-JUR-SLOT
           END-IF
       END-PERFORM.

LoadJurisdictions.
*> Read-ahead so a file too big for the table is KNOWN to be too
*> big - the change is refused rather than rewriting it truncated
       MOVE 0 TO JurCount.
       MOVE 'N' TO WS-JUR-EOF.
       MOVE 'N' TO WS-JUR-OVERFLOW.
       OPEN INPUT JurisdictionFile.
       PERFORM ReadJurisdiction.
       PERFORM UNTIL WS-JUR-EOF = 'Y' OR JurCount = 100
           ADD 1 TO JurCount
           MOVE JurCode TO Jr-Code(JurCount)
           MOVE JurState TO Jr-State(JurCount)
           MOVE JurCounty TO Jr-County(JurCount)
           MOVE JurCity TO Jr-City(JurCount)
           PERFORM ReadJurisdiction
       END-PERFORM.
       IF WS-JUR-EOF NOT = 'Y'
           MOVE 'Y' TO WS-JUR-OVERFLOW
       END-IF.
       CLOSE JurisdictionFile.

ReadJurisdiction.
       READ JurisdictionFile
           AT END MOVE 'Y' TO WS-JUR-EOF
       END-READ.

SaveJurisdictions.
       OPEN OUTPUT JurisdictionFile.
       PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > JurCount
           MOVE Jr-Code(WS-JUR-IDX) TO JurCode
           MOVE Jr-State(WS-JUR-IDX) TO JurState
           MOVE Jr-County(WS-JUR-IDX) TO JurCounty
           MOVE Jr-City(WS-JUR-IDX) TO JurCity
           WRITE JurisdictionRecord
       END-PERFORM.
       CLOSE JurisdictionFile.

LoadPostalCodes.
       MOVE 0 TO PostalCount.
       MOVE 'N' TO WS-PJ-EOF.
       MOVE 'N' TO WS-PJ-OVERFLOW.
       OPEN INPUT PostalJurFile.
       PERFORM ReadPostalCode.
       PERFORM UNTIL WS-PJ-EOF = 'Y' OR PostalCount = 2000
           ADD 1 TO PostalCount
           MOVE PJPostalCode TO Pj-Postal(PostalCount)
           MOVE PJJurCode TO Pj-JurCode(PostalCount)
           PERFORM ReadPostalCode
       END-PERFORM.
       IF WS-PJ-EOF NOT = 'Y'
           MOVE 'Y' TO WS-PJ-OVERFLOW
       END-IF.
       CLOSE PostalJurFile.

ReadPostalCode.
       READ PostalJurFile
           AT END MOVE 'Y' TO WS-PJ-EOF
       END-READ.

SavePostalCodes.
       OPEN OUTPUT PostalJurFile.
       PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
               UNTIL WS-PJ-IDX > PostalCount
           MOVE Pj-Postal(WS-PJ-IDX) TO PJPostalCode
           MOVE Pj-JurCode(WS-PJ-IDX) TO PJJurCode
           WRITE PostalJurRecord
       END-PERFORM.
       CLOSE PostalJurFile.

ListRestrictions.
       PERFORM LoadRestrictions.
       DISPLAY " ".
       DISPLAY "CAT  MINIMUM AGE".
       MOVE 0 TO WS-CR-SLOT.
       PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > RestrictCount
           IF Rs-Restricted(WS-CR-IDX) = 'Y'
               DISPLAY Rs-Category(WS-CR-IDX) " "
                   Rs-MinAge(WS-CR-IDX)
               ADD 1 TO WS-CR-SLOT
           END-IF
       END-PERFORM.
       IF WS-CR-SLOT = 0
           DISPLAY "No category is age restricted"
       END-IF.

SetRestriction.
       PERFORM LoadRestrictions.
       IF WS-CR-OVERFLOW = 'Y'
           DISPLAY "Restriction file larger than 100 rows - file "
               "left untouched"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       MOVE SPACES TO WS-CAT-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-CAT-INPUT NOT = SPACES
           DISPLAY "Category code : " WITH NO ADVANCING
           ACCEPT WS-CAT-INPUT
       END-PERFORM.
       MOVE SPACE TO WS-RESTRICT-INPUT.
       PERFORM WITH TEST AFTER
               UNTIL WS-RESTRICT-INPUT = 'Y' OR WS-RESTRICT-INPUT = 'N'
           DISPLAY "Age restricted? Y/N : " WITH NO ADVANCING
           ACCEPT WS-RESTRICT-INPUT
       END-PERFORM.
       MOVE "00" TO WS-AGE-INPUT.
       IF WS-RESTRICT-INPUT = 'Y'
           PERFORM WITH TEST AFTER
                   UNTIL WS-AGE-INPUT IS NUMERIC
                     AND WS-AGE-INPUT NOT = "00"
               DISPLAY "Minimum age as 2 digits, e.g. 19 : "
                   WITH NO ADVANCING
               ACCEPT WS-AGE-INPUT
           END-PERFORM
       END-IF.
       MOVE 0 TO WS-CR-SLOT.
       PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > RestrictCount OR WS-CR-SLOT > 0
           IF Rs-Category(WS-CR-IDX) = WS-CAT-INPUT
               MOVE WS-CR-IDX TO WS-CR-SLOT
           END-IF
       END-PERFORM.
       IF WS-CR-SLOT = 0
           IF RestrictCount = 100
               DISPLAY "Restriction file full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RestrictCount
           MOVE RestrictCount TO WS-CR-SLOT
           MOVE WS-CAT-INPUT TO Rs-Category(WS-CR-SLOT)
       END-IF.
       MOVE WS-RESTRICT-INPUT TO Rs-Restricted(WS-CR-SLOT).
       MOVE WS-AGE-INPUT TO Rs-MinAge(WS-CR-SLOT).
       PERFORM SaveRestrictions.
       IF WS-RESTRICT-INPUT = 'Y'
           DISPLAY WS-CAT-INPUT " restricted to buyers aged "
               WS-AGE-INPUT " and over"
       ELSE
           DISPLAY WS-CAT-INPUT " not age restricted"
       END-IF.

LoadRestrictions.
*> Read-ahead so a file too big for the table is KNOWN to be too
*> big - the change is refused rather than rewriting it truncated
       MOVE 0 TO RestrictCount.
       MOVE 'N' TO WS-CR-EOF.
       MOVE 'N' TO WS-CR-OVERFLOW.
       OPEN INPUT CatRestrictFile.
       PERFORM ReadRestriction.
       PERFORM UNTIL WS-CR-EOF = 'Y' OR RestrictCount = 100
           ADD 1 TO RestrictCount
           MOVE CRCategory TO Rs-Category(RestrictCount)
           MOVE CRRestricted TO Rs-Restricted(RestrictCount)
           MOVE CRMinAge TO Rs-MinAge(RestrictCount)
           PERFORM ReadRestriction
       END-PERFORM.
       IF WS-CR-EOF NOT = 'Y'
           MOVE 'Y' TO WS-CR-OVERFLOW
       END-IF.
       CLOSE CatRestrictFile.

ReadRestriction.
       READ CatRestrictFile
           AT END MOVE 'Y' TO WS-CR-EOF
       END-READ.

SaveRestrictions.
       OPEN OUTPUT CatRestrictFile.
       PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > RestrictCount
           MOVE Rs-Category(WS-CR-IDX) TO CRCategory
           MOVE Rs-Restricted(WS-CR-IDX) TO CRRestricted
           MOVE Rs-MinAge(WS-CR-IDX) TO CRMinAge
           WRITE CatRestrictRecord
       END-PERFORM.
       CLOSE CatRestrictFile.

SignOn.
       DISPLAY " ".
       DISPLAY "Operator Sign-On".

*> in force ON THE SALE DATE (same effective-date sift billing
*> does); a line whose tax doesn't recompute within a cent is
*> flagged on the report instead of quietly filed.
*> Lines stamped with a tax jurisdiction (SJJurisCode) are also split
*> among the authorities that levy it - state, county, city, from
*> jurisdictions.txt - in proportion to each one's rate in force on
*> the sale date (jurrates.txt through TAXJURIS), and recomputed at
*> that jurisdiction's rate. The report closes with the tax owed to
*> each authority; lines with no jurisdiction are totalled apart.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Output to taxremit_report.txt. Runs standalone; GOBACK +
*> RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL RateFile ASSIGN TO "taxrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL JurisdictionFile ASSIGN TO "jurisdictions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "taxremit_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           02 FILLER      PIC X VALUE SPACE.
           02 RateRecEffDate PIC 9(8).

*> Shared with TAXRATEMAINT via copybooks/JURISREC.cpy
FD JurisdictionFile.
       COPY JURISREC.

FD ReportFile.
       01 ReportLine PIC X(90).

               03 Rr-Rate PIC 9V99.
               03 Rr-EffDate PIC 9(8).
       01 WS-ROW-IDX PIC 9(3).
       01 WS-LINE-RATE PIC 9V9999.
       01 WS-BEST-EFF PIC 9(8).
       01 WS-EXPECTED-TAX PIC S9(8)V99.
       01 WS-TAX-DIFF PIC S9(8)V99.
           02 WS-D-EXEMPT PIC ----,---,--9.99.
           02 FILLER PIC X(6) VALUE "  TAX ".
           02 WS-D-TAX PIC ----,---,--9.99.
*> TAXJURIS linkage - the rates the line's jurisdiction levied on
*> its category the day it was rung
       01 WS-TJ-FUNCTION PIC X(4) VALUE 'RATE'.
       01 WS-TJ-POSTAL PIC X(10) VALUE SPACES.
       01 WS-TJ-STATUS PIC XX.
       01 WS-TJ-RATES.
           05 WS-TJ-STATE-RATE PIC 9V9999.
           05 WS-TJ-COUNTY-RATE PIC 9V9999.
           05 WS-TJ-CITY-RATE PIC 9V9999.
           05 WS-TJ-TOTAL-RATE PIC 9V9999.
       01 WS-JUR-EOF PIC X VALUE 'N'.
       01 WS-JUR-IDX PIC 9(3).
       01 WS-JUR-SLOT PIC 9(3).
*> Jurisdictions on file, loaded once. The DEPENDING ON counters
*> must be declared ahead of the tables they size
       01 JurCount PIC 9(3) VALUE ZERO.
       01 JurTable.
           02 JurEntry OCCURS 0 TO 100 TIMES
                   DEPENDING ON JurCount.
               03 Jr-Code PIC X(6).
               03 Jr-State PIC X(2).
               03 Jr-County PIC X(12).
               03 Jr-City PIC X(12).
*> Tax owed per authority - one row per state, county or city met
       01 AuthCount PIC 9(3) VALUE ZERO.
       01 AuthTable.
           02 AuthEntry OCCURS 0 TO 200 TIMES
                   DEPENDING ON AuthCount.
               03 Au-Level PIC X(6).
               03 Au-Name PIC X(12).
               03 Au-Taxable PIC S9(9)V99.
               03 Au-Exempt PIC S9(9)V99.
               03 Au-Tax PIC S9(9)V99.
       01 WS-AU-IDX PIC 9(3).
       01 WS-AU-SLOT PIC 9(3).
       01 WS-AU-LEVEL PIC X(6).
       01 WS-AU-NAME PIC X(12).
       01 WS-AU-SHARE PIC S9(8)V99.
       01 WS-AU-FULL PIC X VALUE 'N'.
*> The line's tax split three ways; the last authority levying
*> anything takes the rounding remainder
       01 WS-STATE-SHARE PIC S9(8)V99.
       01 WS-COUNTY-SHARE PIC S9(8)V99.
       01 WS-CITY-SHARE PIC S9(8)V99.
*> Lines with no jurisdiction, no jurisdiction rate in force, or no
*> room left in the authority table
       01 WS-NJ-TAXABLE PIC S9(10)V99 VALUE ZERO.
       01 WS-NJ-EXEMPT PIC S9(10)V99 VALUE ZERO.
       01 WS-NJ-TAX PIC S9(10)V99 VALUE ZERO.
       01 WS-AUTH-LINE.
           02 WS-A-LEVEL PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-A-NAME PIC X(12).
           02 FILLER PIC X(10) VALUE "  TAXABLE ".
           02 WS-A-TAXABLE PIC ----,---,--9.99.
           02 FILLER PIC X(9) VALUE "  EXEMPT ".
           02 WS-A-EXEMPT PIC ----,---,--9.99.
           02 FILLER PIC X(6) VALUE "  TAX ".
           02 WS-A-TAX PIC ----,---,--9.99.
       01 WS-FLAG-LINE.
           02 FILLER PIC X(9) VALUE "CHECK RCT".
           02 WS-F-RECEIPT PIC 9(6).
           02 WS-F-ACTUAL PIC ----,--9.99.
           02 FILLER PIC X(11) VALUE " EXPECTED ".
           02 WS-F-EXPECTED PIC ----,--9.99.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "TAXREMIT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       MOVE WS-PERIOD-INPUT TO WS-PERIOD.
       PERFORM InitCategories.
       PERFORM LoadRateRows.
       PERFORM LoadJurisdictions.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "TAXREMIT: unable to open taxremit_report.txt, "
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "SALES TAX REMITTANCE REPORT FOR " WS-PERIOD
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO EndOfFile.
       MOVE WS-GT-TAX TO WS-D-TAX.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM WriteAuthorities.
       MOVE SPACES TO ReportLine.
       STRING "LINES FLAGGED FOR REVIEW: " WS-FLAGGED
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       DISPLAY "Tax remittance report written. Flagged lines: "
           WS-FLAGGED.
       MOVE 0 TO RETURN-CODE.
           ADD SJItemCost TO WS-CT-TAXABLE(WS-CAT-SLOT)
       END-IF.
       ADD SJItemTax TO WS-CT-TAX(WS-CAT-SLOT).
       MOVE "23" TO WS-TJ-STATUS.
       IF SJJurisCode NOT = SPACES
           CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
               SJJurisCode, SJCategory, SJDate, WS-TJ-RATES,
               WS-TJ-STATUS
           END-CALL
       END-IF.
       PERFORM SplitLineTax.
       PERFORM RecomputeLineTax.

SplitLineTax.
*> Each authority's share of the line's tax in proportion to its
*> rate. A line that can't be split - no jurisdiction, no rate in
*> force, a jurisdiction gone from the file - is owed as before
       MOVE 0 TO WS-JUR-SLOT.
       IF WS-TJ-STATUS = "00" AND WS-TJ-TOTAL-RATE > ZERO
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX > JurCount OR WS-JUR-SLOT > 0
               IF Jr-Code(WS-JUR-IDX) = SJJurisCode
                   MOVE WS-JUR-IDX TO WS-JUR-SLOT
               END-IF
           END-PERFORM
       END-IF.
       IF WS-JUR-SLOT = 0
           PERFORM AddNoJurisdiction
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-STATE-SHARE ROUNDED =
           SJItemTax * WS-TJ-STATE-RATE / WS-TJ-TOTAL-RATE.
       COMPUTE WS-COUNTY-SHARE ROUNDED =
           SJItemTax * WS-TJ-COUNTY-RATE / WS-TJ-TOTAL-RATE.
       COMPUTE WS-CITY-SHARE ROUNDED =
           SJItemTax * WS-TJ-CITY-RATE / WS-TJ-TOTAL-RATE.
       EVALUATE TRUE
           WHEN WS-TJ-CITY-RATE > ZERO
               COMPUTE WS-CITY-SHARE =
                   SJItemTax - WS-STATE-SHARE - WS-COUNTY-SHARE
           WHEN WS-TJ-COUNTY-RATE > ZERO
               COMPUTE WS-COUNTY-SHARE = SJItemTax - WS-STATE-SHARE
           WHEN OTHER
               MOVE SJItemTax TO WS-STATE-SHARE
       END-EVALUATE.
       MOVE "STATE" TO WS-AU-LEVEL.
       MOVE Jr-State(WS-JUR-SLOT) TO WS-AU-NAME.
       MOVE WS-STATE-SHARE TO WS-AU-SHARE.
       PERFORM AddToAuthority.
       IF Jr-County(WS-JUR-SLOT) NOT = SPACES
           MOVE "COUNTY" TO WS-AU-LEVEL
           MOVE Jr-County(WS-JUR-SLOT) TO WS-AU-NAME
           MOVE WS-COUNTY-SHARE TO WS-AU-SHARE
           PERFORM AddToAuthority
       END-IF.
       IF Jr-City(WS-JUR-SLOT) NOT = SPACES
           MOVE "CITY" TO WS-AU-LEVEL
           MOVE Jr-City(WS-JUR-SLOT) TO WS-AU-NAME
           MOVE WS-CITY-SHARE TO WS-AU-SHARE
           PERFORM AddToAuthority
       END-IF.

AddToAuthority.
       MOVE 0 TO WS-AU-SLOT.
       PERFORM VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > AuthCount OR WS-AU-SLOT > 0
           IF Au-Level(WS-AU-IDX) = WS-AU-LEVEL
                   AND Au-Name(WS-AU-IDX) = WS-AU-NAME
               MOVE WS-AU-IDX TO WS-AU-SLOT
           END-IF
       END-PERFORM.
       IF WS-AU-SLOT = 0
           IF AuthCount = 200
               IF WS-AU-FULL = 'N'
                   DISPLAY "TAXREMIT: more than 200 authorities - "
                       "the rest totalled with no jurisdiction"
                   MOVE 'Y' TO WS-AU-FULL
               END-IF
               ADD WS-AU-SHARE TO WS-NJ-TAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AuthCount
           MOVE AuthCount TO WS-AU-SLOT
           MOVE WS-AU-LEVEL TO Au-Level(WS-AU-SLOT)
           MOVE WS-AU-NAME TO Au-Name(WS-AU-SLOT)
           MOVE ZERO TO Au-Taxable(WS-AU-SLOT)
           MOVE ZERO TO Au-Exempt(WS-AU-SLOT)
           MOVE ZERO TO Au-Tax(WS-AU-SLOT)
       END-IF.
       IF SJExemptCert NOT = SPACES
           ADD SJItemCost TO Au-Exempt(WS-AU-SLOT)
       ELSE
           ADD SJItemCost TO Au-Taxable(WS-AU-SLOT)
       END-IF.
       ADD WS-AU-SHARE TO Au-Tax(WS-AU-SLOT).

AddNoJurisdiction.
       IF SJExemptCert NOT = SPACES
           ADD SJItemCost TO WS-NJ-EXEMPT
       ELSE
           ADD SJItemCost TO WS-NJ-TAXABLE
       END-IF.
       ADD SJItemTax TO WS-NJ-TAX.

WriteAuthorities.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "TAX OWED BY AUTHORITY" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > AuthCount
           MOVE Au-Level(WS-AU-IDX) TO WS-A-LEVEL
           MOVE Au-Name(WS-AU-IDX) TO WS-A-NAME
           MOVE Au-Taxable(WS-AU-IDX) TO WS-A-TAXABLE
           MOVE Au-Exempt(WS-AU-IDX) TO WS-A-EXEMPT
           MOVE Au-Tax(WS-AU-IDX) TO WS-A-TAX
           MOVE WS-AUTH-LINE TO ReportLine
           WRITE ReportLine
       END-PERFORM.
       IF WS-NJ-TAXABLE NOT = ZERO OR WS-NJ-EXEMPT NOT = ZERO
               OR WS-NJ-TAX NOT = ZERO
           MOVE "NONE" TO WS-A-LEVEL
           MOVE "NO JURISDIC." TO WS-A-NAME
           MOVE WS-NJ-TAXABLE TO WS-A-TAXABLE
           MOVE WS-NJ-EXEMPT TO WS-A-EXEMPT
           MOVE WS-NJ-TAX TO WS-A-TAX
           MOVE WS-AUTH-LINE TO ReportLine
           WRITE ReportLine
       END-IF.

LoadJurisdictions.
       OPEN INPUT JurisdictionFile.
       PERFORM UNTIL WS-JUR-EOF = 'Y' OR JurCount = 100
           READ JurisdictionFile
               AT END MOVE 'Y' TO WS-JUR-EOF
           END-READ
           IF WS-JUR-EOF NOT = 'Y'
               ADD 1 TO JurCount
               MOVE JurCode TO Jr-Code(JurCount)
               MOVE JurState TO Jr-State(JurCount)
               MOVE JurCounty TO Jr-County(JurCount)
               MOVE JurCity TO Jr-City(JurCount)
           END-IF
       END-PERFORM.
       CLOSE JurisdictionFile.

RecomputeLineTax.
*> The rate in force on the sale date: the base rate, improved by
*> any taxrates.txt row for the category with the latest effective
*> date at or before the sale - or the line's jurisdiction rate when
*> it had one. An exempt line should carry no tax
       MOVE WS-CT-BASE-RATE(WS-CAT-SLOT) TO WS-LINE-RATE.
       MOVE ZERO TO WS-BEST-EFF.
       PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               MOVE Rr-EffDate(WS-ROW-IDX) TO WS-BEST-EFF
           END-IF
       END-PERFORM.
       *> A jurisdiction rate in force overrides, as it did at billing
       IF WS-TJ-STATUS = "00"
           MOVE WS-TJ-TOTAL-RATE TO WS-LINE-RATE
       END-IF.
       IF SJExemptCert NOT = SPACES
           MOVE ZERO TO WS-EXPECTED-TAX
       ELSE
           END-IF
       END-PERFORM.
       CLOSE RateFile.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "taxremit_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

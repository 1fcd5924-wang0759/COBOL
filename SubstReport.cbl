       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUBSTREPORT.
*> Monthly substitution report for purchasing. Every time ORDERENTRY
*> filled a line with an alternate because the SKU ordered was out,
*> it logged the swap to substlog.txt; this totals the month's log
*> by the SKU that was asked for - how many order lines went to a
*> substitute and how many units - busiest first, so the items we
*> keep running out of sit at the top. The alternates that stood in
*> are listed under each SKU, with products.dat descriptions where
*> the product master is available.
*> Written to substreport.txt. The month comes from substparm.txt
*> (YYYYMM) when present, otherwise the month before the run date -
*> run early in the month it reports the month just ended.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL SubstLogFile ASSIGN TO "substlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL ParmFile ASSIGN TO "substparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "substreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with ORDERENTRY via copybooks/SUBLOGREC.cpy
FD SubstLogFile.
       COPY SUBLOGREC.

*> Shared with PRODMAINT/ORDERENTRY via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

FD ParmFile.
       01 ParmRecord.
           02 ParmPeriod PIC 9(6).

FD ReportFile.
       01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-PERIOD PIC 9(6).
       01 WS-YEAR PIC 9(4).
       01 WS-MONTH PIC 9(2).
*> One row per SKU asked for, and one per SKU/alternate pair under
*> it. The DEPENDING ON counters must be declared ahead of the
*> tables they size
       01 SsCount PIC 9(4) VALUE ZERO.
       01 SsTable.
           02 SsEntry OCCURS 0 TO 1000 TIMES DEPENDING ON SsCount.
               03 Ss-SKU PIC X(10).
               03 Ss-Lines PIC 9(5).
               03 Ss-Qty PIC 9(7).
               03 Ss-Printed PIC X.
       01 SaCount PIC 9(4) VALUE ZERO.
       01 SaTable.
           02 SaEntry OCCURS 0 TO 2000 TIMES DEPENDING ON SaCount.
               03 Sa-SKU PIC X(10).
               03 Sa-AltSKU PIC X(10).
               03 Sa-Lines PIC 9(5).
               03 Sa-Qty PIC 9(7).
       01 WS-SS-IDX PIC 9(4).
       01 WS-SS-SLOT PIC 9(4).
       01 WS-SA-IDX PIC 9(4).
       01 WS-SA-SLOT PIC 9(4).
       01 WS-OVERFLOW PIC X VALUE 'N'.
       01 WS-T-LINES PIC 9(6) VALUE ZERO.
       01 WS-T-QTY PIC 9(8) VALUE ZERO.
       01 WS-DESCRIPTION PIC X(30).
       01 WS-DETAIL-LINE.
           02 WS-D-SKU PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-DESC PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-D-LINES PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-D-QTY PIC ZZZZZZ9.
       01 WS-ALT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "TOOK -> ".
           02 WS-A-SKU PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-A-DESC PIC X(20).
           02 WS-A-LINES PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-A-QTY PIC ZZZZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "SUBSTREPORT".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM SetPeriod.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       PERFORM LoadSubstLog.
       IF WS-OVERFLOW = 'Y'
           DISPLAY "SUBSTREPORT: more SKUs substituted than the "
               "report holds - totals cover the first ones only"
       END-IF.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "SUBSTREPORT: unable to open substreport.txt, "
               "status " WS-REPORT-STATUS
           IF WS-PRODUCTS-OPEN = 'Y'
               CLOSE ProductFile
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO ReportLine.
       STRING "OUT-OF-STOCK SUBSTITUTIONS FOR " WS-PERIOD
           "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "SKU ORDERED DESCRIPTION                     "
           "LINES      UNITS" DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM PrintBusiest UNTIL WS-SS-SLOT = 0.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE "TOTAL" TO WS-D-SKU.
       MOVE WS-T-LINES TO WS-D-LINES.
       MOVE WS-T-QTY TO WS-D-QTY.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       DISPLAY "Substitution report written for " WS-PERIOD
           " - " SsCount " SKUs substituted on " WS-T-LINES " lines".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

SetPeriod.
       MOVE WS-RUN-DATE(1:4) TO WS-YEAR.
       MOVE WS-RUN-DATE(5:2) TO WS-MONTH.
       IF WS-MONTH = 1
           MOVE 12 TO WS-MONTH
           SUBTRACT 1 FROM WS-YEAR
       ELSE
           SUBTRACT 1 FROM WS-MONTH
       END-IF.
       COMPUTE WS-PERIOD = WS-YEAR * 100 + WS-MONTH.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF ParmPeriod IS NUMERIC
               MOVE ParmPeriod TO WS-PERIOD
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadSubstLog.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT SubstLogFile.
       PERFORM UNTIL AtEndOfFile
           READ SubstLogFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile
               IF SLDate(1:6) = WS-PERIOD
                   PERFORM TallyOneSwap
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SubstLogFile.
*> Primes the busiest-first print loop
       MOVE 1 TO WS-SS-SLOT.

TallyOneSwap.
       MOVE 0 TO WS-SS-SLOT.
       PERFORM VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > SsCount OR WS-SS-SLOT > 0
           IF Ss-SKU(WS-SS-IDX) = SLOrderedSKU
               MOVE WS-SS-IDX TO WS-SS-SLOT
           END-IF
       END-PERFORM.
       IF WS-SS-SLOT = 0
           IF SsCount = 1000
               MOVE 'Y' TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SsCount
           MOVE SsCount TO WS-SS-SLOT
           MOVE SLOrderedSKU TO Ss-SKU(WS-SS-SLOT)
           MOVE ZERO TO Ss-Lines(WS-SS-SLOT)
           MOVE ZERO TO Ss-Qty(WS-SS-SLOT)
           MOVE 'N' TO Ss-Printed(WS-SS-SLOT)
       END-IF.
       ADD 1 TO Ss-Lines(WS-SS-SLOT).
       ADD SLQty TO Ss-Qty(WS-SS-SLOT).
       ADD 1 TO WS-T-LINES.
       ADD SLQty TO WS-T-QTY.
       MOVE 0 TO WS-SA-SLOT.
       PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > SaCount OR WS-SA-SLOT > 0
           IF Sa-SKU(WS-SA-IDX) = SLOrderedSKU
                   AND Sa-AltSKU(WS-SA-IDX) = SLSubstSKU
               MOVE WS-SA-IDX TO WS-SA-SLOT
           END-IF
       END-PERFORM.
       IF WS-SA-SLOT = 0
           IF SaCount = 2000
               MOVE 'Y' TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SaCount
           MOVE SaCount TO WS-SA-SLOT
           MOVE SLOrderedSKU TO Sa-SKU(WS-SA-SLOT)
           MOVE SLSubstSKU TO Sa-AltSKU(WS-SA-SLOT)
           MOVE ZERO TO Sa-Lines(WS-SA-SLOT)
           MOVE ZERO TO Sa-Qty(WS-SA-SLOT)
       END-IF.
       ADD 1 TO Sa-Lines(WS-SA-SLOT).
       ADD SLQty TO Sa-Qty(WS-SA-SLOT).

PrintBusiest.
*> The unprinted SKU substituted on the most lines goes next; none
*> left ends the loop
       MOVE 0 TO WS-SS-SLOT.
       PERFORM VARYING WS-SS-IDX FROM 1 BY 1 UNTIL WS-SS-IDX > SsCount
           IF Ss-Printed(WS-SS-IDX) = 'N'
               IF WS-SS-SLOT = 0
                   MOVE WS-SS-IDX TO WS-SS-SLOT
               ELSE
                   IF Ss-Lines(WS-SS-IDX) > Ss-Lines(WS-SS-SLOT)
                       MOVE WS-SS-IDX TO WS-SS-SLOT
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       IF WS-SS-SLOT = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO Ss-Printed(WS-SS-SLOT).
       MOVE Ss-SKU(WS-SS-SLOT) TO ProdSKU.
       PERFORM LookUpDescription.
       MOVE SPACES TO WS-DETAIL-LINE.
       MOVE Ss-SKU(WS-SS-SLOT) TO WS-D-SKU.
       MOVE WS-DESCRIPTION TO WS-D-DESC.
       MOVE Ss-Lines(WS-SS-SLOT) TO WS-D-LINES.
       MOVE Ss-Qty(WS-SS-SLOT) TO WS-D-QTY.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-SA-IDX FROM 1 BY 1 UNTIL WS-SA-IDX > SaCount
           IF Sa-SKU(WS-SA-IDX) = Ss-SKU(WS-SS-SLOT)
               MOVE Sa-AltSKU(WS-SA-IDX) TO ProdSKU
               PERFORM LookUpDescription
               MOVE Sa-AltSKU(WS-SA-IDX) TO WS-A-SKU
               MOVE WS-DESCRIPTION TO WS-A-DESC
               MOVE Sa-Lines(WS-SA-IDX) TO WS-A-LINES
               MOVE Sa-Qty(WS-SA-IDX) TO WS-A-QTY
               MOVE WS-ALT-LINE TO ReportLine
               WRITE ReportLine
           END-IF
       END-PERFORM.

LookUpDescription.
       MOVE SPACES TO WS-DESCRIPTION.
       IF WS-PRODUCTS-OPEN = 'Y'
           READ ProductFile
               INVALID KEY MOVE "(not on product master)"
                   TO WS-DESCRIPTION
               NOT INVALID KEY MOVE ProdDescription TO WS-DESCRIPTION
           END-READ
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "substreport.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

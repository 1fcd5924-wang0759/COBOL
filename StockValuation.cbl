*> ProdUnitCost, and totals into stockval_report.txt. Items with no
*> product record or a zero cost are listed as unvalued instead of
*> quietly counting as worthless.
*> Stock is held per location, so each location is valued under its
*> own heading with its own subtotal; goods shipped by STOCKXFER and
*> not yet received (transfers.txt) belong to neither end and are
*> valued in their own section, and the company-wide total is every
*> location plus what is in transit.
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER month-end step; GOBACK +
*> RETURN-CODE report success/failure either way.
ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
*> Transfers still on the van
       SELECT OPTIONAL TransferFile ASSIGN TO "transfers.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "stockval_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with STOCKXFER via copybooks/XFERREC.cpy
FD TransferFile.
       COPY XFERREC.

FD ReportFile.
       01 ReportLine PIC X(90).

       01 WS-TOT-VALUE PIC S9(10)V99 VALUE ZERO.
       01 WS-TOT-QUAR PIC S9(10)V99 VALUE ZERO.
       01 WS-UNVALUED PIC 9(4) VALUE ZERO.
       01 WS-COST-SKU PIC X(10).
       01 WS-CUR-LOC PIC X(4) VALUE HIGH-VALUES.
       01 WS-LOC-VALUE PIC S9(10)V99 VALUE ZERO.
       01 WS-LOC-QUAR PIC S9(10)V99 VALUE ZERO.
       01 WS-TRANSIT-VALUE PIC S9(10)V99 VALUE ZERO.
       01 WS-TRANSIT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-COMPANY-VALUE PIC S9(10)V99 VALUE ZERO.
       01 WS-XF-EOF PIC X.
*> STOCKLOC linkage - the location name for each heading
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-SL-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-DETAIL-LINE.
           02 WS-D-PRODNAME PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-D-COST PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(10) VALUE "  VALUE: ".
           02 WS-D-VALUE PIC ----,---,--9.99.
       01 WS-TRANSIT-LINE.
           02 FILLER PIC X(5) VALUE "XFER ".
           02 WS-T-NUM PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 WS-T-PRODNAME PIC X(10).
           02 FILLER PIC X VALUE '/'.
           02 WS-T-SIZE PIC X.
           02 FILLER PIC X(6) VALUE "  QTY ".
           02 WS-T-QTY PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-T-FROM PIC X(4).
           02 FILLER PIC X(4) VALUE " -> ".
           02 WS-T-TO PIC X(4).
           02 FILLER PIC X(10) VALUE "  VALUE: ".
           02 WS-T-VALUE PIC ----,---,--9.99.
*> BIZDATE linkage - report headings carry the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "STOCKVALUE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       STRING "STOCK VALUATION AT COST" "  BUSINESS DATE " WS-RUN-DATE
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       PERFORM ReadStock.
       PERFORM UNTIL AtEndOfFile
           IF StockLocation NOT = WS-CUR-LOC
               PERFORM StartLocation
           END-IF
           PERFORM ValueOneItem
           PERFORM ReadStock
       END-PERFORM.
       IF WS-CUR-LOC NOT = HIGH-VALUES
           PERFORM EndLocation
       END-IF.
       PERFORM ValueInTransit.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "COMPANY-WIDE" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "TOTAL VALUE AT COST (ON HAND): "
           DELIMITED BY SIZE INTO ReportLine.
       MOVE WS-TOT-QUAR TO WS-D-VALUE.
       MOVE WS-D-VALUE TO ReportLine(32:15).
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "TOTAL VALUE IN TRANSIT:        "
           DELIMITED BY SIZE INTO ReportLine.
       MOVE WS-TRANSIT-VALUE TO WS-D-VALUE.
       MOVE WS-D-VALUE TO ReportLine(32:15).
       WRITE ReportLine.
       COMPUTE WS-COMPANY-VALUE = WS-TOT-VALUE + WS-TRANSIT-VALUE.
       MOVE SPACES TO ReportLine.
       STRING "COMPANY TOTAL AT COST:         "
           DELIMITED BY SIZE INTO ReportLine.
       MOVE WS-COMPANY-VALUE TO WS-D-VALUE.
       MOVE WS-D-VALUE TO ReportLine(32:15).
       WRITE ReportLine.
       IF WS-UNVALUED > 0
           MOVE SPACES TO ReportLine
           STRING "ITEMS WITHOUT A USABLE COST: " WS-UNVALUED
           WRITE ReportLine
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

StartLocation.
       IF WS-CUR-LOC NOT = HIGH-VALUES
           PERFORM EndLocation
       END-IF.
       MOVE StockLocation TO WS-CUR-LOC.
       MOVE ZERO TO WS-LOC-VALUE.
       MOVE ZERO TO WS-LOC-QUAR.
       MOVE 'FIND' TO WS-SL-FUNCTION.
       MOVE StockLocation TO WS-SL-LOC.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-SL-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "LOCATION " StockLocation "  " WS-SL-NAME
           DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.

EndLocation.
       MOVE SPACES TO ReportLine.
       STRING "  LOCATION " WS-CUR-LOC " ON HAND:       "
           DELIMITED BY SIZE INTO ReportLine.
       MOVE WS-LOC-VALUE TO WS-D-VALUE.
       MOVE WS-D-VALUE TO ReportLine(32:15).
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "  LOCATION " WS-CUR-LOC " QUARANTINE:    "
           DELIMITED BY SIZE INTO ReportLine.
       MOVE WS-LOC-QUAR TO WS-D-VALUE.
       MOVE WS-D-VALUE TO ReportLine(32:15).
       WRITE ReportLine.

ValueInTransit.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "IN TRANSIT BETWEEN LOCATIONS" TO ReportLine.
       WRITE ReportLine.
       MOVE 'N' TO WS-XF-EOF.
       OPEN INPUT TransferFile.
       PERFORM UNTIL WS-XF-EOF = 'Y'
           READ TransferFile
               AT END MOVE 'Y' TO WS-XF-EOF
           END-READ
           IF WS-XF-EOF NOT = 'Y'
               IF XfInTransit
                   PERFORM ValueOneTransfer
               END-IF
           END-IF
       END-PERFORM.
       CLOSE TransferFile.
       IF WS-TRANSIT-COUNT = 0
           MOVE "  NOTHING IN TRANSIT" TO ReportLine
           WRITE ReportLine
       END-IF.

ValueOneTransfer.
       ADD 1 TO WS-TRANSIT-COUNT.
       MOVE XfProdName TO WS-COST-SKU.
       PERFORM LookUpUnitCost.
       MOVE XfNum TO WS-T-NUM.
       MOVE XfProdName TO WS-T-PRODNAME.
       MOVE XfSize TO WS-T-SIZE.
       MOVE XfQty TO WS-T-QTY.
       MOVE XfFromLoc TO WS-T-FROM.
       MOVE XfToLoc TO WS-T-TO.
       IF WS-COST-KNOWN = 'Y'
           COMPUTE WS-ITEM-VALUE = XfQty * WS-UNIT-COST
           ADD WS-ITEM-VALUE TO WS-TRANSIT-VALUE
           MOVE WS-ITEM-VALUE TO WS-T-VALUE
           MOVE WS-TRANSIT-LINE TO ReportLine
       ELSE
           ADD 1 TO WS-UNVALUED
           MOVE ZERO TO WS-T-VALUE
           MOVE WS-TRANSIT-LINE TO ReportLine
           MOVE "  (NO COST)" TO ReportLine(70:11)
       END-IF.
       WRITE ReportLine.

LookUpUnitCost.
       MOVE 'N' TO WS-COST-KNOWN.
       MOVE ZERO TO WS-UNIT-COST.
       IF WS-PRODUCTS-OPEN = 'Y'
           MOVE WS-COST-SKU TO ProdSKU
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   END-IF
           END-READ
       END-IF.

ValueOneItem.
       MOVE StockProdName TO WS-COST-SKU.
       PERFORM LookUpUnitCost.
       MOVE StockProdName TO WS-D-PRODNAME.
       MOVE StockSize TO WS-D-SIZE.
       MOVE StockOnHand TO WS-D-ONHAND.
           COMPUTE WS-QUAR-VALUE = StockQuarantine * WS-UNIT-COST
           ADD WS-ITEM-VALUE TO WS-TOT-VALUE
           ADD WS-QUAR-VALUE TO WS-TOT-QUAR
           ADD WS-ITEM-VALUE TO WS-LOC-VALUE
           ADD WS-QUAR-VALUE TO WS-LOC-QUAR
           MOVE WS-UNIT-COST TO WS-D-COST
           MOVE WS-ITEM-VALUE TO WS-D-VALUE
           MOVE WS-DETAIL-LINE TO ReportLine
           MOVE "  (NO COST)" TO ReportLine(70:11)
           WRITE ReportLine
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "stockval_report.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.

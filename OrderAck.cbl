       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDERACK.
*> Nightly order acknowledgements. Every order taken today (OrderDate
*> is the run date - ORDERENTRY, STANDINGRUN, QUOTEENTRY conversions
*> and ORDERIMPORT all stamp it) or changed today through ORDERMAINT
*> (an ordamend.txt entry dated today) gets one acknowledgement in
*> orderack.txt for the customer: the order number, date and the
*> customer's PO reference, the customer's name and mailing address
*> from CUSTREC, the delivery address from shipto.txt when the order
*> ships somewhere else, then every line with quantity, unit price
*> and extended amount, the order total, and whatever of it is still
*> owed on backorder.txt so the customer knows what follows later.
*> An order cancelled today is acknowledged as cancelled. Documents
*> are laid out the way CUSTSTMT lays out a statement and separated
*> by a blank line the way CUSTLABELS separates labels.
*> orderack.txt is rebuilt every run - it holds tonight's documents
*> only. Belongs after STANDINGRUN in the nightly chain (or DAILY
*> after it in jobcal.txt) so the standing orders it cuts are
*> acknowledged the same night.
*> What it read and wrote - record counts and money totals - goes
*> on ctltotals.txt (CTLTOTAL) for CTLBALANCE to balance run to run.
*> Run in a training session (TRNMODE) it works on the practice
*> data set and heads its report TRAINING.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL OrderDetailFile ASSIGN TO "orderdetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BackorderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> ORDERMAINT's change trail - what says an order was amended today
       SELECT OPTIONAL AmendLogFile ASSIGN TO "ordamend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AckFile ASSIGN TO "orderack.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDDTLREC.cpy
FD OrderDetailFile.
       01 OrderDetailData.
           COPY ORDDTLREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with coboltut.cbl/ORDERENTRY via copybooks/SHIPTOREC.cpy
FD ShipToFile.
       COPY SHIPTOREC.

*> Shared with ORDERENTRY/STOCKRECEIVE via copybooks/BACKORDREC.cpy
FD BackorderFile.
       COPY BACKORDREC.

*> Same layout ORDERMAINT writes
FD AmendLogFile.
       01 AmendLogRecord.
           02 AmTimestamp PIC X(21).
           02 FILLER PIC X VALUE SPACE.
           02 AmOrderNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 AmAction PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 AmProdName PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 AmSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 AmOldQty PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 AmNewQty PIC 9(3).

FD AckFile.
       01 AckLine PIC X(80).

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-DTL-EOF PIC X.
       01 WS-SHIPTO-EOF PIC X.
       01 WS-SHIPTO-FOUND PIC X.
       01 WS-BO-EOF PIC X.
       01 WS-AMEND-EOF PIC X.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-AMENDED PIC X.
       01 WS-SEEK-ORDER PIC 9(6).
       01 WS-CUST-FOUND PIC X.
       01 WS-IDX PIC 9(3).
       01 WS-LINE-COUNT PIC 9(3).
       01 WS-UNIT-PRICE PIC 9(6)V99.
       01 WS-ORDER-TOTAL PIC 9(7)V99.
       01 WS-ACK-COUNT PIC 9(5) VALUE ZERO.
*> Orders ORDERMAINT touched today, each once however many changes
*> it logged. The DEPENDING ON counter must be declared ahead of the
*> table it sizes
       01 AmdCount PIC 9(3) VALUE ZERO.
       01 AmendTable.
           02 AmdEntry OCCURS 0 TO 500 TIMES DEPENDING ON AmdCount.
               03 Amd-OrderNum PIC 9(6).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(23) VALUE "ORDER ACKNOWLEDGEMENT  ".
           02 WS-T-STATE PIC X(10).
       01 WS-ORDER-LINE.
           02 FILLER PIC X(8) VALUE "  ORDER ".
           02 WS-O-NUM PIC 9(6).
           02 FILLER PIC X(8) VALUE "  DATED ".
           02 WS-O-DATE PIC 9(8).
           02 FILLER PIC X(11) VALUE "  YOUR PO  ".
           02 WS-O-PO PIC X(15).
       01 WS-NAME-LINE.
           02 WS-N-FIRSTNAME PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 WS-N-LASTNAME PIC X(15).
       01 WS-DELIVER-LINE.
           02 FILLER PIC X(13) VALUE "  DELIVER TO ".
           02 WS-D-ADDRESS PIC X(30).
       01 WS-DETAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-L-QTY PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-L-SKU PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-L-SIZE PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-L-UNIT PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-L-EXTENDED PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           *> "DROP SHIP" when the vendor sends it direct, otherwise
           *> the date the line was promised for (blank if none)
           02 WS-L-NOTE PIC X(20).
       01 WS-PROMISE-NOTE.
           02 FILLER PIC X(4) VALUE "DUE ".
           02 WS-PN-DATE PIC 9(8).
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(18) VALUE "  ORDER TOTAL     ".
           02 WS-TT-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-BACKORDER-LINE.
           02 FILLER PIC X(18) VALUE "  BACKORDERED     ".
           02 WS-B-QTY PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-B-SKU PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-B-SIZE PIC X.
           02 FILLER PIC X(16) VALUE "  TO FOLLOW".
*> CTLTOTAL linkage - the counts and money totals this step vouches
*> for, balanced run to run by CTLBALANCE
       01 WS-CT-STEP PIC X(12) VALUE "ORDERACK".
       01 WS-CT-METRIC PIC X(12).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-ORDERS-READ PIC 9(9) VALUE ZERO.
       01 WS-CT-ACK-AMOUNT PIC S9(11)V99 VALUE ZERO.

*> TRNMODE linkage - run in a training session this works on the
*> practice data set, and says so
       01 WS-TM-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "ORDERACK: *** TRAINING *** practice data set"
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadTodaysAmendments.
       IF AmdCount > 500
           *> Table full - refuse rather than leave some of today's
           *> amended orders unacknowledged
           DISPLAY "ORDERACK: more than 500 orders amended today - "
               "nothing printed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT AckFile.
       IF WS-ACK-STATUS NOT = "00"
           DISPLAY "ORDERACK: unable to open orderack.txt, status "
               WS-ACK-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-TM-FLAG = 'Y'
           MOVE "*** TRAINING *** practice data - not a live document"
               TO AckLine
           WRITE AckLine
       END-IF.
       OPEN INPUT OrderHeaderFile.
       IF WS-ORDHDR-STATUS = "35"
           *> No order book yet - nothing to acknowledge is not a
           *> failure of the nightly chain
           CLOSE AckFile
           DISPLAY "ORDERACK: no orders on file - nothing to "
               "acknowledge"
           PERFORM RecordControlTotals
           MOVE 0 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-ORDHDR-STATUS NOT = "00"
           DISPLAY "ORDERACK: unable to open orderhdr.dat, status "
               WS-ORDHDR-STATUS
           CLOSE AckFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM ReadOrderHeader.
       PERFORM UNTIL AtEndOfFile
           ADD 1 TO WS-CT-ORDERS-READ
           MOVE OrderNum TO WS-SEEK-ORDER
           PERFORM CheckAmendedToday
           IF OrderDate = WS-RUN-DATE OR WS-AMENDED = 'Y'
               PERFORM PrintAcknowledgement
           END-IF
           PERFORM ReadOrderHeader
       END-PERFORM.
       CLOSE OrderHeaderFile.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       CLOSE AckFile.
       PERFORM RecordControlTotals.
       DISPLAY "Order acknowledgements complete. Printed: "
           WS-ACK-COUNT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ReadOrderHeader.
       READ OrderHeaderFile
           AT END MOVE 'Y' TO EndOfFile
       END-READ.

LoadTodaysAmendments.
       *> Counts one past the table on overflow so the caller can
       *> refuse the run
       MOVE ZERO TO AmdCount.
       MOVE 'N' TO WS-AMEND-EOF.
       OPEN INPUT AmendLogFile.
       PERFORM UNTIL WS-AMEND-EOF = 'Y' OR AmdCount > 500
           READ AmendLogFile
               AT END MOVE 'Y' TO WS-AMEND-EOF
           END-READ
           IF WS-AMEND-EOF NOT = 'Y'
               IF AmTimestamp(1:8) = WS-RUN-DATE
                   MOVE AmOrderNum TO WS-SEEK-ORDER
                   PERFORM CheckAmendedToday
                   IF WS-AMENDED = 'N'
                       IF AmdCount < 500
                           ADD 1 TO AmdCount
                           MOVE AmOrderNum TO Amd-OrderNum(AmdCount)
                       ELSE
                           MOVE 501 TO AmdCount
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE AmendLogFile.

CheckAmendedToday.
       MOVE 'N' TO WS-AMENDED.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > AmdCount OR WS-AMENDED = 'Y'
           IF Amd-OrderNum(WS-IDX) = WS-SEEK-ORDER
               MOVE 'Y' TO WS-AMENDED
           END-IF
       END-PERFORM.

PrintAcknowledgement.
       *> A new order changed again the same day is still new to the
       *> customer - the lines printed already carry the changes
       EVALUATE TRUE
           WHEN OrderCancelled
               MOVE "CANCELLED" TO WS-T-STATE
           WHEN OrderDate = WS-RUN-DATE
               MOVE "NEW" TO WS-T-STATE
           WHEN OTHER
               MOVE "AMENDED" TO WS-T-STATE
       END-EVALUATE.
       MOVE SPACES TO AckLine.
       MOVE WS-TITLE-LINE TO AckLine.
       WRITE AckLine.
       MOVE OrderNum TO WS-O-NUM.
       MOVE OrderDate TO WS-O-DATE.
       MOVE OrderCustPO TO WS-O-PO.
       MOVE WS-ORDER-LINE TO AckLine.
       WRITE AckLine.
       PERFORM PrintCustomerAddress.
       IF OrderShipTo NOT = SPACES
           PERFORM PrintShipToAddress
       END-IF.
       IF OrderCancelled
           MOVE SPACES TO AckLine
           MOVE "  THIS ORDER HAS BEEN CANCELLED" TO AckLine
           WRITE AckLine
       ELSE
           PERFORM PrintOrderLines
           PERFORM PrintBackorders
       END-IF.
       *> Blank separator line, the way CUSTLABELS separates labels
       MOVE SPACES TO AckLine.
       WRITE AckLine.
       ADD 1 TO WS-ACK-COUNT.

PrintCustomerAddress.
       MOVE OrderCustID TO IDNum.
       MOVE 'N' TO WS-CUST-FOUND.
       IF WS-CUSTOMERS-OPEN = 'Y'
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
           END-READ
       END-IF.
       MOVE SPACES TO AckLine.
       IF WS-CUST-FOUND = 'Y'
           MOVE FirstName TO WS-N-FIRSTNAME
           MOVE LastName TO WS-N-LASTNAME
           MOVE WS-NAME-LINE TO AckLine
           WRITE AckLine
           MOVE SPACES TO AckLine
           MOVE MailAddress TO AckLine
       ELSE
           STRING "CUSTOMER " OrderCustID " NOT ON FILE"
               DELIMITED BY SIZE INTO AckLine
       END-IF.
       WRITE AckLine.

PrintShipToAddress.
       MOVE 'N' TO WS-SHIPTO-FOUND.
       MOVE 'N' TO WS-SHIPTO-EOF.
       OPEN INPUT ShipToFile.
       PERFORM UNTIL WS-SHIPTO-EOF = 'Y' OR WS-SHIPTO-FOUND = 'Y'
           READ ShipToFile
               AT END MOVE 'Y' TO WS-SHIPTO-EOF
           END-READ
           IF WS-SHIPTO-EOF NOT = 'Y'
               IF STCustID = OrderCustID AND STCode = OrderShipTo
                   MOVE 'Y' TO WS-SHIPTO-FOUND
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ShipToFile.
       IF WS-SHIPTO-FOUND = 'Y'
           MOVE STAddress TO WS-D-ADDRESS
       ELSE
           MOVE SPACES TO WS-D-ADDRESS
           STRING "SHIP-TO " OrderShipTo " NOT ON FILE"
               DELIMITED BY SIZE INTO WS-D-ADDRESS
       END-IF.
       MOVE WS-DELIVER-LINE TO AckLine.
       WRITE AckLine.

PrintOrderLines.
       MOVE ZERO TO WS-LINE-COUNT.
       MOVE ZERO TO WS-ORDER-TOTAL.
       MOVE 'N' TO WS-DTL-EOF.
       OPEN INPUT OrderDetailFile.
       PERFORM UNTIL WS-DTL-EOF = 'Y'
           READ OrderDetailFile
               AT END MOVE 'Y' TO WS-DTL-EOF
           END-READ
           IF WS-DTL-EOF NOT = 'Y'
               IF DetOrderNum = OrderNum
                   PERFORM PrintOneLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OrderDetailFile.
       IF WS-LINE-COUNT = 0
           MOVE SPACES TO AckLine
           MOVE "  NO LINES ON THIS ORDER" TO AckLine
           WRITE AckLine
       END-IF.
       ADD WS-ORDER-TOTAL TO WS-CT-ACK-AMOUNT.
       MOVE WS-ORDER-TOTAL TO WS-TT-AMOUNT.
       MOVE WS-TOTAL-LINE TO AckLine.
       WRITE AckLine.

PrintOneLine.
       *> DetLinePrice is the extended amount; the unit price is
       *> worked back from it
       ADD 1 TO WS-LINE-COUNT.
       ADD DetLinePrice TO WS-ORDER-TOTAL.
       IF DetQty > 0
           COMPUTE WS-UNIT-PRICE ROUNDED = DetLinePrice / DetQty
       ELSE
           MOVE ZERO TO WS-UNIT-PRICE
       END-IF.
       MOVE DetQty TO WS-L-QTY.
       MOVE DetProdName TO WS-L-SKU.
       MOVE DetSize TO WS-L-SIZE.
       MOVE WS-UNIT-PRICE TO WS-L-UNIT.
       MOVE DetLinePrice TO WS-L-EXTENDED.
       MOVE SPACES TO WS-L-NOTE.
       IF DetIsDropShip
           MOVE "DROP SHIP" TO WS-L-NOTE
       ELSE
           IF DetPromiseDate NOT = ZERO
               MOVE DetPromiseDate TO WS-PN-DATE
               MOVE WS-PROMISE-NOTE TO WS-L-NOTE
           END-IF
       END-IF.
       MOVE WS-DETAIL-LINE TO AckLine.
       WRITE AckLine.

PrintBackorders.
       *> Open backorders are kept per shelf item, so a short kit line
       *> shows as the components still owed - which is what follows
       MOVE 'N' TO WS-BO-EOF.
       OPEN INPUT BackorderFile.
       PERFORM UNTIL WS-BO-EOF = 'Y'
           READ BackorderFile
               AT END MOVE 'Y' TO WS-BO-EOF
           END-READ
           IF WS-BO-EOF NOT = 'Y'
               IF BOOrderNum = OrderNum AND BOOpen
                   MOVE BOQtyOwed TO WS-B-QTY
                   MOVE BOProdName TO WS-B-SKU
                   MOVE BOSize TO WS-B-SIZE
                   MOVE WS-BACKORDER-LINE TO AckLine
                   WRITE AckLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE BackorderFile.

RecordControlTotals.
*> Order headers read and acknowledgements printed with their order
*> totals - no order book yet still says so, with zeros
       MOVE "ORD-IN" TO WS-CT-METRIC.
       MOVE WS-CT-ORDERS-READ TO WS-CT-COUNT.
       MOVE ZERO TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.
       MOVE "ACK-OUT" TO WS-CT-METRIC.
       MOVE WS-ACK-COUNT TO WS-CT-COUNT.
       MOVE WS-CT-ACK-AMOUNT TO WS-CT-AMOUNT.
       CALL 'CTLTOTAL' USING WS-CT-STEP, WS-CT-METRIC, WS-CT-COUNT,
           WS-CT-AMOUNT
       END-CALL.

       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STOCKXFER.
*> Inter-location stock transfers - how stock gets from the back
*> warehouse to the stores (or between the stores) now that
*> stock.dat holds it per location.
*>   Ship     takes the quantity off the shipping location's
*>            StockOnHand at once and puts it in transit: one
*>            transfers.txt record (copybooks/XFERREC.cpy) numbered
*>            from xferctl.txt, and a movement out at the shipping
*>            location.
*>   Receive  books an in-transit transfer in at the receiving
*>            location - creating its stock record there on first
*>            arrival, with the shipping location's reorder figures
*>            as a starting point - and writes the movement in.
*> Both sides go to stockmove.txt under SMSource STOCKXFER with
*> the transfer number in SMReference, so STOCKMOVE shows the
*> stock leaving one place and arriving at the other. Stock in
*> transit belongs to neither location until it lands; STOCKVALUE
*> counts it separately so the company total holds. The in-transit
*> listing is the van's manifest.
*> The location master (locations.txt via STKLOCREC) is kept here
*> too. Supplier lots (LOTTRACK) are held company-wide, so a
*> transfer leaves them alone.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StockKey
           FILE STATUS IS WS-STOCK-STATUS.
       SELECT OPTIONAL TransferFile ASSIGN TO "transfers.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL XferControlFile ASSIGN TO "xferctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LocationFile ASSIGN TO "locations.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Movement ledger behind every on-hand change - the custaudit.txt
*> trick applied to inventory
       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Shared with STOCKRECEIVE/ORDERENTRY via copybooks/STOCKREC.cpy
FD StockFile.
       COPY STOCKREC.

*> Shared with STOCKVALUE via copybooks/XFERREC.cpy
FD TransferFile.
       COPY XFERREC.

FD XferControlFile.
       01 XferControlRecord.
           02 CtlNextXferNum PIC 9(6).

*> Shared with the STOCKLOC module via copybooks/STKLOCREC.cpy
FD LocationFile.
       COPY STKLOCREC.

*> Shared with every program that moves stock via
*> copybooks/STKMOVREC.cpy
FD StockMoveFile.
       COPY STKMOVREC.

WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-XFCTL-EOF PIC X.
       01 WS-XF-EOF PIC X.
       01 WS-LOC-EOF PIC X.
       01 WS-NEXT-XFER-NUM PIC 9(6) VALUE 1.
       01 WS-PROD-INPUT PIC X(10).
       01 WS-SIZE-INPUT PIC A.
       01 WS-QTY-INPUT PIC X(5).
       01 WS-QTY PIC 9(5).
       01 WS-XFER-INPUT PIC X(6).
       01 WS-XFER-NUM PIC 9(6).
       01 WS-FROM-LOC PIC X(4).
       01 WS-TO-LOC PIC X(4).
       01 WS-LOC-INPUT PIC X(4).
       01 WS-NAME-INPUT PIC X(20).
       01 WS-CONFIRM PIC X.
       01 WS-STOCK-FOUND PIC X.
       01 WS-SM-QTY PIC S9(5).
       01 WS-SM-LOC PIC X(4).
*> Reorder figures carried from the shipping location to a
*> receiving location that has never stocked the item
       01 WS-FROM-POINT PIC 9(5).
       01 WS-FROM-REORDER-QTY PIC 9(5).
*> STOCKLOC linkage - both ends of a transfer must be known places
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-SL-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
*> transfers.txt held while a transfer is received, then written
*> back whole. The DEPENDING ON counter must be declared ahead of
*> the table it sizes
       01 XfCount PIC 9(4) VALUE ZERO.
       01 XfTable.
           02 XfEntry OCCURS 0 TO 3000 TIMES DEPENDING ON XfCount.
               03 Xt-Num PIC 9(6).
               03 Xt-ProdName PIC X(10).
               03 Xt-Size PIC A.
               03 Xt-Qty PIC 9(5).
               03 Xt-FromLoc PIC X(4).
               03 Xt-ToLoc PIC X(4).
               03 Xt-ShipDate PIC 9(8).
               03 Xt-RecvDate PIC 9(8).
               03 Xt-Status PIC X.
       01 WS-XF-IDX PIC 9(4).
       01 WS-XF-SLOT PIC 9(4).
       01 WS-XF-OVERFLOW PIC X.
       01 WS-IN-TRANSIT PIC 9(4).

*> BATCHLOCK answer - '90' means the nightly chain owns the files
*> right now and no supervisor overrode the closed window
       01 WS-BL-PROGRAM PIC X(12) VALUE "STOCKXFER".
       01 WS-BL-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       CALL 'BATCHLOCK' USING WS-BL-PROGRAM, WS-BL-STATUS
       END-CALL.
       IF WS-BL-STATUS = "90"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O StockFile.
       IF WS-STOCK-STATUS NOT = "00"
           DISPLAY "STOCKXFER: unable to open stock.dat, status "
               WS-STOCK-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "STOCK TRANSFERS BETWEEN LOCATIONS"
           DISPLAY "1 : Ship a Transfer"
           DISPLAY "2 : Receive a Transfer"
           DISPLAY "3 : List Transfers in Transit"
           DISPLAY "4 : List Locations"
           DISPLAY "5 : Add a Location"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ShipTransfer
               WHEN 2 PERFORM ReceiveTransfer
               WHEN 3 PERFORM ListInTransit
               WHEN 4 PERFORM ListLocations
               WHEN 5 PERFORM AddLocation
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE StockFile.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

ShipTransfer.
       DISPLAY "Ship from location : " WITH NO ADVANCING.
       MOVE SPACES TO WS-LOC-INPUT.
       ACCEPT WS-LOC-INPUT.
       MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-SL-LOC.
       PERFORM CheckLocation.
       IF WS-SL-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SL-LOC TO WS-FROM-LOC.
       DISPLAY "Ship to location : " WITH NO ADVANCING.
       MOVE SPACES TO WS-LOC-INPUT.
       ACCEPT WS-LOC-INPUT.
       MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-SL-LOC.
       PERFORM CheckLocation.
       IF WS-SL-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SL-LOC TO WS-TO-LOC.
       IF WS-TO-LOC = WS-FROM-LOC
           DISPLAY "A transfer needs two different locations"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Product SKU : " WITH NO ADVANCING.
       ACCEPT WS-PROD-INPUT.
       DISPLAY "Size : " WITH NO ADVANCING.
       ACCEPT WS-SIZE-INPUT.
       MOVE WS-FROM-LOC TO StockLocation.
       MOVE WS-PROD-INPUT TO StockProdName.
       MOVE WS-SIZE-INPUT TO StockSize.
       READ StockFile
           INVALID KEY MOVE 'N' TO WS-STOCK-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-STOCK-FOUND
       END-READ.
       IF WS-STOCK-FOUND = 'N'
           DISPLAY "No stock of " WS-PROD-INPUT "/" WS-SIZE-INPUT
               " at " WS-FROM-LOC
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "On hand at " WS-FROM-LOC ": " StockOnHand.
       MOVE SPACES TO WS-QTY-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-QTY-INPUT IS NUMERIC
           DISPLAY "Quantity to ship : " WITH NO ADVANCING
           ACCEPT WS-QTY-INPUT
           IF WS-QTY-INPUT IS NOT NUMERIC
               DISPLAY "Quantity must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-QTY-INPUT TO WS-QTY.
       IF WS-QTY = 0
           DISPLAY "Nothing to ship"
           EXIT PARAGRAPH
       END-IF.
*> Only what is on the shelf can go on the van
       IF StockOnHand < WS-QTY
           DISPLAY "Only " StockOnHand " on hand at " WS-FROM-LOC
               " - transfer not shipped"
           EXIT PARAGRAPH
       END-IF.
       SUBTRACT WS-QTY FROM StockOnHand.
       REWRITE StockData
           INVALID KEY
               DISPLAY "Unable to update stock at " WS-FROM-LOC
               EXIT PARAGRAPH
       END-REWRITE.
       MOVE 'N' TO WS-XFCTL-EOF.
       PERFORM LoadNextXferNum.
       MOVE WS-NEXT-XFER-NUM TO WS-XFER-NUM.
       OPEN EXTEND TransferFile.
       MOVE WS-XFER-NUM TO XfNum.
       MOVE WS-PROD-INPUT TO XfProdName.
       MOVE WS-SIZE-INPUT TO XfSize.
       MOVE WS-QTY TO XfQty.
       MOVE WS-FROM-LOC TO XfFromLoc.
       MOVE WS-TO-LOC TO XfToLoc.
       MOVE WS-RUN-DATE TO XfShipDate.
       MOVE ZERO TO XfRecvDate.
       SET XfInTransit TO TRUE.
       WRITE TransferRecord.
       CLOSE TransferFile.
       ADD 1 TO WS-NEXT-XFER-NUM.
       PERFORM SaveNextXferNum.
       COMPUTE WS-SM-QTY = 0 - WS-QTY.
       MOVE WS-FROM-LOC TO WS-SM-LOC.
       PERFORM WriteStockMovement.
       DISPLAY "Transfer " WS-XFER-NUM " shipped: " WS-QTY " of "
           WS-PROD-INPUT "/" WS-SIZE-INPUT " " WS-FROM-LOC " -> "
           WS-TO-LOC ", in transit".

ReceiveTransfer.
       MOVE SPACES TO WS-XFER-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-XFER-INPUT IS NUMERIC
           DISPLAY "Transfer number : " WITH NO ADVANCING
           ACCEPT WS-XFER-INPUT
           IF WS-XFER-INPUT IS NOT NUMERIC
               DISPLAY "Transfer number must be numeric"
           END-IF
       END-PERFORM.
       MOVE WS-XFER-INPUT TO WS-XFER-NUM.
       PERFORM LoadTransfers.
       IF WS-XF-OVERFLOW = 'Y'
           DISPLAY "STOCKXFER: transfers.txt larger than 3000 "
               "records - nothing received"
           EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-XF-SLOT.
       PERFORM VARYING WS-XF-IDX FROM 1 BY 1
               UNTIL WS-XF-IDX > XfCount OR WS-XF-SLOT > 0
           IF Xt-Num(WS-XF-IDX) = WS-XFER-NUM
               MOVE WS-XF-IDX TO WS-XF-SLOT
           END-IF
       END-PERFORM.
       IF WS-XF-SLOT = 0
           DISPLAY "Transfer " WS-XFER-NUM " not on file"
           EXIT PARAGRAPH
       END-IF.
       IF Xt-Status(WS-XF-SLOT) NOT = 'T'
           DISPLAY "Transfer " WS-XFER-NUM " was already received "
               Xt-RecvDate(WS-XF-SLOT)
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Transfer " WS-XFER-NUM ": " Xt-Qty(WS-XF-SLOT) " of "
           Xt-ProdName(WS-XF-SLOT) "/" Xt-Size(WS-XF-SLOT) " from "
           Xt-FromLoc(WS-XF-SLOT) " to " Xt-ToLoc(WS-XF-SLOT)
           " shipped " Xt-ShipDate(WS-XF-SLOT).
       DISPLAY "Book it in at " Xt-ToLoc(WS-XF-SLOT) "? y/n".
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'y' AND WS-CONFIRM NOT = 'Y'
           DISPLAY "Not received"
           EXIT PARAGRAPH
       END-IF.
*> A location stocking the item for the first time starts from the
*> shipping location's reorder figures
       MOVE ZERO TO WS-FROM-POINT.
       MOVE ZERO TO WS-FROM-REORDER-QTY.
       MOVE Xt-FromLoc(WS-XF-SLOT) TO StockLocation.
       MOVE Xt-ProdName(WS-XF-SLOT) TO StockProdName.
       MOVE Xt-Size(WS-XF-SLOT) TO StockSize.
       READ StockFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE StockReorderPoint TO WS-FROM-POINT
               MOVE StockReorderQty TO WS-FROM-REORDER-QTY
       END-READ.
       MOVE Xt-ToLoc(WS-XF-SLOT) TO StockLocation.
       MOVE Xt-ProdName(WS-XF-SLOT) TO StockProdName.
       MOVE Xt-Size(WS-XF-SLOT) TO StockSize.
       READ StockFile
           INVALID KEY MOVE 'N' TO WS-STOCK-FOUND
           NOT INVALID KEY MOVE 'Y' TO WS-STOCK-FOUND
       END-READ.
       IF WS-STOCK-FOUND = 'Y'
           ADD Xt-Qty(WS-XF-SLOT) TO StockOnHand
           REWRITE StockData
               INVALID KEY
                   DISPLAY "Unable to update stock at "
                       Xt-ToLoc(WS-XF-SLOT)
                   EXIT PARAGRAPH
           END-REWRITE
       ELSE
           MOVE Xt-Qty(WS-XF-SLOT) TO StockOnHand
           MOVE WS-FROM-POINT TO StockReorderPoint
           MOVE WS-FROM-REORDER-QTY TO StockReorderQty
           MOVE ZERO TO StockQuarantine
           MOVE SPACES TO StockBinLocation
           MOVE SPACE TO StockAbcClass
           MOVE WS-RUN-DATE TO StockLastCountDate
           WRITE StockData
               INVALID KEY
                   DISPLAY "Unable to create stock at "
                       Xt-ToLoc(WS-XF-SLOT)
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "First stock of the item at " Xt-ToLoc(WS-XF-SLOT)
               " - set its bin through BINMAINT"
       END-IF.
       MOVE 'R' TO Xt-Status(WS-XF-SLOT).
       MOVE WS-RUN-DATE TO Xt-RecvDate(WS-XF-SLOT).
       PERFORM SaveTransfers.
       MOVE Xt-Qty(WS-XF-SLOT) TO WS-SM-QTY.
       MOVE Xt-ToLoc(WS-XF-SLOT) TO WS-SM-LOC.
       PERFORM WriteStockMovement.
       DISPLAY "Transfer " WS-XFER-NUM " received at "
           Xt-ToLoc(WS-XF-SLOT) ", on hand now " StockOnHand.

ListInTransit.
       MOVE 0 TO WS-IN-TRANSIT.
       MOVE 'N' TO WS-XF-EOF.
       OPEN INPUT TransferFile.
       PERFORM UNTIL WS-XF-EOF = 'Y'
           READ TransferFile
               AT END MOVE 'Y' TO WS-XF-EOF
           END-READ
           IF WS-XF-EOF NOT = 'Y'
               IF XfInTransit
                   ADD 1 TO WS-IN-TRANSIT
                   DISPLAY XfNum "  " XfProdName "/" XfSize "  QTY "
                       XfQty "  " XfFromLoc " -> " XfToLoc
                       "  SHIPPED " XfShipDate
               END-IF
           END-IF
       END-PERFORM.
       CLOSE TransferFile.
       DISPLAY "Transfers in transit: " WS-IN-TRANSIT.

ListLocations.
       DISPLAY "MAIN  (main store - always present)".
       MOVE 'N' TO WS-LOC-EOF.
       OPEN INPUT LocationFile.
       PERFORM UNTIL WS-LOC-EOF = 'Y'
           READ LocationFile
               AT END MOVE 'Y' TO WS-LOC-EOF
           END-READ
           IF WS-LOC-EOF NOT = 'Y'
               DISPLAY LocCode "  " LocName
           END-IF
       END-PERFORM.
       CLOSE LocationFile.

AddLocation.
       DISPLAY "New location code (4 characters) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-LOC-INPUT.
       ACCEPT WS-LOC-INPUT.
       MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-SL-LOC.
       IF WS-SL-LOC = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE 'FIND' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-SL-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       IF WS-SL-STATUS = "00"
           DISPLAY "Location " WS-SL-LOC " already exists: "
               WS-SL-NAME
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Location name : " WITH NO ADVANCING.
       MOVE SPACES TO WS-NAME-INPUT.
       ACCEPT WS-NAME-INPUT.
       OPEN EXTEND LocationFile.
       MOVE WS-SL-LOC TO LocCode.
       MOVE WS-NAME-INPUT TO LocName.
       WRITE LocationRecord.
       CLOSE LocationFile.
       DISPLAY "Location " WS-SL-LOC " added".

CheckLocation.
       MOVE 'FIND' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-SL-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       IF WS-SL-STATUS NOT = "00"
           DISPLAY "No such location: " WS-SL-LOC
       END-IF.

LoadTransfers.
       MOVE 0 TO XfCount.
       MOVE 'N' TO WS-XF-OVERFLOW.
       MOVE 'N' TO WS-XF-EOF.
       OPEN INPUT TransferFile.
       PERFORM UNTIL WS-XF-EOF = 'Y' OR WS-XF-OVERFLOW = 'Y'
           READ TransferFile
               AT END MOVE 'Y' TO WS-XF-EOF
           END-READ
           IF WS-XF-EOF NOT = 'Y'
               IF XfCount = 3000
                   MOVE 'Y' TO WS-XF-OVERFLOW
               ELSE
                   ADD 1 TO XfCount
                   MOVE XfNum TO Xt-Num(XfCount)
                   MOVE XfProdName TO Xt-ProdName(XfCount)
                   MOVE XfSize TO Xt-Size(XfCount)
                   MOVE XfQty TO Xt-Qty(XfCount)
                   MOVE XfFromLoc TO Xt-FromLoc(XfCount)
                   MOVE XfToLoc TO Xt-ToLoc(XfCount)
                   MOVE XfShipDate TO Xt-ShipDate(XfCount)
                   MOVE XfRecvDate TO Xt-RecvDate(XfCount)
                   MOVE XfStatus TO Xt-Status(XfCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE TransferFile.

SaveTransfers.
       OPEN OUTPUT TransferFile.
       PERFORM VARYING WS-XF-IDX FROM 1 BY 1 UNTIL WS-XF-IDX > XfCount
           MOVE Xt-Num(WS-XF-IDX) TO XfNum
           MOVE Xt-ProdName(WS-XF-IDX) TO XfProdName
           MOVE Xt-Size(WS-XF-IDX) TO XfSize
           MOVE Xt-Qty(WS-XF-IDX) TO XfQty
           MOVE Xt-FromLoc(WS-XF-IDX) TO XfFromLoc
           MOVE Xt-ToLoc(WS-XF-IDX) TO XfToLoc
           MOVE Xt-ShipDate(WS-XF-IDX) TO XfShipDate
           MOVE Xt-RecvDate(WS-XF-IDX) TO XfRecvDate
           MOVE Xt-Status(WS-XF-IDX) TO XfStatus
           WRITE TransferRecord
       END-PERFORM.
       CLOSE TransferFile.

WriteStockMovement.
       OPEN EXTEND StockMoveFile.
       MOVE StockProdName TO SMProdName.
       MOVE StockSize TO SMSize.
       MOVE WS-RUN-DATE TO SMDate.
       MOVE WS-SM-QTY TO SMQty.
       MOVE "STOCKXFER" TO SMSource.
       MOVE WS-XFER-NUM TO SMReference.
       MOVE SPACES TO SMOperator.
       MOVE SPACES TO SMLot.
       MOVE WS-SM-LOC TO SMLocation.
       WRITE StockMoveRecord.
       CLOSE StockMoveFile.

LoadNextXferNum.
       OPEN INPUT XferControlFile.
       READ XferControlFile
           AT END MOVE 'Y' TO WS-XFCTL-EOF
       END-READ.
       IF WS-XFCTL-EOF NOT = 'Y'
           MOVE CtlNextXferNum TO WS-NEXT-XFER-NUM
       END-IF.
       CLOSE XferControlFile.

SaveNextXferNum.
       OPEN OUTPUT XferControlFile.
       MOVE WS-NEXT-XFER-NUM TO CtlNextXferNum.
       WRITE XferControlRecord.
       CLOSE XferControlFile.

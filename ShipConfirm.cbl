*> nothing ever set before), the ship date and carrier/tracking
*> reference go to shipments.txt (copybooks/SHIPMTREC.cpy), and the
*> order is appended to the day's shipping manifest (manifest.txt)
*> with the customer's name - the paper the driver takes, and what
*> DISPATCH builds the day's delivery runs from.
*> Picked, shipped, and still-waiting finally mean different things.
*> An order with drop-ship lines waits on the vendor: each of its
*> drop-ship POs must be confirmed shipped by the vendor here first
*> (the PO's lines are booked in full and the PO closed, so the
*> vendor's bill matches), and a PO not yet approved holds the
*> order back.
*> Freight is priced as the order is confirmed and carried on its
*> shipments.txt record for ORDERINVOICE to bill: the shipping
*> weight of the lines that go on our truck (ProdWeight times
*> quantity; drop-ship lines travel with the vendor) at the
*> freightrates.txt rate for the carrier and the destination zone -
*> the ship-to address's zone, else the customer's zone on
*> custfreight.txt - falling back to the carrier's any-zone rate.
*> A free-freight customer, or an order whose goods come to more
*> than the freightparm.txt threshold, ships free. FREIGHTMAINT
*> keeps all three files.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> covers the whole truck
       SELECT OPTIONAL ManifestFile ASSIGN TO "manifest.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Order lines, read for drop-ship flags, and the drop-ship POs
*> ORDERENTRY cut against them
       SELECT OPTIONAL OrderDetailFile ASSIGN TO "orderdetail.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL POHeaderFile ASSIGN TO "pohdr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PODetailFile ASSIGN TO "podtl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> What the freight charge is worked out from
       SELECT OPTIONAL ProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-PRODUCT-STATUS.
       SELECT OPTIONAL FreightRateFile ASSIGN TO "freightrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CustFreightFile ASSIGN TO "custfreight.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FreightParmFile ASSIGN TO "freightparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ManifestFile.
       01 ManifestLine PIC X(80).

*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDDTLREC.cpy
FD OrderDetailFile.
       01 OrderDetailData.
           COPY ORDDTLREC REPLACING ==LEVEL== BY ==02==.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/POHDRREC.cpy
FD POHeaderFile.
       COPY POHDRREC.

*> Shared with POENTRY/STOCKRECEIVE via copybooks/PODTLREC.cpy
FD PODetailFile.
       COPY PODTLREC.

*> Shared with PRODMAINT/ORDERENTRY via copybooks/PRODREC.cpy
FD ProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

*> Shared with FREIGHTMAINT via copybooks/FRTRATEREC.cpy
FD FreightRateFile.
       COPY FRTRATEREC.

*> Shared with FREIGHTMAINT via copybooks/CUSTFRTREC.cpy
FD CustFreightFile.
       COPY CUSTFRTREC.

*> Shared with FREIGHTMAINT via copybooks/FRTPARMREC.cpy
FD FreightParmFile.
       COPY FRTPARMREC.

*> Shared with coboltut.cbl/ORDERENTRY via copybooks/SHIPTOREC.cpy
FD ShipToFile.
       COPY SHIPTOREC.

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-ANOTHER PIC X VALUE 'Y'.
       01 WS-ORDER-INPUT PIC X(6).
       01 WS-ORDER-FOUND PIC X.
       01 WS-CARRIER PIC X(10).
       01 WS-TRACKING PIC X(20).
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-SHIPPED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ORDDTL-EOF PIC X.
       01 WS-POH-EOF PIC X.
       01 WS-POD-EOF PIC X.
       01 WS-PO-OVERFLOW PIC X.
       01 WS-VENDOR-WAIT PIC X.
       01 WS-CONFIRM PIC X.
*> Freight for the order being confirmed
       01 WS-PRODUCTS-OPEN PIC X VALUE 'N'.
       01 WS-FRT-EOF PIC X.
       01 WS-FRT-FOUND PIC X.
       01 WS-FREE-FREIGHT PIC X.
       01 WS-FREE-OVER PIC 9(6)V99 VALUE ZERO.
       01 WS-FRT-ZONE PIC X(2).
       01 WS-ORDER-GOODS PIC 9(7)V99.
       01 WS-ORDER-WEIGHT PIC 9(6)V99.
       01 WS-FRT-BASE PIC 9(4)V99.
       01 WS-FRT-PER-POUND PIC 9(3)V99.
       01 WS-FREIGHT PIC 9(6)V99.
       01 WS-DISPLAY-FREIGHT PIC $$$$$$9.99.
*> The drop-ship POs behind the order being confirmed
       01 DsCount PIC 9(2) VALUE ZERO.
       01 DsTable.
           02 DsEntry OCCURS 0 TO 20 TIMES DEPENDING ON DsCount.
               03 Ds-PONum PIC 9(6).
       01 WS-DS-IDX PIC 9(2).
       01 WS-DS-FOUND PIC X.
*> PO headers and lines held in storage while a vendor's drop-ship
*> confirmation is booked, then written back out. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 PohCount PIC 9(4) VALUE ZERO.
       01 PohTable.
           02 PohEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON PohCount.
               03 Poh-Num PIC 9(6).
               03 Poh-VendorID PIC X(6).
               03 Poh-Date PIC 9(8).
               03 Poh-Expect PIC 9(8).
               03 Poh-Status PIC X.
               03 Poh-Value PIC 9(8)V99.
               03 Poh-Approver PIC X(10).
               03 Poh-ApprovalDate PIC 9(8).
               03 Poh-DropOrder PIC 9(6).
               03 Poh-DropName PIC X(30).
               03 Poh-DropAddress PIC X(30).
       01 PodCount PIC 9(4) VALUE ZERO.
       01 PodTable.
           02 PodEntry OCCURS 0 TO 5000 TIMES
                   DEPENDING ON PodCount.
               03 Pod-Num PIC 9(6).
               03 Pod-LineNum PIC 9(3).
               03 Pod-ProdName PIC X(10).
               03 Pod-Size PIC A.
               03 Pod-Ordered PIC 9(5).
               03 Pod-Received PIC 9(5).
               03 Pod-UnitCost PIC 9(6)V99.
       01 WS-POH-IDX PIC 9(4).
       01 WS-POD-IDX PIC 9(4).
       01 WS-PO-DIRTY PIC X.
*> Shared with DISPATCH via copybooks/MANIFESTREC.cpy
       COPY MANIFESTREC.

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       IF WS-PRODUCT-STATUS = "00"
           MOVE 'Y' TO WS-PRODUCTS-OPEN
       END-IF.
       PERFORM LoadFreightParm.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM UNTIL WS-ANOTHER = 'N'
           PERFORM ConfirmOneOrder
           DISPLAY "Confirm another order? y/n"
       END-PERFORM.
       CLOSE OrderHeaderFile
       CLOSE CustomerFile.
       IF WS-PRODUCTS-OPEN = 'Y'
           CLOSE ProductFile
       END-IF.
       DISPLAY "Shipment confirmation complete. Orders shipped: "
           WS-SHIPPED-COUNT.
       MOVE 0 TO RETURN-CODE.
               OrderStatus ") - not confirmed"
           EXIT PARAGRAPH
       END-IF.
       PERFORM CheckDropShips.
       IF WS-VENDOR-WAIT = 'Y'
           DISPLAY "Order " OrderNum " is waiting on its drop-ship "
               "vendor - not confirmed"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Carrier : " WITH NO ADVANCING.
       ACCEPT WS-CARRIER.
       DISPLAY "Tracking reference : " WITH NO ADVANCING.
                   " - not confirmed"
               EXIT PARAGRAPH
       END-REWRITE.
       PERFORM PriceFreight.
       PERFORM WriteShipment.
       PERFORM WriteManifestLine.
       ADD 1 TO WS-SHIPPED-COUNT.
       DISPLAY "Order " OrderNum " confirmed shipped".
       MOVE WS-FREIGHT TO WS-DISPLAY-FREIGHT.
       DISPLAY "Freight charged : " WS-DISPLAY-FREIGHT.

CheckDropShips.
*> Every drop-ship PO behind the order must be closed - confirmed
*> shipped by the vendor - before the order can ship
       MOVE 'N' TO WS-VENDOR-WAIT.
       PERFORM FindDropShipPOs.
       IF DsCount = 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM LoadPOFiles.
       IF WS-PO-OVERFLOW = 'Y'
           DISPLAY "PO files larger than 2000 headers / 5000 lines "
               "- drop-ship POs can't be confirmed"
           MOVE 'Y' TO WS-VENDOR-WAIT
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-PO-DIRTY.
       PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > DsCount
           PERFORM ConfirmDropShipPO
       END-PERFORM.
       IF WS-PO-DIRTY = 'Y'
           PERFORM SavePOFiles
       END-IF.

FindDropShipPOs.
       MOVE 0 TO DsCount.
       MOVE 'N' TO WS-ORDDTL-EOF.
       OPEN INPUT OrderDetailFile.
       PERFORM UNTIL WS-ORDDTL-EOF = 'Y'
           READ OrderDetailFile
               AT END MOVE 'Y' TO WS-ORDDTL-EOF
           END-READ
           IF WS-ORDDTL-EOF NOT = 'Y'
               IF DetOrderNum = OrderNum AND DetIsDropShip
                   MOVE 'N' TO WS-DS-FOUND
                   PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                           UNTIL WS-DS-IDX > DsCount
                       IF Ds-PONum(WS-DS-IDX) = DetDropShipPO
                           MOVE 'Y' TO WS-DS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DS-FOUND = 'N' AND DsCount < 20
                       ADD 1 TO DsCount
                       MOVE DetDropShipPO TO Ds-PONum(DsCount)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OrderDetailFile.

ConfirmDropShipPO.
       PERFORM VARYING WS-POH-IDX FROM 1 BY 1
               UNTIL WS-POH-IDX > PohCount
                  OR Poh-Num(WS-POH-IDX) = Ds-PONum(WS-DS-IDX)
           CONTINUE
       END-PERFORM.
       IF WS-POH-IDX > PohCount
           DISPLAY "Drop-ship PO " Ds-PONum(WS-DS-IDX)
               " not on file"
           MOVE 'Y' TO WS-VENDOR-WAIT
           EXIT PARAGRAPH
       END-IF.
       EVALUATE Poh-Status(WS-POH-IDX)
           WHEN 'C'
               CONTINUE
           WHEN 'O'
               DISPLAY "Has vendor " Poh-VendorID(WS-POH-IDX)
                   " shipped drop-ship PO " Ds-PONum(WS-DS-IDX)
                   "? y/n"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'y' OR WS-CONFIRM = 'Y'
                   PERFORM BookDropShipPO
               ELSE
                   MOVE 'Y' TO WS-VENDOR-WAIT
               END-IF
           WHEN OTHER
               DISPLAY "Drop-ship PO " Ds-PONum(WS-DS-IDX)
                   " has not been approved"
               MOVE 'Y' TO WS-VENDOR-WAIT
       END-EVALUATE.

BookDropShipPO.
*> What the vendor shipped counts as received in full, so the PO
*> closes and the vendor's bill three-way matches against it
       PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > PodCount
           IF Pod-Num(WS-POD-IDX) = Ds-PONum(WS-DS-IDX)
               MOVE Pod-Ordered(WS-POD-IDX) TO Pod-Received(WS-POD-IDX)
           END-IF
       END-PERFORM.
       MOVE 'C' TO Poh-Status(WS-POH-IDX).
       MOVE 'Y' TO WS-PO-DIRTY.
       DISPLAY "Drop-ship PO " Ds-PONum(WS-DS-IDX)
           " confirmed shipped by the vendor".

LoadPOFiles.
       MOVE 'N' TO WS-PO-OVERFLOW.
       MOVE 0 TO PohCount.
       MOVE 'N' TO WS-POH-EOF.
       OPEN INPUT POHeaderFile.
       PERFORM ReadPOHeader.
       PERFORM UNTIL WS-POH-EOF = 'Y' OR PohCount = 2000
           ADD 1 TO PohCount
           MOVE PONum TO Poh-Num(PohCount)
           MOVE POVendorID TO Poh-VendorID(PohCount)
           MOVE PODate TO Poh-Date(PohCount)
           MOVE POExpectDate TO Poh-Expect(PohCount)
           MOVE POStatus TO Poh-Status(PohCount)
           MOVE POValue TO Poh-Value(PohCount)
           MOVE POApprover TO Poh-Approver(PohCount)
           MOVE POApprovalDate TO Poh-ApprovalDate(PohCount)
           MOVE PODropOrder TO Poh-DropOrder(PohCount)
           MOVE PODropName TO Poh-DropName(PohCount)
           MOVE PODropAddress TO Poh-DropAddress(PohCount)
           PERFORM ReadPOHeader
       END-PERFORM.
       IF WS-POH-EOF NOT = 'Y'
           MOVE 'Y' TO WS-PO-OVERFLOW
       END-IF.
       CLOSE POHeaderFile.
       MOVE 0 TO PodCount.
       MOVE 'N' TO WS-POD-EOF.
       OPEN INPUT PODetailFile.
       PERFORM ReadPODetail.
       PERFORM UNTIL WS-POD-EOF = 'Y' OR PodCount = 5000
           ADD 1 TO PodCount
           MOVE PODNum TO Pod-Num(PodCount)
           MOVE PODLineNum TO Pod-LineNum(PodCount)
           MOVE PODProdName TO Pod-ProdName(PodCount)
           MOVE PODSize TO Pod-Size(PodCount)
           MOVE PODQtyOrdered TO Pod-Ordered(PodCount)
           MOVE PODQtyReceived TO Pod-Received(PodCount)
           MOVE PODUnitCost TO Pod-UnitCost(PodCount)
           PERFORM ReadPODetail
       END-PERFORM.
       IF WS-POD-EOF NOT = 'Y'
           MOVE 'Y' TO WS-PO-OVERFLOW
       END-IF.
       CLOSE PODetailFile.

ReadPOHeader.
       READ POHeaderFile
           AT END MOVE 'Y' TO WS-POH-EOF
       END-READ.

ReadPODetail.
       READ PODetailFile
           AT END MOVE 'Y' TO WS-POD-EOF
       END-READ.

SavePOFiles.
       OPEN OUTPUT POHeaderFile.
       PERFORM VARYING WS-POH-IDX FROM 1 BY 1
               UNTIL WS-POH-IDX > PohCount
           MOVE Poh-Num(WS-POH-IDX) TO PONum
           MOVE Poh-VendorID(WS-POH-IDX) TO POVendorID
           MOVE Poh-Date(WS-POH-IDX) TO PODate
           MOVE Poh-Expect(WS-POH-IDX) TO POExpectDate
           MOVE Poh-Status(WS-POH-IDX) TO POStatus
           MOVE Poh-Value(WS-POH-IDX) TO POValue
           MOVE Poh-Approver(WS-POH-IDX) TO POApprover
           MOVE Poh-ApprovalDate(WS-POH-IDX) TO POApprovalDate
           MOVE Poh-DropOrder(WS-POH-IDX) TO PODropOrder
           MOVE Poh-DropName(WS-POH-IDX) TO PODropName
           MOVE Poh-DropAddress(WS-POH-IDX) TO PODropAddress
           WRITE POHeaderRecord
       END-PERFORM.
       CLOSE POHeaderFile.
       OPEN OUTPUT PODetailFile.
       PERFORM VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > PodCount
           MOVE Pod-Num(WS-POD-IDX) TO PODNum
           MOVE Pod-LineNum(WS-POD-IDX) TO PODLineNum
           MOVE Pod-ProdName(WS-POD-IDX) TO PODProdName
           MOVE Pod-Size(WS-POD-IDX) TO PODSize
           MOVE Pod-Ordered(WS-POD-IDX) TO PODQtyOrdered
           MOVE Pod-Received(WS-POD-IDX) TO PODQtyReceived
           MOVE Pod-UnitCost(WS-POD-IDX) TO PODUnitCost
           WRITE PODetailRecord
       END-PERFORM.
       CLOSE PODetailFile.

WriteShipment.
       OPEN EXTEND ShipmentFile.
       MOVE WS-RUN-DATE TO ShpDate.
       MOVE WS-CARRIER TO ShpCarrier.
       MOVE WS-TRACKING TO ShpTracking.
       MOVE WS-FREIGHT TO ShpFreight.
       WRITE ShipmentRecord.
       CLOSE ShipmentFile.

       MOVE WS-MANIFEST-DETAIL TO ManifestLine.
       WRITE ManifestLine.
       CLOSE ManifestFile.

LoadFreightParm.
       MOVE 'N' TO WS-FRT-EOF.
       OPEN INPUT FreightParmFile.
       READ FreightParmFile
           AT END MOVE 'Y' TO WS-FRT-EOF
       END-READ.
       IF WS-FRT-EOF NOT = 'Y' AND FPFreeOver IS NUMERIC
           MOVE FPFreeOver TO WS-FREE-OVER
       END-IF.
       CLOSE FreightParmFile.

PriceFreight.
       MOVE ZERO TO WS-FREIGHT.
       PERFORM FindFreightTerms.
       PERFORM WeighOrder.
       IF WS-FREE-FREIGHT = 'Y'
           DISPLAY "Free-freight customer - no freight charged"
           EXIT PARAGRAPH
       END-IF.
       IF WS-FREE-OVER > ZERO AND WS-ORDER-GOODS > WS-FREE-OVER
           DISPLAY "Order over the free-freight value - no freight "
               "charged"
           EXIT PARAGRAPH
       END-IF.
       PERFORM FindFreightRate.
       IF WS-FRT-FOUND = 'N'
           DISPLAY "No freight rate for carrier " WS-CARRIER
               " zone " WS-FRT-ZONE " - no freight charged"
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-FREIGHT ROUNDED =
           WS-FRT-BASE + WS-ORDER-WEIGHT * WS-FRT-PER-POUND.

FindFreightTerms.
*> The customer's zone and free-freight flag, then the ship-to
*> address's own zone if the order goes there and it has one
       MOVE SPACES TO WS-FRT-ZONE.
       MOVE 'N' TO WS-FREE-FREIGHT.
       MOVE 'N' TO WS-FRT-EOF.
       OPEN INPUT CustFreightFile.
       PERFORM UNTIL WS-FRT-EOF = 'Y'
           READ CustFreightFile
               AT END MOVE 'Y' TO WS-FRT-EOF
           END-READ
           IF WS-FRT-EOF NOT = 'Y'
               IF CFCustID = OrderCustID
                   MOVE CFZone TO WS-FRT-ZONE
                   IF CFIsFreeFreight
                       MOVE 'Y' TO WS-FREE-FREIGHT
                   END-IF
                   MOVE 'Y' TO WS-FRT-EOF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE CustFreightFile.
       IF OrderShipTo = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-FRT-EOF.
       OPEN INPUT ShipToFile.
       PERFORM UNTIL WS-FRT-EOF = 'Y'
           READ ShipToFile
               AT END MOVE 'Y' TO WS-FRT-EOF
           END-READ
           IF WS-FRT-EOF NOT = 'Y'
               IF STCustID = OrderCustID AND STCode = OrderShipTo
                   IF STZone NOT = SPACES
                       MOVE STZone TO WS-FRT-ZONE
                   END-IF
                   MOVE 'Y' TO WS-FRT-EOF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ShipToFile.

WeighOrder.
*> Goods value over every line for the threshold; weight only over
*> the lines on our truck - a SKU not on the catalog weighs nothing
       MOVE ZERO TO WS-ORDER-GOODS.
       MOVE ZERO TO WS-ORDER-WEIGHT.
       MOVE 'N' TO WS-ORDDTL-EOF.
       OPEN INPUT OrderDetailFile.
       PERFORM UNTIL WS-ORDDTL-EOF = 'Y'
           READ OrderDetailFile
               AT END MOVE 'Y' TO WS-ORDDTL-EOF
           END-READ
           IF WS-ORDDTL-EOF NOT = 'Y'
               IF DetOrderNum = OrderNum
                   ADD DetLinePrice TO WS-ORDER-GOODS
                   IF NOT DetIsDropShip AND WS-PRODUCTS-OPEN = 'Y'
                       MOVE DetProdName TO ProdSKU
                       READ ProductFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF ProdWeight IS NUMERIC
                                   COMPUTE WS-ORDER-WEIGHT =
                                       WS-ORDER-WEIGHT
                                       + ProdWeight * DetQty
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OrderDetailFile.

FindFreightRate.
*> The carrier's rate for the zone, else its any-zone rate
       MOVE 'N' TO WS-FRT-FOUND.
       MOVE 'N' TO WS-FRT-EOF.
       OPEN INPUT FreightRateFile.
       PERFORM UNTIL WS-FRT-EOF = 'Y'
           READ FreightRateFile
               AT END MOVE 'Y' TO WS-FRT-EOF
           END-READ
           IF WS-FRT-EOF NOT = 'Y'
               IF FRCarrier = WS-CARRIER
                   IF FRZone = WS-FRT-ZONE
                       MOVE FRBaseCharge TO WS-FRT-BASE
                       MOVE FRPerPound TO WS-FRT-PER-POUND
                       MOVE 'Y' TO WS-FRT-FOUND
                       MOVE 'Y' TO WS-FRT-EOF
                   ELSE
                       IF FRZone = SPACES
                           MOVE FRBaseCharge TO WS-FRT-BASE
                           MOVE FRPerPound TO WS-FRT-PER-POUND
                           MOVE 'Y' TO WS-FRT-FOUND
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE FreightRateFile.

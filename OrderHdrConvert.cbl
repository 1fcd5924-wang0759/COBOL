       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDHCONVERT.
*> One-time conversion of orderhdr.dat to the full order header
*> (copybooks/ORDHDRREC.cpy) from either earlier layout: the
*> original (number + customer + date + status), or the header that
*> added the ship-to code and the invoice-number link but not the
*> customer's PO reference. The indexed file's record length is fixed
*> at creation, so an order book built before the header grew
*> refuses to open (status 39) in ORDERENTRY, PICKLIST, SHIPCONFIRM
*> and the nightly invoicer until this has run once - the same
*> Two passes: the old-layout records are staged to a flat work
*> file (ordhconvert.tmp), then orderhdr.dat is rebuilt on the new
*> layout with the new fields defaulted - ship-to blank (deliver to
*> the mailing address), invoice number zero (not yet invoiced),
*> customer PO reference blank.
*> Rebuilding the live order book is destructive, so it takes a
*> typed confirmation.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldOrderNum
           FILE STATUS IS WS-OLD-STATUS.
*> The file as it stood with ship-to and invoice link, no PO reference
       SELECT PrevOrderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PrevOrderNum
           FILE STATUS IS WS-OLD-STATUS.
*> The same file, reopened on the grown layout for the rebuild
       SELECT NewOrderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           02 OldOrderDate PIC 9(8).
           02 OldOrderStatus PIC X.

FD PrevOrderFile.
       01 PrevOrderRecord.
           02 PrevOrderNum PIC 9(6).
           02 PrevOrderCustID PIC 9(5).
           02 PrevOrderDate PIC 9(8).
           02 PrevOrderStatus PIC X.
           02 PrevOrderShipTo PIC X(4).
           02 PrevOrderInvoiceNum PIC 9(6).

*> Shared with ORDERENTRY/PICKLIST via copybooks/ORDHDRREC.cpy
FD NewOrderFile.
       01 NewOrderData.
           02 StageCustID PIC 9(5).
           02 StageDate PIC 9(8).
           02 StageStatus PIC X.
*> Blank and zero off the original layout
           02 StageShipTo PIC X(4).
           02 StageInvoiceNum PIC 9(6).

WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX.
                               ==AtEndOfFile== BY ==AtEndOfStage==
                               ==NotAtEndOfFile== BY ==NotAtEndOfStage==.
       01 WS-CONFIRM PIC X(7).
*> Which earlier layout orderhdr.dat turned out to be on - 'P' the
*> ship-to/invoice header, 'O' the original
       01 WS-OLD-LAYOUT PIC X.
       01 WS-STAGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
StartPara.
       DISPLAY "ORDER HEADER CONVERSION".
       MOVE 'P' TO WS-OLD-LAYOUT.
       OPEN INPUT PrevOrderFile.
*> Wrong record length (39) - try the original layout
       IF WS-OLD-STATUS = "39"
           MOVE 'O' TO WS-OLD-LAYOUT
           OPEN INPUT OldOrderFile
       END-IF.
       IF WS-OLD-STATUS = "35"
           DISPLAY "ORDHCONVERT: no orderhdr.dat on file - nothing "
               "to convert"
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "CONVERT"
           DISPLAY "Conversion cancelled - nothing changed"
           IF WS-OLD-LAYOUT = 'P'
               CLOSE PrevOrderFile
           ELSE
               CLOSE OldOrderFile
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT StageFile.
       IF WS-OLD-LAYOUT = 'P'
           PERFORM StagePrevLayout
       ELSE
           PERFORM StageOldLayout
       END-IF.
       CLOSE StageFile.
       OPEN OUTPUT NewOrderFile.
       IF WS-NEW-STATUS NOT = "00"
       MOVE 0 TO RETURN-CODE.
       GOBACK.

StageOldLayout.
       PERFORM ReadOldOrder.
       PERFORM UNTIL AtEndOfOld
           MOVE SPACES TO StageRecord
           MOVE OldOrderNum TO StageOrderNum
           MOVE OldOrderCustID TO StageCustID
           MOVE OldOrderDate TO StageDate
           MOVE OldOrderStatus TO StageStatus
           MOVE ZERO TO StageInvoiceNum
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadOldOrder
       END-PERFORM.
       CLOSE OldOrderFile.

StagePrevLayout.
       PERFORM ReadPrevOrder.
       PERFORM UNTIL AtEndOfOld
           MOVE SPACES TO StageRecord
           MOVE PrevOrderNum TO StageOrderNum
           MOVE PrevOrderCustID TO StageCustID
           MOVE PrevOrderDate TO StageDate
           MOVE PrevOrderStatus TO StageStatus
           MOVE PrevOrderShipTo TO StageShipTo
           MOVE PrevOrderInvoiceNum TO StageInvoiceNum
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadPrevOrder
       END-PERFORM.
       CLOSE PrevOrderFile.

ReadPrevOrder.
       READ PrevOrderFile NEXT RECORD
           AT END MOVE 'Y' TO WS-OLD-EOF
       END-READ.

ReadOldOrder.
       READ OldOrderFile NEXT RECORD
           AT END MOVE 'Y' TO WS-OLD-EOF
       MOVE StageCustID TO OrderCustID.
       MOVE StageDate TO OrderDate.
       MOVE StageStatus TO OrderStatus.
       MOVE StageShipTo TO OrderShipTo.
       MOVE StageInvoiceNum TO OrderInvoiceNum.
       IF OrderInvoiceNum IS NOT NUMERIC
           MOVE ZERO TO OrderInvoiceNum
       END-IF.
       MOVE SPACES TO OrderCustPO.
       WRITE NewOrderData
           INVALID KEY
               DISPLAY "ORDHCONVERT: duplicate order " OrderNum

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACK.

      *> Shared supplier-lot keeper, a CALLable module in the DATEUTIL
      *> mold, over lots.txt (copybooks/LOTREC.cpy):
      *>
      *>     CALL 'LOTTRACK' USING LFunction, LProdName, LSize, LQty,
      *>         LLot, LExpiry, LRef, LPieces, LStatus
      *>
      *>     'RECV'  book LQty of lot LLot in for the product/size,
      *>             received today on receipt LRef (the PO number,
      *>             or blank), expiring LExpiry (zero = none given).
      *>             A lot already on file for the item just grows.
      *>     'TAKE'  take LQty out, oldest lot first (lots.txt is
      *>             appended as goods arrive), and say where it came
      *>             from in LPieces: one entry per lot drawn on, plus
      *>             a final blank-lot entry for any quantity the lots
      *>             can't account for - stock from before lots were
      *>             kept, or more lots than LPieces holds.
      *>
      *> LStatus '00' fine; '90' lots.txt is bigger than the table
      *> here, so nothing was changed (the whole-file rewrite would
      *> lose the rest) and a TAKE comes back as one untracked piece.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LotFile ASSIGN TO "lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with STOCKRECEIVE/RECALLTRACE via copybooks/LOTREC.cpy
       FD LotFile.
       COPY LOTREC.

       WORKING-STORAGE SECTION.
       01  WS-LOT-EOF          PIC X.
       01  WS-OVERFLOW         PIC X.
       01  WS-RUN-DATE         PIC 9(8).
      *> BIZDATE linkage - "today" is the business date on
      *> bizdate.txt, not the system clock
       01  WS-BD-FUNCTION      PIC X(4) VALUE 'GET '.
       01  WS-BD-STATUS        PIC XX.
       01  WS-REMAINING        PIC 9(5).
       01  WS-TAKE             PIC 9(5).
       01  WS-LT-IDX           PIC 9(4).
       01  WS-LT-SLOT          PIC 9(4).
      *> Every lot on file, held while one is booked or drawn on and
      *> then written back whole. The DEPENDING ON counter must be
      *> declared ahead of the table it sizes
       01  LtCount             PIC 9(4) VALUE ZERO.
       01  LtTable.
           02  LtEntry OCCURS 0 TO 5000 TIMES DEPENDING ON LtCount.
               03  Lt-ProdName     PIC X(10).
               03  Lt-Size         PIC A.
               03  Lt-Lot          PIC X(12).
               03  Lt-Received     PIC 9(8).
               03  Lt-Ref          PIC X(10).
               03  Lt-Expiry       PIC 9(8).
               03  Lt-QtyIn        PIC 9(6).
               03  Lt-OnHand       PIC 9(6).

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
       01  LProdName       PIC X(10).
       01  LSize           PIC A.
       01  LQty            PIC 9(5).
       01  LLot            PIC X(12).
       01  LExpiry         PIC 9(8).
       01  LRef            PIC X(10).
       01  LPieces.
           02  LPieceCount     PIC 9(2).
           02  LPiece OCCURS 10 TIMES.
               03  LPieceLot       PIC X(12).
               03  LPieceQty       PIC 9(5).
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LFunction, LProdName, LSize, LQty,
               LLot, LExpiry, LRef, LPieces, LStatus.

       0100-DISPATCH.

           MOVE "00" TO LStatus.
           MOVE ZERO TO LPieceCount.
           CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE,
               WS-BD-STATUS
           END-CALL.
           PERFORM 0200-LOAD-LOTS.
           IF WS-OVERFLOW = 'Y'
               MOVE "90" TO LStatus
               IF LFunction = 'TAKE'
                   MOVE 1 TO LPieceCount
                   MOVE SPACES TO LPieceLot(1)
                   MOVE LQty TO LPieceQty(1)
               END-IF
               EXIT PROGRAM
           END-IF.
           EVALUATE LFunction
               WHEN 'RECV'
                   PERFORM 0300-RECEIVE-LOT
               WHEN 'TAKE'
                   PERFORM 0400-TAKE-OLDEST
           END-EVALUATE.
           PERFORM 0900-SAVE-LOTS.

       EXIT PROGRAM.

       0200-LOAD-LOTS.

           MOVE 0 TO LtCount.
           MOVE 'N' TO WS-OVERFLOW.
           MOVE 'N' TO WS-LOT-EOF.
           OPEN INPUT LotFile.
           READ LotFile
               AT END MOVE 'Y' TO WS-LOT-EOF
           END-READ.
           PERFORM UNTIL WS-LOT-EOF = 'Y' OR WS-OVERFLOW = 'Y'
               IF LtCount = 5000
                   MOVE 'Y' TO WS-OVERFLOW
               ELSE
                   ADD 1 TO LtCount
                   MOVE LotProdName TO Lt-ProdName(LtCount)
                   MOVE LotSize TO Lt-Size(LtCount)
                   MOVE LotNumber TO Lt-Lot(LtCount)
                   MOVE LotReceivedDate TO Lt-Received(LtCount)
                   MOVE LotReceiptRef TO Lt-Ref(LtCount)
                   MOVE LotExpiryDate TO Lt-Expiry(LtCount)
                   MOVE LotQtyReceived TO Lt-QtyIn(LtCount)
                   MOVE LotQtyOnHand TO Lt-OnHand(LtCount)
                   READ LotFile
                       AT END MOVE 'Y' TO WS-LOT-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE LotFile.

       0300-RECEIVE-LOT.

           MOVE 0 TO WS-LT-SLOT.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > LtCount OR WS-LT-SLOT > 0
               IF Lt-ProdName(WS-LT-IDX) = LProdName
                       AND Lt-Size(WS-LT-IDX) = LSize
                       AND Lt-Lot(WS-LT-IDX) = LLot
                   MOVE WS-LT-IDX TO WS-LT-SLOT
               END-IF
           END-PERFORM.
           IF WS-LT-SLOT = 0
               IF LtCount = 5000
                   MOVE "90" TO LStatus
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LtCount
               MOVE LtCount TO WS-LT-SLOT
               MOVE LProdName TO Lt-ProdName(WS-LT-SLOT)
               MOVE LSize TO Lt-Size(WS-LT-SLOT)
               MOVE LLot TO Lt-Lot(WS-LT-SLOT)
               MOVE WS-RUN-DATE TO Lt-Received(WS-LT-SLOT)
               MOVE LRef TO Lt-Ref(WS-LT-SLOT)
               MOVE LExpiry TO Lt-Expiry(WS-LT-SLOT)
               MOVE ZERO TO Lt-QtyIn(WS-LT-SLOT)
               MOVE ZERO TO Lt-OnHand(WS-LT-SLOT)
           END-IF.
           ADD LQty TO Lt-QtyIn(WS-LT-SLOT).
           ADD LQty TO Lt-OnHand(WS-LT-SLOT).

       0400-TAKE-OLDEST.

           MOVE LQty TO WS-REMAINING.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > LtCount OR WS-REMAINING = 0
                      OR LPieceCount = 9
               IF Lt-ProdName(WS-LT-IDX) = LProdName
                       AND Lt-Size(WS-LT-IDX) = LSize
                       AND Lt-OnHand(WS-LT-IDX) > 0
                   IF Lt-OnHand(WS-LT-IDX) < WS-REMAINING
                       MOVE Lt-OnHand(WS-LT-IDX) TO WS-TAKE
                   ELSE
                       MOVE WS-REMAINING TO WS-TAKE
                   END-IF
                   SUBTRACT WS-TAKE FROM Lt-OnHand(WS-LT-IDX)
                   SUBTRACT WS-TAKE FROM WS-REMAINING
                   ADD 1 TO LPieceCount
                   MOVE Lt-Lot(WS-LT-IDX) TO LPieceLot(LPieceCount)
                   MOVE WS-TAKE TO LPieceQty(LPieceCount)
               END-IF
           END-PERFORM.
           IF WS-REMAINING > 0
               ADD 1 TO LPieceCount
               MOVE SPACES TO LPieceLot(LPieceCount)
               MOVE WS-REMAINING TO LPieceQty(LPieceCount)
           END-IF.

       0900-SAVE-LOTS.

           OPEN OUTPUT LotFile.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > LtCount
               MOVE Lt-ProdName(WS-LT-IDX) TO LotProdName
               MOVE Lt-Size(WS-LT-IDX) TO LotSize
               MOVE Lt-Lot(WS-LT-IDX) TO LotNumber
               MOVE Lt-Received(WS-LT-IDX) TO LotReceivedDate
               MOVE Lt-Ref(WS-LT-IDX) TO LotReceiptRef
               MOVE Lt-Expiry(WS-LT-IDX) TO LotExpiryDate
               MOVE Lt-QtyIn(WS-LT-IDX) TO LotQtyReceived
               MOVE Lt-OnHand(WS-LT-IDX) TO LotQtyOnHand
               WRITE LotRecord
           END-PERFORM.
           CLOSE LotFile.

       END PROGRAM LOTTRACK.

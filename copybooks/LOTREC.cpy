      *> ---------------------------------------------------------------
      *> LOTREC - shared supplier lot layout (lots.txt). One record per
      *> lot of a product/size booked in by STOCKRECEIVE: the
      *> supplier's lot number, the day it arrived and the receipt it
      *> came in on (the PO number, blank for ad-hoc receiving), the
      *> expiry date where the supplier gave one, what came in and
      *> what of it is still on the shelf. Lots are consumed oldest
      *> first through the LOTTRACK module; a used-up lot stays on
      *> file at zero so RECALLTRACE can still find where it came from.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 LotRecord.
               02 LotProdName PIC X(10).
               02 LotSize PIC A.
               02 LotNumber PIC X(12).
               02 LotReceivedDate PIC 9(8).
               02 LotReceiptRef PIC X(10).
               02 LotExpiryDate PIC 9(8).
               02 LotQtyReceived PIC 9(6).
               02 LotQtyOnHand PIC 9(6).

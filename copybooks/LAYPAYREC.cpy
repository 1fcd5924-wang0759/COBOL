      *> ---------------------------------------------------------------
      *> LAYPAYREC - shared layaway payment layout (laypay.txt).
      *> One record per payment taken against a layaway contract at the
      *> register - the down payment when it opens and every visit
      *> after - carrying the receipt number the visit's tenders were
      *> recorded under in tenderjrnl.txt. A cancellation by LAYAWAYEXP
      *> adds a negative record for what went back to the customer's
      *> account and another for what the shop kept, so a contract's
      *> payments always net to what is still held against it.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 LayPayRecord.
               02 LYLayawayNum PIC 9(6).
               02 LYDate PIC 9(8).
               02 LYReceiptNum PIC 9(6).
               02 LYType PIC X.
                   88 LYPayment VALUE 'P'.
                   88 LYRefund VALUE 'R'.
                   88 LYForfeit VALUE 'F'.
               02 LYAmount PIC S9(8)V99.
               02 LYOperatorID PIC X(10).

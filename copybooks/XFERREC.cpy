      *> ---------------------------------------------------------------
      *> XFERREC - shared inter-location stock transfer layout
      *> (transfers.txt). STOCKXFER writes one record when a transfer
      *> ships - the quantity leaves the shipping location's on-hand
      *> at once and is in transit until the receiving location books
      *> it in, when the record is rewritten as received. Transfer
      *> numbers come from xferctl.txt. STOCKVALUE counts what is in
      *> transit so the company total doesn't dip while goods are on
      *> the van.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 TransferRecord.
               02 XfNum PIC 9(6).
               02 XfProdName PIC X(10).
               02 XfSize PIC A.
               02 XfQty PIC 9(5).
               02 XfFromLoc PIC X(4).
               02 XfToLoc PIC X(4).
               02 XfShipDate PIC 9(8).
               02 XfRecvDate PIC 9(8).
               02 XfStatus PIC X.
                   88 XfInTransit VALUE 'T'.
                   88 XfReceived VALUE 'R'.

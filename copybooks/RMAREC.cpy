      *> ---------------------------------------------------------------
      *> RMAREC - shared returns authorization layout (rma.txt). One
      *> record per returned line: which order and goods, why, what
      *> condition they came back in, and the refund given. RMA
      *> writes it; RETURNRPT analyses it by reason, product, customer
      *> and vendor.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 RmaRecord.
               02 RMANum PIC 9(5).
               02 RMAOrderNum PIC 9(6).
               02 RMACustID PIC 9(5).
               02 RMADate PIC 9(8).
               02 RMAProdName PIC X(10).
               02 RMASize PIC A.
               02 RMAQty PIC 9(3).
      *> The reason in words - the description of RMAReasonCode on
      *> returns taken under a code, whatever was typed on older ones
               02 RMAReason PIC X(20).
               02 RMACondition PIC X.
                   88 RMASellable VALUE 'S'.
                   88 RMADamaged VALUE 'D'.
               02 RMARefund PIC S9(8)V99.
      *> The returnreasons.txt code (RTNRSNREC) the return was taken
      *> under. Returns written before codes existed read back as
      *> spaces and are analysed as uncoded
               02 RMAReasonCode PIC X(4).
      *> What became of the goods: back on the shelf, held in
      *> StockQuarantine, or scrapped without going back into stock
      *> at all. Spaces on older returns - RMACondition says which
      *> of the first two they were
               02 RMADisposition PIC X.
                   88 RMARestocked VALUE 'R'.
                   88 RMAQuarantined VALUE 'Q'.
                   88 RMAScrapped VALUE 'S'.

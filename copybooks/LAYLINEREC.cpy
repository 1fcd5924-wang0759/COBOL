      *> ---------------------------------------------------------------
      *> LAYLINEREC - shared layaway contract line layout
      *> (laylines.txt). One record per line rung into a layaway
      *> contract, held exactly as it will reach the sales journal when
      *> the contract is paid off: category, cost and tax as priced the
      *> day the contract opened, the SKU and any exemption
      *> certificate. A goods line carries the size and quantity taken
      *> out of StockOnHand for it (LLQty 1); a promotion discount line
      *> reserves nothing (LLQty 0). LLLot is the supplier lot the
      *> reserved unit was taken from (LOTTRACK), blank when no lot
      *> accounts for it or the line was written before lots were
      *> kept. LAYAWAYEXP puts the reserved quantity back, into that
      *> lot, when a contract expires.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 LayLineRecord.
               02 LLLayawayNum PIC 9(6).
               02 LLLineNum PIC 9(3).
               02 LLCategory PIC X(4).
               02 LLItemCost PIC S9(6)V99.
               02 LLItemTax PIC S9(6)V99.
               02 LLSKU PIC X(10).
               02 LLSize PIC A.
               02 LLQty PIC 9.
               02 LLExemptCert PIC X(15).
               02 LLLot PIC X(12).

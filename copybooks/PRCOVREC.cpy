      *> ---------------------------------------------------------------
      *> PRCOVREC - shared price override layout (priceovr.txt).
      *> One record per line the register charged at other than the
      *> catalog price: a hand-keyed cost (type H - no SKU, or a SKU
      *> not on products.dat, so no list price to hold it to) or a
      *> catalog item rung below its price (type B). Carries the date,
      *> receipt and customer, the operator ringing the sale, the
      *> supervisor who approved it (blank when the variance was
      *> inside the allowance priceovparm.txt sets), the SKU and
      *> category, the list price (the contract price where one was in
      *> force, zero when hand-keyed), the price charged, and the
      *> reason code. Written by taxCalculator.cbl, reported weekly by
      *> operator in PRICEOVRPT.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 PriceOverrideRecord.
               02 POvDate PIC 9(8).
               02 POvReceiptNum PIC 9(6).
               02 POvCustID PIC 9(5).
               02 POvOperatorID PIC X(10).
               02 POvSupervisorID PIC X(10).
               02 POvSKU PIC X(10).
               02 POvCategory PIC X(4).
               02 POvListPrice PIC S9(6)V99.
               02 POvCharged PIC S9(6)V99.
               02 POvReason PIC X(4).
               02 POvType PIC X.
                   88 POvHandKeyed VALUE 'H'.
                   88 POvBelowList VALUE 'B'.

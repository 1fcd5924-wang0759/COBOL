      *> ---------------------------------------------------------------
      *> DEPITEMREC - shared deposit check listing layout
      *> (depitems.txt). One record per check DEPOSITSLIP puts in a
      *> deposit: the deposit it went in, the check number, the
      *> customer it came from (zero for a register check taken from
      *> a walk-in), the receipt it was taken on (zero for an ARPAYMENT
      *> check) and the amount. BANKRECON ties the bank's returned
      *> items back to the deposit and customer through it.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 DepositItemRecord.
               02 DIDepositNum PIC 9(6).
               02 DICheckRef PIC X(10).
               02 DICustID PIC 9(5).
               02 DIReceiptNum PIC 9(6).
               02 DIAmount PIC S9(8)V99.

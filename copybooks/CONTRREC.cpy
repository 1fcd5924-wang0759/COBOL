      *> ---------------------------------------------------------------
      *> CONTRREC - shared customer contract pricing layout
      *> (contracts.txt). One record per negotiated price: the
      *> customer IDNum and SKU it covers, either a fixed unit price
      *> or a percent off the ProdUnitPrice list price, and the dates
      *> it is in force from and to (both inclusive). CONTRMAINT
      *> maintains it; every pricing point asks CONTRPRICE for the
      *> customer's price instead of taking list, and CONTREXPIRY
      *> warns sales ahead of the end date.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 ContractRecord.
               02 CPCustID PIC 9(5).
               02 CPSKU PIC X(10).
               02 CPType PIC X.
                   88 CPFixedPrice VALUE 'F'.
                   88 CPPercentOff VALUE 'P'.
               02 CPUnitPrice PIC 9(6)V99.
               02 CPPercent PIC 9(2)V99.
               02 CPStartDate PIC 9(8).
               02 CPEndDate PIC 9(8).

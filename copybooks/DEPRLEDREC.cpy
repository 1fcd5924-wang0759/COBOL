      *> ---------------------------------------------------------------
      *> DEPRLEDREC - vehicle depreciation ledger layout
      *> (deprledger.txt). Appended by the monthly DEPRRUN, never
      *> rewritten: one 'DEPR' record per vehicle per month charged -
      *> the charge, and the accumulated depreciation and net book
      *> value after it - and one 'DISP' record when a disposed
      *> truck's sale is booked, carrying the sale price and the gain
      *> (positive) or loss (negative) against book value. The
      *> accountant's separate depreciation book, kept here instead.
      *> Fields kept contiguous with no separator FILLER, as
      *> VENDREC's/OPSMSGREC's are.
      *> ---------------------------------------------------------------
           01 DeprLedgerRecord.
               02 DLVehicleID PIC X(6).
               02 DLPeriod PIC 9(6).
               02 DLType PIC X(4).
                   88 DLDepreciation VALUE 'DEPR'.
                   88 DLDisposal VALUE 'DISP'.
               02 DLAmount PIC S9(7)V99.
               02 DLAccumDepr PIC 9(7)V99.
               02 DLNetBook PIC 9(7)V99.
               02 DLSalePrice PIC 9(7)V99.
               02 DLRunDate PIC 9(8).
               02 DLStamp PIC X(21).

      *> ---------------------------------------------------------------
      *> BANKDEPREC - shared bank deposit register layout
      *> (bankdeposit.txt). One record per numbered deposit DEPOSITSLIP
      *> prepares from the day's cash and check takings: the deposit
      *> number written on the bank's deposit ticket, the business
      *> date, the currency and check totals, how many checks, and
      *> whether the bank has been seen to credit it. BANKRECON clears
      *> a deposit ('C' plus the statement date) when the bank
      *> statement shows it; anything still 'O' is in transit.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 BankDepositRecord.
               02 BDDepositNum PIC 9(6).
               02 BDDate PIC 9(8).
               02 BDCashAmount PIC S9(8)V99.
               02 BDCheckAmount PIC S9(8)V99.
               02 BDCheckCount PIC 9(4).
               02 BDTotal PIC S9(8)V99.
               02 BDStatus PIC X.
                   88 BDOutstanding VALUE 'O'.
                   88 BDCleared VALUE 'C'.
               02 BDClearedDate PIC 9(8).

      *> ---------------------------------------------------------------
      *> NSFLOGREC - shared returned-check layout (nsflog.txt).
      *> One record per check the bank sent back unpaid, written by
      *> NSFCHECK when the check's applications are reversed: the
      *> customer, the check number, the date it came back, the amount
      *> re-established as owing, and the fee invoice charged for it.
      *> NSFCHECK refuses a second return of the same customer + check;
      *> taxCalculator.cbl counts a customer's records to decide when
      *> checks (and charging on account) are no longer taken.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 NsfLogRecord.
               02 NSCustID PIC 9(5).
               02 NSCheckRef PIC X(10).
               02 NSReturnDate PIC 9(8).
               02 NSAmount PIC S9(8)V99.
               02 NSFeeInvoiceNum PIC 9(6).
               02 NSOperatorID PIC X(10).

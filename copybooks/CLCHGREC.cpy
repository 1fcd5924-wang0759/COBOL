      *> ---------------------------------------------------------------
      *> CLCHGREC - shared credit limit change log layout
      *> (creditlimlog.txt). One record per change made to a limit on
      *> creditlimits.txt from a review suggestion, appended: the
      *> customer, the date, the limit before and after, the
      *> supervisor who accepted it, and where the change came from -
      *> 'R' a CREDLIMRVW suggestion, with the quarter it reviewed.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CreditLimitChangeRecord.
               02 LCCustID PIC 9(5).
               02 LCDate PIC 9(8).
               02 LCOldLimit PIC 9(8)V99.
               02 LCNewLimit PIC 9(8)V99.
               02 LCOperatorID PIC X(10).
               02 LCSource PIC X.
                   88 LCFromReview VALUE 'R'.
               02 LCQuarterEnd PIC 9(8).

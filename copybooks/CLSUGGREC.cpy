      *> ---------------------------------------------------------------
      *> CLSUGGREC - shared credit limit suggestion layout
      *> (credlimsugg.txt). One record per customer the quarterly
      *> CREDLIMRVW run suggests a change of limit for: the quarter
      *> reviewed, the limit on creditlimits.txt at the time, the
      *> limit suggested and whether it is an increase 'I' or a
      *> decrease 'D', and the payment record behind it - average
      *> days to pay, late payments, highest balance and dunning
      *> letters in the quarter. Customers held at their limit are
      *> reported but get no record here.
      *> Written 'P' pending; CREDLIMACPT marks each one 'A'
      *> accepted (creditlimits.txt updated, creditlimlog.txt written)
      *> or 'R' rejected, with the deciding supervisor and date.
      *> Each review run replaces the file with that quarter's list.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CreditSuggestRecord.
               02 CSCustID PIC 9(5).
               02 CSQuarterEnd PIC 9(8).
               02 CSCurrentLimit PIC 9(8)V99.
               02 CSSuggestedLimit PIC 9(8)V99.
               02 CSAction PIC X.
                   88 CSIncrease VALUE 'I'.
                   88 CSDecrease VALUE 'D'.
               02 CSAvgDays PIC 9(3).
               02 CSPayments PIC 9(4).
               02 CSLateCount PIC 9(4).
               02 CSPeakBalance PIC S9(8)V99.
               02 CSDunCount PIC 9(3).
               02 CSStatus PIC X.
                   88 CSPending VALUE 'P'.
                   88 CSAccepted VALUE 'A'.
                   88 CSRejected VALUE 'R'.
               02 CSDecisionDate PIC 9(8).
               02 CSDecidedBy PIC X(10).

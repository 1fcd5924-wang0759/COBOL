      *> ---------------------------------------------------------------
      *> BANKSTMTREC - bank statement layout (bankstmt.txt), one line
      *> per statement entry as the bank's file delivers it:
      *>   D - deposit credited; reference is the deposit number from
      *>       our deposit ticket when the bank captured it
      *>   R - returned item charged back; reference is the check
      *>       number
      *>   W - any other debit (checks paid, bank charges)
      *>   C - any other credit (interest, transfers in)
      *>   B - closing balance for the statement, dated the statement
      *>       end date; amount is the balance itself
      *> Entry amounts are positive - the entry type says which way
      *> they go; only a closing balance goes negative (overdrawn).
      *> BANKRECON matches the D and R entries against our deposits.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 BankStatementRecord.
               02 BSDate PIC 9(8).
               02 BSType PIC X.
                   88 BSDeposit VALUE 'D'.
                   88 BSReturnedItem VALUE 'R'.
                   88 BSOtherDebit VALUE 'W'.
                   88 BSOtherCredit VALUE 'C'.
                   88 BSClosingBalance VALUE 'B'.
               02 BSReference PIC X(10).
               02 BSAmount PIC S9(8)V99.

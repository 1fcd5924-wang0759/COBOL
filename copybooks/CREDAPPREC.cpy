      *> ---------------------------------------------------------------
      *> CREDAPPREC - shared credit application layout (creditapps.txt).
      *> One record per application for an on-account (credit) facility:
      *> the customer IDNum, the date taken and the operator who took
      *> it, the limit asked for, the customer's bank and account, two
      *> trade references, and the decision. tutorial10 takes the
      *> application (at Add Customer or from the menu) as pending
      *> 'P'; CREDAPPROVE (supervisor only) approves it - setting the
      *> limit on creditlimits.txt - or declines it. CREDAPPLIST lists
      *> the ones left waiting.
      *> A customer's latest application decides: while it is pending
      *> or declined the billing session takes cash, check, card or
      *> gift card only - nothing goes on account. Customers who never
      *> applied are not affected.
      *> Decided applications stay on file as the history.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CreditAppRecord.
               02 CACustID PIC 9(5).
               02 CAAppDate PIC 9(8).
               02 CATakenBy PIC X(10).
               02 CARequestedLimit PIC 9(8)V99.
               02 CABankName PIC X(20).
               02 CABankAccount PIC X(15).
               02 CATradeRef1 PIC X(30).
               02 CATradeRef2 PIC X(30).
               02 CAStatus PIC X.
                   88 CAPending VALUE 'P'.
                   88 CAApproved VALUE 'A'.
                   88 CADeclined VALUE 'D'.
               02 CADecisionDate PIC 9(8).
               02 CADecidedBy PIC X(10).
               02 CAApprovedLimit PIC 9(8)V99.

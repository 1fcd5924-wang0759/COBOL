      *> ---------------------------------------------------------------
      *> REFUNDREC - shared customer refund layout (refundlog.txt).
      *> One record per refund check issued by CUSTREFUND against a
      *> customer's credit balance: the customer, the date, the check
      *> number written, the amount, how much of it came off cash held
      *> on account (the rest cleared credit items on the ledger) and
      *> the supervisor who approved it. CUSTSTMT prints the month's
      *> refunds on the statement; GLEXPORT posts the day's refunds.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 RefundRecord.
               02 RFCustID PIC 9(5).
               02 RFDate PIC 9(8).
               02 RFCheckNum PIC X(10).
               02 RFAmount PIC S9(8)V99.
               02 RFFromOnAccount PIC S9(8)V99.
               02 RFOperatorID PIC X(10).

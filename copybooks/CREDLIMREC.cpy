      *> ---------------------------------------------------------------
      *> CREDLIMREC - shared credit limit layout (creditlimits.txt).
      *> One record per customer allowed to run an account balance:
      *> the customer IDNum and the most the open A/R balance may reach
      *> before the billing session needs a supervisor override. A
      *> customer with no line here has no limit checked. CREDAPPROVE
      *> sets the limit when it approves a credit application;
      *> CREDLIMACPT changes it when the credit manager accepts a
      *> suggestion from the quarterly CREDLIMRVW review.
      *> Fields kept contiguous with no separator FILLER, same LINE
      *> SEQUENTIAL workaround CustomerPurge.cbl notes.
      *> ---------------------------------------------------------------
           01 CreditLimitRecord.
               02 CLCustID PIC 9(5).
               02 CLLimit PIC 9(8)V99.

      *> ---------------------------------------------------------------
      *> LAYAWAYREC - shared layaway contract layout (layaway.txt).
      *> One record per layaway contract opened at the register: the
      *> contract number (layawayctl.txt), the customer, the date it
      *> was opened and the date its term runs out, the stock location
      *> the goods were reserved from, the contract total (goods and
      *> tax, priced and taxed the day it opened), what has been paid
      *> so far, and the status - open while it is being paid off,
      *> completed once paid in full (the sale then gets its receipt,
      *> journal lines and invoice - LWReceiptNum), cancelled when
      *> LAYAWAYEXP found it past its term. A cancelled contract keeps
      *> what was refunded to the customer's account and what the
      *> shop kept under the policy in layawayparm.txt.
      *> The lines are in laylines.txt (copybooks/LAYLINEREC.cpy), the
      *> payments in laypay.txt (copybooks/LAYPAYREC.cpy).
      *> taxCalculator.cbl opens, pays and completes contracts;
      *> LAYAWAYEXP cancels the expired ones.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 LayawayRecord.
               02 LWNum PIC 9(6).
               02 LWCustID PIC 9(5).
               02 LWDate PIC 9(8).
               02 LWExpiryDate PIC 9(8).
               02 LWLocation PIC X(4).
               02 LWTotal PIC S9(8)V99.
               02 LWPaid PIC S9(8)V99.
               02 LWStatus PIC X.
                   88 LWOpen VALUE 'O'.
                   88 LWCompleted VALUE 'C'.
                   88 LWCancelled VALUE 'X'.
               02 LWClosedDate PIC 9(8).
               02 LWReceiptNum PIC 9(6).
               02 LWRefunded PIC S9(8)V99.
               02 LWForfeited PIC S9(8)V99.
               02 LWOperatorID PIC X(10).

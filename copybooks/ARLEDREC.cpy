      *> ---------------------------------------------------------------
      *> ARLEDREC - shared accounts-receivable open-item layout
      *> (arledger.dat). One record per invoice posted by a billing
      *> session (taxCalculator.cbl): customer IDNum, date, invoice
      *> amount, amount paid so far, and an open/paid flag. The cash
      *> application, aging, and statement programs all read and
      *> settle against the same records.
      *> arledger.dat is INDEXED on ARInvoiceNum with an alternate key
      *> on ARCustID (duplicates), so a program working one customer
      *> STARTs on the customer and reads and rewrites only that
      *> customer's items. ARLEDCONVERT built it once from the flat
      *> arledger.txt of the same layout; ARARCHIVE's history file
      *> (arhist.txt) is still a flat file of the same layout.
      *> Amounts are signed so a refund/credit session can post as a
      *> negative invoice.
      *> Fields kept contiguous with no separator FILLER - a FILLER
               02 ARDocType PIC X.
                   88 ARDocInvoice VALUE 'I', ' '.
                   88 ARDocFinanceCharge VALUE 'F'.
      *> A returned (NSF) check taken at the counter, re-established
      *> as a receivable by NSFCHECK, and the fee charged for it
                   88 ARDocReturnedCheck VALUE 'R'.
                   88 ARDocNsfFee VALUE 'N'.

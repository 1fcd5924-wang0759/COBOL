      *> ---------------------------------------------------------------
      *> VINVHDRREC - shared vendor invoice header layout (vinvhdr.txt).
      *> One record per bill a vendor sends us, entered by VNDINVOICE
      *> against the POENTRY purchase order it charges for: our own
      *> voucher number (vinvctl.txt), the vendor and THEIR invoice
      *> number, the PO, invoice date, the due date and early-payment
      *> discount date/percent the terms give, the billed total, and
      *> a match status. An invoice only reaches Matched when every
      *> billed line agrees with what was ordered, what STOCKRECEIVE
      *> actually received and the product master's cost - anything
      *> outside tolerance sits Held on the match-exception report,
      *> and only Matched invoices are payable.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 VendorInvoiceRecord.
               02 VIVoucherNum PIC 9(6).
               02 VIVendorID PIC X(6).
               02 VIVendorInvNum PIC X(12).
               02 VIPONum PIC 9(6).
               02 VIInvoiceDate PIC 9(8).
               02 VIDueDate PIC 9(8).
      *> Zero date / zero percent = no early-payment discount
               02 VIDiscDate PIC 9(8).
               02 VIDiscPct PIC 9(2)V99.
               02 VIAmount PIC 9(8)V99.
               02 VIStatus PIC X.
                   88 VIMatched VALUE 'M'.
                   88 VIHeld VALUE 'H'.
                   88 VIPaid VALUE 'P'.
               02 VIEnteredDate PIC 9(8).
      *> Stamped by the APPAYRUN payment run when the invoice is paid:
      *> the check that paid it, the run date, and the early-payment
      *> discount actually taken. Zero until paid, and on records
      *> written before the fields existed
               02 VICheckNum PIC 9(6).
               02 VIPaidDate PIC 9(8).
               02 VIDiscTaken PIC 9(6)V99.

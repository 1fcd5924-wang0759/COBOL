      *> ---------------------------------------------------------------
      *> RTNRSNREC - shared return reason code layout
      *> (returnreasons.txt). One record per reason goods can come
      *> back for: the short code the RMA counter keys, what it means,
      *> and whose fault it is, so the returns analysis can say which
      *> returns to take up with a vendor, which are our own picking
      *> and packing, which the carrier's, and which nobody's.
      *> RTNREASON maintains it; RMA will only take a return under a
      *> code on file.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 ReturnReasonRecord.
               02 RRCode PIC X(4).
               02 RRDescription PIC X(20).
               02 RRFault PIC X.
                   88 RRVendorFault VALUE 'V'.
                   88 RRShopFault VALUE 'S'.
                   88 RRCarrierFault VALUE 'C'.
                   88 RRCustomerReason VALUE 'U'.

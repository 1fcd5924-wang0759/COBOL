      *> ---------------------------------------------------------------
      *> VNDITEMREC - shared vendor item catalog layout (vnditem.txt).
      *> One record per vendor per SKU they sell us: the vendor's own
      *> part number (what goes on their PO), what they charge, the
      *> smallest quantity they will ship on an order, and how many
      *> days they take to deliver. VNDCATALOG maintains it; POENTRY
      *> picks the cheapest active vendor that will take the order
      *> quantity when it cuts POs from the reorder items.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 VendorItemRecord.
               02 VCVendorID PIC X(6).
               02 VCSKU PIC X(10).
               02 VCVendorPart PIC X(15).
               02 VCCost PIC 9(6)V99.
               02 VCMinOrderQty PIC 9(5).
               02 VCLeadDays PIC 9(3).

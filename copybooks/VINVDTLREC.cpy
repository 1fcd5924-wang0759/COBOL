      *> ---------------------------------------------------------------
      *> VINVDTLREC - shared vendor invoice line layout (vinvdtl.txt).
      *> One line per product/size a VINVHDRREC invoice bills: the
      *> quantity and unit cost the vendor charged, and the three-way
      *> match result VNDINVOICE set on it - blank when the line agrees
      *> with the PO, the receipts and the product master's cost,
      *> otherwise the reason the whole invoice is held.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 VendorInvoiceLine.
               02 VDVoucherNum PIC 9(6).
               02 VDLineNum PIC 9(3).
               02 VDProdName PIC X(10).
               02 VDSize PIC A.
               02 VDQtyBilled PIC 9(5).
               02 VDUnitCost PIC 9(6)V99.
               02 VDException PIC X.
                   88 VDLineMatched VALUE SPACE.
      *> Product/size the PO never ordered
                   88 VDNotOnPO VALUE 'N'.
      *> Billed (with earlier matched bills) beyond the quantity ordered
                   88 VDOverOrdered VALUE 'O'.
      *> Billed beyond what STOCKRECEIVE booked in off the truck
                   88 VDOverReceived VALUE 'R'.
      *> Unit cost outside tolerance of ProdUnitCost
                   88 VDCostVariance VALUE 'C'.

           LEVEL DetSize PIC A.
           LEVEL DetQty PIC 9(3).
           LEVEL DetLinePrice PIC 9(6)V99.
      *> 'D' when the vendor ships the line straight to the customer
      *> on the PO ORDERENTRY cut for it - never depleted from stock
      *> and never picked. Lines written before the fields existed
      *> read back as space and zero - ordinary stocked lines
           LEVEL DetDropShip PIC X.
               88 DetIsDropShip VALUE 'D'.
           LEVEL DetDropShipPO PIC 9(6).
      *> Date the customer was promised the line (available-to-
      *> promise at entry) and the PO that promise rests on - the
      *> open PO due in to cover it, or the drop-ship PO; zero PO when
      *> stock on hand covered it. A zero date means no promise could
      *> be made.
      *> Lines written before the fields existed read back as zero
           LEVEL DetPromiseDate PIC 9(8).
           LEVEL DetPromisePO PIC 9(6).
      *> The SKU the customer asked for when it was out and an
      *> alternate from substitutes.txt went in its place (DetProdName
      *> is what actually ships). Spaces when no substitute was taken,
      *> as lines written before the field existed read back
           LEVEL DetSubstFor PIC X(10).
      *> Stock location the line was filled from (STOCKREC
      *> StockLocation) - PICKLIST prints each location's own lines.
      *> Lines written before locations were kept read back as
      *> spaces, which means the main store
           LEVEL DetLocation PIC X(4).

               02 SMSource PIC X(12).
               02 SMReference PIC X(10).
               02 SMOperator PIC X(10).
      *> Supplier lot the quantity came in on or went out of (LOTREC,
      *> lots.txt). SMReference keeps the order/PO number the scorecard
      *> and recall trace key on, so the lot rides in its own field.
      *> Spaces for untracked stock, as records written before the
      *> field existed read back
               02 SMLot PIC X(12).
      *> Stock location the movement hit (STOCKREC StockLocation). A
      *> transfer writes both sides - out at the shipping location,
      *> in at the receiving one. Records written before locations
      *> were kept read back as spaces, which means the main store
               02 SMLocation PIC X(4).

               02 PODSize PIC A.
               02 PODQtyOrdered PIC 9(5).
               02 PODQtyReceived PIC 9(5).
      *> Unit cost the line was priced at when the PO was cut (the
      *> vendor catalog cost, else ProdUnitCost). Lines written
      *> before the field existed read back as zero
               02 PODUnitCost PIC 9(6)V99.

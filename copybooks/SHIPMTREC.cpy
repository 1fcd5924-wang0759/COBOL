               02 ShpDate PIC 9(8).
               02 ShpCarrier PIC X(10).
               02 ShpTracking PIC X(20).
      *> Freight charged for the shipment, priced at confirmation
      *> from the weight, carrier and zone (FRTRATEREC) - ORDERINVOICE
      *> bills it as its own invoice line. Zero when the customer or
      *> the order ships freight-free; records written before the
      *> field existed read back as spaces, which bill no freight
               02 ShpFreight PIC 9(6)V99.

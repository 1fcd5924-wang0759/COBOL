      *> on the new length otherwise (status 39, the same trap
      *> VEHCONVERT documents for the fleet)
           LEVEL OrderShipTo PIC X(4).
      *> The arledger.dat invoice ORDERINVOICE posted for this order
      *> (zero until invoiced, and zero off the ORDHCONVERT rebuild)
      *> - the link the order-to-cash tie-out follows
           LEVEL OrderInvoiceNum PIC 9(6).
      *> The customer's own purchase-order reference, as it came in on
      *> an ORDERIMPORT file - what they quote when they ring about the
      *> order, and what stops the same file importing twice. Spaces
      *> for orders keyed here, and off the ORDHCONVERT rebuild
           LEVEL OrderCustPO PIC X(15).

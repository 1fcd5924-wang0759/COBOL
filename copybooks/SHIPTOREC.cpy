               02 STCustID PIC 9(5).
               02 STCode PIC X(4).
               02 STAddress PIC X(30).
      *> Freight zone of this delivery site (FRTRATEREC); spaces
      *> means the customer's own zone on custfreight.txt, which is
      *> also how records written before the field existed read back
               02 STZone PIC X(2).
      *> Postal code of the delivery site - ORDERINVOICE taxes an
      *> order shipped here at the jurisdiction the code maps to
      *> (postaljur.txt, via TAXJURIS). Spaces on records written
      *> before the field existed, which tax at the store's own
      *> jurisdiction
               02 STPostalCode PIC X(10).

      *> ---------------------------------------------------------------
      *> SUBSTREC - shared product substitution layout (substitutes.txt).
      *> One record per acceptable alternate for a SKU, in the order
      *> they should be offered: the products.dat SKU the customer
      *> asked for and a SKU we can sell in its place. PRODMAINT
      *> maintains it; ORDERENTRY offers the alternates that are on
      *> hand when a line would otherwise go to backorder.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 SubstituteRecord.
               02 SubSKU PIC X(10).
               02 SubAltSKU PIC X(10).

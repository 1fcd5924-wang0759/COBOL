      *> ---------------------------------------------------------------
      *> POSTJURREC - shared postal code to jurisdiction layout
      *> (postaljur.txt). One record per postal code we deliver to:
      *> the code and the jurisdiction (JURISREC) it lies in.
      *> Maintained in TAXRATEMAINT; TAXJURIS resolves a ship-to's
      *> postal code through it.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 PostalJurRecord.
               02 PJPostalCode PIC X(10).
               02 PJJurCode PIC X(6).

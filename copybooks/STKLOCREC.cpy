      *> ---------------------------------------------------------------
      *> STKLOCREC - shared stock location master layout
      *> (locations.txt). One record per place stock is held: the
      *> main store, the second store, the back warehouse. The code
      *> leads STOCKREC's key; the name is what reports print.
      *> Maintained through STOCKXFER; looked up through STOCKLOC.
      *> The main store (MAIN) exists whether or not it is on file -
      *> it is where stock lived before locations were kept.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 LocationRecord.
               02 LocCode PIC X(4).
               02 LocName PIC X(20).

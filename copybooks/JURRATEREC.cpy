      *> ---------------------------------------------------------------
      *> JURRATEREC - shared jurisdiction tax rate layout
      *> (jurrates.txt). One record per jurisdiction, category and
      *> effective date: the rate each of the jurisdiction's three
      *> authorities levies on that category from that date on. The
      *> rate charged is the three added together. Like taxrates.txt,
      *> rows are only ever appended, so next quarter's rate can wait
      *> on file and billing history stays explainable. A category
      *> with no row of its own in a jurisdiction taxes at the
      *> jurisdiction's GEN rows.
      *> Maintained in TAXRATEMAINT; read through TAXJURIS by billing
      *> and ORDERINVOICE, and by TAXREMIT to split the tax.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 JurRateRecord.
               02 JRJurCode PIC X(6).
               02 JRCategory PIC X(4).
               02 JREffDate PIC 9(8).
               02 JRStateRate PIC 9V9999.
               02 JRCountyRate PIC 9V9999.
               02 JRCityRate PIC 9V9999.

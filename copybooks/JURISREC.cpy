      *> ---------------------------------------------------------------
      *> JURISREC - shared sales tax jurisdiction layout
      *> (jurisdictions.txt). One record per jurisdiction a sale can
      *> be taxed in: a short code, and the three taxing authorities
      *> it is made of - the state (or province), the county and the
      *> city. A blank county or city means that level levies no tax
      *> there. Maintained in TAXRATEMAINT; TAXREMIT reports the tax
      *> owed to each authority from it.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 JurisdictionRecord.
               02 JurCode PIC X(6).
               02 JurState PIC X(2).
               02 JurCounty PIC X(12).
               02 JurCity PIC X(12).

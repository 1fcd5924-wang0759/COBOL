      *> ---------------------------------------------------------------
      *> CATRSTREC - shared category age restriction layout
      *> (catrestrict.txt). One record per product category that can
      *> only be sold to a buyer of age - tobacco, alcohol, blades:
      *> the category code (ProdCategory on products.dat), whether it
      *> is restricted, and the minimum age in years. A category with
      *> no record, or one flagged N, is unrestricted. Maintained in
      *> TAXRATEMAINT alongside the category's tax rate;
      *> taxCalculator.cbl verifies the buyer's age before it rings a
      *> restricted item.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CatRestrictRecord.
               02 CRCategory PIC X(4).
               02 CRRestricted PIC X.
                   88 CRAgeRestricted VALUE 'Y'.
               02 CRMinAge PIC 9(2).

      *> ---------------------------------------------------------------
      *> CUSTDOBREC - shared customer date of birth layout
      *> (custdob.txt). One record per customer who has given us a
      *> date of birth - it is optional, so most customers have none.
      *> Kept beside customers.txt rather than in CUSTREC so the
      *> INDEXED customer master needs no conversion. Maintained from
      *> the tutorial10 customer menu; taxCalculator.cbl ages the buyer
      *> from it when a restricted item is rung, and asks for an ID
      *> date of birth only when there is none on file.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CustDobRecord.
               02 CBCustID PIC 9(5).
               02 CBBirthDate PIC 9(8).

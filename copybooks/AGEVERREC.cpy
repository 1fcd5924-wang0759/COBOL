      *> ---------------------------------------------------------------
      *> AGEVERREC - shared age verification log layout (agelog.txt).
      *> One record per restricted item taxCalculator.cbl was asked to
      *> ring, kept for compliance audits: the date, receipt and
      *> customer, the operator, the SKU and category, the minimum age
      *> the category needs, the birth date the age was worked from
      *> and where it came from (C the customer's date of birth on
      *> custdob.txt, I an ID keyed by the operator, N none given),
      *> the age that gave, and whether the line was sold (P passed)
      *> or refused (R).
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 AgeVerifyRecord.
               02 AVDate PIC 9(8).
               02 AVReceiptNum PIC 9(6).
               02 AVCustID PIC 9(5).
               02 AVOperatorID PIC X(10).
               02 AVSKU PIC X(10).
               02 AVCategory PIC X(4).
               02 AVMinAge PIC 9(2).
               02 AVBirthDate PIC 9(8).
               02 AVSource PIC X.
                   88 AVFromCustomer VALUE 'C'.
                   88 AVFromID VALUE 'I'.
                   88 AVNoBirthDate VALUE 'N'.
               02 AVAge PIC 9(3).
               02 AVResult PIC X.
                   88 AVPassed VALUE 'P'.
                   88 AVRefused VALUE 'R'.

      *> ---------------------------------------------------------------
      *> CUSTFRTREC - shared customer freight terms layout
      *> (custfreight.txt). One record per customer with terms on
      *> file: the customer IDNum, the destination zone their mailing
      *> address falls in (FRTRATEREC), and whether they get free
      *> freight. A ship-to address with its own zone on shipto.txt
      *> overrides the customer's zone for orders delivered there. A
      *> customer with no record has no zone - freight on their
      *> shipments prices at the carrier's all-zones rate, if any.
      *> FREIGHTMAINT maintains the file; SHIPCONFIRM reads it.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CustFreightRecord.
               02 CFCustID PIC 9(5).
               02 CFZone PIC X(2).
               02 CFFreeFreight PIC X.
                   88 CFIsFreeFreight VALUE 'Y'.

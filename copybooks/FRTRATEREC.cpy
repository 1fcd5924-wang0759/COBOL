      *> ---------------------------------------------------------------
      *> FRTRATEREC - shared freight rate table layout
      *> (freightrates.txt). One record per carrier and destination
      *> zone: the carrier as SHIPCONFIRM records it on shipments.txt
      *> (ShpCarrier), the zone code (CUSTFRTREC / SHIPTOREC), a flat
      *> charge per shipment and a charge per pound of shipping weight
      *> (PRODREC ProdWeight times quantity). SHIPCONFIRM prices the
      *> freight from it; FREIGHTMAINT maintains it. A row with a
      *> blank zone is the carrier's rate for any zone that has no
      *> row of its own.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 FreightRateRecord.
               02 FRCarrier PIC X(10).
               02 FRZone PIC X(2).
               02 FRBaseCharge PIC 9(4)V99.
               02 FRPerPound PIC 9(3)V99.

      *> zero) - it will not open on the new length otherwise
      *> (status 39, the same trap VEHCONVERT documents)
           LEVEL ProdUnitCost PIC 9(6)V99.
      *> Shipping weight of one unit in pounds - what SHIPCONFIRM
      *> weighs an order by to charge freight. Zero (the PRODCONVERT
      *> default for a catalog built before the field existed) ships
      *> weightless, so only the rate table's base charge applies
           LEVEL ProdWeight PIC 9(4)V99.

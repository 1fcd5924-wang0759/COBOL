      *> reorder report reads the reorder point/quantity back out.
      *> On-hand is signed so an oversell shows up as a negative
      *> balance instead of silently wrapping.
      *> Stock is held per location (the main store, the second store,
      *> the back warehouse - locations.txt via STKLOCREC), so the key
      *> leads with the location: a sequential walk comes out grouped
      *> by location for the per-location reports. Programs find the
      *> location they work from through the STOCKLOC module, and
      *> STOCKXFER moves stock between locations. A stock.dat built
      *> before the key grew is rebuilt once through STOCKCONVERT,
      *> which files everything under the main store (MAIN).
      *> ---------------------------------------------------------------
           01 StockData.
               02 StockKey.
                   03 StockLocation PIC X(4).
                   03 StockProdName PIC X(10).
                   03 StockSize PIC A.
               02 StockOnHand PIC S9(5).
      *> first receipt or by BINMAINT - PICKLIST sorts the pick
      *> walk by it so the picker stops zigzagging
               02 StockBinLocation PIC X(6).
      *> The count schedule, appended after locations were added (a
      *> stock.dat on the located layout is rebuilt once through
      *> STOCKCONVERT, which leaves the item unclassified and never
      *> counted). ABCCLASS sets the class monthly from the item's
      *> movement value over the past year - 'A' the few items that
      *> carry most of it, 'C' the long tail; blank until the first
      *> run, and counted on the C schedule meanwhile. CYCLECOUNT
      *> stamps the date each time a count of the item posts, and
      *> schedules the next one from it by class (abcparm.txt)
               02 StockAbcClass PIC X.
                   88 StockClassA VALUE 'A'.
                   88 StockClassB VALUE 'B'.
                   88 StockClassC VALUE 'C' SPACE.
               02 StockLastCountDate PIC 9(8).

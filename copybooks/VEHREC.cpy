      *> per-vehicle service interval with the mileage at last service
      *> - so the garage wall calendar stops being the maintenance
      *> system. OdometerSimulation updates it; the service-due report
      *> and the fleet batch jobs read it. It also carries each
      *> truck's asset register entry, so the depreciation the
      *> accountant kept in a separate book is worked out here.
      *> ---------------------------------------------------------------
           01 VehicleRecord.
               02 VehicleID         PIC X(6).
                   88 VehInShop VALUE 'S'.
                   88 VehOutOfService VALUE 'O'.
                   88 VehDisposed VALUE 'D'.
      *> Asset register, kept through VEHASSET and depreciated monthly
      *> by DEPRRUN onto deprledger.txt (DEPRLEDREC). A fleet built
      *> before these fields existed is rebuilt once through
      *> VEHCONVERT, which leaves them zero - a truck with no
      *> acquisition cost is not on the register and is skipped.
      *> Useful life is in months; the method is 'S' straight-line
      *> down to salvage value, or 'D' declining balance (double the
      *> straight-line rate on the remaining book value, never below
      *> salvage). VehDeprThrough is the last period (YYYYMM) charged,
      *> so a rerun never charges a month twice
               02 VehAcqDate PIC 9(8).
               02 VehAcqCost PIC 9(7)V99.
               02 VehSalvageValue PIC 9(7)V99.
               02 VehUsefulLife PIC 9(3).
               02 VehDeprMethod PIC X.
                   88 VehDeprStraightLine VALUE 'S'.
                   88 VehDeprDeclining VALUE 'D'.
               02 VehAccumDepr PIC 9(7)V99.
               02 VehDeprThrough PIC 9(6).
      *> Disposal: VEHSTATUS records the date and sale price when it
      *> marks the truck Disposed; DEPRRUN books the gain or loss
      *> against book value once and flags it booked
               02 VehDisposalDate PIC 9(8).
               02 VehSalePrice PIC 9(7)V99.
               02 VehDisposalFlag PIC X.
                   88 VehDisposalBooked VALUE 'Y'.
      *> Fuel tank capacity in litres, kept through VEHASSET. FUELEXC
      *> flags a fill bigger than the tank could hold; zero means not
      *> known and no fill is judged against it (how a fleet rebuilt
      *> through VEHCONVERT starts out)
               02 VehTankCapacity PIC 9(4)V99.

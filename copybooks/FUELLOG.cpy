      *> ---------------------------------------------------------------
      *> FUELLOG - shared fuel purchase layout (fuellog.txt). One
      *> record per fill: vehicle, date, litres, dollar amount, and
      *> the driver.
      *> FUELENTRY appends them; the fuel-economy report joins them
      *> against the mileage history to find the truck quietly burning
      *> twice the fuel of its twin.
               02 FLDate PIC 9(8).
               02 FLLitres PIC 9(4)V99.
               02 FLAmount PIC 9(5)V99.
      *> Driver master ID of whoever bought the fuel (DRIVERREC) -
      *> the truck's assigned driver unless another was keyed.
      *> Spaces on lines written before the field existed
               02 FLDriverID PIC X(6).

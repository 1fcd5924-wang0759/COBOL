      *> ---------------------------------------------------------------
      *> MILELOG - shared mileage transaction layout (mileagelog.txt).
      *> One record per accepted odometer reading: vehicle, date, old
      *> and new readings, the operator who keyed it, and the driver.
      *> OdometerSimulation (and the batch loaders) append it; the
      *> monthly miles-driven and fuel-economy reports total it back
      *> up - the history the REWRITE over vehicles.dat never kept.
               02 MLOldReading PIC 9(6).
               02 MLNewReading PIC 9(6).
               02 MLOperator PIC X(10).
      *> Driver master ID of the truck's driver for the reading
      *> (DRIVERREC) - its assigned driver on the day unless another
      *> was keyed. Spaces on lines written before the field existed
               02 MLDriverID PIC X(6).

      *> ---------------------------------------------------------------
      *> DLVRUNREC - shared delivery run layout (dlvruns.txt). One
      *> record per run DISPATCH builds from the day's shipping
      *> manifest: the run number, the manifest date it delivers, the
      *> truck (vehicles.dat) and the driver (DRIVERREC) it went out
      *> with, the odometer reading it left on and came back on, and
      *> whether it is still out. The stops on it are on dlvstops.txt
      *> (DLVSTOPREC) under the same run number. When the run returns
      *> the miles between the two readings go to the mileage log
      *> (MILELOG) the same as any other reading.
      *> Fields kept contiguous with no separator FILLER, as VENDREC's
      *> are.
      *> ---------------------------------------------------------------
           01 DeliveryRunRecord.
               02 DRRunNum PIC 9(6).
               02 DRDate PIC 9(8).
               02 DRVehicleID PIC X(6).
               02 DRDriverID PIC X(6).
               02 DRStartOdo PIC 9(6).
               02 DREndOdo PIC 9(6).
               02 DRStops PIC 9(3).
               02 DRStatus PIC X.
                   88 DROut VALUE 'O'.
                   88 DRReturned VALUE 'R'.
               02 DROperator PIC X(10).

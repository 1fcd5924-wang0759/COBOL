      *> ---------------------------------------------------------------
      *> DRIVERREC - shared driver master layout (drivers.txt). One
      *> record per person who drives for us: a short driver ID (what
      *> the assignment history, the fuel log and the mileage log
      *> carry instead of a typed name), the name, the licence number
      *> and class, the licence and medical certificate expiry dates,
      *> and an active/inactive flag (the same soft-delete discipline
      *> VendorFile's VndStatus uses - old fuel and mileage lines keep
      *> pointing at a driver who still exists).
      *> DRIVERMAINT maintains it; DRVASSIGN answers for it; DRVEXPIRY
      *> reports the licences and medicals running out.
      *> Fields kept contiguous with no separator FILLER, as VENDREC's
      *> are.
      *> ---------------------------------------------------------------
           01 DriverRecord.
               02 DrvID PIC X(6).
               02 DrvName PIC X(30).
               02 DrvLicenseNum PIC X(15).
               02 DrvLicenseClass PIC X(2).
               02 DrvLicenseExpiry PIC 9(8).
               02 DrvMedicalExpiry PIC 9(8).
               02 DrvStatus PIC X.
                   88 DrvActive VALUE 'A'.
                   88 DrvInactive VALUE 'I'.

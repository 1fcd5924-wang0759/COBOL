      *> ---------------------------------------------------------------
      *> FUELEXCREC - shared fuel exception layout (fuelexc.txt). One
      *> record per suspect fill FUELEXC finds in a week's fuel log
      *> (fuellog.txt) or fuel card statement (fuelstmt.txt): the
      *> fill - vehicle, date, litres, amount, and which side it came
      *> from ('L' our log, 'C' a card charge with no fill logged
      *> behind it) - the kind of exception, a line of detail, and
      *> the date it was found. FUELEXCREVIEW works the queue: an
      *> exception stays open until a supervisor closes it with a
      *> note saying what was found, stamped with who and when - the
      *> same worked-queue discipline ODOEXCREVIEW gives the odometer
      *> rollbacks.
      *> Fields kept contiguous with no separator FILLER, as VENDREC's
      *> are.
      *> ---------------------------------------------------------------
           01 FuelExcRecord.
               02 FXVehicleID PIC X(6).
               02 FXDate PIC 9(8).
               02 FXSource PIC X.
                   88 FXFromLog VALUE 'L'.
                   88 FXFromCard VALUE 'C'.
               02 FXLitres PIC 9(4)V99.
               02 FXAmount PIC 9(5)V99.
      *> TANK over the tank capacity, SAME a second fill the same day,
      *> HOLI a weekend or holiday fill, SHOP the truck in the shop
      *> or out of service that day, ECON miles per litre far under
      *> the truck's own average
               02 FXType PIC X(4).
                   88 FXOverTank VALUE 'TANK'.
                   88 FXSameDay VALUE 'SAME'.
                   88 FXHoliday VALUE 'HOLI'.
                   88 FXNotInService VALUE 'SHOP'.
                   88 FXLowEconomy VALUE 'ECON'.
               02 FXDetail PIC X(30).
               02 FXFoundDate PIC 9(8).
               02 FXStatus PIC X.
                   88 FXOpen VALUE 'O'.
                   88 FXClosed VALUE 'C'.
               02 FXClosedBy PIC X(10).
               02 FXClosedDate PIC 9(8).
               02 FXNote PIC X(40).

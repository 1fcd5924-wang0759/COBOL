      *> ---------------------------------------------------------------
      *> VEHASGREC - shared vehicle assignment history layout
      *> (vehassign.txt). One record per assignment, appended by
      *> DRIVERMAINT and never rewritten: the vehicle, the driver ID it
      *> went to (spaces when it was taken off its driver), the date
      *> the assignment took effect, and who keyed it and when. The
      *> driver of a truck on any day is the latest assignment dated
      *> on or before it - which DRVASSIGN's 'WHO ' looks up, so "who
      *> drove it last March" has an answer.
      *> Fields kept contiguous with no separator FILLER, as VENDREC's
      *> are.
      *> ---------------------------------------------------------------
           01 VehAssignRecord.
               02 VAVehicleID PIC X(6).
               02 VADriverID PIC X(6).
               02 VAFromDate PIC 9(8).
               02 VAOperator PIC X(10).
               02 VAStamp PIC X(21).

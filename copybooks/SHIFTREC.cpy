      *> ---------------------------------------------------------------
      *> SHIFTREC - shared operator shift clock layout (shiftclock.txt).
      *> One record per punch: the operator, the business date and
      *> HHMM time, and whether it clocked them in (I) or out (O).
      *> The register and tutorial10's customer menu punch through
      *> the SHIFTCLK module at sign-on and sign-off, SHIFTRPT pairs
      *> the punches into shifts for the weekly hours report.
      *> A supervisor corrects a missed or wrong punch in SHIFTMAINT
      *> by adding a record, never by changing one: an added punch
      *> carries the supervisor in SPEnteredBy, and a wrong punch is
      *> cancelled by a void (V) record repeating its date, time and
      *> type (SPVoidsType). SPStamp is the system date and time the
      *> record was written, so a correction keyed days later shows
      *> as such.
      *> Fields kept contiguous with no separator FILLER, same LINE
      *> SEQUENTIAL workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 ShiftPunchRecord.
               02 SPOperatorID PIC X(10).
               02 SPDate PIC 9(8).
               02 SPTime PIC 9(4).
               02 SPType PIC X.
                   88 SPClockIn VALUE 'I'.
                   88 SPClockOut VALUE 'O'.
                   88 SPVoid VALUE 'V'.
               02 SPVoidsType PIC X.
               02 SPSource PIC X(12).
               02 SPEnteredBy PIC X(10).
               02 SPStamp PIC X(14).

      *> ---------------------------------------------------------------
      *> ABCPARM - ABC classification parameters (abcparm.txt), one
      *> record. ABCCLASS ranks each location's items by a year's
      *> movement value and classes them by cumulative share of it:
      *> items making up the first AbcACutoff percent are 'A', up to
      *> AbcBCutoff percent 'B', the rest 'C'. CYCLECOUNT counts each
      *> class every so many days. A missing file, or a field not
      *> numeric, takes the defaults: 80/95 percent, A every 30 days,
      *> B every 90, C every 365.
      *>
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 AbcParmRecord.
               02 AbcACutoff PIC 9(3).
               02 AbcBCutoff PIC 9(3).
               02 AbcADays PIC 9(3).
               02 AbcBDays PIC 9(3).
               02 AbcCDays PIC 9(3).

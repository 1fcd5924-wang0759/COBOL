      *> ---------------------------------------------------------------
      *> DUNLOGREC - shared dunning letter history layout (dunlog.txt).
      *> One record per letter DUNNING produces, appended run on run:
      *> the account chased (the head office for a consolidating
      *> branch), the run date, the level sent (1 30-day reminder,
      *> 2 60-day warning, 3 final notice), whether it went on paper
      *> 'P' or by email 'E', and the balance it asked for.
      *> dunstate.txt only remembers the last level sent; this is the
      *> history CREDLIMRVW counts letters received from.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 DunLogRecord.
               02 DLCustID PIC 9(5).
               02 DLDate PIC 9(8).
               02 DLLevel PIC 9.
               02 DLChannel PIC X.
                   88 DLOnPaper VALUE 'P'.
                   88 DLByEmail VALUE 'E'.
               02 DLBalance PIC S9(8)V99.

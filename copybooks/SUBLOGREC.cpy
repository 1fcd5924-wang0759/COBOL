      *> ---------------------------------------------------------------
      *> SUBLOGREC - shared substitution log layout (substlog.txt).
      *> One record per order line ORDERENTRY filled with an alternate
      *> because the SKU ordered was out: when, which order line, what
      *> was asked for and what went instead. SUBSTREPORT reads it
      *> back by month so purchasing can see what we keep running
      *> out of.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 SubstituteLogRecord.
               02 SLDate PIC 9(8).
               02 SLOrderNum PIC 9(6).
               02 SLLineNum PIC 9(3).
               02 SLOrderedSKU PIC X(10).
               02 SLSubstSKU PIC X(10).
               02 SLSize PIC A.
               02 SLQty PIC 9(5).

      *> ---------------------------------------------------------------
      *> BIZDATEREC - business-date control record (bizdate.txt).
      *> One record: the business day the batch and posting programs
      *> are working, read through the BIZDATE module instead of the
      *> system clock, so a chain rerun after midnight still balances,
      *> exports and dates the day it was meant for. It moves only by
      *> ENDOFDAY (the last step of the nightly chain) advancing it to
      *> the next business day, or by operations setting it back with
      *> BIZDATEMAINT to rerun a past day. The previous date, how it
      *> last moved (I first use, A advanced, S set by operations)
      *> and when are kept for the audit question "why is the shop
      *> on that date?". Fields kept contiguous with no separator
      *> FILLER, as OPSMSGREC's are.
      *> ---------------------------------------------------------------
           01 BizDateRecord.
               02 BDBusinessDate PIC 9(8).
               02 BDPrevDate PIC 9(8).
               02 BDLastAction PIC X.
                   88 BDFirstUse VALUE 'I'.
                   88 BDAdvanced VALUE 'A'.
                   88 BDSetByOps VALUE 'S'.
               02 BDStamp PIC X(21).

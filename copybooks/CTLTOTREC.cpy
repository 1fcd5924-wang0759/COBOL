      *> ---------------------------------------------------------------
      *> CTLTOTREC - run-to-run control total record (ctltotals.txt).
      *> One record per figure a nightly chain step vouches for: the
      *> business date it ran for, the step (its JOBDRIVER name), what
      *> was counted (CUST-OUT, AR-OPEN, SJ-TODAY, ...), the record
      *> count, the money total where the figure has one, and when it
      *> was written. Steps append through the CTLTOTAL module; the
      *> balancing step CTLBALANCE ties one step's output to the next
      *> step's input and holds each count against its trailing
      *> average. A step rerun the same day appends again - the latest
      *> record for a date wins. The date leads the line so HOUSEKEEP
      *> can trim the file by retention.cfg (date column 1).
      *> Fields kept contiguous with no separator FILLER, as OPSMSGREC's
      *> are.
      *> ---------------------------------------------------------------
           01 CtlTotalRecord.
               02 CTBusDate PIC 9(8).
               02 CTStep PIC X(12).
               02 CTMetric PIC X(12).
               02 CTCount PIC 9(9).
               02 CTAmount PIC S9(11)V99.
               02 CTStamp PIC X(21).

      *> ---------------------------------------------------------------
      *> TRNSTAMPREC - training data set stamp (training/trnstamp.txt).
      *> One record, written last by TRNREFRESH once the practice copy
      *> of the data files is complete: when the copy was taken, the
      *> business date it was taken on, and how many files and
      *> customers went across. TRNMODE will not switch a session to
      *> training without it, so a copy that failed half-way is never
      *> trained on.
      *> Fields kept contiguous with no separator FILLER, as OPSMSGREC's
      *> are.
      *> ---------------------------------------------------------------
           01 TrainStampRecord.
               02 TSStamp PIC X(21).
               02 TSBusDate PIC 9(8).
               02 TSFilesCopied PIC 9(4).
               02 TSCustMasked PIC 9(7).

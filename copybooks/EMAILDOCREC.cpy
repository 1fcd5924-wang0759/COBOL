      *> ---------------------------------------------------------------
      *> EMAILDOCREC - shared email document body layout
      *> (emaildocs.txt). The lines of every document queued on
      *> delivqueue.txt (DELIVQREC), appended in order, each tagged
      *> with its document's DQDocRef so the mail gateway can lift one
      *> document out of the file. The reference is the document type,
      *> the run date and time, and the customer IDNum.
      *> CUSTSTMT, DUNNING and MAILMERGE append to it.
      *> ---------------------------------------------------------------
           01 EmailDocRecord.
               02 EDDocRef PIC X(23).
               02 EDText PIC X(120).

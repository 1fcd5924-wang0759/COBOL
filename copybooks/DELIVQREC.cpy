      *> ---------------------------------------------------------------
      *> DELIVQREC - shared outbound delivery queue layout
      *> (delivqueue.txt). One record per document going to a customer
      *> by email instead of on paper: the document reference, the
      *> customer IDNum, the document type ('STMT' statement from
      *> CUSTSTMT, 'DUNN' dunning letter from DUNNING, 'LETR' form
      *> letter from MAILMERGE), the Email address it goes to, the date
      *> queued, and the delivery status with the date it last changed.
      *> The document body is on emaildocs.txt (EMAILDOCREC) - every
      *> line of it carries the same DQDocRef.
      *> Written 'Q' queued; the mail gateway sets 'S' sent or 'F'
      *> failed. DELIVRPT reports the queue by status.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 DeliveryQueueRecord.
               02 DQDocRef PIC X(23).
               02 DQCustID PIC 9(5).
               02 DQDocType PIC X(4).
                   88 DQStatement VALUE 'STMT'.
                   88 DQDunning VALUE 'DUNN'.
                   88 DQLetter VALUE 'LETR'.
               02 DQEmail PIC X(40).
               02 DQQueuedDate PIC 9(8).
               02 DQStatus PIC X.
                   88 DQQueued VALUE 'Q'.
                   88 DQSent VALUE 'S'.
                   88 DQFailed VALUE 'F'.
               02 DQStatusDate PIC 9(8).

      *> POHDRREC - shared purchase-order header layout (pohdr.txt).
      *> One record per PO cut against a VENDREC vendor: the number
      *> STOCKRECEIVE receives against, who it was placed with, when,
      *> when the goods are expected, and a status flag. A PO closes
      *> when every line is fully received.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
               02 POStatus PIC X.
                   88 POOpen VALUE 'O'.
                   88 POClosed VALUE 'C'.
                   88 POPending VALUE 'P'.
                   88 PORejected VALUE 'R'.
      *> What the PO is worth at cut time, and who approved or
      *> rejected it and when. A PO above POENTRY's approval limit is
      *> cut pending ('P') and only a supervisor moves it on to open
      *> or rejected. Headers written before the fields existed read
      *> back as spaces and zero - those POs never needed approval
               02 POValue PIC 9(8)V99.
               02 POApprover PIC X(10).
               02 POApprovalDate PIC 9(8).
      *> Drop-ship POs only: the customer order the vendor ships
      *> straight to, and the name and address it goes to. Zero and
      *> spaces on stock POs and on headers written before the
      *> fields existed
               02 PODropOrder PIC 9(6).
               02 PODropName PIC X(30).
               02 PODropAddress PIC X(30).

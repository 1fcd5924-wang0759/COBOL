      *> ---------------------------------------------------------------
      *> MANIFESTREC - the shipping manifest line (manifest.txt), a
      *> printable 80-byte sheet line: the date the order goes out on,
      *> the order number, the customer's name, and the carrier and
      *> tracking reference. SHIPCONFIRM appends one per order it
      *> confirms shipped; DISPATCH builds the day's delivery runs from
      *> the lines dated that day, and appends a failed delivery back
      *> on dated the next business day. Moved to and from the FD's
      *> 80-byte ManifestLine, so the separator FILLERs stay in
      *> WORKING-STORAGE where their VALUE SPACES hold.
      *> ---------------------------------------------------------------
       01 WS-MANIFEST-DETAIL.
           02 WS-M-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-M-ORDER PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-M-NAME PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-M-CARRIER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-M-TRACKING PIC X(20).

      *> Closed by ORDERMAINT when the line or order that owed it
      *> died - never filled, never counted as demand again
                   88 BOCancelled VALUE 'X'.
      *> Stock location the line was to be filled from - STOCKRECEIVE
      *> only fills a backorder from stock booked in at the same
      *> location. Records written before locations were kept read
      *> back as spaces, which means the main store
               02 BOLocation PIC X(4).

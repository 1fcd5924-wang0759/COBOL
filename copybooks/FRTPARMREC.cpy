      *> ---------------------------------------------------------------
      *> FRTPARMREC - freight parameters (freightparm.txt), one record.
      *> FPFreeOver: an order whose goods come to more than this ships
      *> freight-free; zero means no threshold. FREIGHTMAINT keeps it;
      *> SHIPCONFIRM applies it. A missing file, or a value not
      *> numeric, means no threshold.
      *> ---------------------------------------------------------------
           01 FreightParmRecord.
               02 FPFreeOver PIC 9(6)V99.

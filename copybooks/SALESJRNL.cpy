      *> the commission. Spaces on batch postings and on lines
      *> written before the field existed
               02 SJOperatorID PIC X(10).
      *> Sales tax jurisdiction the line was taxed in (JURISREC) -
      *> the store's own at the register, the ship-to's on an
      *> invoiced order - so TAXREMIT can split the tax among the
      *> authorities owed it. Spaces when no jurisdiction was set up
      *> and on lines written before the field existed
               02 SJJurisCode PIC X(6).
      *> HHMM the line was rung at the register, so SHIFTRPT can set
      *> sales against the operator's clocked hours. Zero on batch
      *> postings; spaces on lines written before the field existed
               02 SJTime PIC 9(4).

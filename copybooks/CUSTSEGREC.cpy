      *> ---------------------------------------------------------------
      *> CUSTSEGREC - shared customer segment layout (custsegment.txt).
      *> One record per Active customer, rewritten whole by each
      *> CUSTSEGMENT run: what the customer's buying looks like as of
      *> the run - last and first purchase, how many purchases, net
      *> spend - the 1-5 recency, frequency and monetary scores made
      *> of them, and the segment they put the customer in. The
      *> quarter (YYYYQ) the segment was scored in is kept, and the
      *> segment the customer held at the last run of an earlier
      *> quarter beside it, so the migration report can say who moved.
      *> CUSTSEG looks a customer's segment up for MAILMERGE,
      *> CUSTLABELS and CUSTEXPORT to select by.
      *> Fields kept contiguous with no separator FILLER, as VENDREC's
      *> are.
      *> ---------------------------------------------------------------
           01 CustSegRecord.
               02 SGCustID PIC 9(5).
      *> CHAM champions - buying often, lately, and spending well;
      *> ACTV the regular trade; NEW first bought lately; RISK gone
      *> quiet; LAPS not bought in a long while; NONE never bought
               02 SGSegment PIC X(4).
                   88 SGChampion VALUE 'CHAM'.
                   88 SGActive VALUE 'ACTV'.
                   88 SGNew VALUE 'NEW '.
                   88 SGAtRisk VALUE 'RISK'.
                   88 SGLapsed VALUE 'LAPS'.
                   88 SGNeverBought VALUE 'NONE'.
               02 SGRecencyScore PIC 9.
               02 SGFrequencyScore PIC 9.
               02 SGMonetaryScore PIC 9.
               02 SGLastPurchase PIC 9(8).
               02 SGFirstPurchase PIC 9(8).
               02 SGPurchases PIC 9(5).
               02 SGSpend PIC S9(9)V99.
               02 SGScoredDate PIC 9(8).
               02 SGQuarter PIC 9(5).
      *> Spaces (and a zero quarter) until the customer has been
      *> scored in two different quarters
               02 SGPrevSegment PIC X(4).
               02 SGPrevQuarter PIC 9(5).

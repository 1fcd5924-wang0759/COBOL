      *> ---------------------------------------------------------------
      *> CUSTPREFREC - shared communication preference layout
      *> (custprefs.txt). One record per customer who has told us how
      *> they want to hear from us: the customer IDNum, the delivery
      *> channel for statements, dunning letters and form letters -
      *> 'P' print and post, 'E' email to the CUSTREC Email address -
      *> and whether they have opted out of marketing mail. A customer
      *> with no record is print, marketing allowed. An email customer
      *> whose Email is blank is printed rather than lost.
      *> CUSTSTMT, DUNNING and MAILMERGE queue email-channel documents
      *> on delivqueue.txt (DELIVQREC) instead of printing them;
      *> MAILMERGE's all-customer run and CUSTLABELS skip marketing
      *> opt-outs, and CUSTLABELS skips email-channel customers.
      *> COMMPREF answers the lookup; maintained from the tutorial10
      *> customer menu.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CustPrefRecord.
               02 CMCustID PIC 9(5).
               02 CMChannel PIC X.
                   88 CMByPrint VALUE 'P'.
                   88 CMByEmail VALUE 'E'.
               02 CMMarketingOptOut PIC X.
                   88 CMNoMarketing VALUE 'Y'.

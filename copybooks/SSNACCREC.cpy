      *> ---------------------------------------------------------------
      *> SSNACCREC - SSN access log layout (ssnaccess.txt). One record
      *> per person-registry lookup, appended by SSNREGISTRY before
      *> anything is shown: when (clock stamp and business date), which
      *> operator, whether the session was signed on for unmasked
      *> display, whether a person was found, the SSN asked for - held
      *> masked the way the screen masks it, never in full - the name
      *> shown, and the business reason the operator keyed for looking.
      *> SSNACCRPT reads it for the monthly privacy access report.
      *> Fields kept contiguous with no separator FILLER, as OPSMSGREC's
      *> are.
      *> ---------------------------------------------------------------
           01 SSNAccessRecord.
               02 SAStamp PIC X(21).
               02 SABusDate PIC 9(8).
               02 SAOperator PIC X(10).
               02 SAUnmasked PIC X.
                   88 SAShownInFull VALUE 'Y'.
                   88 SAShownMasked VALUE 'N'.
               02 SAResult PIC X.
                   88 SAPersonFound VALUE 'F'.
                   88 SAPersonNotFound VALUE 'N'.
               02 SAMaskedSSN PIC X(11).
               02 SAPersonName PIC X(30).
               02 SAReasonCode PIC X(4).
               02 SAReasonText PIC X(30).

      *> ---------------------------------------------------------------
      *> QUOTEHDRREC - shared quotation header layout (quotehdr.txt).
      *> One header per quote: who, when, when it lapses, and whether
      *> it is still open ('Q') or converted ('C'). QUOTEENTRY takes
      *> quotes and converts them; CIRCLES writes a priced cut list
      *> as a quote the same way.
      *>
      *> Fields kept contiguous with no separator FILLER, same LINE
      *> SEQUENTIAL workaround CustomerPurge.cbl notes.
      *>
      *> The LEVEL token lets this copybook be lifted in at whatever
      *> level number the including record needs, exactly as CUSTREC:
      *>     01 QuoteHeaderRecord.
      *>         COPY QUOTEHDRREC REPLACING ==LEVEL== BY ==02==.
      *> ---------------------------------------------------------------
           LEVEL QhNum PIC 9(6).
           LEVEL QhCustID PIC 9(5).
           LEVEL QhDate PIC 9(8).
           LEVEL QhExpiry PIC 9(8).
           LEVEL QhStatus PIC X.
               88 QhOpen VALUE 'Q'.
               88 QhConverted VALUE 'C'.

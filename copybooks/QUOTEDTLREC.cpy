      *> ---------------------------------------------------------------
      *> QUOTEDTLREC - shared quotation line layout (quotedtl.txt).
      *> One line per product/size/quantity quoted, same shape as an
      *> order detail line but keyed by quote number. QUOTEENTRY
      *> writes product lines; CIRCLES writes a cut list as one line
      *> per circle plus a setup-charge line.
      *>
      *> Fields kept contiguous with no separator FILLER, same LINE
      *> SEQUENTIAL workaround CustomerPurge.cbl notes.
      *>
      *> The LEVEL token lets this copybook be lifted in at whatever
      *> level number the including record needs, exactly as CUSTREC:
      *>     01 QuoteDetailRecord.
      *>         COPY QUOTEDTLREC REPLACING ==LEVEL== BY ==02==.
      *> ---------------------------------------------------------------
           LEVEL QdQuoteNum PIC 9(6).
           LEVEL QdLineNum PIC 9(3).
           LEVEL QdProdName PIC X(10).
           LEVEL QdSize PIC A.
           LEVEL QdQty PIC 9(3).
      *> Extended line price - for a cut circle its material plus
      *> edge cost
           LEVEL QdPrice PIC 9(6)V99.
      *> 'C' a circle cut to size off a CIRCLES cut list, 'S' the
      *> cut list's setup charge - made in the shop, so converting
      *> the quote neither reprices nor depletes stock for them.
      *> Space for an ordinary product line, as lines written before
      *> the field existed read back
           LEVEL QdLineType PIC X.
               88 QdProductLine VALUE SPACE.
               88 QdCutCircle VALUE 'C'.
               88 QdSetupCharge VALUE 'S'.
      *> A cut circle's radius and what its price is made of: the
      *> material for the area and the edge trim for the
      *> circumference. Zero on every other line
           LEVEL QdRadius PIC 9(4)V99.
           LEVEL QdMaterialCost PIC 9(6)V99.
           LEVEL QdEdgeCost PIC 9(6)V99.

      *> ---------------------------------------------------------------
      *> DLVSTOPREC - shared delivery stop layout (dlvstops.txt). One
      *> record per order on a DISPATCH delivery run, in the order the
      *> driver makes the stops (by delivery postal code, then street
      *> address): the manifest line it came off - date, customer name,
      *> carrier and tracking reference - the customer and the address
      *> it goes to, and the proof of delivery recorded when the run
      *> comes back: 'D' delivered (with who signed for it), 'R'
      *> refused, 'N' no one home. Pending until then. A refused or
      *> missed order goes back on the next business day's manifest
      *> and so onto a later run as a new stop; this one keeps the
      *> failed attempt, so the customer's question "did it arrive"
      *> is answered from every attempt made.
      *> Fields kept contiguous with no separator FILLER, as VENDREC's
      *> are.
      *> ---------------------------------------------------------------
           01 DeliveryStopRecord.
               02 DSRunNum PIC 9(6).
               02 DSSeq PIC 9(3).
               02 DSOrderNum PIC 9(6).
               02 DSManifestDate PIC 9(8).
               02 DSCustID PIC 9(5).
               02 DSName PIC X(20).
               02 DSAddress PIC X(30).
               02 DSPostalCode PIC X(10).
               02 DSCarrier PIC X(10).
               02 DSTracking PIC X(20).
               02 DSOutcome PIC X.
                   88 DSPending VALUE 'P'.
                   88 DSDelivered VALUE 'D'.
                   88 DSRefused VALUE 'R'.
                   88 DSNoOneHome VALUE 'N'.
               02 DSPODDate PIC 9(8).
               02 DSSignedBy PIC X(20).

      *> ---------------------------------------------------------------
      *> CUSTPARREC - shared bill-to parent layout (custparent.txt).
      *> One record per branch account whose bills a head office pays:
      *> the branch IDNum, the parent (head office) IDNum, and whether
      *> the branch's paperwork consolidates under the parent. Orders,
      *> invoices and charges keep posting to the branch; with
      *> BPConsolidate 'Y' the branch's statement (CUSTSTMT), dunning
      *> letter (DUNNING) and aged balance (ARAGING) roll up under the
      *> parent with a subtotal per branch, and with 'N' the branch is
      *> still billed on its own. Either way ARPAYMENT can spread one
      *> head-office check across the branches' open items.
      *> One level only - a parent is never itself a branch.
      *> Maintained from the tutorial10 customer menu.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
      *> SEQUENTIAL "invalid data" (status 71) bug in this GnuCOBOL
      *> build, same workaround CustomerPurge.cbl's HistoryFile uses.
      *> ---------------------------------------------------------------
           01 CustParentRecord.
               02 BPBranchID PIC 9(5).
               02 BPParentID PIC 9(5).
               02 BPConsolidate PIC X.
                   88 BPRollsUp VALUE 'Y'.

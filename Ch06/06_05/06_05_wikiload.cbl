      *> file in an editor. Duplicate IDs, which the converter can't
      *> see, are flagged and counted here as the indexed WRITE
      *> refuses them. WIKIINQ reads the store back.
      *> This is the from-scratch build - for the first load, or to
      *> start the store over. Run to run the store is kept by
      *> WIKICOMPARE and WIKIAPPLY applying only what changed, which
      *> also keeps each topic's prior version; a rebuild here keeps
      *> none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

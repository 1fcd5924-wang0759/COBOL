      *>     'DIFF'  LDays = LDate1 - LDate2 in days
      *>     'ADD '  LResultDate = LDate1 plus LDays (negative backs up)
      *>     'EOM '  LResultDate = last day of LDate1's month
      *>     'AGE '  LDays = age in whole years on LDate2 of someone
      *>             born on LDate1 (the birthday itself counts)
      *>
      *> The shop runs on business days, so the calendar arithmetic
      *> has business-day companions - weekends and the holidays on
       01  WS-STEP-DIR         PIC S9.
       01  WS-STEPS-LEFT       PIC S9(5).
       01  WS-GUARD            PIC 9(4).
      *> Birth date and as-of date split for the age calculation
       01  WS-AGE-FROM.
           05  WS-AF-YEAR      PIC 9999.
           05  WS-AF-MMDD      PIC 9(4).
       01  WS-AGE-TO.
           05  WS-AT-YEAR      PIC 9999.
           05  WS-AT-MMDD      PIC 9(4).

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
                   PERFORM 0400-ADD-DAYS
               WHEN 'EOM '
                   PERFORM 0500-END-OF-MONTH
               WHEN 'AGE '
                   PERFORM 1400-AGE-IN-YEARS
               WHEN 'BUS '
                   PERFORM 0900-IS-BUSINESS-DAY
               WHEN 'NBD '
           END-PERFORM.
           CLOSE HolidayFile.

       1400-AGE-IN-YEARS.

      *> Completed years: the difference in years, less one while
      *> the as-of date is still short of this year's birthday. A
      *> 29 February birthday comes of age on 1 March in other years
           MOVE LDate1 TO WS-WORK-DATE.
           PERFORM 0600-CHECK-WORK-DATE.
           IF LStatus = "00"
               MOVE LDate2 TO WS-WORK-DATE
               PERFORM 0600-CHECK-WORK-DATE
           END-IF.
           IF LStatus = "00" AND LDate1 > LDate2
               MOVE "90" TO LStatus
           END-IF.
           IF LStatus = "00"
               MOVE LDate1 TO WS-AGE-FROM
               MOVE LDate2 TO WS-AGE-TO
               COMPUTE LDays = WS-AT-YEAR - WS-AF-YEAR
               IF WS-AT-MMDD < WS-AF-MMDD
                   SUBTRACT 1 FROM LDays
               END-IF
           END-IF.

       0600-CHECK-WORK-DATE.

      *> A real calendar date: a plausible year, month 1-12, and a

      *> ---------------------------------------------------------------
      *> SPOOLLINE - report spool line (reportspool.txt). Every line of
      *> every spooled report, keyed by the same business date, time,
      *> program and report file as its SPOOLCAT catalog entry, with
      *> the line's number within the report and the printed text
      *> (reports run up to 132 columns). Written by RPTSPOOL, read
      *> back by SPOOLINQ to reprint; the date leads the line so
      *> HOUSEKEEP can trim the spool by retention.cfg (date column 1).
      *> Fields kept contiguous with no separator FILLER, as OPSMSGREC's
      *> are.
      *> ---------------------------------------------------------------
           01 SpoolLineRecord.
               02 SLRunDate PIC 9(8).
               02 SLRunTime PIC 9(6).
               02 SLProgram PIC X(15).
               02 SLReport PIC X(30).
               02 SLLineNo PIC 9(6).
               02 SLText PIC X(132).

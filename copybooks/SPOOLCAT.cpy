      *> ---------------------------------------------------------------
      *> SPOOLCAT - report spool catalog (spoolcat.txt). One record per
      *> report a program produced: the business date it ran for, the
      *> clock time it was filed, the program, the report file it
      *> wrote, and its size in lines and pages. The RPTSPOOL module
      *> appends here as it files the report's lines on the spool
      *> (reportspool.txt via SPOOLLINE); SPOOLINQ lists the catalog
      *> and reprints from the spool. The date leads the line so
      *> HOUSEKEEP trims the catalog with the spool (date column 1).
      *> Fields kept contiguous with no separator FILLER, as OPSMSGREC's
      *> are.
      *> ---------------------------------------------------------------
           01 SpoolCatRecord.
               02 SCRunDate PIC 9(8).
               02 SCRunTime PIC 9(6).
               02 SCProgram PIC X(15).
               02 SCReport PIC X(30).
               02 SCLines PIC 9(6).
               02 SCPages PIC 9(4).

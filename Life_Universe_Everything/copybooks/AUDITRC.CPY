      * batch boundaries.  Records written before the field existed
      * read back as spaces and are rebuilt as batch 1.
           05 AUD-BATCH               PIC 9(05).
      * Reversal flag.  Spaces as written by SAMPLE; set by SAMPBACK
      * on every record of a run that has been backed out.  The
      * records stay in the log so run ordinals within a date are
      * unchanged.
      *    AUD-STATUS ' ' = LIVE
      *               'R' = RUN REVERSED BY SAMPBACK
           05 AUD-STATUS              PIC X(01).

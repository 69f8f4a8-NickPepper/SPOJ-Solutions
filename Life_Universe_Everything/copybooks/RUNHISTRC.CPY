           05 RH-STAT-MIN             PIC 9(03).
           05 RH-STAT-MAX             PIC 9(03).
           05 RH-STAT-AVG             PIC 9(03)V9(02).
      * Run status.  Spaces on a live run; set by SAMPBACK when the
      * run is backed out, so the entry stays on file as the record
      * of what was reversed and the run number is never reused.
      * The field lengthens the record from 78 to 79 bytes, so a
      * history file written before it existed cannot simply be
      * read with this layout: unload the keyed RUNHIST to the
      * 78-byte sequential RUNHISTSQ, define RUNHIST again at 79
      * bytes, and reload it with SAMPXCNV, which pads every entry
      * with a space status (live run).
      *    RH-STATUS ' ' = LIVE RUN
      *              'R' = RUN REVERSED BY SAMPBACK
           05 RH-STATUS               PIC X(01).

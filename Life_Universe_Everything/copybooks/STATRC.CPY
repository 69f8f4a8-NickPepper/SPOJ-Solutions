      * going instead of operations dumping files to guess.
      *    ST-PHASE 'R' = RUN IN FLIGHT
      *             'E' = RUN ENDED
      *             'B' = RUN BACKED OUT BY SAMPBACK
           05 ST-RUN-DATE             PIC X(08).
           05 ST-RUN-TIME             PIC X(08).
           05 ST-PHASE                PIC X(01).

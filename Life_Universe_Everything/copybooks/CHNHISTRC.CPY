      * Rolling chain-duration history, rewritten by SAMPSLA after
      * every night's window report.  One record per chain date,
      * oldest first; a rerun of the same date replaces its record
      * and only the most recent 60 dates are kept.
      *    CHH-OUTCOME 'D' = DELIVERED BY THE DEADLINE
      *                'L' = DELIVERED LATE
      *                'H' = CHAIN HELD, NOT DELIVERED
           05 CHH-RUN-DATE            PIC X(08).
           05 CHH-START-TIME          PIC X(08).
           05 CHH-END-TIME            PIC X(08).
           05 CHH-ELAPSED-MINUTES     PIC 9(05).
           05 CHH-DEADLINE            PIC X(06).
           05 CHH-SPARE-MINUTES       PIC 9(05).
           05 CHH-LATE-MINUTES        PIC 9(05).
           05 CHH-OUTCOME             PIC X(01).

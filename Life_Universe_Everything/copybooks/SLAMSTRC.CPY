      * Service-level master for the SAMPNITE chain, read by
      * SAMPSLA.  One 'S' record per chain step giving how long the
      * step is expected to run and the latest time of day it may
      * end, and one 'C' record for the whole chain giving its
      * expected start-to-finish minutes and the time the night's
      * output must be delivered by.  Times are HHMMSS; a time
      * earlier than the chain's start is taken as the next morning.
      *    SLA-REC-TYPE 'S' = STEP TARGET, KEYED BY SLA-STEP-NAME
      *                 'C' = CHAIN TARGET, SLA-STEP-NAME IGNORED
           05 SLA-REC-TYPE            PIC X(01).
           05 SLA-STEP-NAME           PIC X(08).
           05 SLA-EXPECT-MINUTES      PIC 9(04).
           05 SLA-LATEST-END          PIC X(06).

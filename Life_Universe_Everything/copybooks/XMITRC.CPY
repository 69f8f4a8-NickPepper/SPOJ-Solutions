      *               'A' = ACKNOWLEDGED, TOTALS MATCHED
      *               'M' = ACKNOWLEDGMENT TOTALS MISMATCHED
      *               'R' = FLAGGED FOR RESEND
      *               'V' = RUN REVERSED BY SAMPBACK, DO NOT SEND
      * Record key of the indexed log: run date, run number, and
      * subscriber.  Spaces in the subscriber on the run-level
      * entry SAMPLE registers for the full extract; a subscriber

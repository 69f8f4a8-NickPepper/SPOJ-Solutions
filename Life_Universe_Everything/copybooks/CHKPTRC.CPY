      * reprocessing the whole input stream from the top.
           05 CHK-RECORDS-PROCESSED   PIC 9(09).
           05 CHK-RUN-DATE            PIC X(08).
      * Partition the checkpoint was taken for.  Space for the
      * normal single-stream run; 1-5 when SAMPLE is running one
      * source partition (see PARTCTLRC), so a checkpoint bound to
      * the wrong partition is refused rather than used to skip.
           05 CHK-PARTITION           PIC X(01).

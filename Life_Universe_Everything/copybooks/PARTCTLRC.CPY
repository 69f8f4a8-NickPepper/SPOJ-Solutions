      * Partition control record for source-partitioned running.
      * When SAMPCOLL is run with its partition option it splits
      * the day's input into one file per source (NUMBERSP1-5, in
      * SOURCEMST order) and writes one pending control record per
      * partition to PARTCTL1-5.  Each partition is then run by its
      * own SAMPLE job, with parm position 4 'P' and position 5 the
      * partition number, and its DD statements bound as follows:
      *      NUMBERSIN  -> NUMBERSPn     NUMBERSOUT -> NUMBERSOn
      *      REJECTS    -> REJECTPn      AUDITLOG   -> AUDITPn
      *      PROOFRPT   -> PROOFPn       CHECKPT    -> CHECKPn
      *      RUNSTAT    -> RUNSTATPn     PARTCTL    -> PARTCTLn
      * so every partition has its own checkpoint and can be
      * restarted without redoing the others.  SAMPLE replaces the
      * pending record with its ending totals, and SAMPMRGE merges
      * the ended partitions into the single NUMBERSOUT, REJECTS,
      * AUDITLOG, PROOFRPT and RUNHIST entry the chain expects.
      *    PC-STATUS      'P' = PENDING, WRITTEN BY SAMPCOLL
      *                   'E' = PARTITION RUN ENDED, BY SAMPLE
      *                   'M' = MERGED, BY SAMPMRGE
      *    PC-HASH-TOTAL  HASH OF THE RECORDS THE PARTITION READ, ON
      *                   THE SAME RULE AS HO-HASH-TOTAL (HANDOFRC),
      *                   SO SAMPMRGE CAN PROVE THE PARTITIONS
      *                   TOGETHER READ WHAT SAMPCOLL HANDED OFF
      *    PC-LAST-BATCH  'T' = TERMINATOR SEEN
      *                   'I' = END-OF-FILE, NO TERMINATOR SEEN
      *                   'H' = HALTED BY REJECT LIMIT
           05 PC-PARTITION            PIC 9(01).
           05 PC-SOURCE               PIC X(03).
           05 PC-STATUS               PIC X(01).
           05 PC-RUN-DATE             PIC X(08).
           05 PC-RECORDS-SENT         PIC 9(09).
           05 PC-RECORDS-PHYSICAL     PIC 9(09).
           05 PC-HASH-TOTAL           PIC 9(11).
           05 PC-READ-COUNT           PIC 9(09).
           05 PC-EXTRACT-COUNT        PIC 9(09).
           05 PC-REJECT-COUNT         PIC 9(09).
           05 PC-DUP-COUNT            PIC 9(09).
           05 PC-TERM-COUNT           PIC 9(09).
           05 PC-LAST-BATCH           PIC X(01).
           05 PC-STAT-TOTAL           PIC 9(11).
           05 PC-STAT-MIN             PIC 9(03).
           05 PC-STAT-MAX             PIC 9(03).
           05 PC-RETURN-CODE          PIC 9(04).
           05 PC-CATEGORY-COUNT       PIC 9(03).
           05 PC-CATEGORY-ENTRY OCCURS 20 TIMES.
               10 PC-CAT-CODE         PIC X(03).
               10 PC-CAT-COUNT        PIC 9(09).
               10 PC-CAT-TOTAL        PIC 9(11).

      * Collection handoff control record.  SAMPCOLL writes one of
      * these to HANDOFF each time it builds NUMBERSIN, describing
      * exactly what it wrote: the processing date collected for,
      * the record count, and a hash total of the values, overall
      * and for each source in SOURCEMST order.  SAMPLE checks the
      * file it actually reads against this record at end of input
      * and flags the run when they disagree; a handoff from any
      * other processing date refuses the run.
      *    HO-HASH-TOTAL  SUM OF THE TWO-DIGIT VALUE FIELD OF EVERY
      *                   RECORD WHERE IT IS NUMERIC, TERMINATORS
      *                   AND VALUES LATER REJECTED INCLUDED
           05 HO-COLLECT-DATE         PIC X(08).
           05 HO-RECORD-COUNT         PIC 9(09).
           05 HO-HASH-TOTAL           PIC 9(11).
           05 HO-SOURCE-COUNT         PIC 9(01).
           05 HO-SOURCE-ENTRY OCCURS 5 TIMES.
               10 HO-SOURCE-ID        PIC X(03).
               10 HO-SOURCE-RECORDS   PIC 9(09).
               10 HO-SOURCE-HASH      PIC 9(11).

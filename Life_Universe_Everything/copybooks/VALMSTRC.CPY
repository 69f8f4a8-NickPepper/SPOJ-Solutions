           05 VM-TOTAL-COUNT          PIC 9(09).
      * First and last run dates the value appeared on.  First-seen
      * is set once and never changes; last-seen moves forward with
      * every posting that carries the value.  When SAMPBACK backs
      * out the only run that carried the value on its last-seen
      * date, last-seen drops back to the prior date and the last
      * source, which is not on file for that date, shows '***'.
           05 VM-FIRST-DATE           PIC X(08).
           05 VM-LAST-DATE            PIC X(08).
           05 VM-LAST-SOURCE          PIC X(03).
      * Cumulative count by extract source.  Slots are claimed in
      * the order sources first appear; five slots match the five
      * departments SAMPCOLL can collect from.  A slot keeps its
      * source when a backout takes its count to zero, so blank
      * slots only ever follow the claimed ones.
           05 VM-SOURCE-ENTRY OCCURS 5 TIMES.
               10 VM-SRC-ID           PIC X(03).
               10 VM-SRC-COUNT        PIC 9(09).
      * Last-seen date before the latest one, kept by SAMPVPST so a
      * value returning after a long absence can still be told
      * apart once last-seen has moved forward to today.  Spaces
      * until the value has been posted on two different dates;
      * records written before the field existed read back as
      * spaces.
           05 VM-PRIOR-DATE           PIC X(08).

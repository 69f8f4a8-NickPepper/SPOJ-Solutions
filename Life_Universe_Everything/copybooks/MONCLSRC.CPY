      * Month-close register record, appended by SAMPMEND when it
      * closes a month and issues the chargeback statements.  A
      * month on this register is never closed again, so the
      * statements and the ledger charges cannot be produced twice
      * for the same period.
           05 MC-MONTH                PIC X(06).
           05 MC-CLOSE-DATE           PIC X(08).
           05 MC-CLOSE-TIME           PIC X(08).
           05 MC-RUN-COUNT            PIC 9(05).
           05 MC-ACCEPTED             PIC 9(09).
           05 MC-REJECTS              PIC 9(09).
           05 MC-DUPLICATES           PIC 9(09).
           05 MC-TOTAL-CHARGE         PIC 9(11)V9(02).
           05 MC-DEPT-COUNT           PIC 9(01).

      * General ledger charges feed, written by SAMPMEND to GLCHRG
      * once per closed month.  One header, one debit detail per
      * department and charge type to the department's expense
      * account, one credit detail per department for its total to
      * the processing recovery account, and one trailer carrying
      * the control totals the ledger load balances against.
      *    GL-REC-TYPE 'H' = HEADER, PERIOD AND CREATION DATE
      *                'D' = DETAIL, ONE POSTING
      *                'T' = TRAILER, CONTROL TOTALS
           05 GL-REC-TYPE             PIC X(01).
           05 GL-PERIOD               PIC X(06).
           05 GL-DATA                 PIC X(60).
           05 GL-HEADER REDEFINES GL-DATA.
               10 GL-CREATE-DATE      PIC X(08).
               10 GL-FEED-ID          PIC X(08).
               10 GL-PERIOD-START     PIC X(08).
               10 GL-PERIOD-END       PIC X(08).
               10 FILLER              PIC X(28).
      *    GL-DR-CR       'D' = DEBIT, 'C' = CREDIT
      *    GL-CHARGE-TYPE 'ACC' = ACCEPTED RECORDS
      *                   'REJ' = REJECTED RECORDS
      *                   'DUP' = DUPLICATES REJECTED
      *                   'TOT' = DEPARTMENT TOTAL RECOVERED
           05 GL-DETAIL REDEFINES GL-DATA.
               10 GL-ACCOUNT          PIC X(10).
               10 GL-DR-CR            PIC X(01).
               10 GL-AMOUNT           PIC 9(09)V9(02).
               10 GL-SOURCE           PIC X(03).
               10 GL-CHARGE-TYPE      PIC X(03).
               10 GL-UNITS            PIC 9(09).
               10 GL-RATE             PIC 9(03)V9(04).
               10 FILLER              PIC X(16).
           05 GL-TRAILER REDEFINES GL-DATA.
               10 GL-DETAIL-COUNT     PIC 9(09).
               10 GL-DEBIT-TOTAL      PIC 9(11)V9(02).
               10 GL-CREDIT-TOTAL     PIC 9(11)V9(02).
               10 FILLER              PIC X(25).

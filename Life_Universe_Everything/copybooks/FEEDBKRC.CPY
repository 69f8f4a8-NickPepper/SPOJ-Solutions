      * Department feedback record, written by SAMPSCOR to one file
      * per source (FEEDBK1 through FEEDBK5, in SOURCEMST order) so
      * each department can load the rejects it sent, with our
      * reason and disposition, instead of working from an email.
      * Every file is one header, one detail per reject created in
      * the scorecard range, and one trailer with the control counts.
      *    FB-REC-TYPE 'H' = HEADER, RANGE AND DEPARTMENT
      *                'D' = DETAIL, ONE REJECTED RECORD
      *                'T' = TRAILER, COUNTS FOR THE RANGE
           05 FB-REC-TYPE             PIC X(01).
           05 FB-SOURCE               PIC X(03).
           05 FB-DATA                 PIC X(60).
           05 FB-HEADER REDEFINES FB-DATA.
               10 FB-FROM-DATE        PIC X(08).
               10 FB-TO-DATE          PIC X(08).
               10 FB-CREATE-DATE      PIC X(08).
               10 FB-SOURCE-DESC      PIC X(30).
               10 FILLER              PIC X(06).
      * Detail disposition is REJ-STATUS as maintained by SAMPRCYC:
      * 'O' open, 'C' corrected, 'R' resubmitted, 'W' written off.
           05 FB-DETAIL REDEFINES FB-DATA.
               10 FB-REJ-DATE         PIC X(08).
               10 FB-REJ-VALUE        PIC X(03).
               10 FB-REJ-REASON       PIC X(30).
               10 FB-REJ-STATUS       PIC X(01).
               10 FB-REJ-WORKED-DATE  PIC X(08).
               10 FILLER              PIC X(10).
           05 FB-TRAILER REDEFINES FB-DATA.
               10 FB-DETAIL-COUNT     PIC 9(09).
               10 FB-RECORDS-SENT     PIC 9(09).
               10 FB-REJECT-PCT       PIC 9(03)V9(02).
               10 FB-WRITEOFF-COUNT   PIC 9(09).
               10 FB-CORRECTED-COUNT  PIC 9(09).
               10 FILLER              PIC X(19).

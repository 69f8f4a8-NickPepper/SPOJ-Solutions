      * Chargeback rate master for SAMPMEND.  One record per
      * department and effective date; the month-end close prices
      * each department at the latest rates effective on or before
      * the last day of the month being closed, so a rate change is
      * a new record, not an edit that reprices history.  A record
      * for source '***' is the shop standard rate, used for any
      * SOURCEMST department without rates of its own.
           05 CR-SOURCE               PIC X(03).
           05 CR-EFFECTIVE-DATE       PIC X(08).
      * Charge per record accepted into NUMBERSOUT, per reject, and
      * per duplicate rejected.  A duplicate is charged at the
      * duplicate rate only, never also as a reject.
           05 CR-ACCEPT-RATE          PIC 9(03)V9(04).
           05 CR-REJECT-RATE          PIC 9(03)V9(04).
           05 CR-DUP-RATE             PIC 9(03)V9(04).
      * General ledger accounts for the charges file: the
      * department's expense account is debited with each charge,
      * the processing recovery account credited with the total.
           05 CR-DEBIT-ACCOUNT        PIC X(10).
           05 CR-CREDIT-ACCOUNT       PIC X(10).

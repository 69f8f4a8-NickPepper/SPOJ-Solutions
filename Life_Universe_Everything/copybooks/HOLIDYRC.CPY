      * Holiday list master for SAMPCALG.  One record per public
      * holiday the shop does not process on, any year, in any
      * order.  When SAMPCALG generates a calendar year every date
      * on this list is booked as a holiday ('H') instead of a
      * business or weekend day.  List the date the holiday is
      * observed on, not the date it falls on.  Only dates SAMPCALG
      * adds to the calendar are classified from this list; a date
      * already on the calendar keeps its day type, so an operator's
      * maintenance change is never undone by a later generation.
      * Book a holiday on an existing date through SAMPCALG
      * maintenance.
           05 HOL-DATE                PIC X(08).
           05 HOL-DESC                PIC X(30).

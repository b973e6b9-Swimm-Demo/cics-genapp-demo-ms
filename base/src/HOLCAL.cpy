      *----------------------------------------------------------------*
      * HOLIDAY CALENDAR (HOLCAL.DAT) -- ONE RECORD PER WEEKDAY THE    *
      * OFFICE, THE BANKS OR THE LOCKBOX ARE CLOSED.  SATURDAYS AND    *
      * SUNDAYS ARE NEVER BUSINESS DAYS AND NEED NO RECORD.            *
      * MAINTAINED ONLY THROUGH LGAPHOL1; READ BY THE BUSINESS-DAY     *
      * DATE SERVICE LGAPBDY1.                                         *
      *----------------------------------------------------------------*
       01  HOLIDAY-CALENDAR-RECORD.
           05 HOL-DATE                 PIC 9(8).
           05 HOL-DESCRIPTION          PIC X(30).

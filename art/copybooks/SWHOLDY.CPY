      ******************************************************************
      *  SWHOLDY.CPY
      *
      *  One record per company holiday in SWHOLDYS, the holiday
      *  calendar SWSCHGEN honors when it works out business days for
      *  the SWSCHRUL recurrence rules.  A holiday is not a business
      *  day, so a month end that falls on one moves back to the
      *  business day before it.
      ******************************************************************
       01  HL-RECORD.
           05  HL-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HL-DESCRIPTION          PIC X(30).

      ******************************************************************
      *  SWSCHRL.CPY
      *
      *  One recurrence rule per record in SWSCHRUL, read by SWSCHGEN
      *  to generate a year of SWSCHDS entries.  Each rule names the
      *  night type and SWPROFS profile to schedule and how to find
      *  its date in every month its month mask selects:
      *
      *     RU-RULE-TYPE "LB" - last business day of the month
      *                  "FB" - first business day of the month
      *                  "NW" - the RU-WEEK-OF-MONTH'th RU-WEEKDAY
      *                         of the month ("1" to "5", or "L" for
      *                         the last one); 1 is Monday, 7 Sunday
      *     RU-MONTH-MASK     - twelve Y/N flags, January first, e.g.
      *                         NNYNNYNNYNNY for the quarter ends.
      *
      *  A business day is Monday to Friday and not on the SWHOLDYS
      *  holiday calendar.  When two rules fall on the same night the
      *  rule earlier in the file wins, so QTREND is listed before
      *  MONTHEND.
      ******************************************************************
       01  RU-RECORD.
           05  RU-RULE-TYPE            PIC X(02).
               88  RU-LAST-BUSINESS-DAY        VALUE "LB".
               88  RU-FIRST-BUSINESS-DAY       VALUE "FB".
               88  RU-NTH-WEEKDAY              VALUE "NW".
           05  FILLER                  PIC X(01).
           05  RU-MONTH-MASK           PIC X(12).
           05  RU-MONTH-FLAGS REDEFINES RU-MONTH-MASK.
               10  RU-MONTH-FLAG OCCURS 12 TIMES     PIC X(01).
           05  FILLER                  PIC X(01).
           05  RU-WEEK-OF-MONTH        PIC X(01).
           05  FILLER                  PIC X(01).
           05  RU-WEEKDAY              PIC X(01).
           05  FILLER                  PIC X(01).
           05  RU-NIGHT-TYPE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RU-PROFILE-NAME         PIC X(10).

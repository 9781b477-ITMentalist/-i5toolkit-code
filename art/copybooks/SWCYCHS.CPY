      *  window ran under.  SWCYCRPT reads the file to report
      *  window duration, restart counts and the trend over a date
      *  range.  Appended only, never rewritten.
      *
      *  CH-PROFILE-USER, on a CLOSE event, is the user who applied
      *  the window's profile through SWPROF (CY-PROFILE-USER);
      *  spaces on other events and on events from before the
      *  field existed.
      ******************************************************************
       01  CH-RECORD.
           05  CH-CYCLE-NUMBER         PIC 9(06).
           05  CH-EVENT-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CH-PROFILE-NAME         PIC X(10).
           05  FILLER                  PIC X(01).
           05  CH-PROFILE-USER         PIC X(10).

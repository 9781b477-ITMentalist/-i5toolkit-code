      *  *SCHEDULE - the scheduler step after SWCYCOPN - so the
      *  right switch combination goes in without anyone typing a
      *  profile name at 22:00.
      *
      *  SH-ENTRY-SOURCE "G" marks an entry written by the SWSCHGEN
      *  generator from the SWSCHRUL recurrence rules; a regeneration
      *  of that year replaces it.  Anything else - blank on every
      *  entry keyed by hand - is a hand-keyed entry, which the
      *  generator always keeps and lets override its own rules.
      ******************************************************************
       01  SH-RECORD.
           05  SH-SCHED-DATE           PIC 9(08).
           05  SH-NIGHT-TYPE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  SH-PROFILE-NAME         PIC X(10).
           05  FILLER                  PIC X(01).
           05  SH-ENTRY-SOURCE         PIC X(01).
               88  SH-GENERATED                VALUE "G".

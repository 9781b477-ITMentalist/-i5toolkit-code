      *  against the plan set for the night actually run instead of
      *  one hand-maintained plan.  Spaces on records from before
      *  the field existed, or when no profile was applied.
      *
      *  CY-PROFILE-USER carries the user ID SWPROF checked against
      *  SWAUTHS for that apply, stamped and kept with the profile
      *  name, so SWCYCCLS can carry it into the CLOSE event and the
      *  recertification report (SWRECERT) can show which profile
      *  grants were actually used.  Spaces when no profile was
      *  applied, or on records from before the field existed.
      ******************************************************************
       01  CY-RECORD.
           05  CY-CYCLE-NUMBER         PIC 9(06).
           05  CY-CLOSE-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CY-PROFILE-NAME         PIC X(10).
           05  FILLER                  PIC X(01).
           05  CY-PROFILE-USER         PIC X(10).

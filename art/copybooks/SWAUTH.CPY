      *        or job may set - a digit 0-7, or "*" for all eight.
      *     AU-SCOPE "P": the user may apply profiles via SWPROF;
      *        AU-SWITCH-ID is not used.
      *     AU-SCOPE "A": the user may approve, through SWAPPROV,
      *        a pending request to turn on the protected switch
      *        named in AU-SWITCH-ID - a digit 0-7, or "*" for all.
      *
      *  AU-USER-OR-JOB "*" grants the authority to everyone.
      *  Refused attempts are recorded in SWAUTLOG (SWAUTLG.CPY).
           05  AU-SCOPE                PIC X(01).
               88  AU-SCOPE-SWITCH             VALUE "S".
               88  AU-SCOPE-PROFILE            VALUE "P".
               88  AU-SCOPE-APPROVE            VALUE "A".
           05  FILLER                  PIC X(01).
           05  AU-SWITCH-ID            PIC X(01).

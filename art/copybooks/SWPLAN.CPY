      *  SS-SWITCH-STATE in SWSTAT.CPY (UPSI-0 first).  Each state
      *  is "ON " or "OFF".  Read by SWRECON after the window closes
      *  to reconcile the plan against SWAUDIT and SWSTAT.
      *
      *  The per-profile sets SWPLAN<profile> are built by SWPLNGEN
      *  from the profile's PF-TARGET-STATE and the SWPLNEXC
      *  exceptions, not keyed by hand; the everyday SWPLAN is.
      ******************************************************************
       01  PL-RECORD.
           05  PL-JOB-NAME             PIC X(10).

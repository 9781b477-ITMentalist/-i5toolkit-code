      ******************************************************************
      *  SWTICKT.CPY
      *
      *  One record per change ticket in SWTICKTS, loaded nightly by
      *  SWTKTLD from the change-management system's approved-change
      *  extract and read by SWTKTREC at window close to check the
      *  AL-TICKET-REF on every protected-switch change.
      *
      *     TK-STATUS as the change-management system gives it; only
      *        APPROVED and IMPLEMENTED tickets authorize a change.
      *     TK-START / TK-END: the approved window.  The extract
      *        gives HHMM; the loader stores HHMM0000 and HHMM5999
      *        so the window compares directly against AL-AUDIT-TIME.
      *     TK-SCOPE "S": TK-TARGET (1:1) names the switch - a digit
      *        0-7, or "*" for all eight.
      *     TK-SCOPE "P": TK-TARGET names the profile the ticket
      *        lets SWPROF apply.
      *
      *  A ticket that authorizes several switches or profiles has
      *  one record for each.
      ******************************************************************
       01  TK-RECORD.
           05  TK-TICKET-REF           PIC X(12).
           05  FILLER                  PIC X(01).
           05  TK-STATUS               PIC X(12).
               88  TK-STATUS-APPROVED          VALUE "APPROVED"
                                                     "IMPLEMENTED".
           05  FILLER                  PIC X(01).
           05  TK-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TK-START-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TK-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TK-END-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TK-SCOPE                PIC X(01).
               88  TK-SCOPE-SWITCH             VALUE "S".
               88  TK-SCOPE-PROFILE            VALUE "P".
           05  FILLER                  PIC X(01).
           05  TK-TARGET               PIC X(10).

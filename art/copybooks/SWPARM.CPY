      *  the no-reason exception listing in SWRPT.  The ticket
      *  reference is free-form and optional.  Both are ignored on a
      *  QUERY.
      *
      *  LK-JOB-NAME must be an active job on the SWJOBS job master:
      *  a SET from any other job name (a blank one is filed as
      *  "UNKNOWN") is refused with LK-RETURN-CODE 28, and a QUERY
      *  is answered but flagged in SWAUTLOG.
      *
      *  A SET that would turn a protected switch on is refused with
      *  LK-RETURN-CODE 12 and filed in SWPENDRQ (SWPEND.CPY) as a
      *  pending request for a supervisor to decide in SWAPPROV.
      *  SWAPPROV applies an approved request with
      *  LK-FUNCTION-APPROVED-SET, naming the requesting job in
      *  LK-JOB-NAME and the supervisor in LK-APPROVED-BY.  UPSI
      *  refuses that call with LK-RETURN-CODE 32 unless
      *  LK-APPROVED-BY is present, differs from LK-JOB-NAME and
      *  holds an approval grant (SWAUTHS scope "A") for the switch.
      *  The approved set acts on the requesting job's record in
      *  SWSTAT, not on the caller's own switches: LK-CURRENT-STATUS
      *  and the combination check come from that record, and only
      *  the approved switch in it is changed.  If SWSTAT cannot be
      *  read the call is refused with LK-RETURN-CODE 40.
      *
      *  A program that queries or sets switches many times in one
      *  run - a posting job checking a switch per input record -
      *  should work inside a session: one CALL with
      *  LK-FUNCTION-SESSION-OPEN loads the control tables (SWDEFNS,
      *  SWCYCLE, SWAUTHS, SWREASNS, SWJOBS) afresh and holds them
      *  for every QUERY and SET that follows, and a CALL with
      *  LK-FUNCTION-SESSION-CLOSE ends the session.  SETs inside a
      *  session are authorized, audited and written to SWSTAT
      *  exactly as outside one.  QUERYs inside a session are
      *  counted in storage instead of each writing to SWQUERY; the
      *  close writes one summary record per job, switch and status
      *  returned (SWQUERY.CPY), so a caller that never closes its
      *  session loses that usage trace.  Opening a session while
      *  one is open closes the first one.  A close with no session
      *  open is answered with LK-RETURN-CODE 36.  Neither call
      *  uses any other field of the block.
      ******************************************************************
       01  LK-SWITCH-PARM.
           05  LK-FUNCTION-CODE        PIC X(01).
               88  LK-FUNCTION-STANDALONE      VALUE SPACE.
               88  LK-FUNCTION-QUERY           VALUE "Q".
               88  LK-FUNCTION-SET             VALUE "S".
               88  LK-FUNCTION-APPROVED-SET    VALUE "A".
               88  LK-FUNCTION-SESSION-OPEN    VALUE "O".
               88  LK-FUNCTION-SESSION-CLOSE   VALUE "C".
           05  LK-JOB-NAME             PIC X(10).
           05  LK-SWITCH-NUMBER        PIC 9(01).
           05  LK-REQUESTED-STATUS     PIC X(03).
           05  LK-RETURN-CODE          PIC 9(02).
           05  LK-REASON-CODE          PIC X(04).
           05  LK-TICKET-REF           PIC X(12).
           05  LK-APPROVED-BY          PIC X(10).

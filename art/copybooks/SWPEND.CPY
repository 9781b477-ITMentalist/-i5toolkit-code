      ******************************************************************
      *  SWPEND.CPY
      *
      *  One record per request to turn on a protected switch, in
      *  SWPENDRQ.  UPSI's set service refuses such a request with
      *  LK-RETURN-CODE 12 and files it here as pending (PR-STATUS
      *  "P") with the requesting job, the switch, the status asked
      *  for, and the caller's reason code and ticket reference.  A
      *  job that asks again while its request is still pending is
      *  not filed twice.  PR-REQUEST-NUMBER is the request's place
      *  in the file, counted from 1, and never reused.
      *
      *  SWAPPROV lists the pending requests for a supervisor, who
      *  approves or rejects each one under their own user ID -
      *  never the requesting job's.  An approved request is applied
      *  through UPSI's audited set service and becomes "A", or "F"
      *  when UPSI still refused it (PR-APPLY-RC holds the return
      *  code); a rejected one becomes "R".  SWCYCCLS marks every
      *  request still pending at window close "E" (expired), and
      *  SWMORN lists the requests decided or expired in the window
      *  on the morning check.  PR-DECIDED-BY, PR-DECISION-DATE,
      *  PR-DECISION-TIME and PR-DECISION-CYCLE say who decided it
      *  and when; an expired request carries spaces in
      *  PR-DECIDED-BY and the cycle that closed on it.
      *
      *  The file only ever grows at the end.  When a request is
      *  decided or expired the whole file is rewritten from a load
      *  taken just before the write, every record in its place, so
      *  PR-REQUEST-NUMBER always matches the record's position.
      ******************************************************************
       01  PR-RECORD.
           05  PR-REQUEST-NUMBER       PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PR-JOB-NAME             PIC X(10).
           05  FILLER                  PIC X(01).
           05  PR-SWITCH-NUMBER        PIC 9(01).
           05  FILLER                  PIC X(01).
           05  PR-REQUESTED-STATUS     PIC X(03).
           05  FILLER                  PIC X(01).
           05  PR-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  PR-TICKET-REF           PIC X(12).
           05  FILLER                  PIC X(01).
           05  PR-REQUEST-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PR-REQUEST-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PR-REQUEST-CYCLE        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PR-STATUS               PIC X(01).
               88  PR-PENDING                  VALUE "P".
               88  PR-APPROVED                 VALUE "A".
               88  PR-APPLY-FAILED             VALUE "F".
               88  PR-REJECTED                 VALUE "R".
               88  PR-EXPIRED                  VALUE "E".
           05  FILLER                  PIC X(01).
           05  PR-DECIDED-BY           PIC X(10).
           05  FILLER                  PIC X(01).
           05  PR-DECISION-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PR-DECISION-TIME        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PR-DECISION-CYCLE       PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PR-APPLY-RC             PIC 9(02).

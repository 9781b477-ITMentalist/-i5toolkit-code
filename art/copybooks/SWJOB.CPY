      ******************************************************************
      *  SWJOB.CPY
      *
      *  One record per job in SWJOBS, the job registry master: which
      *  job names are real, who owns each one and who to call when
      *  it goes wrong.  Read by UPSI, which refuses a switch set and
      *  flags a switch query from any job not active on it, and by
      *  SWNOTIFY, which addresses each operator message to the
      *  owning team.  Maintained by SWJOBMNT, which also removes a
      *  retired job's record from SWSTAT.
      *
      *     JB-STATUS "A" active, "R" retired.  A retired job stays
      *        on the file, with the date it was retired, so its
      *        history in the audit trail still has an owner.
      *     JB-NIGHTLY-FLAG "Y" for a job that belongs in the
      *        nightly batch window, "N" for one run on demand.
      ******************************************************************
       01  JB-RECORD.
           05  JB-JOB-NAME             PIC X(10).
           05  FILLER                  PIC X(01).
           05  JB-OWNING-TEAM          PIC X(20).
           05  FILLER                  PIC X(01).
           05  JB-ONCALL-CONTACT       PIC X(30).
           05  FILLER                  PIC X(01).
           05  JB-STATUS               PIC X(01).
               88  JB-ACTIVE                   VALUE "A".
               88  JB-RETIRED                  VALUE "R".
           05  FILLER                  PIC X(01).
           05  JB-NIGHTLY-FLAG         PIC X(01).
               88  JB-NIGHTLY-JOB              VALUE "Y".
           05  FILLER                  PIC X(01).
           05  JB-RETIRED-DATE         PIC 9(08).

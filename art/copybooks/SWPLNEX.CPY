      ******************************************************************
      *  SWPLNEX.CPY
      *
      *  One plan exception per record in SWPLNEXC, read by SWPLNGEN
      *  when it builds the SWPLAN<profile> plan sets from SWPROFS.
      *  A plan set normally expects every nightly job to finish the
      *  window with the profile's PF-TARGET-STATE on every switch;
      *  an exception records a job that is expected to change a
      *  switch itself mid-window, and the state it should end with:
      *
      *     PX-PROFILE-NAME   - the profile it applies to, or "*"
      *                         for every profile.  An exception
      *                         for the profile itself wins over a
      *                         "*" one for the same job and switch.
      *     PX-JOB-NAME       - the job, as registered on SWJOBS.
      *     PX-SWITCH-NUMBER  - the switch, 0-7.
      *     PX-EXPECTED-STATE - "ON " or "OFF".
      *     PX-COMMENT        - why the job changes it, printed on
      *                         the SWPLNGEN consistency report.
      ******************************************************************
       01  PX-RECORD.
           05  PX-PROFILE-NAME         PIC X(10).
           05  FILLER                  PIC X(01).
           05  PX-JOB-NAME             PIC X(10).
           05  FILLER                  PIC X(01).
           05  PX-SWITCH-NUMBER        PIC 9(01).
           05  FILLER                  PIC X(01).
           05  PX-EXPECTED-STATE       PIC X(03).
           05  FILLER                  PIC X(01).
           05  PX-COMMENT              PIC X(40).

      *  profile name).  Appended by UPSI's set service and by
      *  SWPROF, never rewritten, so the auditors can be shown
      *  exactly who tried what.
      *
      *  UPSI also records calls from jobs that are not active on
      *  the SWJOBS job master, with RF-DETAIL "NOT LISTED" or
      *  "RETIRED": RF-SCOPE "J" for a switch set it refused, and
      *  RF-SCOPE "Q" for a switch query it answered but flagged.
      *
      *  RF-SCOPE "A" records an approval UPSI or SWAPPROV refused:
      *  RF-USER-OR-JOB is the would-be approver and RF-DETAIL the
      *  job whose pending request they tried to approve.
      ******************************************************************
       01  RF-RECORD.
           05  RF-USER-OR-JOB          PIC X(10).

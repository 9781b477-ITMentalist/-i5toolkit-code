      *  switch; this file shows who READS one, which is the other
      *  half of the impact analysis needed before a switch can be
      *  retired or re-purposed.
      *
      *  A caller working inside an UPSI session (LK-FUNCTION-
      *  SESSION-OPEN) does not get a record per QUERY: UPSI counts
      *  the session's queries in storage and writes one summary
      *  record per job, date, switch and status returned when the
      *  session is closed (or its summary table fills).  On a
      *  summary record QL-QUERY-TIME is the first query of the
      *  day, QL-LAST-QUERY-TIME the last and QL-QUERY-COUNT how
      *  many were answered.  A record written for a single QUERY
      *  outside a session carries a count of 1; records written
      *  before the count was added end at QL-STATUS-RETURNED and
      *  are read as a count of 1.
      ******************************************************************
       01  QL-RECORD.
           05  QL-JOB-NAME             PIC X(10).
           05  QL-SWITCH-NUMBER        PIC 9(01).
           05  FILLER                  PIC X(01).
           05  QL-STATUS-RETURNED      PIC X(03).
           05  FILLER                  PIC X(01).
           05  QL-QUERY-COUNT          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  QL-LAST-QUERY-TIME      PIC 9(08).

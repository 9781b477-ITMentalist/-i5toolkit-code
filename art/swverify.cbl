      *                    dropping the extra names - which made
      *                    every schedule entry naming a dropped
      *                    profile fail with a false NOT DEFINED.
      *   2026-10-15  jll  Overflow read buffer widened for the audit
      *                    sequence number added to the audit record.
      *   2026-10-15  jll  SWAUTHS scope A (approving pending
      *                    protected-switch requests) accepted, with
      *                    its switch checked as for scope S.
      */
       ID DIVISION.
       PROGRAM-ID. SWVERIFY.
           COPY SWSTAT.

       FD  AUDIT-SPILL-FILE.
       01  SP-RECORD                   PIC X(120).

       FD  REASON-MASTER-FILE.
           COPY SWREASN.
      *  7500-VERIFY-SWAUTHS
      *  A missing authorization file is a warning (UPSI and SWPROF
      *  fall back to the historic anyone-may behavior, loudly); a
      *  record in one that exists must name a user or job, scope S,
      *  P or A, and for scope S or A a switch 0-7 or "*".
      ******************************************************************
       7500-VERIFY-SWAUTHS.
           OPEN INPUT SWITCH-AUTH-FILE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF
           IF NOT AU-SCOPE-SWITCH AND NOT AU-SCOPE-PROFILE
               AND NOT AU-SCOPE-APPROVE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SWAUTHS RECORD " WS-AUTH-COUNT
                   " SCOPE MUST BE S, P OR A"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               GO TO 7520-EXIT
           END-IF
           IF (AU-SCOPE-SWITCH OR AU-SCOPE-APPROVE)
               AND AU-SWITCH-ID NOT = "*"
               AND (AU-SWITCH-ID < "0" OR AU-SWITCH-ID > "7")
               MOVE SPACES TO WS-PRINT-LINE

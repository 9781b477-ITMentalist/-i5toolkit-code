      *                    TO-DATE in year 9999 made the per-year
      *                    archive walk loop forever (9999 + 1
      *                    truncates to 0000 in a four-digit year).
      *   2026-10-15  jll  Archive read buffer widened for the audit
      *                    sequence number added to the audit record.
      *   2026-10-15  jll  A SWQUERY record can now stand for many
      *                    queries: UPSI's session mode writes one
      *                    summary record per job, switch and status
      *                    with a count (QL-QUERY-COUNT).  The query
      *                    side now adds that count instead of 1 (a
      *                    record with no count is one query), query
      *                    counts are widened to nine digits, and
      *                    the trailer shows both the queries and
      *                    the usage records they came from.
      */
       ID DIVISION.
       PROGRAM-ID. SWXREF.
           COPY SWAUDIT.

       FD  AUDIT-ARCHIVE-FILE.
       01  AR-RECORD                   PIC X(120).

       FD  SWITCH-QUERY-FILE.
           COPY SWQUERY.
       77  WS-ENTRY-COUNT              PIC 9(04) VALUE 0.
       77  WS-MAX-ENTRIES              PIC 9(04) VALUE 0500.
       77  WS-SETS-READ                PIC 9(07) VALUE 0.
       77  WS-QUERIES-READ             PIC 9(09) VALUE 0.
       77  WS-QUERY-RECORDS-READ       PIC 9(07) VALUE 0.
       77  WS-QUERY-WEIGHT             PIC 9(09).
       77  WS-LINE-PRINTED-SWITCH      PIC X(01).
           88  WS-LINE-PRINTED                   VALUE "Y".
       77  WS-EDIT-COUNT               PIC Z(08)9.
       77  WS-PRINT-LINE               PIC X(80).

      * Business names of the eight switches, loaded from SWDEFNS.
               10  WS-XR-SWITCH-NUMBER  PIC 9(01).
               10  WS-XR-JOB-NAME       PIC X(10).
               10  WS-XR-SET-COUNT      PIC 9(07).
               10  WS-XR-QUERY-COUNT    PIC 9(09).

       PROCEDURE DIVISION.
       0000-MAINLINE.

      ******************************************************************
      *  2500-PROCESS-QUERY-FILE
      *  Tallies the QUERYs in every usage record inside the date
      *  range against the switch/job entry - one for a record
      *  written per query, QL-QUERY-COUNT for a session summary.
      *  A missing query file is normal until the stream has run
      *  with the query-logging UPSI for a while.
      ******************************************************************
       2500-PROCESS-QUERY-FILE.
           OPEN INPUT SWITCH-QUERY-FILE
               NOT AT END
                   IF QL-QUERY-DATE >= WS-FROM-DATE
                       AND QL-QUERY-DATE <= WS-TO-DATE
                       IF QL-QUERY-COUNT NUMERIC
                           AND QL-QUERY-COUNT > 0
                           MOVE QL-QUERY-COUNT TO WS-QUERY-WEIGHT
                       ELSE
                           MOVE 1 TO WS-QUERY-WEIGHT
                       END-IF
                       ADD 1 TO WS-QUERY-RECORDS-READ
                       ADD WS-QUERY-WEIGHT TO WS-QUERIES-READ
                       MOVE QL-JOB-NAME TO WS-WORK-JOB-NAME
                       MOVE QL-SWITCH-NUMBER TO WS-WORK-SWITCH-NUMBER
                       PERFORM 2200-TALLY-ENTRY THRU 2200-EXIT
                       IF WS-FOUND-IDX > 0
                           ADD WS-QUERY-WEIGHT
                               TO WS-XR-QUERY-COUNT (WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.
           WRITE RL-RECORD
           MOVE WS-QUERIES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "QUERIES IN RANGE:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD
           MOVE WS-QUERY-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  FROM USAGE RECORDS:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD

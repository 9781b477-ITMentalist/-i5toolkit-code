      *   2026-09-02  jll  Work and archive buffers widened for the
      *                    reason-code and ticket-reference fields
      *                    added to the audit record.
      *   2026-10-15  jll  Work and archive buffers widened for the
      *                    audit sequence number.  Every completed
      *                    run now appends its counts and the range
      *                    of sequence numbers it moved to the
      *                    SWARCLOG run log (SWARCLG.CPY), so SWAUDVER
      *                    can prove the moved counts add up; the
      *                    summary shows the sequence range too.  A
      *                    run log that cannot be written ends the
      *                    run with RETURN-CODE 04.
      */
       ID DIVISION.
       PROGRAM-ID. SWARCH.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO SWCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-RUN-LOG ASSIGN TO SWARCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SWAUDIT.

       FD  AUDIT-WORK-FILE.
       01  WK-RECORD                   PIC X(120).

       FD  AUDIT-ARCHIVE-FILE.
       01  AR-RECORD                   PIC X(120).

       FD  ARCHIVE-REPORT-FILE.
       01  RL-RECORD                   PIC X(80).
       FD  CYCLE-CONTROL-FILE.
           COPY SWCYCLE.

       FD  ARCHIVE-RUN-LOG.
           COPY SWARCLG.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FILE-STATUS        PIC X(02).
       77  WS-WORK-FILE-STATUS         PIC X(02).
       77  WS-ARCH-FILE-STATUS         PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-RUNLOG-FILE-STATUS       PIC X(02).
       77  WS-RUNLOG-SWITCH            PIC X(01) VALUE "N".
           88  WS-RUNLOG-FAILED                  VALUE "Y".
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-CURRENT-TIME             PIC 9(08).
       77  WS-RECORD-SEQUENCE          PIC 9(09) VALUE 0.
       77  WS-LOW-SEQUENCE             PIC 9(09) VALUE 0.
       77  WS-HIGH-SEQUENCE            PIC 9(09) VALUE 0.
       77  WS-HIGH-SEQUENCE-READ       PIC 9(09) VALUE 0.
       77  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
       77  WS-CUTOFF-DATE-X            PIC X(08).
       77  WS-ARCHIVE-FILE-NAME        PIC X(09).
       77  WS-RECORDS-ARCHIVED         PIC 9(07) VALUE 0.
       77  WS-RECORDS-RETAINED         PIC 9(07) VALUE 0.
       77  WS-EDIT-COUNT               PIC Z(06)9.
       77  WS-EDIT-LOW-SEQUENCE        PIC Z(08)9.
       77  WS-EDIT-HIGH-SEQUENCE       PIC Z(08)9.
       77  WS-PRINT-LINE               PIC X(80).

      * One entry per job seen among the archived records, carrying
               PERFORM 3000-REWRITE-AUDIT-FILE THRU 3000-EXIT
           END-IF
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 3500-WRITE-RUN-LOG THRU 3500-EXIT
               PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF AL-SEQUENCE-NUMBER NUMERIC
                       MOVE AL-SEQUENCE-NUMBER TO WS-RECORD-SEQUENCE
                   ELSE
                       MOVE 0 TO WS-RECORD-SEQUENCE
                   END-IF
                   IF WS-RECORD-SEQUENCE > WS-HIGH-SEQUENCE-READ
                       MOVE WS-RECORD-SEQUENCE TO WS-HIGH-SEQUENCE-READ
                   END-IF
                   IF AL-AUDIT-DATE < WS-CUTOFF-DATE
                       PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
                   ELSE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-ARCHIVED
           IF WS-RECORD-SEQUENCE > 0
               IF WS-LOW-SEQUENCE = 0
                   OR WS-RECORD-SEQUENCE < WS-LOW-SEQUENCE
                   MOVE WS-RECORD-SEQUENCE TO WS-LOW-SEQUENCE
               END-IF
               IF WS-RECORD-SEQUENCE > WS-HIGH-SEQUENCE
                   MOVE WS-RECORD-SEQUENCE TO WS-HIGH-SEQUENCE
               END-IF
           END-IF
           PERFORM 2200-TALLY-JOB THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
       3020-EXIT.
           EXIT.

      ******************************************************************
      *  3500-WRITE-RUN-LOG
      *  Appends this run's counts and archived sequence range to
      *  SWARCLOG, only once SWAUDIT has been rewritten cleanly - an
      *  aborted run moved nothing as far as the log is concerned,
      *  so any records it left in a SWARCyyyy file show up in
      *  SWAUDVER as archived records no run accounts for.  The
      *  archive itself is complete by now, so a log failure is a
      *  warning (RETURN-CODE 04), not an abort.
      ******************************************************************
       3500-WRITE-RUN-LOG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND ARCHIVE-RUN-LOG
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               AND WS-RUNLOG-FILE-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN SWARCLOG, FILE STATUS "
                   WS-RUNLOG-FILE-STATUS " - RUN NOT LOGGED"
               SET WS-RUNLOG-FAILED TO TRUE
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO AX-RECORD
           MOVE WS-CURRENT-DATE TO AX-RUN-DATE
           MOVE WS-CURRENT-TIME TO AX-RUN-TIME
           MOVE WS-CUTOFF-DATE TO AX-CUTOFF-DATE
           MOVE WS-RECORDS-READ TO AX-RECORDS-READ
           MOVE WS-RECORDS-ARCHIVED TO AX-RECORDS-ARCHIVED
           MOVE WS-RECORDS-RETAINED TO AX-RECORDS-RETAINED
           MOVE WS-LOW-SEQUENCE TO AX-LOW-SEQUENCE
           MOVE WS-HIGH-SEQUENCE TO AX-HIGH-SEQUENCE
           MOVE WS-HIGH-SEQUENCE-READ TO AX-HIGH-SEQUENCE-READ
           WRITE AX-RECORD
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWARCLOG, FILE "
                   "STATUS " WS-RUNLOG-FILE-STATUS " - RUN NOT LOGGED"
               SET WS-RUNLOG-FAILED TO TRUE
           END-IF
           CLOSE ARCHIVE-RUN-LOG.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  4000-PRINT-SUMMARY
      *  Writes the audit-evidence summary: per job, the count of
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD
           IF WS-HIGH-SEQUENCE > 0
               MOVE WS-LOW-SEQUENCE TO WS-EDIT-LOW-SEQUENCE
               MOVE WS-HIGH-SEQUENCE TO WS-EDIT-HIGH-SEQUENCE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SEQUENCES MOVED:  " WS-EDIT-LOW-SEQUENCE
                   " THRU " WS-EDIT-HIGH-SEQUENCE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RL-RECORD
               WRITE RL-RECORD
           END-IF
           MOVE SPACES TO RL-RECORD
           WRITE RL-RECORD
           MOVE "EVERY ARCHIVED RECORD WAS WRITTEN TO ITS SWARCYYYY"
       9999-TERMINATE.
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RUNLOG-FAILED
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       9999-EXIT.

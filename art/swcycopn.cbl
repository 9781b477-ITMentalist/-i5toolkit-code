      *                    the cycle ran with nothing for SWRESTOR
      *                    to restore - "WINDOW NOT OPENED" is now
      *                    actually true on every failure path.
      *   2026-10-15  jll  Append every window-open snapshot to the
      *                    SWSNAPH snapshot history as well, so the
      *                    as-of inquiry (SWASOF) has the opening
      *                    state of past windows, not only tonight's.
      *                    A history append that fails is a warning,
      *                    the same as the cycle history.
      *   2026-10-15  jll  The snapshot is now built in WORKING-
      *                    STORAGE and written from there to both
      *                    SWSNAP and SWSNAPH.  The history append
      *                    took the SWSNAP record area after that
      *                    file had been written and closed, when
      *                    its content is no longer defined.
      *   2026-10-15  jll  Clear and keep CY-PROFILE-USER exactly as
      *                    CY-PROFILE-NAME is cleared and kept.
      */
       ID DIVISION.
       PROGRAM-ID. SWCYCOPN.
           SELECT OPTIONAL CYCLE-HISTORY-FILE ASSIGN TO SWCYCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCHST-FILE-STATUS.
           SELECT OPTIONAL SNAPSHOT-HISTORY-FILE ASSIGN TO SWSNAPH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SWCYCLE.

       FD  SWITCH-SNAPSHOT-FILE.
       01  SF-RECORD                   PIC X(49).

       FD  CYCLE-HISTORY-FILE.
           COPY SWCYCHS.

       FD  SNAPSHOT-HISTORY-FILE.
       01  SH-RECORD                   PIC X(49).

       WORKING-STORAGE SECTION.
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-OPEN-DATE                PIC 9(08) VALUE 0.
       77  WS-OPEN-TIME                PIC 9(08) VALUE 0.
       77  WS-PROFILE-NAME             PIC X(10) VALUE SPACES.
       77  WS-PROFILE-USER             PIC X(10) VALUE SPACES.
       77  WS-SNAP-FILE-STATUS         PIC X(02).
       77  WS-CYCHST-FILE-STATUS       PIC X(02).
       77  WS-SNAPH-FILE-STATUS        PIC X(02).
       77  WS-SUB                      PIC 9(01).
       77  WS-SENSE-SWITCH-NUMBER      PIC 9(01).
       77  WS-SWITCH-STATUS-WORK       PIC X(03).
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".

      * The window-open snapshot, built here and written from here
      * to both SWSNAP and the SWSNAPH history.
           COPY SWSNAP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-CYCLE-FILE THRU 1000-EXIT
                       MOVE CY-OPEN-TIME TO WS-OPEN-TIME
                   END-IF
                   MOVE CY-PROFILE-NAME TO WS-PROFILE-NAME
                   MOVE CY-PROFILE-USER TO WS-PROFILE-USER
           END-READ
           CLOSE CYCLE-CONTROL-FILE.
       1000-EXIT.
               MOVE WS-CURRENT-DATE TO WS-OPEN-DATE
               MOVE WS-CURRENT-TIME TO WS-OPEN-TIME
               MOVE SPACES TO WS-PROFILE-NAME
               MOVE SPACES TO WS-PROFILE-USER
           END-IF.
       2000-EXIT.
           EXIT.
           MOVE 0 TO CY-CLOSE-DATE
           MOVE 0 TO CY-CLOSE-TIME
           MOVE WS-PROFILE-NAME TO CY-PROFILE-NAME
           MOVE WS-PROFILE-USER TO CY-PROFILE-USER
           WRITE CY-RECORD
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SWCYCLE, FILE STATUS "
           MOVE WS-OPEN-TIME TO SN-SNAP-TIME
           PERFORM 3100-SNAPSHOT-ONE-SWITCH THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           WRITE SF-RECORD FROM SN-RECORD
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SWSNAP, FILE STATUS "
                   WS-SNAP-FILE-STATUS " - WINDOW NOT OPENED"
               DISPLAY "SWITCH SNAPSHOT RECORDED FOR CYCLE "
                   WS-CYCLE-NUMBER
           END-IF
           CLOSE SWITCH-SNAPSHOT-FILE
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3050-RECORD-SNAPSHOT-HISTORY THRU 3050-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3050-RECORD-SNAPSHOT-HISTORY
      *  SWSNAP is overwritten at every fresh open; the same record
      *  is appended to SWSNAPH so the opening state of every past
      *  window stays on file for SWASOF.  A failure here is a
      *  warning only - the restore needs SWSNAP, not the history.
      ******************************************************************
       3050-RECORD-SNAPSHOT-HISTORY.
           OPEN EXTEND SNAPSHOT-HISTORY-FILE
           IF WS-SNAPH-FILE-STATUS NOT = "00"
               AND WS-SNAPH-FILE-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN SWSNAPH, FILE "
                   "STATUS " WS-SNAPH-FILE-STATUS
                   " - SNAPSHOT NOT KEPT IN SNAPSHOT HISTORY"
               GO TO 3050-EXIT
           END-IF
           WRITE SH-RECORD FROM SN-RECORD
           IF WS-SNAPH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWSNAPH, FILE "
                   "STATUS " WS-SNAPH-FILE-STATUS
                   " - SNAPSHOT NOT KEPT IN SNAPSHOT HISTORY"
           END-IF
           CLOSE SNAPSHOT-HISTORY-FILE.
       3050-EXIT.
           EXIT.

       3100-SNAPSHOT-ONE-SWITCH.
           COMPUTE WS-SENSE-SWITCH-NUMBER = WS-SUB - 1
           PERFORM 3200-SENSE-SWITCH THRU 3200-EXIT

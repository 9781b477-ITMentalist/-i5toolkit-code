      *                    SWCYCOPN and SWCYCRPT can report how
      *                    long the window ran.  A failed append is
      *                    a warning only.
      *   2026-10-15  jll  Carry CY-PROFILE-USER through the close
      *                    rewrite and into the CLOSE event, so the
      *                    cycle history shows who applied the
      *                    window's profile.
      *   2026-10-15  jll  Expire every protected-switch request
      *                    still pending in SWPENDRQ when the window
      *                    closes, stamped with the closing cycle,
      *                    so an undecided request never carries
      *                    over into another night and SWMORN can
      *                    list it.  A failure here is a warning.
      */
       ID DIVISION.
       PROGRAM-ID. SWCYCCLS.
           SELECT OPTIONAL CYCLE-HISTORY-FILE ASSIGN TO SWCYCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCHST-FILE-STATUS.
           SELECT PENDING-REQUEST-FILE ASSIGN TO SWPENDRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-HISTORY-FILE.
           COPY SWCYCHS.

       FD  PENDING-REQUEST-FILE.
           COPY SWPEND.

       WORKING-STORAGE SECTION.
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-CYCHST-FILE-STATUS       PIC X(02).
       77  WS-OPEN-DATE                PIC 9(08) VALUE 0.
       77  WS-OPEN-TIME                PIC 9(08) VALUE 0.
       77  WS-PROFILE-NAME             PIC X(10) VALUE SPACES.
       77  WS-PROFILE-USER             PIC X(10) VALUE SPACES.
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
       77  WS-NOT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-WINDOW-NOT-OPEN                VALUE "Y".
       77  WS-PEND-FILE-STATUS         PIC X(02).
       77  WS-PEND-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PEND-EOF                       VALUE "Y".
       77  WS-PEND-LOAD-SWITCH         PIC X(01) VALUE "N".
           88  WS-PEND-LOAD-FAILED               VALUE "Y".
       77  WS-PEND-COUNT               PIC 9(04) VALUE 0.
       77  WS-MAX-PEND                 PIC 9(04) VALUE 2000.
       77  WS-PEND-IDX                 PIC 9(04).
       77  WS-EXPIRED-COUNT            PIC 9(04) VALUE 0.

      * In-storage copy of SWPENDRQ, record for record, so the file
      * can be written back with the pending requests expired and
      * every other request unchanged.
       01  WS-PENDING-TABLE.
           05  WS-PQ-IMAGE OCCURS 2000 TIMES        PIC X(107).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                       MOVE CY-OPEN-TIME TO WS-OPEN-TIME
                   END-IF
                   MOVE CY-PROFILE-NAME TO WS-PROFILE-NAME
                   MOVE CY-PROFILE-USER TO WS-PROFILE-USER
                   IF WS-CYCLE-STATUS NOT = "OPEN  "
                       SET WS-WINDOW-NOT-OPEN TO TRUE
                   END-IF
           MOVE WS-CURRENT-DATE TO CY-CLOSE-DATE
           MOVE WS-CURRENT-TIME TO CY-CLOSE-TIME
           MOVE WS-PROFILE-NAME TO CY-PROFILE-NAME
           MOVE WS-PROFILE-USER TO CY-PROFILE-USER
           WRITE CY-RECORD
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SWCYCLE, FILE STATUS "
           END-IF
           CLOSE CYCLE-CONTROL-FILE
           DISPLAY "BATCH WINDOW CYCLE " WS-CYCLE-NUMBER " CLOSED"
           PERFORM 3000-RECORD-HISTORY THRU 3000-EXIT
           PERFORM 4000-EXPIRE-PENDING THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

           MOVE WS-CURRENT-DATE TO CH-EVENT-DATE
           MOVE WS-CURRENT-TIME TO CH-EVENT-TIME
           MOVE WS-PROFILE-NAME TO CH-PROFILE-NAME
           MOVE WS-PROFILE-USER TO CH-PROFILE-USER
           WRITE CH-RECORD
           IF WS-CYCHST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWCYCHST, FILE "
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-EXPIRE-PENDING
      *  A protected-switch request no supervisor decided before the
      *  window closed expires: SWPENDRQ is loaded, every request
      *  still pending is marked "E" with the close time and this
      *  cycle, and the file is written back record for record.  No
      *  SWPENDRQ means no request was ever filed.  A file that
      *  cannot be fully loaded is left as it stands - SWMORN lists
      *  any request still pending after the close - and, like the
      *  history append, a failure here is a warning only.
      ******************************************************************
       4000-EXPIRE-PENDING.
           OPEN INPUT PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO READ SWPENDRQ, FILE "
                   "STATUS " WS-PEND-FILE-STATUS
                   " - PENDING REQUESTS NOT EXPIRED"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4020-LOAD-ONE-REQUEST THRU 4020-EXIT
               UNTIL WS-PEND-EOF OR WS-PEND-LOAD-FAILED
           CLOSE PENDING-REQUEST-FILE
           IF WS-PEND-LOAD-FAILED
               DISPLAY "WARNING - SWPENDRQ HOLDS MORE THAN "
                   WS-MAX-PEND " REQUESTS - PENDING REQUESTS NOT "
                   "EXPIRED"
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO REWRITE SWPENDRQ, FILE "
                   "STATUS " WS-PEND-FILE-STATUS
                   " - PENDING REQUESTS NOT EXPIRED"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4040-WRITE-ONE-REQUEST THRU 4040-EXIT
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           CLOSE PENDING-REQUEST-FILE
           IF WS-EXPIRED-COUNT > 0
               DISPLAY WS-EXPIRED-COUNT " PENDING PROTECTED-SWITCH "
                   "REQUEST(S) EXPIRED UNDECIDED"
           END-IF.
       4000-EXIT.
           EXIT.

       4020-LOAD-ONE-REQUEST.
           READ PENDING-REQUEST-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO 4020-EXIT
           END-READ
           IF WS-PEND-COUNT >= WS-MAX-PEND
               SET WS-PEND-LOAD-FAILED TO TRUE
               GO TO 4020-EXIT
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PR-RECORD TO WS-PQ-IMAGE (WS-PEND-COUNT).
       4020-EXIT.
           EXIT.

       4040-WRITE-ONE-REQUEST.
           MOVE WS-PQ-IMAGE (WS-PEND-IDX) TO PR-RECORD
           IF PR-PENDING
               SET PR-EXPIRED TO TRUE
               MOVE SPACES TO PR-DECIDED-BY
               MOVE WS-CURRENT-DATE TO PR-DECISION-DATE
               MOVE WS-CURRENT-TIME TO PR-DECISION-TIME
               MOVE WS-CYCLE-NUMBER TO PR-DECISION-CYCLE
               MOVE 0 TO PR-APPLY-RC
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           WRITE PR-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWPENDRQ, FILE "
                   "STATUS " WS-PEND-FILE-STATUS
           END-IF.
       4040-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      ******************************************************************

      * notifications were suppressed and, from the audit trail,
      * which job turned the flag on.
      *
      * Each message carries the owning team of the job it is about,
      * from the SWJOBS job master, so it reaches the people who can
      * act on it; anything else is addressed to OPERATIONS.
      *
      * Modification history:
      *   2026-08-21  jll  Original version.
      *   2026-08-21  jll  Review the most recent batch-window cycle
      *                    fall back to the full SWAUDIT when it
      *                    does not - a run mid-window was silently
      *                    reviewing the PREVIOUS cycle's extract.
      *   2026-10-15  jll  Each message is now addressed to the team
      *                    that owns the job, from the SWJOBS job
      *                    master, in a new addressee column at the
      *                    front of the SWOPRMSG record (widened to
      *                    132).  Messages about no job in
      *                    particular, or about a job not on SWJOBS,
      *                    still go to OPERATIONS.
      */
       ID DIVISION.
       PROGRAM-ID. SWNOTIFY.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO SWCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT JOB-REGISTRY-FILE ASSIGN TO SWJOBS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SWSTAT.

       FD  OPERATOR-MESSAGE-FILE.
       01  OM-RECORD.
           05  OM-ADDRESSEE            PIC X(20).
           05  FILLER                  PIC X(01).
           05  OM-MESSAGE-TEXT         PIC X(111).

       FD  CYCLE-CONTROL-FILE.
           COPY SWCYCLE.

       FD  JOB-REGISTRY-FILE.
           COPY SWJOB.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FILE-STATUS        PIC X(02).
       77  WS-AUDIT-FILE-NAME          PIC X(08).
       77  WS-STAT-FILE-STATUS         PIC X(02).
       77  WS-MSG-FILE-STATUS          PIC X(02).
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-JOBS-FILE-STATUS         PIC X(02).
       77  WS-CYCLE-REC-NUMBER         PIC 9(06) VALUE 0.
       77  WS-TARGET-DATE              PIC 9(08) VALUE 0.
       77  WS-TARGET-CYCLE             PIC 9(06) VALUE 0.
       77  WS-MAX-STATUS               PIC 9(04) VALUE 0200.
       77  WS-MESSAGE-COUNT            PIC 9(04) VALUE 0.
       77  WS-SUPPRESSOR-JOB           PIC X(10) VALUE SPACES.
       77  WS-OWNER-COUNT              PIC 9(04) VALUE 0.
       77  WS-MAX-OWNERS               PIC 9(04) VALUE 0200.
       77  WS-OWNER-JOB-NAME           PIC X(10).
       77  WS-MESSAGE-ADDRESSEE        PIC X(20).
       77  WS-PRINT-LINE               PIC X(111).

      * Business name and protection/restart attributes of the
      * eight switches, loaded from SWDEFNS the way UPSI loads its
               10  WS-LS-STATUS-DATE    PIC 9(08).
               10  WS-LS-STATE OCCURS 8 TIMES       PIC X(03).

      * Owning team of every job on the SWJOBS job master - retired
      * ones included, since their history still has an owner.
       01  WS-JOB-OWNER-TABLE.
           05  WS-JO-ENTRY OCCURS 200 TIMES INDEXED BY WS-JO-IDX.
               10  WS-JO-JOB-NAME       PIC X(10).
               10  WS-JO-OWNING-TEAM    PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 2100-LOAD-SWITCH-DEFN THRU 2100-EXIT
           PERFORM 2700-LOAD-JOB-OWNERS THRU 2700-EXIT
           PERFORM 1050-READ-CYCLE-NUMBER THRU 1050-EXIT
           MOVE "SWAUDCYC" TO WS-AUDIT-FILE-NAME
           OPEN INPUT SWITCH-AUDIT-FILE
       2520-EXIT.
           EXIT.

      ******************************************************************
      *  2700-LOAD-JOB-OWNERS
      *  Loads each job's owning team from SWJOBS.  Without the
      *  file every message goes to OPERATIONS, as it always did.
      ******************************************************************
       2700-LOAD-JOB-OWNERS.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWJOBS NOT AVAILABLE, ALL MESSAGES "
                   "ADDRESSED TO OPERATIONS"
               GO TO 2700-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2720-LOAD-ONE-OWNER THRU 2720-EXIT
               UNTIL WS-EOF
           CLOSE JOB-REGISTRY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       2700-EXIT.
           EXIT.

       2720-LOAD-ONE-OWNER.
           READ JOB-REGISTRY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2720-EXIT
           END-READ
           IF JB-JOB-NAME = SPACES OR JB-OWNING-TEAM = SPACES
               GO TO 2720-EXIT
           END-IF
           IF WS-OWNER-COUNT >= WS-MAX-OWNERS
               DISPLAY "WARNING - JOB OWNER TABLE FULL, SOME "
                   "MESSAGES ADDRESSED TO OPERATIONS"
               SET WS-EOF TO TRUE
               GO TO 2720-EXIT
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           MOVE JB-JOB-NAME TO WS-JO-JOB-NAME (WS-OWNER-COUNT)
           MOVE JB-OWNING-TEAM TO WS-JO-OWNING-TEAM (WS-OWNER-COUNT).
       2720-EXIT.
           EXIT.

      ******************************************************************
      *  2750-FIND-JOB-OWNER
      *  Sets WS-MESSAGE-ADDRESSEE to the owning team of the job in
      *  WS-OWNER-JOB-NAME, or OPERATIONS when it is not on SWJOBS.
      ******************************************************************
       2750-FIND-JOB-OWNER.
           MOVE "OPERATIONS" TO WS-MESSAGE-ADDRESSEE
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2760-CHECK-ONE-OWNER THRU 2760-EXIT
               VARYING WS-JO-IDX FROM 1 BY 1
               UNTIL WS-JO-IDX > WS-OWNER-COUNT OR WS-ENTRY-FOUND.
       2750-EXIT.
           EXIT.

       2760-CHECK-ONE-OWNER.
           IF WS-JO-JOB-NAME (WS-JO-IDX) = WS-OWNER-JOB-NAME
               MOVE WS-JO-OWNING-TEAM (WS-JO-IDX)
                   TO WS-MESSAGE-ADDRESSEE
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.
       2760-EXIT.
           EXIT.

      ******************************************************************
      *  3000-BUILD-NOTIFICATIONS
      *  Opens the operator message queue file and issues one
               VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
           IF WS-MESSAGE-COUNT = 0
               MOVE "OPERATIONS" TO WS-MESSAGE-ADDRESSEE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO PROTECTED-SWITCH ACTIVITY OR UNUSUAL "
                   "END STATE THIS WINDOW"
      *  job turned the flag on.
      ******************************************************************
       3100-LOG-SUPPRESSION.
           MOVE "OPERATIONS" TO WS-MESSAGE-ADDRESSEE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SUPPRESSOR-JOB = SPACES
               STRING "OPERATOR NOTIFICATIONS SUPPRESSED THIS WINDOW"
       3200-CHECK-ONE-CHANGE.
           COMPUTE WS-SUB = WS-JS-SWITCH-NUMBER (WS-JS-IDX) + 1
           IF SDT-PROTECTED (WS-SUB)
               MOVE WS-JS-JOB-NAME (WS-JS-IDX) TO WS-OWNER-JOB-NAME
               PERFORM 2750-FIND-JOB-OWNER THRU 2750-EXIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "JOB " WS-JS-JOB-NAME (WS-JS-IDX)
                   " CHANGED PROTECTED SWITCH "
           IF WS-LS-STATE (WS-LS-IDX WS-SUB) = "ON "
               AND (SDT-PROTECTED (WS-SUB)
                   OR SDT-IS-RESTART-SWITCH (WS-SUB))
               MOVE WS-LS-JOB-NAME (WS-LS-IDX) TO WS-OWNER-JOB-NAME
               PERFORM 2750-FIND-JOB-OWNER THRU 2750-EXIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "JOB " WS-LS-JOB-NAME (WS-LS-IDX)
                   " ENDED THE WINDOW WITH "

      ******************************************************************
      *  3900-ISSUE-MESSAGE
      *  Delivers one message line, addressed to WS-MESSAGE-
      *  ADDRESSEE, to the operator message queue file and echoes
      *  it to the joblog.
      ******************************************************************
       3900-ISSUE-MESSAGE.
           MOVE SPACES TO OM-RECORD
           MOVE WS-MESSAGE-ADDRESSEE TO OM-ADDRESSEE
           MOVE WS-PRINT-LINE TO OM-MESSAGE-TEXT
           WRITE OM-RECORD
           IF WS-MSG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWOPRMSG, FILE "
                   "STATUS " WS-MSG-FILE-STATUS
           END-IF
           DISPLAY OM-RECORD
           ADD 1 TO WS-MESSAGE-COUNT.
       3900-EXIT.
           EXIT.

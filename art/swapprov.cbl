     /**
      * This file is part of i5/OS Programmer's Toolkit.
      *
      * Copyright (C) 2010, 2011  Junlei Li.
      *
      * i5/OS Programmer's Toolkit is free software: you can
      * redistribute it and/or modify it under the terms of the GNU
      * General Public License as published by the Free Software
      * Foundation, either version 3 of the License, or (at your
      * option) any later version.
      *
      * i5/OS Programmer's Toolkit is distributed in the hope that it
      * will be useful, but WITHOUT ANY WARRANTY; without even the
      * implied warranty of MERCHANTABILITY or FITNESS FOR A
      * PARTICULAR PURPOSE.  See the GNU General Public License for
      * more details.
      *
      * You should have received a copy of the GNU General Public
      * License along with i5/OS Programmer's Toolkit.  If not, see
      * <http://www.gnu.org/licenses/>.
      */

     /**
      * @file swapprov.cbl
      *
      * Supervisor approval of pending protected-switch requests.
      * A job that CALLs UPSI to turn SKIP-ARCHIVE-FLAG or
      * FORCE-PRODUCTION-POST-FLAG (any switch SWDEFNS marks
      * protected) on is refused with return code 12, and UPSI files
      * the request in SWPENDRQ (SWPEND.CPY) with the job, the
      * switch, the status asked for, the reason and the ticket.
      * Until now the only way to honor such a request was to
      * hand-edit around UPSIRUN, which only ever flips switch 0.
      *
      * This program asks for the supervisor's own user ID, checks
      * it against SWAUTHS for an approval grant (AU-SCOPE "A"),
      * lists the pending requests, and takes each one in turn:
      * approve, reject, skip, or end.  A supervisor may never
      * decide a request filed under their own ID, and a request
      * for a switch their grants do not cover is left for someone
      * whose grants do.  An approved request is applied through
      * UPSI's audited set service (function "A"), which runs every
      * check a set normally gets - job registry, authority, reason
      * code, switch combination - and writes the change to SWAUDIT
      * with the supervisor in AL-APPROVED-BY.  If UPSI still
      * refuses it, the request is closed as failed with UPSI's
      * return code so it is not approved twice.
      *
      * Each decision is recorded in SWPENDRQ as soon as it is
      * made: the file is reloaded, the request is confirmed still
      * pending - a second supervisor, or SWCYCCLS expiring it at
      * window close, may have got there first - and the file is
      * written back with the decision, the supervisor, the time
      * and the window cycle.  An approval is reloaded and found
      * again after UPSI returns, so the file is always written
      * back from a load taken just before the write.  Requests
      * UPSI files while the supervisor is working are picked up
      * by the reload and offered in their turn.
      *
      * Ends with RETURN-CODE 08 when an approved request could not
      * be applied, and 16 when the supervisor is refused,
      * SWPENDRQ cannot be read or written, or an applied approval
      * cannot be recorded because the request was closed while
      * UPSI applied it.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      *   2026-10-15  jll  An approval was written back to SWPENDRQ
      *                    from the load taken before the UPSI CALL,
      *                    losing any request filed or expired while
      *                    UPSI ran.  UPSI's outcome is now held in
      *                    WORKING-STORAGE and SWPENDRQ is reloaded
      *                    and the request found again (5100) just
      *                    before the decision is written.
      */
       ID DIVISION.
       PROGRAM-ID. SWAPPROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-REQUEST-FILE ASSIGN TO SWPENDRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT SWITCH-AUTH-FILE ASSIGN TO SWAUTHS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT OPTIONAL AUTH-REFUSAL-FILE ASSIGN TO SWAUTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-FILE-STATUS.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO SWCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-REQUEST-FILE.
           COPY SWPEND.

       FD  SWITCH-AUTH-FILE.
           COPY SWAUTH.

       FD  AUTH-REFUSAL-FILE.
           COPY SWAUTLG.

       FD  CYCLE-CONTROL-FILE.
           COPY SWCYCLE.

       WORKING-STORAGE SECTION.
       77  WS-PEND-FILE-STATUS         PIC X(02).
       77  WS-AUTH-FILE-STATUS         PIC X(02).
       77  WS-AUTHLOG-FILE-STATUS      PIC X(02).
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-CURRENT-TIME             PIC 9(08).
       77  WS-CYCLE-NUMBER             PIC 9(06) VALUE 0.
       77  WS-USER-ID                  PIC X(10).
       77  WS-SELECT-REPLY             PIC X(01).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
       77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88  WS-DECISIONS-DONE                 VALUE "Y".
       77  WS-AUTH-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-AUTH-AVAILABLE                 VALUE "Y".
       77  WS-GRANT-SWITCH             PIC X(01).
           88  WS-GRANT-FOUND                    VALUE "Y".
       77  WS-GRANT-SWITCH-CHAR        PIC X(01).
       77  WS-LOAD-SWITCH              PIC X(01).
           88  WS-LOAD-FAILED                    VALUE "Y".
       77  WS-RQ-COUNT                 PIC 9(04) VALUE 0.
       77  WS-MAX-REQUESTS             PIC 9(04) VALUE 2000.
       77  WS-RQ-SUB                   PIC 9(04).
       77  WS-RQ-IDX                   PIC 9(04).
       77  WS-FOUND-SUB                PIC 9(04).
       77  WS-DECISION-STATUS          PIC X(01).
       77  WS-APPLY-RC                 PIC 9(02).
       77  WS-GRANT-COUNT              PIC 9(02) VALUE 0.
       77  WS-MAX-GRANTS               PIC 9(02) VALUE 50.
       77  WS-GRANT-IDX                PIC 9(02).
       77  WS-CURRENT-REQUEST          PIC 9(06).
       77  WS-PENDING-COUNT            PIC 9(04) VALUE 0.
       77  WS-APPROVED-COUNT           PIC 9(04) VALUE 0.
       77  WS-FAILED-COUNT             PIC 9(04) VALUE 0.
       77  WS-REJECTED-COUNT           PIC 9(04) VALUE 0.
       77  WS-OPEN-TRIES               PIC 9(01).
       77  WS-MAX-OPEN-TRIES           PIC 9(01) VALUE 5.
       77  WS-WAIT-SECONDS             PIC 9(01) VALUE 1.
       77  WS-OPEN-SWITCH              PIC X(01).
           88  WS-PEND-OPENED                    VALUE "Y".

           COPY SWPARM.

      * The approval grants (SWAUTHS scope "A") that name this
      * supervisor or "*": the switches they may approve.
       01  WS-GRANT-TABLE.
           05  WS-GR-SWITCH-ID OCCURS 50 TIMES      PIC X(01).

      * SWPENDRQ as read, laid out exactly as SWPEND.CPY so a
      * record moves in and out whole and is written back unchanged
      * unless it is the one being decided.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 2000 TIMES.
               10  WS-RQ-REQUEST-NUMBER PIC 9(06).
               10  FILLER               PIC X(01).
               10  WS-RQ-JOB-NAME       PIC X(10).
               10  FILLER               PIC X(01).
               10  WS-RQ-SWITCH-NUMBER  PIC 9(01).
               10  FILLER               PIC X(01).
               10  WS-RQ-REQ-STATUS     PIC X(03).
               10  FILLER               PIC X(01).
               10  WS-RQ-REASON-CODE    PIC X(04).
               10  FILLER               PIC X(01).
               10  WS-RQ-TICKET-REF     PIC X(12).
               10  FILLER               PIC X(01).
               10  WS-RQ-REQUEST-DATE   PIC 9(08).
               10  FILLER               PIC X(01).
               10  WS-RQ-REQUEST-TIME   PIC 9(08).
               10  FILLER               PIC X(01).
               10  WS-RQ-REQUEST-CYCLE  PIC 9(06).
               10  FILLER               PIC X(01).
               10  WS-RQ-STATUS         PIC X(01).
                   88  WS-RQ-PENDING             VALUE "P".
               10  FILLER               PIC X(01).
               10  WS-RQ-DECIDED-BY     PIC X(10).
               10  FILLER               PIC X(01).
               10  WS-RQ-DECISION-DATE  PIC 9(08).
               10  FILLER               PIC X(01).
               10  WS-RQ-DECISION-TIME  PIC 9(08).
               10  FILLER               PIC X(01).
               10  WS-RQ-DECISION-CYCLE PIC 9(06).
               10  FILLER               PIC X(01).
               10  WS-RQ-APPLY-RC       PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-LIST-PENDING THRU 3000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED AND WS-PENDING-COUNT > 0
               PERFORM 4000-DECIDE-ONE-REQUEST THRU 4000-EXIT
                   VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT
                       OR WS-DECISIONS-DONE
                       OR WS-ABORT-REQUESTED
           END-IF
           PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  Asks who is deciding, loads their approval grants, and
      *  takes the window cycle the decisions will be stamped with.
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY "ENTER YOUR USER ID"
           MOVE SPACES TO WS-USER-ID
           ACCEPT WS-USER-ID
           IF WS-USER-ID = SPACES
               DISPLAY "USER ID IS BLANK - NOTHING DECIDED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-GRANTS THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-CYCLE-NUMBER THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-LOAD-GRANTS
      *  Loads the approval grants that name this supervisor or "*".
      *  No SWAUTHS on file keeps the historic behavior, with a
      *  warning, the same way UPSI and SWPROF treat it - any user
      *  may approve any switch, though never a request of their
      *  own.  When the file IS there, a user with no approval
      *  grant at all is refused and recorded in SWAUTLOG.
      ******************************************************************
       1100-LOAD-GRANTS.
           OPEN INPUT SWITCH-AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWAUTHS NOT AVAILABLE, APPROVAL "
                   "GRANTS NOT ENFORCED"
               GO TO 1100-EXIT
           END-IF
           SET WS-AUTH-AVAILABLE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1120-READ-ONE-GRANT THRU 1120-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-AUTH-FILE
           IF WS-GRANT-COUNT = 0
               DISPLAY WS-USER-ID " HOLDS NO APPROVAL GRANT - "
                   "REFUSED AND RECORDED"
               PERFORM 1150-LOG-REFUSAL THRU 1150-EXIT
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1120-READ-ONE-GRANT.
           READ SWITCH-AUTH-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1120-EXIT
           END-READ
           IF NOT AU-SCOPE-APPROVE
               OR (AU-USER-OR-JOB NOT = WS-USER-ID
                   AND AU-USER-OR-JOB NOT = "*")
               GO TO 1120-EXIT
           END-IF
           IF WS-GRANT-COUNT >= WS-MAX-GRANTS
               DISPLAY "WARNING - GRANT TABLE FULL, FURTHER SWAUTHS "
                   "RECORDS IGNORED"
               SET WS-EOF TO TRUE
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-GRANT-COUNT
           MOVE AU-SWITCH-ID TO WS-GR-SWITCH-ID (WS-GRANT-COUNT).
       1120-EXIT.
           EXIT.

      ******************************************************************
      *  1150-LOG-REFUSAL
      *  Appends one record to SWAUTLOG for the supervisor just
      *  refused (RF-SCOPE "A", no switch, this program as the
      *  detail), so refused approvers are as reviewable as refused
      *  sets.
      ******************************************************************
       1150-LOG-REFUSAL.
           MOVE SPACES TO RF-RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-USER-ID TO RF-USER-OR-JOB
           MOVE WS-CURRENT-DATE TO RF-REFUSAL-DATE
           MOVE WS-CURRENT-TIME TO RF-REFUSAL-TIME
           MOVE "A" TO RF-SCOPE
           MOVE SPACE TO RF-SWITCH-NUMBER
           MOVE "SWAPPROV" TO RF-DETAIL
           OPEN EXTEND AUTH-REFUSAL-FILE
           IF WS-AUTHLOG-FILE-STATUS NOT = "00"
               AND WS-AUTHLOG-FILE-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN SWAUTLOG, FILE "
                   "STATUS " WS-AUTHLOG-FILE-STATUS
               GO TO 1150-EXIT
           END-IF
           WRITE RF-RECORD
           IF WS-AUTHLOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWAUTLOG, FILE "
                   "STATUS " WS-AUTHLOG-FILE-STATUS
           END-IF
           CLOSE AUTH-REFUSAL-FILE.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-CYCLE-NUMBER
      *  The cycle a decision is stamped with, taken the way UPSI
      *  takes it: the SWCYCLE cycle while the window is OPEN, zero
      *  outside any window.
      ******************************************************************
       1200-LOAD-CYCLE-NUMBER.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CY-WINDOW-OPEN AND CY-CYCLE-NUMBER NUMERIC
                       MOVE CY-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   END-IF
           END-READ
           CLOSE CYCLE-CONTROL-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-REQUESTS
      *  Loads SWPENDRQ into the request table.  No file means no
      *  request was ever filed; any other open failure, or more
      *  requests than the table holds, stops the run - a decision
      *  written back from a partial load would lose requests.
      ******************************************************************
       2000-LOAD-REQUESTS.
           MOVE 0 TO WS-RQ-COUNT
           MOVE "N" TO WS-LOAD-SWITCH
           OPEN INPUT PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO READ SWPENDRQ, FILE STATUS "
                   WS-PEND-FILE-STATUS " - NOTHING DECIDED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2020-LOAD-ONE-REQUEST THRU 2020-EXIT
               UNTIL WS-EOF OR WS-LOAD-FAILED
           CLOSE PENDING-REQUEST-FILE
           IF WS-LOAD-FAILED
               DISPLAY "SWPENDRQ HOLDS MORE THAN " WS-MAX-REQUESTS
                   " REQUESTS - NOTHING DECIDED"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2020-LOAD-ONE-REQUEST.
           READ PENDING-REQUEST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2020-EXIT
           END-READ
           IF WS-RQ-COUNT >= WS-MAX-REQUESTS
               SET WS-LOAD-FAILED TO TRUE
               GO TO 2020-EXIT
           END-IF
           ADD 1 TO WS-RQ-COUNT
           MOVE PR-RECORD TO WS-RQ-ENTRY (WS-RQ-COUNT).
       2020-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LIST-PENDING
      *  Shows every request still pending, oldest first, before
      *  any is taken in turn.
      ******************************************************************
       3000-LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT
           DISPLAY " "
           DISPLAY "PENDING PROTECTED-SWITCH REQUESTS"
           DISPLAY "REQUEST JOB        SW STATUS REASON TICKET       "
               "FILED             CYCLE"
           PERFORM 3020-LIST-ONE-REQUEST THRU 3020-EXIT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
           IF WS-PENDING-COUNT = 0
               DISPLAY "NO REQUESTS ARE PENDING"
           END-IF.
       3000-EXIT.
           EXIT.

       3020-LIST-ONE-REQUEST.
           IF NOT WS-RQ-PENDING (WS-RQ-IDX)
               GO TO 3020-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY WS-RQ-REQUEST-NUMBER (WS-RQ-IDX) "  "
               WS-RQ-JOB-NAME (WS-RQ-IDX) " "
               WS-RQ-SWITCH-NUMBER (WS-RQ-IDX) "  "
               WS-RQ-REQ-STATUS (WS-RQ-IDX) "    "
               WS-RQ-REASON-CODE (WS-RQ-IDX) "   "
               WS-RQ-TICKET-REF (WS-RQ-IDX) " "
               WS-RQ-REQUEST-DATE (WS-RQ-IDX) " "
               WS-RQ-REQUEST-TIME (WS-RQ-IDX) " "
               WS-RQ-REQUEST-CYCLE (WS-RQ-IDX).
       3020-EXIT.
           EXIT.

      ******************************************************************
      *  4000-DECIDE-ONE-REQUEST
      *  Takes table entry WS-RQ-SUB, if it is still pending and
      *  this supervisor may decide it, and asks for the decision.
      ******************************************************************
       4000-DECIDE-ONE-REQUEST.
           IF NOT WS-RQ-PENDING (WS-RQ-SUB)
               GO TO 4000-EXIT
           END-IF
           MOVE WS-RQ-REQUEST-NUMBER (WS-RQ-SUB) TO WS-CURRENT-REQUEST
           DISPLAY " "
           IF WS-RQ-JOB-NAME (WS-RQ-SUB) = WS-USER-ID
               DISPLAY "REQUEST " WS-CURRENT-REQUEST " WAS FILED "
                   "UNDER YOUR OWN ID - ANOTHER SUPERVISOR MUST "
                   "DECIDE IT"
               GO TO 4000-EXIT
           END-IF
           MOVE WS-RQ-SWITCH-NUMBER (WS-RQ-SUB) TO WS-GRANT-SWITCH-CHAR
           PERFORM 4050-CHECK-GRANT THRU 4050-EXIT
           IF NOT WS-GRANT-FOUND
               DISPLAY "REQUEST " WS-CURRENT-REQUEST " IS FOR SWITCH "
                   WS-GRANT-SWITCH-CHAR ", WHICH YOUR GRANTS DO NOT "
                   "COVER - LEFT PENDING"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "REQUEST " WS-CURRENT-REQUEST ": JOB "
               WS-RQ-JOB-NAME (WS-RQ-SUB) " ASKS FOR SWITCH "
               WS-RQ-SWITCH-NUMBER (WS-RQ-SUB) " "
               WS-RQ-REQ-STATUS (WS-RQ-SUB)
           DISPLAY "  REASON " WS-RQ-REASON-CODE (WS-RQ-SUB)
               "  TICKET " WS-RQ-TICKET-REF (WS-RQ-SUB)
               "  FILED " WS-RQ-REQUEST-DATE (WS-RQ-SUB) " "
               WS-RQ-REQUEST-TIME (WS-RQ-SUB)
           DISPLAY "ENTER A TO APPROVE, R TO REJECT, S TO SKIP, OR E "
               "TO END"
           MOVE SPACE TO WS-SELECT-REPLY
           ACCEPT WS-SELECT-REPLY
           EVALUATE WS-SELECT-REPLY
               WHEN "A"
               WHEN "a"
                   PERFORM 4200-APPROVE-REQUEST THRU 4200-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 4300-REJECT-REQUEST THRU 4300-EXIT
               WHEN "S"
               WHEN "s"
                   DISPLAY "REQUEST " WS-CURRENT-REQUEST
                       " LEFT PENDING"
               WHEN "E"
               WHEN "e"
                   SET WS-DECISIONS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "NOT A, R, S OR E - REQUEST "
                       WS-CURRENT-REQUEST " LEFT PENDING"
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4050-CHECK-GRANT
      *  Whether this supervisor's approval grants cover the switch
      *  in WS-GRANT-SWITCH-CHAR - that switch or "*".  With no
      *  SWAUTHS on file every switch is covered.
      ******************************************************************
       4050-CHECK-GRANT.
           IF NOT WS-AUTH-AVAILABLE
               MOVE "Y" TO WS-GRANT-SWITCH
               GO TO 4050-EXIT
           END-IF
           MOVE "N" TO WS-GRANT-SWITCH
           PERFORM 4060-CHECK-ONE-GRANT THRU 4060-EXIT
               VARYING WS-GRANT-IDX FROM 1 BY 1
               UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
                   OR WS-GRANT-FOUND.
       4050-EXIT.
           EXIT.

       4060-CHECK-ONE-GRANT.
           IF WS-GR-SWITCH-ID (WS-GRANT-IDX) = WS-GRANT-SWITCH-CHAR
               OR WS-GR-SWITCH-ID (WS-GRANT-IDX) = "*"
               MOVE "Y" TO WS-GRANT-SWITCH
           END-IF.
       4060-EXIT.
           EXIT.

      ******************************************************************
      *  4200-APPROVE-REQUEST
      *  Confirms the request is still pending against a fresh load
      *  of SWPENDRQ, applies it through UPSI's approved set with
      *  this supervisor as the approver, and records the outcome:
      *  "A" when UPSI applied it, "F" with UPSI's return code when
      *  UPSI still refused it.  The outcome is held in
      *  WS-DECISION-STATUS and WS-APPLY-RC while 5100 reloads
      *  SWPENDRQ, since the load taken before the CALL may be
      *  seconds out of date by the time UPSI returns.
      ******************************************************************
       4200-APPROVE-REQUEST.
           PERFORM 5000-RELOAD-AND-FIND THRU 5000-EXIT
           IF WS-FOUND-SUB = 0
               GO TO 4200-EXIT
           END-IF
           INITIALIZE LK-SWITCH-PARM
           SET LK-FUNCTION-APPROVED-SET TO TRUE
           MOVE WS-RQ-JOB-NAME (WS-FOUND-SUB) TO LK-JOB-NAME
           MOVE WS-RQ-SWITCH-NUMBER (WS-FOUND-SUB) TO LK-SWITCH-NUMBER
           MOVE WS-RQ-REQ-STATUS (WS-FOUND-SUB) TO LK-REQUESTED-STATUS
           MOVE WS-RQ-REASON-CODE (WS-FOUND-SUB) TO LK-REASON-CODE
           MOVE WS-RQ-TICKET-REF (WS-FOUND-SUB) TO LK-TICKET-REF
           MOVE WS-USER-ID TO LK-APPROVED-BY
           CALL "UPSI" USING LK-SWITCH-PARM
           MOVE LK-RETURN-CODE TO WS-APPLY-RC
           IF LK-RETURN-CODE = 0
               MOVE "A" TO WS-DECISION-STATUS
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "REQUEST " WS-CURRENT-REQUEST
                   " APPROVED AND APPLIED - SWITCH "
                   LK-SWITCH-NUMBER " WAS " LK-CURRENT-STATUS
           ELSE
               MOVE "F" TO WS-DECISION-STATUS
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "REQUEST " WS-CURRENT-REQUEST
                   " APPROVED BUT UPSI REFUSED IT, RC "
                   LK-RETURN-CODE " - RECORDED AS FAILED"
           END-IF
           PERFORM 5100-RELOAD-AFTER-APPLY THRU 5100-EXIT
           IF WS-FOUND-SUB = 0
               GO TO 4200-EXIT
           END-IF
           MOVE WS-DECISION-STATUS TO WS-RQ-STATUS (WS-FOUND-SUB)
           MOVE WS-APPLY-RC TO WS-RQ-APPLY-RC (WS-FOUND-SUB)
           PERFORM 5500-RECORD-DECISION THRU 5500-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4300-REJECT-REQUEST
      *  Confirms the request is still pending and records it
      *  rejected.  Nothing is applied.
      ******************************************************************
       4300-REJECT-REQUEST.
           PERFORM 5000-RELOAD-AND-FIND THRU 5000-EXIT
           IF WS-FOUND-SUB = 0
               GO TO 4300-EXIT
           END-IF
           MOVE "R" TO WS-RQ-STATUS (WS-FOUND-SUB)
           MOVE 0 TO WS-RQ-APPLY-RC (WS-FOUND-SUB)
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REQUEST " WS-CURRENT-REQUEST " REJECTED"
           PERFORM 5500-RECORD-DECISION THRU 5500-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  5000-RELOAD-AND-FIND
      *  Reloads SWPENDRQ so the decision is written back over the
      *  file as it stands now - requests filed since the last load
      *  included - and finds WS-CURRENT-REQUEST in it.
      *  WS-FOUND-SUB is zero when the request is gone or no longer
      *  pending: another supervisor decided it, or the window
      *  closed and it expired.
      ******************************************************************
       5000-RELOAD-AND-FIND.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 5000-EXIT
           END-IF
           PERFORM 5020-CHECK-ONE-NUMBER THRU 5020-EXIT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB = 0
               DISPLAY "REQUEST " WS-CURRENT-REQUEST " IS NO LONGER "
                   "ON SWPENDRQ - NOTHING DONE"
               GO TO 5000-EXIT
           END-IF
           IF NOT WS-RQ-PENDING (WS-FOUND-SUB)
               DISPLAY "REQUEST " WS-CURRENT-REQUEST " IS NO LONGER "
                   "PENDING (STATUS " WS-RQ-STATUS (WS-FOUND-SUB)
                   ") - NOTHING DONE"
               MOVE 0 TO WS-FOUND-SUB
           END-IF.
       5000-EXIT.
           EXIT.

       5020-CHECK-ONE-NUMBER.
           IF WS-RQ-REQUEST-NUMBER (WS-RQ-IDX) = WS-CURRENT-REQUEST
               MOVE WS-RQ-IDX TO WS-FOUND-SUB
           END-IF.
       5020-EXIT.
           EXIT.

      ******************************************************************
      *  5100-RELOAD-AFTER-APPLY
      *  Reloads SWPENDRQ once UPSI has returned and finds
      *  WS-CURRENT-REQUEST again, so the outcome is written back
      *  over the file as it stands now.  UPSI has already acted on
      *  the approval and put it on the audit trail, so a request
      *  that has meanwhile gone, or been decided or expired by
      *  someone else, cannot simply be passed over as 5000 does:
      *  the outcome is not recorded, the run is stopped, and the
      *  request is left for a person to put right, the same as a
      *  decision 5500 cannot write.
      ******************************************************************
       5100-RELOAD-AFTER-APPLY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT
           IF WS-ABORT-REQUESTED
               DISPLAY "*** OUTCOME OF REQUEST " WS-CURRENT-REQUEST
                   " NOT RECORDED ***"
               GO TO 5100-EXIT
           END-IF
           PERFORM 5020-CHECK-ONE-NUMBER THRU 5020-EXIT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB = 0
               DISPLAY "*** REQUEST " WS-CURRENT-REQUEST " LEFT "
                   "SWPENDRQ WHILE UPSI APPLIED IT - OUTCOME NOT "
                   "RECORDED ***"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5100-EXIT
           END-IF
           IF NOT WS-RQ-PENDING (WS-FOUND-SUB)
               DISPLAY "*** REQUEST " WS-CURRENT-REQUEST " WAS "
                   "CLOSED (STATUS " WS-RQ-STATUS (WS-FOUND-SUB)
                   ") WHILE UPSI APPLIED IT - OUTCOME NOT "
                   "RECORDED ***"
               SET WS-ABORT-REQUESTED TO TRUE
               MOVE 0 TO WS-FOUND-SUB
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5500-RECORD-DECISION
      *  Stamps the decision on entry WS-FOUND-SUB - this supervisor,
      *  now, this window - and writes SWPENDRQ back whole from the
      *  table, which 5000 or 5100 loaded just before.  The rewrite
      *  open is tried with the same bounded wait UPSI uses for
      *  SWSTAT.  A decision that cannot be written stops the run:
      *  an approval already applied is on the audit trail with its
      *  approver, but SWPENDRQ would still show the request
      *  pending, and that needs a person to put right.
      ******************************************************************
       5500-RECORD-DECISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-USER-ID TO WS-RQ-DECIDED-BY (WS-FOUND-SUB)
           MOVE WS-CURRENT-DATE TO WS-RQ-DECISION-DATE (WS-FOUND-SUB)
           MOVE WS-CURRENT-TIME TO WS-RQ-DECISION-TIME (WS-FOUND-SUB)
           MOVE WS-CYCLE-NUMBER TO WS-RQ-DECISION-CYCLE (WS-FOUND-SUB)
           MOVE "N" TO WS-OPEN-SWITCH
           PERFORM 5520-TRY-ONE-OPEN THRU 5520-EXIT
               VARYING WS-OPEN-TRIES FROM 1 BY 1
               UNTIL WS-OPEN-TRIES > WS-MAX-OPEN-TRIES
                   OR WS-PEND-OPENED
           IF NOT WS-PEND-OPENED
               DISPLAY "*** UNABLE TO REWRITE SWPENDRQ, FILE STATUS "
                   WS-PEND-FILE-STATUS " - DECISION ON REQUEST "
                   WS-CURRENT-REQUEST " NOT RECORDED ***"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5500-EXIT
           END-IF
           PERFORM 5540-WRITE-ONE-REQUEST THRU 5540-EXIT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
           CLOSE PENDING-REQUEST-FILE.
       5500-EXIT.
           EXIT.

       5520-TRY-ONE-OPEN.
           OPEN OUTPUT PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS = "00"
               SET WS-PEND-OPENED TO TRUE
               GO TO 5520-EXIT
           END-IF
           IF WS-OPEN-TRIES < WS-MAX-OPEN-TRIES
               CALL "C$SLEEP" USING WS-WAIT-SECONDS
           END-IF.
       5520-EXIT.
           EXIT.

       5540-WRITE-ONE-REQUEST.
           MOVE WS-RQ-ENTRY (WS-RQ-IDX) TO PR-RECORD
           WRITE PR-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO WRITE SWPENDRQ, FILE STATUS "
                   WS-PEND-FILE-STATUS " ***"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       5540-EXIT.
           EXIT.

      ******************************************************************
      *  8000-DISPLAY-SUMMARY
      ******************************************************************
       8000-DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "APPROVED AND APPLIED:         " WS-APPROVED-COUNT
           DISPLAY "APPROVED BUT REFUSED BY UPSI: " WS-FAILED-COUNT
           DISPLAY "REJECTED:                     " WS-REJECTED-COUNT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      *  08 when an approved request could not be applied, 16 when
      *  the run itself could not be completed.
      ******************************************************************
       9999-TERMINATE.
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FAILED-COUNT > 0
                   MOVE 08 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.

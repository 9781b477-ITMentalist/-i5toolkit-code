      * check used to mean opening SWRECRPT, SWOPRMSG, SWMRGRPT,
      * SWRPTOUT and the joblog in turn and cross-reading them by
      * hand; this step pulls the cycle number and times, the
      * reconciliation exceptions, the change-ticket exceptions
      * (SWTKTRPT), the operator notifications, the
      * overflow-merge counts and the final switch summary into the
      * single SWMORNRPT document, with one overall verdict on the
      * first line:
      *                    window and last night's file survived -
      *                    that is FAILED, not a CLEAN verdict read
      *                    off yesterday's page.
      *   2026-10-15  jll  Take the change-ticket reconciliation
      *                    (SWTKTRPT) into the verdict: a missing,
      *                    stale or not-made check is FAILED,
      *                    exceptions are REVIEW.
      *   2026-10-15  jll  SWOPRMSG lines now start with the owning
      *                    team the message is addressed to, so the
      *                    no-activity line is looked for after the
      *                    addressee column.
      *   2026-10-15  jll  List the protected-switch requests from
      *                    SWPENDRQ that were filed or decided this
      *                    window, or are still pending; a request
      *                    that expired undecided, is still
      *                    pending, or was approved but refused by
      *                    UPSI is REVIEW.
      *   2026-10-15  jll  Append each verdict to the SWMORNHS
      *                    history with its cycle, return code and
      *                    first reason, since SWMORNRPT is
      *                    overwritten nightly and the monitoring
      *                    interface (SWIFEXT) must be able to
      *                    re-create a past night's verdict.
      */
       ID DIVISION.
       PROGRAM-ID. SWMORN.
               ASSIGN TO DYNAMIC WS-FEEDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDER-FILE-STATUS.
           SELECT OPTIONAL PENDING-REQUEST-FILE ASSIGN TO SWPENDRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT MORNING-REPORT-FILE ASSIGN TO SWMORNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT OPTIONAL VERDICT-HISTORY-FILE ASSIGN TO SWMORNHS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDER-FILE.
       01  FE-RECORD                   PIC X(132).

       FD  PENDING-REQUEST-FILE.
           COPY SWPEND.

       FD  MORNING-REPORT-FILE.
       01  RL-RECORD                   PIC X(132).

       FD  VERDICT-HISTORY-FILE.
           COPY SWMORNH.

       WORKING-STORAGE SECTION.
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-FEEDER-FILE-STATUS       PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-PEND-FILE-STATUS         PIC X(02).
       77  WS-HIST-FILE-STATUS         PIC X(02).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-CURRENT-TIME             PIC 9(08).
       77  WS-FEEDER-FILE-NAME         PIC X(08).
       77  WS-EOF-SWITCH               PIC X(01).
           88  WS-EOF                            VALUE "Y".
           88  WS-MARKER-SEEN                    VALUE "Y".
       77  WS-FLAG-SWITCH              PIC X(01).
           88  WS-FLAG-SEEN                      VALUE "Y".
       77  WS-FAIL-LINE-SWITCH         PIC X(01).
           88  WS-FAIL-LINE-SEEN                 VALUE "Y".
       77  WS-CYCLE-LINE-SWITCH        PIC X(01).
           88  WS-CYCLE-LINE-SEEN                VALUE "Y".
       77  WS-FEEDER-CYCLE-X           PIC X(06).
       77  WS-FEEDER-CYCLE             PIC 9(06) VALUE 0.
       77  WS-PRINT-LINE               PIC X(132).
       77  WS-PEND-LISTED              PIC 9(05) VALUE 0.
       77  WS-PEND-EXPIRED             PIC 9(05) VALUE 0.
       77  WS-PEND-STILL-OPEN          PIC 9(05) VALUE 0.
       77  WS-PEND-FAILED              PIC 9(05) VALUE 0.
       77  WS-PEND-OUTCOME             PIC X(20).

      * Why the verdict is what it is - printed right under it, so
      * the first thing the shift reads is also the explanation.

      ******************************************************************
      *  2000-SCAN-FEEDERS
      *  First pass: decide the verdict from the feeder files
      *  before anything is written, so it can sit on line one.
      ******************************************************************
       2000-SCAN-FEEDERS.
           PERFORM 2100-SCAN-RECON THRU 2100-EXIT
           PERFORM 2150-SCAN-TKTRPT THRU 2150-EXIT
           PERFORM 2200-SCAN-OPRMSG THRU 2200-EXIT
           PERFORM 2300-SCAN-MRGRPT THRU 2300-EXIT
           PERFORM 2400-SCAN-RPTOUT THRU 2400-EXIT
           PERFORM 2600-SCAN-PENDING THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2150-SCAN-TKTRPT
      *  SWTKTREC writes SWTKTRPT every close, even when it cannot
      *  make the check, so a missing file - or last night's, by its
      *  header cycle - is FAILED, and so is a page that says the
      *  check was not made.  Exceptions are REVIEW: a protected
      *  switch changed with no approved ticket behind it.
      ******************************************************************
       2150-SCAN-TKTRPT.
           MOVE "SWTKTRPT" TO WS-FEEDER-FILE-NAME
           PERFORM 2500-SCAN-ONE-FEEDER THRU 2500-EXIT
           IF WS-FEEDER-FILE-STATUS NOT = "00"
               MOVE "SWTKTRPT IS MISSING - THE CHANGE-TICKET CHECK "
                   TO WS-PRINT-LINE
               PERFORM 8100-NOTE-FAILED THRU 8100-EXIT
               MOVE "NEVER RAN OR DID NOT FINISH"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
               GO TO 2150-EXIT
           END-IF
           IF WS-CYCLE-OK AND WS-CYCLE-LINE-SEEN
               AND WS-FEEDER-CYCLE NOT = WS-CYCLE-NUMBER
               MOVE "SWTKTRPT IS STALE - IT REPORTS ANOTHER CYCLE, "
                   TO WS-PRINT-LINE
               PERFORM 8100-NOTE-FAILED THRU 8100-EXIT
               MOVE "SO THE CHANGE-TICKET CHECK NEVER RAN THIS WINDOW"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
               GO TO 2150-EXIT
           END-IF
           IF WS-FAIL-LINE-SEEN
               MOVE "THE CHANGE-TICKET CHECK COULD NOT BE MADE - SEE "
                   TO WS-PRINT-LINE
               PERFORM 8100-NOTE-FAILED THRU 8100-EXIT
               MOVE "THE CHANGE TICKET SECTION FOR WHY"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
               GO TO 2150-EXIT
           END-IF
           IF WS-FLAG-SEEN
               MOVE "PROTECTED-SWITCH CHANGES WITHOUT AN APPROVED "
                   TO WS-PRINT-LINE
               PERFORM 8200-NOTE-REVIEW THRU 8200-EXIT
               MOVE "TICKET IN ITS WINDOW - SEE THE TICKET SECTION"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
               GO TO 2150-EXIT
           END-IF
           IF NOT WS-MARKER-SEEN
               MOVE "SWTKTRPT CARRIES NO VERDICT LINE - "
                   TO WS-PRINT-LINE
               PERFORM 8200-NOTE-REVIEW THRU 8200-EXIT
               MOVE "READ THE CHANGE TICKET SECTION IN FULL"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *  2200-SCAN-OPRMSG
      *  SWNOTIFY rewrites SWOPRMSG every close, even on a quiet
      *  for the markers the verdict turns on:
      *     WS-MARKER-SEEN - the feeder's own all-clear line;
      *     WS-FLAG-SEEN   - the feeder's own trouble line;
      *     WS-FAIL-LINE-SEEN - the feeder's own could-not-run line;
      *     WS-NONBLANK-LINES - content, for files where any line
      *        at all means something happened;
      *     WS-FEEDER-CYCLE - the cycle from the feeder's own
       2500-SCAN-ONE-FEEDER.
           MOVE "N" TO WS-MARKER-SWITCH
           MOVE "N" TO WS-FLAG-SWITCH
           MOVE "N" TO WS-FAIL-LINE-SWITCH
           MOVE "N" TO WS-CYCLE-LINE-SWITCH
           MOVE 0 TO WS-FEEDER-CYCLE
           MOVE 0 TO WS-NONBLANK-LINES
                   IF FE-RECORD (1:20) = "EXCEPTIONS REPORTED:"
                       SET WS-FLAG-SEEN TO TRUE
                   END-IF
               WHEN "SWTKTRPT"
                   IF FE-RECORD (34:19) = "BATCH WINDOW CYCLE "
                       MOVE FE-RECORD (53:6) TO WS-FEEDER-CYCLE-X
                       PERFORM 2540-NOTE-FEEDER-CYCLE THRU 2540-EXIT
                   END-IF
                   IF FE-RECORD (1:13) = "NO EXCEPTIONS"
                       SET WS-MARKER-SEEN TO TRUE
                   END-IF
                   IF FE-RECORD (1:20) = "EXCEPTIONS REPORTED:"
                       SET WS-FLAG-SEEN TO TRUE
                   END-IF
                   IF FE-RECORD (1:21) = "TICKET CHECK NOT MADE"
                       SET WS-FAIL-LINE-SEEN TO TRUE
                   END-IF
               WHEN "SWOPRMSG"
                   IF FE-RECORD (22:29)
                       = "NO PROTECTED-SWITCH ACTIVITY "
                       SET WS-MARKER-SEEN TO TRUE
                   END-IF
       2540-EXIT.
           EXIT.

      ******************************************************************
      *  2600-SCAN-PENDING
      *  SWPENDRQ holds every request UPSI refused because the
      *  switch is protected.  Only tonight's part of it is
      *  reported: the requests filed or decided in this window,
      *  and any request still pending, whenever it was filed.  No
      *  file means no request was ever filed.  A request that
      *  expired undecided at close, one still pending (SWCYCCLS
      *  should have expired it), and one approved that UPSI still
      *  refused are all REVIEW - a job asked for something and
      *  did not get it.
      ******************************************************************
       2600-SCAN-PENDING.
           MOVE 0 TO WS-PEND-LISTED
           OPEN INPUT PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2620-SCAN-ONE-REQUEST THRU 2620-EXIT
               UNTIL WS-EOF
           CLOSE PENDING-REQUEST-FILE
           IF WS-PEND-EXPIRED > 0
               MOVE "PROTECTED-SWITCH REQUESTS EXPIRED UNDECIDED AT "
                   TO WS-PRINT-LINE
               PERFORM 8200-NOTE-REVIEW THRU 8200-EXIT
               MOVE "WINDOW CLOSE - SEE THE PENDING REQUEST SECTION"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
           END-IF
           IF WS-PEND-STILL-OPEN > 0
               MOVE "PROTECTED-SWITCH REQUESTS ARE STILL PENDING - "
                   TO WS-PRINT-LINE
               PERFORM 8200-NOTE-REVIEW THRU 8200-EXIT
               MOVE "CONFIRM SWCYCCLS EXPIRED THEM AT WINDOW CLOSE"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
           END-IF
           IF WS-PEND-FAILED > 0
               MOVE "APPROVED PROTECTED-SWITCH REQUESTS WERE STILL "
                   TO WS-PRINT-LINE
               PERFORM 8200-NOTE-REVIEW THRU 8200-EXIT
               MOVE "REFUSED BY UPSI - SEE THE PENDING REQUEST SECTION"
                   TO WS-PRINT-LINE
               PERFORM 8300-NOTE-REASON THRU 8300-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2620-SCAN-ONE-REQUEST.
           READ PENDING-REQUEST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2620-EXIT
           END-READ
           IF NOT PR-PENDING
               AND PR-REQUEST-CYCLE NOT = WS-CYCLE-NUMBER
               AND PR-DECISION-CYCLE NOT = WS-CYCLE-NUMBER
               GO TO 2620-EXIT
           END-IF
           ADD 1 TO WS-PEND-LISTED
           EVALUATE TRUE
               WHEN PR-PENDING
                   ADD 1 TO WS-PEND-STILL-OPEN
               WHEN PR-EXPIRED
                   ADD 1 TO WS-PEND-EXPIRED
               WHEN PR-APPLY-FAILED
                   ADD 1 TO WS-PEND-FAILED
           END-EVALUATE.
       2620-EXIT.
           EXIT.

      ******************************************************************
      *  3000-WRITE-DOCUMENT
      *  Second pass: the verdict and its reasons at the top, the
           MOVE "SWRECRPT" TO WS-FEEDER-FILE-NAME
           MOVE "RECONCILIATION (SWRECRPT)" TO WS-PRINT-LINE
           PERFORM 3500-COPY-ONE-FEEDER THRU 3500-EXIT
           MOVE "SWTKTRPT" TO WS-FEEDER-FILE-NAME
           MOVE "CHANGE TICKET RECONCILIATION (SWTKTRPT)"
               TO WS-PRINT-LINE
           PERFORM 3500-COPY-ONE-FEEDER THRU 3500-EXIT
           MOVE "SWOPRMSG" TO WS-FEEDER-FILE-NAME
           MOVE "OPERATOR NOTIFICATIONS (SWOPRMSG)" TO WS-PRINT-LINE
           PERFORM 3500-COPY-ONE-FEEDER THRU 3500-EXIT
           MOVE "SWRPTOUT" TO WS-FEEDER-FILE-NAME
           MOVE "FINAL SWITCH SUMMARY (SWRPTOUT)" TO WS-PRINT-LINE
           PERFORM 3500-COPY-ONE-FEEDER THRU 3500-EXIT
           PERFORM 3600-WRITE-PENDING-SECTION THRU 3600-EXIT
           CLOSE MORNING-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                       "SWMORNRPT"
               WHEN OTHER
                   DISPLAY "MORNING CHECK VERDICT: CLEAN"
           END-EVALUATE
           PERFORM 3700-RECORD-VERDICT-HISTORY THRU 3700-EXIT.
       3000-EXIT.
           EXIT.

       3520-EXIT.
           EXIT.

      ******************************************************************
      *  3600-WRITE-PENDING-SECTION
      *  Tonight's protected-switch requests, one line each, chosen
      *  as 2600-SCAN-PENDING chose them: who asked for what, and
      *  what became of it.
      ******************************************************************
       3600-WRITE-PENDING-SECTION.
           MOVE "PROTECTED-SWITCH REQUESTS (SWPENDRQ)" TO RL-RECORD
           WRITE RL-RECORD
           MOVE "--------------------------------------------------"
               TO RL-RECORD
           WRITE RL-RECORD
           IF WS-PEND-LISTED = 0
               MOVE "NO PROTECTED-SWITCH REQUESTS THIS WINDOW"
                   TO RL-RECORD
               WRITE RL-RECORD
               MOVE SPACES TO RL-RECORD
               WRITE RL-RECORD
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REQUEST JOB        SW STATUS REASON TICKET       "
               "OUTCOME              DECIDED BY"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD
           OPEN INPUT PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               MOVE "(SWPENDRQ IS NOT AVAILABLE)" TO RL-RECORD
               WRITE RL-RECORD
               MOVE SPACES TO RL-RECORD
               WRITE RL-RECORD
               GO TO 3600-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3620-WRITE-ONE-REQUEST THRU 3620-EXIT
               UNTIL WS-EOF
           CLOSE PENDING-REQUEST-FILE
           MOVE SPACES TO RL-RECORD
           WRITE RL-RECORD.
       3600-EXIT.
           EXIT.

       3620-WRITE-ONE-REQUEST.
           READ PENDING-REQUEST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3620-EXIT
           END-READ
           IF NOT PR-PENDING
               AND PR-REQUEST-CYCLE NOT = WS-CYCLE-NUMBER
               AND PR-DECISION-CYCLE NOT = WS-CYCLE-NUMBER
               GO TO 3620-EXIT
           END-IF
           MOVE SPACES TO WS-PEND-OUTCOME
           EVALUATE TRUE
               WHEN PR-PENDING
                   MOVE "STILL PENDING" TO WS-PEND-OUTCOME
               WHEN PR-APPROVED
                   MOVE "APPROVED, APPLIED" TO WS-PEND-OUTCOME
               WHEN PR-APPLY-FAILED
                   STRING "UPSI REFUSED, RC " PR-APPLY-RC
                       DELIMITED BY SIZE INTO WS-PEND-OUTCOME
               WHEN PR-REJECTED
                   MOVE "REJECTED" TO WS-PEND-OUTCOME
               WHEN PR-EXPIRED
                   MOVE "EXPIRED UNDECIDED" TO WS-PEND-OUTCOME
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO WS-PEND-OUTCOME
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING PR-REQUEST-NUMBER "  " PR-JOB-NAME " "
               PR-SWITCH-NUMBER "  " PR-REQUESTED-STATUS "    "
               PR-REASON-CODE "   " PR-TICKET-REF " "
               WS-PEND-OUTCOME " " PR-DECIDED-BY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD.
       3620-EXIT.
           EXIT.

      ******************************************************************
      *  3700-RECORD-VERDICT-HISTORY
      *  SWMORNRPT is overwritten every morning; the verdict is
      *  appended to SWMORNHS as well so the night's outcome stays
      *  on file for the monitoring interface.  A failure here is a
      *  warning only - the shift still has its document.
      ******************************************************************
       3700-RECORD-VERDICT-HISTORY.
           OPEN EXTEND VERDICT-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               AND WS-HIST-FILE-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN SWMORNHS, FILE "
                   "STATUS " WS-HIST-FILE-STATUS
                   " - VERDICT NOT KEPT IN VERDICT HISTORY"
               GO TO 3700-EXIT
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO MH-RECORD
           MOVE WS-CYCLE-NUMBER TO MH-CYCLE-NUMBER
           MOVE WS-CURRENT-DATE TO MH-RUN-DATE
           MOVE WS-CURRENT-TIME TO MH-RUN-TIME
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE "FAILED" TO MH-VERDICT
                   MOVE 08 TO MH-RETURN-CODE
               WHEN WS-REVIEW-COUNT > 0
                   MOVE "REVIEW" TO MH-VERDICT
                   MOVE 04 TO MH-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN " TO MH-VERDICT
                   MOVE 00 TO MH-RETURN-CODE
           END-EVALUATE
           MOVE WS-REASON-COUNT TO MH-REASON-COUNT
           IF WS-REASON-COUNT > 0
               MOVE WS-RS-LINE (1) TO MH-FIRST-REASON
           END-IF
           WRITE MH-RECORD
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWMORNHS, FILE "
                   "STATUS " WS-HIST-FILE-STATUS
                   " - VERDICT NOT KEPT IN VERDICT HISTORY"
           END-IF
           CLOSE VERDICT-HISTORY-FILE.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *  8100-NOTE-FAILED / 8200-NOTE-REVIEW / 8300-NOTE-REASON
      *  Counts a verdict contribution and keeps its one-line

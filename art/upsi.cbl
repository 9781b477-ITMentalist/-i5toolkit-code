      *                    listing.  No SWREASNS on file keeps the
      *                    historic behavior with a warning, like
      *                    a missing SWDEFNS or SWAUTHS.
      *   2026-10-15  jll  Every audit record now carries a sequence
      *                    number (AL-SEQUENCE-NUMBER) taken from the
      *                    SWAUDSEQ control record (SWSEQ.CPY) before
      *                    the record is written or spilled, so the
      *                    trail is tamper-evident: SWAUDVER reports
      *                    any gap or repeat.  Spill buffer widened
      *                    for the new field.
      *   2026-10-15  jll  Job registry: the caller's job name is
      *                    checked against the SWJOBS job master
      *                    (SWJOB.CPY).  A SET from a job that is
      *                    not on it, or is retired, is refused with
      *                    LK-RETURN-CODE 28 and recorded in SWAUTLOG
      *                    (RF-SCOPE "J"); a QUERY is still answered
      *                    but flagged in SWAUTLOG (RF-SCOPE "Q").
      *                    No SWJOBS on file keeps the historic
      *                    behavior with a warning, like a missing
      *                    SWAUTHS.
      *   2026-10-15  jll  A set refused because it would turn a
      *                    protected switch on is now filed in
      *                    SWPENDRQ (SWPEND.CPY) as a pending request
      *                    for a supervisor to approve in SWAPPROV,
      *                    instead of telling the caller to go
      *                    through UPSIRUN, which only ever flips
      *                    switch 0.  New function code "A" applies
      *                    an approved request: the supervisor in
      *                    LK-APPROVED-BY must differ from the
      *                    requesting job and hold an approval grant
      *                    (SWAUTHS scope "A") for the switch, or the
      *                    set is refused with LK-RETURN-CODE 32 and
      *                    recorded in SWAUTLOG.  The approver rides
      *                    into the audit record (AL-APPROVED-BY).
      *   2026-10-15  jll  Session mode for high-volume callers: new
      *                    function codes "O" and "C" open and close
      *                    a session.  The open reloads SWDEFNS,
      *                    SWCYCLE, SWAUTHS, SWREASNS and SWJOBS
      *                    afresh and every QUERY and SET until the
      *                    close works from those tables; SETs are
      *                    checked and audited exactly as before.  A
      *                    QUERY inside a session is counted in
      *                    storage instead of opening SWQUERY, and
      *                    the close writes one summary record per
      *                    job, switch and status returned, with the
      *                    count (QL-QUERY-COUNT).  A job not active
      *                    on SWJOBS is flagged in SWAUTLOG once per
      *                    summary entry rather than per QUERY.  A
      *                    single QUERY outside a session writes its
      *                    record with a count of 1.
      *   2026-10-15  jll  An SWAUDSEQ that is on file but empty is no
      *                    longer read as "last number zero": only a
      *                    missing file (status 35) starts the count
      *                    at 1.  The rewrite truncates the file
      *                    before the new number goes in, so an empty
      *                    file means a run died in that gap or
      *                    another caller is mid-rewrite - restarting
      *                    at 1 handed out numbers already in the
      *                    trail.  It now takes the unreadable-file
      *                    path: the record is written with sequence
      *                    zero and a warning, for SWAUDVER to list.
      *   2026-10-15  jll  Two callers taking a sequence number at
      *                    the same moment could both read the same
      *                    last number and both write it plus one.
      *                    SWAUDSEQ is now a fixed-length sequential
      *                    record, opened I-O with the bounded retry,
      *                    read, rewritten in place and closed, so one
      *                    caller at a time holds it from the read to
      *                    the rewrite and the file is never truncated
      *                    on the way.
      *   2026-10-15  jll  The approved set no longer senses or sets
      *                    switches in SWAPPROV's own process, which
      *                    reported SWAPPROV's state as the prior
      *                    status, checked the combination against it,
      *                    copied it into the requesting job's SWSTAT
      *                    record and left the switch set for the next
      *                    approval.  It now takes the prior status
      *                    and the combination check from the job's
      *                    SWSTAT record and changes only the approved
      *                    switch in it; RC 40 if SWSTAT is unreadable.
      */
       ID DIVISION.
       PROGRAM-ID. UPSI.
           SELECT REASON-MASTER-FILE ASSIGN TO SWREASNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FILE-STATUS.
           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO SWAUDSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT JOB-REGISTRY-FILE ASSIGN TO SWJOBS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT OPTIONAL PENDING-REQUEST-FILE ASSIGN TO SWPENDRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SWAUDIT.

       FD  AUDIT-SPILL-FILE.
       01  SP-RECORD                   PIC X(120).

       FD  SWITCH-DEFN-FILE.
           COPY SWDEFN.
       FD  REASON-MASTER-FILE.
           COPY SWREASN.

       FD  AUDIT-SEQUENCE-FILE.
           COPY SWSEQ.

       FD  JOB-REGISTRY-FILE.
           COPY SWJOB.

       FD  PENDING-REQUEST-FILE.
           COPY SWPEND.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FILE-STATUS        PIC X(02).
       77  WS-DEFN-FILE-STATUS         PIC X(02).
       77  WS-SENSE-INVALID-SWITCH     PIC X(01) VALUE "N".
           88  WS-SENSE-IS-INVALID              VALUE "Y".
       77  WS-APPLY-STATUS             PIC X(03).
       77  WS-JOB-TTT-STATE            PIC X(03).
       77  WS-JOB-PPP-STATE            PIC X(03).
       77  WS-STAT-EOF-SWITCH          PIC X(01).
           88  WS-STAT-EOF                      VALUE "Y".
       77  WS-STAT-LOAD-SWITCH         PIC X(01).
           88  WS-AUTH-ALLOWED                  VALUE "Y".
       77  WS-AUTH-SWITCH-CHAR         PIC X(01).
       77  WS-AUTH-DETAIL              PIC X(10).
       77  WS-REFUSAL-SCOPE            PIC X(01).
       77  WS-AUTH-COUNT               PIC 9(02) VALUE 0.
       77  WS-MAX-AUTH                 PIC 9(02) VALUE 50.
       77  WS-AUTH-IDX                 PIC 9(02).
       77  WS-REASON-IDX               PIC 9(02).
       77  WS-REASON-CODE-WORK         PIC X(04).
       77  WS-TICKET-REF-WORK          PIC X(12).
       77  WS-SEQ-FILE-STATUS          PIC X(02).
       77  WS-AUDIT-SEQUENCE           PIC 9(09) VALUE 0.
       77  WS-LAST-SEQUENCE            PIC 9(09) VALUE 0.
       77  WS-SEQ-OPEN-TRIES           PIC 9(01).
       77  WS-SEQ-OPEN-SWITCH          PIC X(01).
           88  WS-SEQ-OPENED                    VALUE "Y".
       77  WS-SEQ-READ-SWITCH          PIC X(01).
           88  WS-SEQ-READ-FAILED               VALUE "Y".
       77  WS-JOBS-FILE-STATUS         PIC X(02).
       77  WS-JOBS-LOADED-SWITCH       PIC X(01) VALUE "N".
           88  WS-JOBS-ALREADY-LOADED           VALUE "Y".
       77  WS-JOBS-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-JOBS-AVAILABLE                VALUE "Y".
       77  WS-JOBS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-JOBS-EOF                      VALUE "Y".
       77  WS-JOB-CHECK-SWITCH         PIC X(01).
           88  WS-JOB-REGISTERED                VALUE "Y".
           88  WS-JOB-NOT-REGISTERED            VALUE "N".
           88  WS-JOB-RETIRED                   VALUE "R".
       77  WS-JOBS-COUNT               PIC 9(03) VALUE 0.
       77  WS-MAX-JOBS                 PIC 9(03) VALUE 200.
       77  WS-JOBS-IDX                 PIC 9(03).
       77  WS-PEND-FILE-STATUS         PIC X(02).
       77  WS-PEND-EOF-SWITCH          PIC X(01).
           88  WS-PEND-EOF                      VALUE "Y".
       77  WS-PEND-FOUND-SWITCH        PIC X(01).
           88  WS-PEND-ALREADY-FILED            VALUE "Y".
       77  WS-PEND-READ-SWITCH         PIC X(01).
           88  WS-PEND-READ-FAILED              VALUE "Y".
       77  WS-PEND-LAST-NUMBER         PIC 9(06).
       77  WS-PEND-FOUND-NUMBER        PIC 9(06).
       77  WS-APPROVED-BY-WORK         PIC X(10) VALUE SPACES.
       77  WS-APPROVER-VALID-SWITCH    PIC X(01).
           88  WS-APPROVER-VALID                VALUE "Y".
       77  WS-SESSION-SWITCH           PIC X(01) VALUE "N".
           88  WS-SESSION-ACTIVE                VALUE "Y".
       77  WS-QSUM-NEW-SWITCH          PIC X(01).
           88  WS-QSUM-NEW-ENTRY                VALUE "Y".
       77  WS-QSUM-COUNT               PIC 9(03) VALUE 0.
       77  WS-MAX-QSUM                 PIC 9(03) VALUE 200.
       77  WS-QSUM-IDX                 PIC 9(03).
       77  WS-QSUM-FOUND-IDX           PIC 9(03).

      * The authorities loaded from SWAUTHS: who may set which
      * switch (scope "S") and who may approve turning which
      * protected switch on (scope "A").  Profile-scope records are
      * SWPROF's business.
       01  WS-AUTH-TABLE.
           05  WS-AU-ENTRY OCCURS 50 TIMES INDEXED BY WS-AU-IDX.
               10  WS-AU-USER-OR-JOB    PIC X(10).
               10  WS-AU-SCOPE          PIC X(01).
               10  WS-AU-SWITCH-ID      PIC X(01).

      * The valid change-reason codes loaded from SWREASNS.  A set
           05  WS-RS-ENTRY OCCURS 30 TIMES INDEXED BY WS-RS-IDX.
               10  WS-RS-REASON-CODE    PIC X(04).

      * The job names on the SWJOBS job master and whether each is
      * still active.  A caller not in this table, or retired, may
      * not set a switch.
       01  WS-JOB-TABLE.
           05  WS-JB-ENTRY OCCURS 200 TIMES INDEXED BY WS-JB-IDX.
               10  WS-JB-JOB-NAME       PIC X(10).
               10  WS-JB-STATUS         PIC X(01).

      * Query usage counted inside a session, one entry per job,
      * date, switch and status returned, written to SWQUERY as
      * summary records when the session closes or the table fills.
       01  WS-QUERY-SUMMARY-TABLE.
           05  WS-QY-ENTRY OCCURS 200 TIMES INDEXED BY WS-QY-IDX.
               10  WS-QY-JOB-NAME       PIC X(10).
               10  WS-QY-QUERY-DATE     PIC 9(08).
               10  WS-QY-SWITCH-NUMBER  PIC 9(01).
               10  WS-QY-STATUS         PIC X(03).
               10  WS-QY-FIRST-TIME     PIC 9(08).
               10  WS-QY-LAST-TIME      PIC 9(08).
               10  WS-QY-QUERY-COUNT    PIC 9(09).

      * In-storage copy of SWSTAT, one entry per job, loaded before
      * every status-file refresh so the calling job's record can be
      * updated in place and every other job's last-known state can
       PROCEDURE DIVISION USING LK-SWITCH-PARM.
       0000-MAINLINE.
           PERFORM 0100-RESOLVE-JOB-NAME THRU 0100-EXIT
           IF LK-FUNCTION-SESSION-OPEN
               PERFORM 6000-OPEN-SESSION THRU 6000-EXIT
           END-IF
           PERFORM 2100-LOAD-SWITCH-DEFN THRU 2100-EXIT
           PERFORM 2200-LOAD-CYCLE-NUMBER THRU 2200-EXIT
           PERFORM 2700-LOAD-AUTH-TABLE THRU 2700-EXIT
           PERFORM 2800-LOAD-REASON-TABLE THRU 2800-EXIT
           PERFORM 2900-LOAD-JOB-TABLE THRU 2900-EXIT
           MOVE SPACES TO WS-APPROVED-BY-WORK
           EVALUATE TRUE
               WHEN LK-FUNCTION-QUERY
                   PERFORM 4000-QUERY-SWITCH THRU 4000-EXIT
               WHEN LK-FUNCTION-SET
               WHEN LK-FUNCTION-APPROVED-SET
                   PERFORM 5000-SET-SWITCH THRU 5000-EXIT
               WHEN LK-FUNCTION-STANDALONE
                   PERFORM 2000-STANDALONE-RUN THRU 2000-EXIT
               WHEN LK-FUNCTION-SESSION-OPEN
                   SET WS-SESSION-ACTIVE TO TRUE
                   MOVE SPACES TO LK-CURRENT-STATUS
                   MOVE 0 TO LK-RETURN-CODE
               WHEN LK-FUNCTION-SESSION-CLOSE
                   PERFORM 6500-CLOSE-SESSION THRU 6500-EXIT
               WHEN OTHER
                   MOVE SPACES TO LK-CURRENT-STATUS
                   MOVE 90 TO LK-RETURN-CODE
                   DISPLAY WS-JOB-NAME " IS NOT AUTHORIZED TO SET "
                       "SWITCH 0 - REFUSED AND RECORDED"
                   MOVE WS-NEW-STATUS TO WS-AUTH-DETAIL
                   MOVE "S" TO WS-REFUSAL-SCOPE
                   PERFORM 2780-LOG-REFUSAL THRU 2780-EXIT
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 2300-EXIT
      *  switches, and writes the whole file back, leaving every
      *  other job's last-known state in place so the scheduler can
      *  branch on what a specific job left behind.
      *
      *  An approved set is made on behalf of another job from
      *  inside SWAPPROV, whose own switches say nothing about that
      *  job, so only the approved switch is changed in the
      *  requesting job's entry and its other seven are left as
      *  they were.  A job with no entry yet gets one with the other
      *  seven OFF.
      ******************************************************************
       2600-WRITE-STATUS-FILE.
           PERFORM 2620-LOAD-STATUS-TABLE THRU 2620-EXIT
               MOVE WS-STAT-COUNT TO WS-STAT-FOUND-IDX
               MOVE WS-JOB-NAME
                   TO WS-ST-JOB-NAME (WS-STAT-FOUND-IDX)
               PERFORM 2612-CLEAR-ONE-STATE THRU 2612-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           END-IF
           MOVE WS-CURRENT-DATE
               TO WS-ST-STATUS-DATE (WS-STAT-FOUND-IDX)
               TO WS-ST-STATUS-TIME (WS-STAT-FOUND-IDX)
           MOVE WS-CYCLE-NUMBER
               TO WS-ST-CYCLE-NUMBER (WS-STAT-FOUND-IDX)
           IF LK-FUNCTION-APPROVED-SET
               COMPUTE WS-SUB = LK-SWITCH-NUMBER + 1
               MOVE LK-REQUESTED-STATUS
                   TO WS-ST-STATE (WS-STAT-FOUND-IDX WS-SUB)
           ELSE
               PERFORM 2610-COLLECT-ONE-STATE THRU 2610-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           END-IF
           PERFORM 2670-OPEN-STAT-WITH-RETRY THRU 2670-EXIT
           IF NOT WS-STAT-OPENED
               DISPLAY "WARNING - SWSTAT BUSY, FILE STATUS "
       2610-EXIT.
           EXIT.

       2612-CLEAR-ONE-STATE.
           MOVE "OFF" TO WS-ST-STATE (WS-STAT-FOUND-IDX WS-SUB).
       2612-EXIT.
           EXIT.

      ******************************************************************
      *  2620-LOAD-STATUS-TABLE
      *  Loads every SWSTAT record into WS-STATUS-TABLE.  A missing

      ******************************************************************
      *  2700-LOAD-AUTH-TABLE
      *  Loads the switch-scope and approval-scope authorities from
      *  SWAUTHS once per run.  A missing or unreadable file keeps
      *  the historic anyone-may-set behavior, with a warning, the
      *  same way a missing SWDEFNS falls back to the built-in
      *  definitions - but when the file IS there, the table is the
      *  law: a caller with no matching record is refused.
      ******************************************************************
       2700-LOAD-AUTH-TABLE.
           IF WS-AUTH-ALREADY-LOADED
                   SET WS-AUTH-EOF TO TRUE
                   GO TO 2720-EXIT
           END-READ
           IF AU-USER-OR-JOB = SPACES
               OR (NOT AU-SCOPE-SWITCH AND NOT AU-SCOPE-APPROVE)
               GO TO 2720-EXIT
           END-IF
           IF WS-AUTH-COUNT >= WS-MAX-AUTH
           END-IF
           ADD 1 TO WS-AUTH-COUNT
           MOVE AU-USER-OR-JOB TO WS-AU-USER-OR-JOB (WS-AUTH-COUNT)
           MOVE AU-SCOPE TO WS-AU-SCOPE (WS-AUTH-COUNT)
           MOVE AU-SWITCH-ID TO WS-AU-SWITCH-ID (WS-AUTH-COUNT).
       2720-EXIT.
           EXIT.
           EXIT.

       2760-CHECK-ONE-AUTH.
           IF WS-AU-SCOPE (WS-AUTH-IDX) = "S"
               AND (WS-AU-USER-OR-JOB (WS-AUTH-IDX) = WS-JOB-NAME
               OR WS-AU-USER-OR-JOB (WS-AUTH-IDX) = "*")
               AND (WS-AU-SWITCH-ID (WS-AUTH-IDX)
                       = WS-AUTH-SWITCH-CHAR
       2760-EXIT.
           EXIT.

      ******************************************************************
      *  2770-CHECK-APPROVER
      *  Decides whether WS-APPROVED-BY-WORK may approve turning on
      *  the switch named in WS-AUTH-SWITCH-CHAR for WS-JOB-NAME:
      *  an approver must be named, must not be the requesting job
      *  itself, and - when SWAUTHS is on file - must hold an
      *  approval grant (scope "A", this user or "*", this switch or
      *  "*").  With no SWAUTHS the first two rules still hold; 2700
      *  has already warned that grants are not enforced.
      ******************************************************************
       2770-CHECK-APPROVER.
           MOVE "N" TO WS-APPROVER-VALID-SWITCH
           IF WS-APPROVED-BY-WORK = SPACES
               DISPLAY "NO APPROVER NAMED FOR THE APPROVED SET"
               GO TO 2770-EXIT
           END-IF
           IF WS-APPROVED-BY-WORK = WS-JOB-NAME
               DISPLAY "APPROVER " WS-APPROVED-BY-WORK
                   " IS THE REQUESTING JOB ITSELF"
               GO TO 2770-EXIT
           END-IF
           IF NOT WS-AUTH-AVAILABLE
               MOVE "Y" TO WS-APPROVER-VALID-SWITCH
               GO TO 2770-EXIT
           END-IF
           PERFORM 2775-CHECK-ONE-APPROVER THRU 2775-EXIT
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   OR WS-APPROVER-VALID
           IF NOT WS-APPROVER-VALID
               DISPLAY WS-APPROVED-BY-WORK " HOLDS NO APPROVAL GRANT "
                   "FOR SWITCH " WS-AUTH-SWITCH-CHAR
           END-IF.
       2770-EXIT.
           EXIT.

       2775-CHECK-ONE-APPROVER.
           IF WS-AU-SCOPE (WS-AUTH-IDX) = "A"
               AND (WS-AU-USER-OR-JOB (WS-AUTH-IDX)
                       = WS-APPROVED-BY-WORK
                   OR WS-AU-USER-OR-JOB (WS-AUTH-IDX) = "*")
               AND (WS-AU-SWITCH-ID (WS-AUTH-IDX)
                       = WS-AUTH-SWITCH-CHAR
                   OR WS-AU-SWITCH-ID (WS-AUTH-IDX) = "*")
               MOVE "Y" TO WS-APPROVER-VALID-SWITCH
           END-IF.
       2775-EXIT.
           EXIT.

      ******************************************************************
      *  2780-LOG-REFUSAL
      *  Appends one record to SWAUTLOG for the set just refused -
      *  who, when, which switch, and the status they asked for -
      *  so the refusals are as reviewable as the changes.  The
      *  caller supplies the scope in WS-REFUSAL-SCOPE: "S" for an
      *  unauthorized set, "J" for a set from a job not active on
      *  SWJOBS, "Q" for a query flagged for the same reason, "A"
      *  for an approved set whose approver was refused - that one
      *  is recorded against the approver, with the requesting job
      *  as the detail.  Like the query trace, a failure here only
      *  costs the log line and the file is never reopened OUTPUT.
      ******************************************************************
       2780-LOG-REFUSAL.
           MOVE SPACES TO RF-RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF WS-REFUSAL-SCOPE = "A"
               IF WS-APPROVED-BY-WORK = SPACES
                   MOVE "UNKNOWN" TO RF-USER-OR-JOB
               ELSE
                   MOVE WS-APPROVED-BY-WORK TO RF-USER-OR-JOB
               END-IF
           ELSE
               MOVE WS-JOB-NAME TO RF-USER-OR-JOB
           END-IF
           MOVE WS-CURRENT-DATE TO RF-REFUSAL-DATE
           MOVE WS-CURRENT-TIME TO RF-REFUSAL-TIME
           MOVE WS-REFUSAL-SCOPE TO RF-SCOPE
           MOVE WS-AUTH-SWITCH-CHAR TO RF-SWITCH-NUMBER
           MOVE WS-AUTH-DETAIL TO RF-DETAIL
           OPEN EXTEND AUTH-REFUSAL-FILE
       2860-EXIT.
           EXIT.

      ******************************************************************
      *  2900-LOAD-JOB-TABLE
      *  Loads the job names and their status from the SWJOBS job
      *  master once per run.  A missing or unreadable master keeps
      *  the historic any-job-name behavior, with a warning, the
      *  same way a missing SWAUTHS does - but when the file IS
      *  there, a caller must be on it and active.
      ******************************************************************
       2900-LOAD-JOB-TABLE.
           IF WS-JOBS-ALREADY-LOADED
               GO TO 2900-EXIT
           END-IF
           SET WS-JOBS-ALREADY-LOADED TO TRUE
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWJOBS NOT AVAILABLE, CALLING JOB "
                   "NAMES NOT CHECKED"
               GO TO 2900-EXIT
           END-IF
           SET WS-JOBS-AVAILABLE TO TRUE
           PERFORM 2920-READ-ONE-JOB THRU 2920-EXIT
               UNTIL WS-JOBS-EOF
           CLOSE JOB-REGISTRY-FILE.
       2900-EXIT.
           EXIT.

       2920-READ-ONE-JOB.
           READ JOB-REGISTRY-FILE
               AT END
                   SET WS-JOBS-EOF TO TRUE
                   GO TO 2920-EXIT
           END-READ
           IF JB-JOB-NAME = SPACES
               GO TO 2920-EXIT
           END-IF
           IF WS-JOBS-COUNT >= WS-MAX-JOBS
               DISPLAY "WARNING - JOB TABLE FULL, FURTHER SWJOBS "
                   "RECORDS IGNORED"
               SET WS-JOBS-EOF TO TRUE
               GO TO 2920-EXIT
           END-IF
           ADD 1 TO WS-JOBS-COUNT
           MOVE JB-JOB-NAME TO WS-JB-JOB-NAME (WS-JOBS-COUNT)
           MOVE JB-STATUS TO WS-JB-STATUS (WS-JOBS-COUNT).
       2920-EXIT.
           EXIT.

      ******************************************************************
      *  2950-CHECK-JOB-REGISTRY
      *  Decides whether WS-JOB-NAME is a real, active job: returns
      *  WS-JOB-REGISTERED, WS-JOB-NOT-REGISTERED (not on SWJOBS -
      *  including the "UNKNOWN" a blank LK-JOB-NAME is filed as) or
      *  WS-JOB-RETIRED.  With no SWJOBS on file every job passes
      *  (2900 already warned about it).
      ******************************************************************
       2950-CHECK-JOB-REGISTRY.
           IF NOT WS-JOBS-AVAILABLE
               SET WS-JOB-REGISTERED TO TRUE
               GO TO 2950-EXIT
           END-IF
           SET WS-JOB-NOT-REGISTERED TO TRUE
           PERFORM 2960-CHECK-ONE-JOB THRU 2960-EXIT
               VARYING WS-JOBS-IDX FROM 1 BY 1
               UNTIL WS-JOBS-IDX > WS-JOBS-COUNT
                   OR NOT WS-JOB-NOT-REGISTERED.
       2950-EXIT.
           EXIT.

       2960-CHECK-ONE-JOB.
           IF WS-JB-JOB-NAME (WS-JOBS-IDX) = WS-JOB-NAME
               IF WS-JB-STATUS (WS-JOBS-IDX) = "A"
                   SET WS-JOB-REGISTERED TO TRUE
               ELSE
                   SET WS-JOB-RETIRED TO TRUE
               END-IF
           END-IF.
       2960-EXIT.
           EXIT.

      ******************************************************************
      *  2980-LOG-JOB-EXCEPTION
      *  Records a call from a job that is not active on SWJOBS in
      *  SWAUTLOG through 2780, with the scope already set by the
      *  caller and the reason - not listed, or retired - as the
      *  detail.
      ******************************************************************
       2980-LOG-JOB-EXCEPTION.
           MOVE LK-SWITCH-NUMBER TO WS-AUTH-SWITCH-CHAR
           IF WS-JOB-RETIRED
               MOVE "RETIRED" TO WS-AUTH-DETAIL
           ELSE
               MOVE "NOT LISTED" TO WS-AUTH-DETAIL
           END-IF
           PERFORM 2780-LOG-REFUSAL THRU 2780-EXIT.
       2980-EXIT.
           EXIT.

      ******************************************************************
      *  2400-VALIDATE-COMBINATIONS
      *  Checks the final state of all eight switches for known-bad
      *  OUTPUT here: the old fallback truncated SWAUDIT whenever
      *  two jobs hit the open at the same moment, which is how the
      *  July audit gap happened.
      *
      *  The record's sequence number is taken (3050) before the
      *  open, so a spilled record carries its number into the
      *  overflow file and keeps its place in the trail when
      *  SWAUDMRG merges it.  The shared SWAUDIT open does not keep
      *  callers apart; the number is kept unique by 3050 holding
      *  SWAUDSEQ open I-O, one caller at a time, while it reads
      *  and rewrites it.
      ******************************************************************
       3000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AL-RECORD
           MOVE WS-CYCLE-NUMBER TO AL-CYCLE-NUMBER
           MOVE WS-REASON-CODE-WORK TO AL-REASON-CODE
           MOVE WS-TICKET-REF-WORK TO AL-TICKET-REF
           MOVE WS-APPROVED-BY-WORK TO AL-APPROVED-BY
           PERFORM 3050-TAKE-SEQUENCE-NUMBER THRU 3050-EXIT
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE-NUMBER
           PERFORM 3100-OPEN-AUDIT-WITH-RETRY THRU 3100-EXIT
           IF NOT WS-AUDIT-OPENED
               PERFORM 3200-SPILL-AUDIT-RECORD THRU 3200-EXIT
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3050-TAKE-SEQUENCE-NUMBER
      *  Takes the next audit sequence number into WS-AUDIT-SEQUENCE
      *  under one open of SWAUDSEQ: OPEN I-O, read the last number
      *  given out, add one, REWRITE it in place and close.  An I-O
      *  open holds the file against every other I-O open until the
      *  CLOSE, so two callers can never both read the same last
      *  number - the second waits in the bounded retry of 3070 for
      *  the first to finish, and reads the number the first wrote.
      *  The control record is never truncated on the way.
      *
      *  No SWAUDSEQ (status 35) is the first sequenced record ever;
      *  3090 creates the file with number 1.  When the number
      *  cannot be taken - the file stays busy past the retries, is
      *  empty, or does not hold a number - the record still goes to
      *  the trail, with sequence zero and a warning - losing the
      *  change record itself would be worse - and SWAUDVER lists
      *  every zero as an exception.
      ******************************************************************
       3050-TAKE-SEQUENCE-NUMBER.
           MOVE 0 TO WS-AUDIT-SEQUENCE
           PERFORM 3070-OPEN-SEQ-WITH-RETRY THRU 3070-EXIT
           IF WS-SEQ-FILE-STATUS = "35"
               PERFORM 3090-START-SEQUENCE-FILE THRU 3090-EXIT
               GO TO 3050-EXIT
           END-IF
           IF NOT WS-SEQ-OPENED
               DISPLAY "WARNING - SWAUDSEQ BUSY, FILE STATUS "
                   WS-SEQ-FILE-STATUS
                   " - AUDIT RECORD WRITTEN WITHOUT A SEQUENCE NUMBER"
               GO TO 3050-EXIT
           END-IF
           PERFORM 3060-READ-LAST-SEQUENCE THRU 3060-EXIT
           IF WS-SEQ-READ-FAILED
               DISPLAY "WARNING - UNABLE TO READ SWAUDSEQ, FILE "
                   "STATUS " WS-SEQ-FILE-STATUS
                   " - AUDIT RECORD WRITTEN WITHOUT A SEQUENCE NUMBER"
               CLOSE AUDIT-SEQUENCE-FILE
               GO TO 3050-EXIT
           END-IF
           MOVE SPACES TO SQ-RECORD
           COMPUTE SQ-LAST-SEQUENCE = WS-LAST-SEQUENCE + 1
           MOVE WS-CURRENT-DATE TO SQ-LAST-DATE
           MOVE WS-CURRENT-TIME TO SQ-LAST-TIME
           MOVE WS-JOB-NAME TO SQ-LAST-JOB
           MOVE SQ-LAST-SEQUENCE TO WS-LAST-SEQUENCE
           REWRITE SQ-RECORD
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO REWRITE SWAUDSEQ, FILE "
                   "STATUS " WS-SEQ-FILE-STATUS
                   " - AUDIT RECORD WRITTEN WITHOUT A SEQUENCE NUMBER"
               CLOSE AUDIT-SEQUENCE-FILE
               GO TO 3050-EXIT
           END-IF
           CLOSE AUDIT-SEQUENCE-FILE
           MOVE WS-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *  3060-READ-LAST-SEQUENCE
      *  Reads the last number given out into WS-LAST-SEQUENCE from
      *  the SWAUDSEQ that 3070 has open I-O.  A control file that
      *  is empty, or does not hold a number, sets
      *  WS-SEQ-READ-FAILED: counting on from a guess would hand
      *  out numbers already in the trail.
      ******************************************************************
       3060-READ-LAST-SEQUENCE.
           MOVE 0 TO WS-LAST-SEQUENCE
           MOVE "N" TO WS-SEQ-READ-SWITCH
           READ AUDIT-SEQUENCE-FILE
               AT END
                   SET WS-SEQ-READ-FAILED TO TRUE
               NOT AT END
                   IF SQ-LAST-SEQUENCE NUMERIC
                       MOVE SQ-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                   ELSE
                       SET WS-SEQ-READ-FAILED TO TRUE
                   END-IF
           END-READ.
       3060-EXIT.
           EXIT.

      ******************************************************************
      *  3070-OPEN-SEQ-WITH-RETRY
      *  The I-O open for SWAUDSEQ, with the same bounded wait as
      *  the audit and status-file opens.  While another caller
      *  holds the file the open is refused, and is tried again.
      *  A missing file (status 35) is not retried.
      ******************************************************************
       3070-OPEN-SEQ-WITH-RETRY.
           MOVE "N" TO WS-SEQ-OPEN-SWITCH
           PERFORM 3080-TRY-ONE-SEQ-OPEN THRU 3080-EXIT
               VARYING WS-SEQ-OPEN-TRIES FROM 1 BY 1
               UNTIL WS-SEQ-OPEN-TRIES > WS-MAX-AUDIT-TRIES
                   OR WS-SEQ-OPENED
                   OR WS-SEQ-FILE-STATUS = "35".
       3070-EXIT.
           EXIT.

       3080-TRY-ONE-SEQ-OPEN.
           OPEN I-O AUDIT-SEQUENCE-FILE
           IF WS-SEQ-FILE-STATUS = "00"
               SET WS-SEQ-OPENED TO TRUE
               GO TO 3080-EXIT
           END-IF
           IF WS-SEQ-FILE-STATUS = "35"
               GO TO 3080-EXIT
           END-IF
           IF WS-SEQ-OPEN-TRIES < WS-MAX-AUDIT-TRIES
               CALL "C$SLEEP" USING WS-AUDIT-WAIT-SECONDS
           END-IF.
       3080-EXIT.
           EXIT.

      ******************************************************************
      *  3090-START-SEQUENCE-FILE
      *  No SWAUDSEQ on file: this is the first sequenced audit
      *  record ever, so the control file is created holding 1.
      ******************************************************************
       3090-START-SEQUENCE-FILE.
           OPEN OUTPUT AUDIT-SEQUENCE-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO CREATE SWAUDSEQ, FILE "
                   "STATUS " WS-SEQ-FILE-STATUS
                   " - AUDIT RECORD WRITTEN WITHOUT A SEQUENCE NUMBER"
               GO TO 3090-EXIT
           END-IF
           MOVE SPACES TO SQ-RECORD
           MOVE 1 TO SQ-LAST-SEQUENCE
           MOVE WS-CURRENT-DATE TO SQ-LAST-DATE
           MOVE WS-CURRENT-TIME TO SQ-LAST-TIME
           MOVE WS-JOB-NAME TO SQ-LAST-JOB
           WRITE SQ-RECORD
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWAUDSEQ, FILE "
                   "STATUS " WS-SEQ-FILE-STATUS
                   " - AUDIT RECORD WRITTEN WITHOUT A SEQUENCE NUMBER"
               CLOSE AUDIT-SEQUENCE-FILE
               GO TO 3090-EXIT
           END-IF
           CLOSE AUDIT-SEQUENCE-FILE
           MOVE 1 TO WS-AUDIT-SEQUENCE.
       3090-EXIT.
           EXIT.

      ******************************************************************
      *  3100-OPEN-AUDIT-WITH-RETRY
      *  Tries the shared EXTEND open up to WS-MAX-AUDIT-TRIES
      ******************************************************************
      *  4000-QUERY-SWITCH
      *  Callable service: return the current ON/OFF status of the
      *  switch named in LK-SWITCH-NUMBER without changing it.  A
      *  query from a job not active on SWJOBS is still answered -
      *  refusing a read could fail a production job over a
      *  registry omission - but it is flagged in SWAUTLOG so the
      *  registry can be put right.  Inside a session the query is
      *  only counted (4600), and the registry check and flag are
      *  made once per summary entry, not once per query.
      ******************************************************************
       4000-QUERY-SWITCH.
           PERFORM 4100-GET-SWITCH-STATUS THRU 4100-EXIT
           MOVE WS-SWITCH-STATUS-WORK TO LK-CURRENT-STATUS
           IF LK-RETURN-CODE NOT = 0
               GO TO 4000-EXIT
           END-IF
           IF WS-SESSION-ACTIVE
               PERFORM 4600-COUNT-SESSION-QUERY THRU 4600-EXIT
               IF NOT WS-QSUM-NEW-ENTRY
                   GO TO 4000-EXIT
               END-IF
           ELSE
               PERFORM 4500-WRITE-QUERY-RECORD THRU 4500-EXIT
           END-IF
           PERFORM 2950-CHECK-JOB-REGISTRY THRU 2950-EXIT
           IF NOT WS-JOB-REGISTERED
               DISPLAY "WARNING - " WS-JOB-NAME " IS NOT AN ACTIVE "
                   "JOB ON SWJOBS - QUERY ANSWERED AND RECORDED"
               MOVE "Q" TO WS-REFUSAL-SCOPE
               PERFORM 2980-LOG-JOB-EXCEPTION THRU 2980-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
           MOVE WS-CURRENT-TIME TO QL-QUERY-TIME
           MOVE LK-SWITCH-NUMBER TO QL-SWITCH-NUMBER
           MOVE WS-SWITCH-STATUS-WORK TO QL-STATUS-RETURNED
           MOVE 1 TO QL-QUERY-COUNT
           MOVE WS-CURRENT-TIME TO QL-LAST-QUERY-TIME
           OPEN EXTEND SWITCH-QUERY-FILE
           IF WS-QUERY-FILE-STATUS NOT = "00"
               AND WS-QUERY-FILE-STATUS NOT = "05"
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4600-COUNT-SESSION-QUERY
      *  Counts the query just answered against its summary entry -
      *  job, today's date, switch and status returned - adding the
      *  entry, and setting WS-QSUM-NEW-ENTRY, if this is the first
      *  such query of the session.  A full table is written out
      *  to SWQUERY (4650) and started again, so a long session
      *  costs at most a few extra summary records, never a count.
      ******************************************************************
       4600-COUNT-SESSION-QUERY.
           MOVE "N" TO WS-QSUM-NEW-SWITCH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE 0 TO WS-QSUM-FOUND-IDX
           PERFORM 4620-CHECK-ONE-SUMMARY THRU 4620-EXIT
               VARYING WS-QSUM-IDX FROM 1 BY 1
               UNTIL WS-QSUM-IDX > WS-QSUM-COUNT
                   OR WS-QSUM-FOUND-IDX > 0
           IF WS-QSUM-FOUND-IDX > 0
               ADD 1 TO WS-QY-QUERY-COUNT (WS-QSUM-FOUND-IDX)
               MOVE WS-CURRENT-TIME
                   TO WS-QY-LAST-TIME (WS-QSUM-FOUND-IDX)
               GO TO 4600-EXIT
           END-IF
           IF WS-QSUM-COUNT >= WS-MAX-QSUM
               PERFORM 4650-WRITE-QUERY-SUMMARY THRU 4650-EXIT
           END-IF
           SET WS-QSUM-NEW-ENTRY TO TRUE
           ADD 1 TO WS-QSUM-COUNT
           MOVE WS-JOB-NAME TO WS-QY-JOB-NAME (WS-QSUM-COUNT)
           MOVE WS-CURRENT-DATE TO WS-QY-QUERY-DATE (WS-QSUM-COUNT)
           MOVE LK-SWITCH-NUMBER TO WS-QY-SWITCH-NUMBER (WS-QSUM-COUNT)
           MOVE WS-SWITCH-STATUS-WORK TO WS-QY-STATUS (WS-QSUM-COUNT)
           MOVE WS-CURRENT-TIME TO WS-QY-FIRST-TIME (WS-QSUM-COUNT)
           MOVE WS-CURRENT-TIME TO WS-QY-LAST-TIME (WS-QSUM-COUNT)
           MOVE 1 TO WS-QY-QUERY-COUNT (WS-QSUM-COUNT).
       4600-EXIT.
           EXIT.

       4620-CHECK-ONE-SUMMARY.
           IF WS-QY-JOB-NAME (WS-QSUM-IDX) = WS-JOB-NAME
               AND WS-QY-QUERY-DATE (WS-QSUM-IDX) = WS-CURRENT-DATE
               AND WS-QY-SWITCH-NUMBER (WS-QSUM-IDX) = LK-SWITCH-NUMBER
               AND WS-QY-STATUS (WS-QSUM-IDX) = WS-SWITCH-STATUS-WORK
               AND WS-QY-QUERY-COUNT (WS-QSUM-IDX) < 999999999
               MOVE WS-QSUM-IDX TO WS-QSUM-FOUND-IDX
           END-IF.
       4620-EXIT.
           EXIT.

      ******************************************************************
      *  4650-WRITE-QUERY-SUMMARY
      *  Appends one SWQUERY summary record per entry in the session
      *  summary table under a single open, then empties the table.
      *  As with 4500 a failure only costs the usage trace, so it is
      *  a warning and the file is never reopened OUTPUT.
      ******************************************************************
       4650-WRITE-QUERY-SUMMARY.
           IF WS-QSUM-COUNT = 0
               GO TO 4650-EXIT
           END-IF
           OPEN EXTEND SWITCH-QUERY-FILE
           IF WS-QUERY-FILE-STATUS NOT = "00"
               AND WS-QUERY-FILE-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN SWQUERY, FILE "
                   "STATUS " WS-QUERY-FILE-STATUS
                   " - SESSION QUERY SUMMARY NOT RECORDED"
               MOVE 0 TO WS-QSUM-COUNT
               GO TO 4650-EXIT
           END-IF
           PERFORM 4660-WRITE-ONE-SUMMARY THRU 4660-EXIT
               VARYING WS-QSUM-IDX FROM 1 BY 1
               UNTIL WS-QSUM-IDX > WS-QSUM-COUNT
           CLOSE SWITCH-QUERY-FILE
           MOVE 0 TO WS-QSUM-COUNT.
       4650-EXIT.
           EXIT.

       4660-WRITE-ONE-SUMMARY.
           MOVE SPACES TO QL-RECORD
           MOVE WS-QY-JOB-NAME (WS-QSUM-IDX) TO QL-JOB-NAME
           MOVE WS-QY-QUERY-DATE (WS-QSUM-IDX) TO QL-QUERY-DATE
           MOVE WS-QY-FIRST-TIME (WS-QSUM-IDX) TO QL-QUERY-TIME
           MOVE WS-QY-SWITCH-NUMBER (WS-QSUM-IDX) TO QL-SWITCH-NUMBER
           MOVE WS-QY-STATUS (WS-QSUM-IDX) TO QL-STATUS-RETURNED
           MOVE WS-QY-QUERY-COUNT (WS-QSUM-IDX) TO QL-QUERY-COUNT
           MOVE WS-QY-LAST-TIME (WS-QSUM-IDX) TO QL-LAST-QUERY-TIME
           WRITE QL-RECORD
           IF WS-QUERY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWQUERY, FILE "
                   "STATUS " WS-QUERY-FILE-STATUS
           END-IF.
       4660-EXIT.
           EXIT.

      ******************************************************************
      *  4100-GET-SWITCH-STATUS
      *  Common helper: sense the switch named in LK-SWITCH-NUMBER
      *  known-bad switch combinations checked by
      *  2400-VALIDATE-COMBINATIONS - in the latter case the switch is
      *  restored to its prior value before returning.  Refused with
      *  LK-RETURN-CODE 20 when the caller is not authorized, 24
      *  when a non-blank reason code is not on the SWREASNS master,
      *  and 28 when the calling job is not active on SWJOBS.
      *
      *  A protected switch refused with 12 is filed in SWPENDRQ as
      *  a pending request (5200).  The approved set (function "A",
      *  from SWAPPROV) passes the protected-switch refusal, but only
      *  for an approver 2770 accepts - otherwise it is refused with
      *  LK-RETURN-CODE 32 and recorded in SWAUTLOG - and every
      *  other check still applies, the combination check included.
      *
      *  SWAPPROV makes the approved set from its own process on
      *  behalf of the job named in LK-JOB-NAME, so none of that
      *  job's switches can be sensed or set from here.  The prior
      *  status and the combination check are taken from the job's
      *  last-known state on SWSTAT (5300, 5350) instead - OFF for
      *  a job with no entry yet - no switch is set in this process,
      *  and 2600 changes only the approved switch in the job's
      *  entry.  If SWSTAT cannot be read the approved set is
      *  refused with LK-RETURN-CODE 40: without the job's state the
      *  combination check cannot be made.
      ******************************************************************
       5000-SET-SWITCH.
           PERFORM 4100-GET-SWITCH-STATUS THRU 4100-EXIT
               MOVE SPACES TO LK-CURRENT-STATUS
               GO TO 5000-EXIT
           END-IF
           IF LK-FUNCTION-APPROVED-SET
               PERFORM 5300-LOAD-APPROVED-JOB-STATE THRU 5300-EXIT
               IF WS-STAT-LOAD-FAILED
                   MOVE SPACES TO LK-CURRENT-STATUS
                   MOVE 40 TO LK-RETURN-CODE
                   DISPLAY "APPROVED SET OF SWITCH " LK-SWITCH-NUMBER
                       " FOR " WS-JOB-NAME " REFUSED - ITS STATE ON "
                       "SWSTAT CANNOT BE READ"
                   GO TO 5000-EXIT
               END-IF
           END-IF
           PERFORM 2950-CHECK-JOB-REGISTRY THRU 2950-EXIT
           IF NOT WS-JOB-REGISTERED
               MOVE WS-SWITCH-STATUS-WORK TO LK-CURRENT-STATUS
               MOVE 28 TO LK-RETURN-CODE
               DISPLAY WS-JOB-NAME " IS NOT AN ACTIVE JOB ON SWJOBS "
                   "- SET OF SWITCH " LK-SWITCH-NUMBER
                   " REFUSED AND RECORDED"
               MOVE "J" TO WS-REFUSAL-SCOPE
               PERFORM 2980-LOG-JOB-EXCEPTION THRU 2980-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE LK-SWITCH-NUMBER TO WS-AUTH-SWITCH-CHAR
           PERFORM 2750-CHECK-AUTHORITY THRU 2750-EXIT
           IF NOT WS-AUTH-ALLOWED
                   "SWITCH " LK-SWITCH-NUMBER
                   " - REFUSED AND RECORDED"
               MOVE LK-REQUESTED-STATUS TO WS-AUTH-DETAIL
               MOVE "S" TO WS-REFUSAL-SCOPE
               PERFORM 2780-LOG-REFUSAL THRU 2780-EXIT
               GO TO 5000-EXIT
           END-IF
                   "SET REFUSED"
               GO TO 5000-EXIT
           END-IF
           IF LK-FUNCTION-APPROVED-SET
               MOVE LK-APPROVED-BY TO WS-APPROVED-BY-WORK
               PERFORM 2770-CHECK-APPROVER THRU 2770-EXIT
               IF NOT WS-APPROVER-VALID
                   MOVE WS-SWITCH-STATUS-WORK TO LK-CURRENT-STATUS
                   MOVE 32 TO LK-RETURN-CODE
                   DISPLAY "APPROVED SET OF SWITCH " LK-SWITCH-NUMBER
                       " FOR " WS-JOB-NAME " REFUSED AND RECORDED"
                   MOVE WS-JOB-NAME TO WS-AUTH-DETAIL
                   MOVE "A" TO WS-REFUSAL-SCOPE
                   PERFORM 2780-LOG-REFUSAL THRU 2780-EXIT
                   GO TO 5000-EXIT
               END-IF
           END-IF
           IF SDT-PROTECTED (LK-SWITCH-NUMBER + 1)
               AND LK-REQUESTED-STATUS = "ON "
               AND NOT LK-FUNCTION-APPROVED-SET
               MOVE WS-SWITCH-STATUS-WORK TO LK-CURRENT-STATUS
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY SDT-SWITCH-NAME (LK-SWITCH-NUMBER + 1)
                   " IS PROTECTED - A SUPERVISOR MUST APPROVE IT "
                   "THROUGH SWAPPROV"
               PERFORM 5200-FILE-PENDING-REQUEST THRU 5200-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE WS-SWITCH-STATUS-WORK TO LK-CURRENT-STATUS
           MOVE WS-SWITCH-STATUS-WORK TO WS-OLD-STATUS
           MOVE LK-REQUESTED-STATUS TO WS-NEW-STATUS
           IF LK-FUNCTION-APPROVED-SET
               PERFORM 5350-CHECK-APPROVED-COMBINATION THRU 5350-EXIT
           ELSE
               MOVE LK-REQUESTED-STATUS TO WS-APPLY-STATUS
               PERFORM 5100-APPLY-SWITCH-VALUE THRU 5100-EXIT
               PERFORM 2400-VALIDATE-COMBINATIONS THRU 2400-EXIT
           END-IF
           IF WS-ABORT-REQUESTED
               SET WS-ABORT-NOT-REQUESTED TO TRUE
               IF NOT LK-FUNCTION-APPROVED-SET
                   MOVE WS-OLD-STATUS TO WS-APPLY-STATUS
                   PERFORM 5100-APPLY-SWITCH-VALUE THRU 5100-EXIT
               END-IF
               MOVE WS-OLD-STATUS TO LK-CURRENT-STATUS
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY "SET REFUSED - WOULD LEAVE AN INVALID SWITCH "
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-FILE-PENDING-REQUEST
      *  Files the refused protected-switch set in SWPENDRQ as a
      *  pending request, numbered one past the last request on
      *  file, for a supervisor to decide in SWAPPROV.  A job that
      *  asks again for the same switch and status while its first
      *  request is still pending is pointed at that request rather
      *  than filed twice.  Like the query trace, a failure here
      *  only costs the request record - the set is refused either
      *  way - and the file is never opened OUTPUT.
      ******************************************************************
       5200-FILE-PENDING-REQUEST.
           PERFORM 5220-SCAN-PENDING-FILE THRU 5220-EXIT
           IF WS-PEND-READ-FAILED
               DISPLAY "WARNING - UNABLE TO READ SWPENDRQ, FILE STATUS "
                   WS-PEND-FILE-STATUS " - REQUEST NOT FILED"
               GO TO 5200-EXIT
           END-IF
           IF WS-PEND-ALREADY-FILED
               DISPLAY "REQUEST " WS-PEND-FOUND-NUMBER
                   " FOR THIS CHANGE IS ALREADY PENDING APPROVAL"
               GO TO 5200-EXIT
           END-IF
           MOVE SPACES TO PR-RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE PR-REQUEST-NUMBER = WS-PEND-LAST-NUMBER + 1
           MOVE WS-JOB-NAME TO PR-JOB-NAME
           MOVE LK-SWITCH-NUMBER TO PR-SWITCH-NUMBER
           MOVE LK-REQUESTED-STATUS TO PR-REQUESTED-STATUS
           MOVE WS-REASON-CODE-WORK TO PR-REASON-CODE
           MOVE WS-TICKET-REF-WORK TO PR-TICKET-REF
           MOVE WS-CURRENT-DATE TO PR-REQUEST-DATE
           MOVE WS-CURRENT-TIME TO PR-REQUEST-TIME
           MOVE WS-CYCLE-NUMBER TO PR-REQUEST-CYCLE
           SET PR-PENDING TO TRUE
           MOVE 0 TO PR-DECISION-DATE PR-DECISION-TIME
               PR-DECISION-CYCLE PR-APPLY-RC
           OPEN EXTEND PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               AND WS-PEND-FILE-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN SWPENDRQ, FILE STATUS "
                   WS-PEND-FILE-STATUS " - REQUEST NOT FILED"
               GO TO 5200-EXIT
           END-IF
           WRITE PR-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWPENDRQ, FILE "
                   "STATUS " WS-PEND-FILE-STATUS
                   " - REQUEST NOT FILED"
           ELSE
               DISPLAY "FILED AS PENDING REQUEST " PR-REQUEST-NUMBER
           END-IF
           CLOSE PENDING-REQUEST-FILE.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5220-SCAN-PENDING-FILE
      *  One pass over SWPENDRQ for the last request number on file
      *  and for a request from this job, for this switch and
      *  status, that is still pending.  No file yet (status 35) is
      *  no requests.
      ******************************************************************
       5220-SCAN-PENDING-FILE.
           MOVE 0 TO WS-PEND-LAST-NUMBER
           MOVE 0 TO WS-PEND-FOUND-NUMBER
           MOVE "N" TO WS-PEND-FOUND-SWITCH
           MOVE "N" TO WS-PEND-READ-SWITCH
           MOVE "N" TO WS-PEND-EOF-SWITCH
           OPEN INPUT PENDING-REQUEST-FILE
           IF WS-PEND-FILE-STATUS = "35"
               GO TO 5220-EXIT
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               AND WS-PEND-FILE-STATUS NOT = "05"
               SET WS-PEND-READ-FAILED TO TRUE
               GO TO 5220-EXIT
           END-IF
           PERFORM 5240-SCAN-ONE-REQUEST THRU 5240-EXIT
               UNTIL WS-PEND-EOF
           CLOSE PENDING-REQUEST-FILE.
       5220-EXIT.
           EXIT.

       5240-SCAN-ONE-REQUEST.
           READ PENDING-REQUEST-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO 5240-EXIT
           END-READ
           IF PR-REQUEST-NUMBER NUMERIC
               AND PR-REQUEST-NUMBER > WS-PEND-LAST-NUMBER
               MOVE PR-REQUEST-NUMBER TO WS-PEND-LAST-NUMBER
           END-IF
           IF PR-PENDING
               AND PR-JOB-NAME = WS-JOB-NAME
               AND PR-SWITCH-NUMBER = LK-SWITCH-NUMBER
               AND PR-REQUESTED-STATUS = LK-REQUESTED-STATUS
               SET WS-PEND-ALREADY-FILED TO TRUE
               MOVE PR-REQUEST-NUMBER TO WS-PEND-FOUND-NUMBER
           END-IF.
       5240-EXIT.
           EXIT.

      ******************************************************************
      *  5300-LOAD-APPROVED-JOB-STATE
      *  For an approved set: loads SWSTAT and takes the requesting
      *  job's last-known state of the approved switch into
      *  WS-SWITCH-STATUS-WORK, where 5000 expects the prior status,
      *  and of the two switches 5350 checks into WS-JOB-TTT-STATE
      *  and WS-JOB-PPP-STATE.  A job with no entry on file (or no
      *  file at all) is taken as all OFF.  WS-STAT-LOAD-FAILED is
      *  left set, as 2620 sets it, when the file cannot be read.
      ******************************************************************
       5300-LOAD-APPROVED-JOB-STATE.
           MOVE "OFF" TO WS-SWITCH-STATUS-WORK
           MOVE "OFF" TO WS-JOB-TTT-STATE
           MOVE "OFF" TO WS-JOB-PPP-STATE
           PERFORM 2620-LOAD-STATUS-TABLE THRU 2620-EXIT
           IF WS-STAT-LOAD-FAILED
               GO TO 5300-EXIT
           END-IF
           PERFORM 2630-FIND-STATUS-ENTRY THRU 2630-EXIT
           IF NOT WS-STAT-FOUND
               GO TO 5300-EXIT
           END-IF
           COMPUTE WS-SUB = LK-SWITCH-NUMBER + 1
           IF WS-ST-STATE (WS-STAT-FOUND-IDX WS-SUB) = "ON "
               MOVE "ON " TO WS-SWITCH-STATUS-WORK
           END-IF
           IF WS-ST-STATE (WS-STAT-FOUND-IDX 3) = "ON "
               MOVE "ON " TO WS-JOB-TTT-STATE
           END-IF
           IF WS-ST-STATE (WS-STAT-FOUND-IDX 5) = "ON "
               MOVE "ON " TO WS-JOB-PPP-STATE
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5350-CHECK-APPROVED-COMBINATION
      *  The 2400-VALIDATE-COMBINATIONS check made against the
      *  requesting job's state as 5300 loaded it, with the approved
      *  switch at the status being approved.  Sets
      *  WS-ABORT-SWITCH, as 2400 does, when the approval would
      *  leave that job with a bad combination.
      ******************************************************************
       5350-CHECK-APPROVED-COMBINATION.
           IF LK-SWITCH-NUMBER = 2
               MOVE LK-REQUESTED-STATUS TO WS-JOB-TTT-STATE
           END-IF
           IF LK-SWITCH-NUMBER = 4
               MOVE LK-REQUESTED-STATUS TO WS-JOB-PPP-STATE
           END-IF
           IF WS-JOB-TTT-STATE = "ON " AND WS-JOB-PPP-STATE = "ON "
               DISPLAY "*** INVALID SWITCH COMBINATION FOR "
                   WS-JOB-NAME " ***"
               DISPLAY SDT-SWITCH-NAME (3) " AND "
                   SDT-SWITCH-NAME (5) " CANNOT BOTH BE ON"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       5350-EXIT.
           EXIT.

      ******************************************************************
      *  6000-OPEN-SESSION
      *  Runs ahead of the table loads on a session-open CALL.  A
      *  session still open is closed first so its query summary is
      *  not lost, then every control table is marked unloaded so
      *  the loads that follow read SWDEFNS, SWCYCLE, SWAUTHS,
      *  SWREASNS and SWJOBS afresh for this session.
      ******************************************************************
       6000-OPEN-SESSION.
           IF WS-SESSION-ACTIVE
               DISPLAY "WARNING - UPSI SESSION OPENED BY " WS-JOB-NAME
                   " WHILE ONE WAS OPEN - PREVIOUS SESSION CLOSED"
               PERFORM 4650-WRITE-QUERY-SUMMARY THRU 4650-EXIT
               MOVE "N" TO WS-SESSION-SWITCH
           END-IF
           PERFORM 6050-RESET-CONTROL-TABLES THRU 6050-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6050-RESET-CONTROL-TABLES
      *  Marks every control table unloaded, with its end-of-file
      *  switch, availability switch and count cleared, so the next
      *  2100/2200/2700/2800/2900 load reads its file again.
      ******************************************************************
       6050-RESET-CONTROL-TABLES.
           MOVE "N" TO WS-DEFN-LOADED-SWITCH
           MOVE "N" TO WS-DEFN-EOF-SWITCH
           MOVE "N" TO WS-CYCLE-LOADED-SWITCH
           MOVE 0 TO WS-CYCLE-NUMBER
           MOVE "N" TO WS-AUTH-LOADED-SWITCH
           MOVE "N" TO WS-AUTH-AVAIL-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH
           MOVE 0 TO WS-AUTH-COUNT
           MOVE "N" TO WS-REASON-LOADED-SWITCH
           MOVE "N" TO WS-REASON-AVAIL-SWITCH
           MOVE "N" TO WS-REASON-EOF-SWITCH
           MOVE 0 TO WS-REASON-COUNT
           MOVE "N" TO WS-JOBS-LOADED-SWITCH
           MOVE "N" TO WS-JOBS-AVAIL-SWITCH
           MOVE "N" TO WS-JOBS-EOF-SWITCH
           MOVE 0 TO WS-JOBS-COUNT.
       6050-EXIT.
           EXIT.

      ******************************************************************
      *  6500-CLOSE-SESSION
      *  Writes the session's query summary to SWQUERY and ends the
      *  session.  The tables are marked unloaded so the next CALL,
      *  in a new session or not, reads the control files again
      *  rather than working from this session's copy.
      ******************************************************************
       6500-CLOSE-SESSION.
           MOVE SPACES TO LK-CURRENT-STATUS
           IF NOT WS-SESSION-ACTIVE
               MOVE 36 TO LK-RETURN-CODE
               DISPLAY "UPSI SESSION CLOSE FROM " WS-JOB-NAME
                   " WITH NO SESSION OPEN - NO ACTION TAKEN"
               GO TO 6500-EXIT
           END-IF
           PERFORM 4650-WRITE-QUERY-SUMMARY THRU 4650-EXIT
           MOVE "N" TO WS-SESSION-SWITCH
           PERFORM 6050-RESET-CONTROL-TABLES THRU 6050-EXIT
           MOVE 0 TO LK-RETURN-CODE.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      *  UPSI is only ever reached by a CALL - UPSIRUN CALLs it for

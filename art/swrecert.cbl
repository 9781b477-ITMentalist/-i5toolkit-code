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
      * @file swrecert.cbl
      *
      * Quarterly access recertification report.  SWAUTHS says who
      * MAY set switches and apply profiles, SWAUTLOG records who
      * was refused, but nothing showed whether a grant was still
      * needed - security rebuilt the list in a spreadsheet every
      * quarter.  This report takes an operator-supplied date range,
      * the same way SWHIST does, and prints one line per SWAUTHS
      * grant (user or job, scope S, P or A, switch) with the number
      * of times it was actually used in the range:
      *
      *    - a switch grant (S) is used by every SWAUDIT change -
      *      live and in the SWARCyyyy archives - that it authorized.
      *      A change two grants would both allow is counted once,
      *      against the narrower one (this user before "*", this
      *      switch before "*"), so a wildcard only shows the use
      *      nothing narrower accounts for;
      *    - a profile grant (P) is used by every window in the
      *      SWCYCHST cycle history that closed under a profile the
      *      user applied (CH-PROFILE-USER, stamped by SWPROF);
      *    - an approval grant (A) is used by every SWAUDIT change
      *      applied through SWAPPROV that the user approved
      *      (AL-APPROVED-BY), charged the same narrowest-first way.
      *
      * It flags grants never used in the range, wildcard switch
      * grants (user "*" or switch "*") that cover a protected
      * switch, and users or jobs refused in SWAUTLOG repeatedly,
      * and counts the changes no grant covers.  Written to
      * SWRCTRPT.  Ends with RETURN-CODE 04 when anything is
      * flagged for the reviewer and 16 when the report cannot run.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      *   2026-10-15  jll  SWAUTLOG now also carries UPSI's flags for
      *                    queries from jobs not on SWJOBS (RF-SCOPE
      *                    "Q"); those were answered, not refused, so
      *                    they are left out of the refusal counts.
      *   2026-10-15  jll  Approval grants (scope A) reported, their
      *                    use counted from AL-APPROVED-BY, and
      *                    wildcard approval grants over protected
      *                    switches flagged like switch grants.
      */
       ID DIVISION.
       PROGRAM-ID. SWRECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWITCH-AUTH-FILE ASSIGN TO SWAUTHS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT SWITCH-AUDIT-FILE ASSIGN TO SWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT CYCLE-HISTORY-FILE ASSIGN TO SWCYCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCHST-FILE-STATUS.
           SELECT AUTH-REFUSAL-FILE ASSIGN TO SWAUTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-FILE-STATUS.
           SELECT SWITCH-DEFN-FILE ASSIGN TO SWDEFNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFN-FILE-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO SWRCTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWITCH-AUTH-FILE.
           COPY SWAUTH.

       FD  SWITCH-AUDIT-FILE.
           COPY SWAUDIT.

       FD  AUDIT-ARCHIVE-FILE.
       01  AR-RECORD                   PIC X(120).

       FD  CYCLE-HISTORY-FILE.
           COPY SWCYCHS.

       FD  AUTH-REFUSAL-FILE.
           COPY SWAUTLG.

       FD  SWITCH-DEFN-FILE.
           COPY SWDEFN.

       FD  RECERT-REPORT-FILE.
       01  RL-RECORD                   PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-AUTH-FILE-STATUS         PIC X(02).
       77  WS-AUDIT-FILE-STATUS        PIC X(02).
       77  WS-ARCH-FILE-STATUS         PIC X(02).
       77  WS-CYCHST-FILE-STATUS       PIC X(02).
       77  WS-AUTHLOG-FILE-STATUS      PIC X(02).
       77  WS-DEFN-FILE-STATUS         PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-ARCHIVE-FILE-NAME        PIC X(09).
       77  WS-FROM-YEAR                PIC 9(04) VALUE 0.
       77  WS-TO-YEAR                  PIC 9(04) VALUE 0.
       77  WS-ARCH-YEAR                PIC 9(04) VALUE 0.
       77  WS-ARCH-FILE-COUNT          PIC 9(02) VALUE 0.
       77  WS-FROM-DATE                PIC 9(08) VALUE 0.
       77  WS-TO-DATE                  PIC 9(08) VALUE 0.
       77  WS-DATE-X                   PIC X(08).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-DEFN-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-DEFN-EOF                       VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
           88  WS-ABORT-NOT-REQUESTED            VALUE "N".
       77  WS-CYCHST-AVAIL-SWITCH      PIC X(01) VALUE "N".
           88  WS-CYCHST-AVAILABLE               VALUE "Y".
       77  WS-AUTHLOG-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-AUTHLOG-AVAILABLE              VALUE "Y".
       77  WS-DEFN-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-DEFN-AVAILABLE                 VALUE "Y".
       77  WS-SUB                      PIC 9(01).
       77  WS-SWITCH-DISPLAY           PIC 9(01).
       77  WS-GT-SUB                   PIC 9(03).
       77  WS-RT-SUB                   PIC 9(03).
       77  WS-FOUND-SUB                PIC 9(03).
       77  WS-BEST-SUB                 PIC 9(03).
       77  WS-BEST-RANK                PIC 9(01).
       77  WS-RANK                     PIC 9(01).
       77  WS-USER-RANK                PIC 9(01).
       77  WS-SWITCH-RANK              PIC 9(01).
       77  WS-MATCH-USER               PIC X(10).
       77  WS-MATCH-SCOPE              PIC X(01).
       77  WS-MATCH-SWITCH             PIC X(01).
       77  WS-MATCH-DATE               PIC 9(08).
       77  WS-GRANT-COUNT              PIC 9(03) VALUE 0.
       77  WS-MAX-GRANTS               PIC 9(03) VALUE 200.
       77  WS-REFUSER-COUNT            PIC 9(03) VALUE 0.
       77  WS-MAX-REFUSERS             PIC 9(03) VALUE 200.
       77  WS-REPEAT-REFUSAL-LIMIT     PIC 9(03) VALUE 2.
       77  WS-REFUSAL-TOTAL            PIC 9(05).
       77  WS-CHANGES-READ             PIC 9(07) VALUE 0.
       77  WS-CHANGES-IN-RANGE         PIC 9(07) VALUE 0.
       77  WS-CHANGES-UNGRANTED        PIC 9(07) VALUE 0.
       77  WS-PROFILE-WINDOWS          PIC 9(05) VALUE 0.
       77  WS-PROFILE-NO-USER          PIC 9(05) VALUE 0.
       77  WS-PROFILE-UNGRANTED        PIC 9(05) VALUE 0.
       77  WS-REFUSALS-IN-RANGE        PIC 9(07) VALUE 0.
       77  WS-NEVER-USED-COUNT         PIC 9(03) VALUE 0.
       77  WS-WILDCARD-FLAG-COUNT      PIC 9(03) VALUE 0.
       77  WS-REPEAT-FLAG-COUNT        PIC 9(03) VALUE 0.
       77  WS-PROTECTED-LIST           PIC X(16).
       77  WS-PROTECTED-PTR            PIC 9(02).
       77  WS-SWITCH-TEXT              PIC X(30).
       77  WS-LAST-USED-TEXT           PIC X(08).
       77  WS-EDIT-COUNT               PIC Z(06)9.
       77  WS-EDIT-COUNT-2             PIC Z(06)9.
       77  WS-PRINT-LINE               PIC X(120).

      * Business names and protected flags of the eight switches,
      * loaded from SWDEFNS.
       01  SWITCH-DEFINITION-TABLE.
           05  SDT-ENTRY OCCURS 8 TIMES INDEXED BY SDT-IDX.
               10  SDT-SWITCH-NUMBER    PIC 9(01).
               10  SDT-SWITCH-NAME      PIC X(30).
               10  SDT-SWITCH-MEANING   PIC X(50).
               10  SDT-PROTECTED-FLAG   PIC X(01).
               10  SDT-RESTART-FLAG     PIC X(01).

      * One entry per SWAUTHS grant, in file order, with its use in
      * the range.
       01  WS-GRANT-TABLE.
           05  WS-GT-ENTRY OCCURS 200 TIMES.
               10  WS-GT-USER-OR-JOB    PIC X(10).
               10  WS-GT-SCOPE          PIC X(01).
               10  WS-GT-SWITCH-ID      PIC X(01).
               10  WS-GT-USE-COUNT      PIC 9(07).
               10  WS-GT-LAST-USED      PIC 9(08).

      * One entry per user or job refused in the range.
       01  WS-REFUSAL-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-USER-OR-JOB    PIC X(10).
               10  WS-RT-SWITCH-COUNT   PIC 9(05).
               10  WS-RT-PROFILE-COUNT  PIC 9(05).
               10  WS-RT-LAST-DATE      PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 2000-TALLY-SWITCH-USE THRU 2000-EXIT
               PERFORM 2600-TALLY-PROFILE-USE THRU 2600-EXIT
               PERFORM 2800-TALLY-REFUSALS THRU 2800-EXIT
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  Accepts and validates the date range, loads the switch
      *  definitions and the grants.  No SWAUTHS means nothing to
      *  recertify, and the run is aborted.
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY "ENTER FROM-DATE (YYYYMMDD)"
           ACCEPT WS-DATE-X
           IF WS-DATE-X NOT NUMERIC
               DISPLAY "FROM-DATE IS NOT NUMERIC - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-DATE-X TO WS-FROM-DATE
           DISPLAY "ENTER TO-DATE (YYYYMMDD)"
           ACCEPT WS-DATE-X
           IF WS-DATE-X NOT NUMERIC
               DISPLAY "TO-DATE IS NOT NUMERIC - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-DATE-X TO WS-TO-DATE
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM-DATE IS AFTER TO-DATE - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF WS-FROM-DATE < 19010101 OR WS-TO-DATE > 20991231
               DISPLAY "DATE RANGE MUST FALL WITHIN 1901-2099 - "
                   "RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-SWITCH-DEFN THRU 1100-EXIT
           PERFORM 1200-LOAD-GRANTS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-LOAD-SWITCH-DEFN
      *  Loads the switch names and protected flags from SWDEFNS.
      *  When the file is not available the report still runs, with
      *  a placeholder name and the two switches UPSI's own
      *  fallback treats as protected (AAA and PPP).
      ******************************************************************
       1100-LOAD-SWITCH-DEFN.
           PERFORM 1150-PRESET-ONE-DEFN THRU 1150-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           OPEN INPUT SWITCH-DEFN-FILE
           IF WS-DEFN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWDEFNS NOT AVAILABLE, SWITCH "
                   "NAMES NOT SHOWN"
               GO TO 1100-EXIT
           END-IF
           SET WS-DEFN-AVAILABLE TO TRUE
           PERFORM 1120-READ-ONE-DEFN THRU 1120-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8 OR WS-DEFN-EOF
           CLOSE SWITCH-DEFN-FILE.
       1100-EXIT.
           EXIT.

       1120-READ-ONE-DEFN.
           READ SWITCH-DEFN-FILE
               AT END
                   SET WS-DEFN-EOF TO TRUE
               NOT AT END
                   MOVE SD-SWITCH-NUMBER TO SDT-SWITCH-NUMBER (WS-SUB)
                   MOVE SD-SWITCH-NAME TO SDT-SWITCH-NAME (WS-SUB)
                   MOVE SD-SWITCH-MEANING TO SDT-SWITCH-MEANING (WS-SUB)
                   MOVE SD-PROTECTED-FLAG TO SDT-PROTECTED-FLAG (WS-SUB)
                   MOVE SD-RESTART-FLAG TO SDT-RESTART-FLAG (WS-SUB)
           END-READ.
       1120-EXIT.
           EXIT.

       1150-PRESET-ONE-DEFN.
           COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
           MOVE WS-SWITCH-DISPLAY TO SDT-SWITCH-NUMBER (WS-SUB)
           MOVE "(NAME NOT AVAILABLE)" TO SDT-SWITCH-NAME (WS-SUB)
           MOVE SPACES TO SDT-SWITCH-MEANING (WS-SUB)
           IF WS-SWITCH-DISPLAY = 3 OR WS-SWITCH-DISPLAY = 4
               MOVE "Y" TO SDT-PROTECTED-FLAG (WS-SUB)
           ELSE
               MOVE "N" TO SDT-PROTECTED-FLAG (WS-SUB)
           END-IF
           MOVE "N" TO SDT-RESTART-FLAG (WS-SUB).
       1150-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-GRANTS
      *  Every SWAUTHS record with a user and a known scope, in file
      *  order, so the report lines match the file the reviewer
      *  edits.
      ******************************************************************
       1200-LOAD-GRANTS.
           OPEN INPUT SWITCH-AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWAUTHS, FILE STATUS "
                   WS-AUTH-FILE-STATUS " - NOTHING TO RECERTIFY"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1220-LOAD-ONE-GRANT THRU 1220-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-AUTH-FILE.
       1200-EXIT.
           EXIT.

       1220-LOAD-ONE-GRANT.
           READ SWITCH-AUTH-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1220-EXIT
           END-READ
           IF AU-USER-OR-JOB = SPACES
               OR (NOT AU-SCOPE-SWITCH AND NOT AU-SCOPE-PROFILE
                   AND NOT AU-SCOPE-APPROVE)
               GO TO 1220-EXIT
           END-IF
           IF WS-GRANT-COUNT >= WS-MAX-GRANTS
               DISPLAY "WARNING - GRANT TABLE FULL, FURTHER SWAUTHS "
                   "RECORDS NOT REPORTED"
               SET WS-EOF TO TRUE
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO WS-GRANT-COUNT
           MOVE AU-USER-OR-JOB TO WS-GT-USER-OR-JOB (WS-GRANT-COUNT)
           MOVE AU-SCOPE TO WS-GT-SCOPE (WS-GRANT-COUNT)
           IF AU-SCOPE-SWITCH OR AU-SCOPE-APPROVE
               MOVE AU-SWITCH-ID TO WS-GT-SWITCH-ID (WS-GRANT-COUNT)
           ELSE
               MOVE SPACE TO WS-GT-SWITCH-ID (WS-GRANT-COUNT)
           END-IF
           MOVE 0 TO WS-GT-USE-COUNT (WS-GRANT-COUNT)
           MOVE 0 TO WS-GT-LAST-USED (WS-GRANT-COUNT).
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  2000-TALLY-SWITCH-USE
      *  Every audit record in the range, live and archived, is
      *  charged to the switch grant that allowed it.
      ******************************************************************
       2000-TALLY-SWITCH-USE.
           OPEN INPUT SWITCH-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN SWAUDIT, FILE STATUS "
                   WS-AUDIT-FILE-STATUS
                   " - LIVE CHANGES NOT COUNTED"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2020-TALLY-ONE-LIVE THRU 2020-EXIT
                   UNTIL WS-EOF
               CLOSE SWITCH-AUDIT-FILE
           END-IF
           PERFORM 2500-TALLY-ARCHIVE-YEARS THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2020-TALLY-ONE-LIVE.
           READ SWITCH-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2020-EXIT
           END-READ
           PERFORM 2040-TALLY-IF-IN-RANGE THRU 2040-EXIT.
       2020-EXIT.
           EXIT.

      ******************************************************************
      *  2040-TALLY-IF-IN-RANGE
      *  For the AL-RECORD in the audit record area, shared by the
      *  live and archive passes.  A change a supervisor approved
      *  through SWAPPROV is also charged to that supervisor's
      *  approval grant.
      ******************************************************************
       2040-TALLY-IF-IN-RANGE.
           ADD 1 TO WS-CHANGES-READ
           IF AL-AUDIT-DATE NOT NUMERIC
               OR AL-SWITCH-NUMBER NOT NUMERIC
               GO TO 2040-EXIT
           END-IF
           IF AL-AUDIT-DATE < WS-FROM-DATE
               OR AL-AUDIT-DATE > WS-TO-DATE
               GO TO 2040-EXIT
           END-IF
           ADD 1 TO WS-CHANGES-IN-RANGE
           MOVE AL-JOB-NAME TO WS-MATCH-USER
           MOVE "S" TO WS-MATCH-SCOPE
           MOVE AL-SWITCH-NUMBER TO WS-MATCH-SWITCH
           MOVE AL-AUDIT-DATE TO WS-MATCH-DATE
           PERFORM 7000-CHARGE-BEST-GRANT THRU 7000-EXIT
           IF WS-BEST-SUB = 0
               ADD 1 TO WS-CHANGES-UNGRANTED
           END-IF
           IF AL-APPROVED-BY NOT = SPACES
               MOVE AL-APPROVED-BY TO WS-MATCH-USER
               MOVE "A" TO WS-MATCH-SCOPE
               PERFORM 7000-CHARGE-BEST-GRANT THRU 7000-EXIT
           END-IF.
       2040-EXIT.
           EXIT.

      ******************************************************************
      *  2500-TALLY-ARCHIVE-YEARS
      *  The SWARCyyyy file of every year the range touches; a year
      *  with no file is skipped quietly, as in SWHIST.
      ******************************************************************
       2500-TALLY-ARCHIVE-YEARS.
           MOVE WS-FROM-DATE (1:4) TO WS-FROM-YEAR
           MOVE WS-TO-DATE (1:4) TO WS-TO-YEAR
           PERFORM 2520-TALLY-ONE-YEAR THRU 2520-EXIT
               VARYING WS-ARCH-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-ARCH-YEAR > WS-TO-YEAR.
       2500-EXIT.
           EXIT.

       2520-TALLY-ONE-YEAR.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "SWARC" WS-ARCH-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = "35"
               GO TO 2520-EXIT
           END-IF
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO READ "
                   WS-ARCHIVE-FILE-NAME ", FILE STATUS "
                   WS-ARCH-FILE-STATUS
                   " - ARCHIVED CHANGES FOR " WS-ARCH-YEAR
                   " NOT COUNTED"
               GO TO 2520-EXIT
           END-IF
           ADD 1 TO WS-ARCH-FILE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2540-TALLY-ONE-ARCHIVED THRU 2540-EXIT
               UNTIL WS-EOF
           CLOSE AUDIT-ARCHIVE-FILE.
       2520-EXIT.
           EXIT.

       2540-TALLY-ONE-ARCHIVED.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2540-EXIT
           END-READ
           MOVE AR-RECORD TO AL-RECORD
           PERFORM 2040-TALLY-IF-IN-RANGE THRU 2040-EXIT.
       2540-EXIT.
           EXIT.

      ******************************************************************
      *  2600-TALLY-PROFILE-USE
      *  Every window that closed in the range under a profile is
      *  charged to the profile grant of the user who applied it.
      *  Windows closed before SWPROF stamped the user are counted
      *  apart - they cannot be charged to anyone.
      ******************************************************************
       2600-TALLY-PROFILE-USE.
           OPEN INPUT CYCLE-HISTORY-FILE
           IF WS-CYCHST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWCYCHST NOT AVAILABLE, PROFILE "
                   "GRANT USE NOT COUNTED"
               GO TO 2600-EXIT
           END-IF
           SET WS-CYCHST-AVAILABLE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2620-TALLY-ONE-EVENT THRU 2620-EXIT
               UNTIL WS-EOF
           CLOSE CYCLE-HISTORY-FILE.
       2600-EXIT.
           EXIT.

       2620-TALLY-ONE-EVENT.
           READ CYCLE-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2620-EXIT
           END-READ
           IF NOT CH-EVENT-CLOSE OR CH-PROFILE-NAME = SPACES
               OR CH-EVENT-DATE NOT NUMERIC
               GO TO 2620-EXIT
           END-IF
           IF CH-EVENT-DATE < WS-FROM-DATE
               OR CH-EVENT-DATE > WS-TO-DATE
               GO TO 2620-EXIT
           END-IF
           ADD 1 TO WS-PROFILE-WINDOWS
           IF CH-PROFILE-USER = SPACES
               ADD 1 TO WS-PROFILE-NO-USER
               GO TO 2620-EXIT
           END-IF
           MOVE CH-PROFILE-USER TO WS-MATCH-USER
           MOVE "P" TO WS-MATCH-SCOPE
           MOVE SPACE TO WS-MATCH-SWITCH
           MOVE CH-EVENT-DATE TO WS-MATCH-DATE
           PERFORM 7000-CHARGE-BEST-GRANT THRU 7000-EXIT
           IF WS-BEST-SUB = 0
               ADD 1 TO WS-PROFILE-UNGRANTED
           END-IF.
       2620-EXIT.
           EXIT.

      ******************************************************************
      *  2800-TALLY-REFUSALS
      *  Counts SWAUTLOG refusals in the range per user or job,
      *  switch and profile refusals apart.  Query flags (scope
      *  "Q") were answered, not refused, and are skipped.
      ******************************************************************
       2800-TALLY-REFUSALS.
           OPEN INPUT AUTH-REFUSAL-FILE
           IF WS-AUTHLOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWAUTLOG NOT AVAILABLE, REFUSALS "
                   "NOT CHECKED"
               GO TO 2800-EXIT
           END-IF
           SET WS-AUTHLOG-AVAILABLE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2820-TALLY-ONE-REFUSAL THRU 2820-EXIT
               UNTIL WS-EOF
           CLOSE AUTH-REFUSAL-FILE.
       2800-EXIT.
           EXIT.

       2820-TALLY-ONE-REFUSAL.
           READ AUTH-REFUSAL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2820-EXIT
           END-READ
           IF RF-REFUSAL-DATE NOT NUMERIC
               GO TO 2820-EXIT
           END-IF
           IF RF-REFUSAL-DATE < WS-FROM-DATE
               OR RF-REFUSAL-DATE > WS-TO-DATE
               GO TO 2820-EXIT
           END-IF
           IF RF-SCOPE = "Q"
               GO TO 2820-EXIT
           END-IF
           ADD 1 TO WS-REFUSALS-IN-RANGE
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2840-FIND-REFUSER THRU 2840-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-REFUSER-COUNT
                   OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB = 0
               IF WS-REFUSER-COUNT >= WS-MAX-REFUSERS
                   DISPLAY "WARNING - REFUSAL TABLE FULL, "
                       RF-USER-OR-JOB " NOT COUNTED"
                   GO TO 2820-EXIT
               END-IF
               ADD 1 TO WS-REFUSER-COUNT
               MOVE WS-REFUSER-COUNT TO WS-FOUND-SUB
               MOVE RF-USER-OR-JOB
                   TO WS-RT-USER-OR-JOB (WS-FOUND-SUB)
               MOVE 0 TO WS-RT-SWITCH-COUNT (WS-FOUND-SUB)
               MOVE 0 TO WS-RT-PROFILE-COUNT (WS-FOUND-SUB)
               MOVE 0 TO WS-RT-LAST-DATE (WS-FOUND-SUB)
           END-IF
           IF RF-SCOPE = "P"
               ADD 1 TO WS-RT-PROFILE-COUNT (WS-FOUND-SUB)
           ELSE
               ADD 1 TO WS-RT-SWITCH-COUNT (WS-FOUND-SUB)
           END-IF
           IF RF-REFUSAL-DATE > WS-RT-LAST-DATE (WS-FOUND-SUB)
               MOVE RF-REFUSAL-DATE TO WS-RT-LAST-DATE (WS-FOUND-SUB)
           END-IF.
       2820-EXIT.
           EXIT.

       2840-FIND-REFUSER.
           IF WS-RT-USER-OR-JOB (WS-RT-SUB) = RF-USER-OR-JOB
               MOVE WS-RT-SUB TO WS-FOUND-SUB
           END-IF.
       2840-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PRINT-REPORT
      ******************************************************************
       3000-PRINT-REPORT.
           OPEN OUTPUT RECERT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWRCTRPT - NO REPORT PRODUCED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCESS RECERTIFICATION REPORT, "
               WS-FROM-DATE " THRU " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "GRANTS IN SWAUTHS" TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "USER/JOB   SCOPE  SWITCH                              "
               TO WS-PRINT-LINE
           MOVE "USES  LAST USED" TO WS-PRINT-LINE (55:15)
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 3100-PRINT-ONE-GRANT THRU 3100-EXIT
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GRANT-COUNT
           PERFORM 3400-PRINT-REFUSALS THRU 3400-EXIT
           PERFORM 3600-PRINT-SUMMARY THRU 3600-EXIT
           CLOSE RECERT-REPORT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-PRINT-ONE-GRANT
      *  The grant line, then one flag line for each reason the
      *  reviewer should look at it.
      ******************************************************************
       3100-PRINT-ONE-GRANT.
           EVALUATE TRUE
               WHEN WS-GT-SCOPE (WS-GT-SUB) = "P"
                   MOVE "(APPLY PROFILES)" TO WS-SWITCH-TEXT
               WHEN WS-GT-SWITCH-ID (WS-GT-SUB) = "*"
                   MOVE "(ALL SWITCHES)" TO WS-SWITCH-TEXT
               WHEN WS-GT-SWITCH-ID (WS-GT-SUB) >= "0"
                   AND WS-GT-SWITCH-ID (WS-GT-SUB) <= "7"
                   MOVE WS-GT-SWITCH-ID (WS-GT-SUB) TO WS-SWITCH-DISPLAY
                   COMPUTE WS-SUB = WS-SWITCH-DISPLAY + 1
                   MOVE SDT-SWITCH-NAME (WS-SUB) TO WS-SWITCH-TEXT
               WHEN OTHER
                   MOVE "(NOT A SWITCH - GRANTS NOTHING)"
                       TO WS-SWITCH-TEXT
           END-EVALUATE
           IF WS-GT-LAST-USED (WS-GT-SUB) = 0
               MOVE "--------" TO WS-LAST-USED-TEXT
           ELSE
               MOVE WS-GT-LAST-USED (WS-GT-SUB) TO WS-LAST-USED-TEXT
           END-IF
           MOVE WS-GT-USE-COUNT (WS-GT-SUB) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-GT-USER-OR-JOB (WS-GT-SUB) " "
               WS-GT-SCOPE (WS-GT-SUB) "      "
               WS-GT-SWITCH-ID (WS-GT-SUB) " " WS-SWITCH-TEXT " "
               WS-EDIT-COUNT "  " WS-LAST-USED-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           IF WS-GT-USE-COUNT (WS-GT-SUB) = 0
               ADD 1 TO WS-NEVER-USED-COUNT
               MOVE "  *** NEVER USED IN THE PERIOD - CONFIRM IT IS "
                   TO WS-PRINT-LINE
               MOVE "STILL NEEDED OR REMOVE IT" TO WS-PRINT-LINE (48:25)
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF
           IF WS-GT-SCOPE (WS-GT-SUB) = "S"
               OR WS-GT-SCOPE (WS-GT-SUB) = "A"
               PERFORM 3200-CHECK-WILDCARD THRU 3200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-CHECK-WILDCARD
      *  A switch or approval grant to "*", or for "*", that reaches
      *  a protected switch - the grants the last audit asked to see
      *  by name.
      ******************************************************************
       3200-CHECK-WILDCARD.
           IF WS-GT-USER-OR-JOB (WS-GT-SUB) NOT = "*"
               AND WS-GT-SWITCH-ID (WS-GT-SUB) NOT = "*"
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WS-PROTECTED-LIST
           MOVE 1 TO WS-PROTECTED-PTR
           PERFORM 3220-CHECK-ONE-PROTECTED THRU 3220-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           IF WS-PROTECTED-LIST = SPACES
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-WILDCARD-FLAG-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  *** WILDCARD GRANT COVERS PROTECTED SWITCH(ES) "
               WS-PROTECTED-LIST
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       3200-EXIT.
           EXIT.

       3220-CHECK-ONE-PROTECTED.
           IF SDT-PROTECTED-FLAG (WS-SUB) NOT = "Y"
               GO TO 3220-EXIT
           END-IF
           COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
           IF WS-GT-SWITCH-ID (WS-GT-SUB) = "*"
               OR WS-GT-SWITCH-ID (WS-GT-SUB) = WS-SWITCH-DISPLAY
               STRING WS-SWITCH-DISPLAY " "
                   DELIMITED BY SIZE INTO WS-PROTECTED-LIST
                   WITH POINTER WS-PROTECTED-PTR
           END-IF.
       3220-EXIT.
           EXIT.

      ******************************************************************
      *  3400-PRINT-REFUSALS
      *  One line per user or job refused in the range, flagged when
      *  the refusals repeat.
      ******************************************************************
       3400-PRINT-REFUSALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           IF NOT WS-AUTHLOG-AVAILABLE
               MOVE "SWAUTLOG NOT AVAILABLE - REFUSALS NOT CHECKED"
                   TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE "REFUSALS IN SWAUTLOG" TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           IF WS-REFUSER-COUNT = 0
               MOVE "NO REFUSALS IN THE PERIOD" TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE "USER/JOB   SWITCH  PROFILE  LAST REFUSED"
               TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 3420-PRINT-ONE-REFUSER THRU 3420-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-REFUSER-COUNT.
       3400-EXIT.
           EXIT.

       3420-PRINT-ONE-REFUSER.
           MOVE WS-RT-SWITCH-COUNT (WS-RT-SUB) TO WS-EDIT-COUNT
           MOVE WS-RT-PROFILE-COUNT (WS-RT-SUB) TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-RT-USER-OR-JOB (WS-RT-SUB) WS-EDIT-COUNT
               "  " WS-EDIT-COUNT-2 "  " WS-RT-LAST-DATE (WS-RT-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           COMPUTE WS-REFUSAL-TOTAL = WS-RT-SWITCH-COUNT (WS-RT-SUB)
               + WS-RT-PROFILE-COUNT (WS-RT-SUB)
           IF WS-REFUSAL-TOTAL >= WS-REPEAT-REFUSAL-LIMIT
               ADD 1 TO WS-REPEAT-FLAG-COUNT
               MOVE "  *** REPEATED REFUSALS - A MISSING GRANT OR "
                   TO WS-PRINT-LINE
               MOVE "SOMEONE TRYING THEIR LUCK" TO WS-PRINT-LINE (46:25)
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF.
       3420-EXIT.
           EXIT.

      ******************************************************************
      *  3600-PRINT-SUMMARY
      ******************************************************************
       3600-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-GRANT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GRANTS REVIEWED:               " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-NEVER-USED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NEVER USED:                    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-WILDCARD-FLAG-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WILDCARDS OVER PROTECTED:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-REPEAT-FLAG-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "USERS REPEATEDLY REFUSED:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-CHANGES-IN-RANGE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWITCH CHANGES IN PERIOD:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-CHANGES-UNGRANTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  COVERED BY NO GRANT:         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-PROFILE-WINDOWS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WINDOWS RUN UNDER A PROFILE:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-PROFILE-NO-USER TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NO USER RECORDED:            " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-PROFILE-UNGRANTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  COVERED BY NO GRANT:         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-REFUSALS-IN-RANGE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REFUSALS IN PERIOD:            " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-ARCH-FILE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ARCHIVE FILES INCLUDED:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           IF NOT WS-CYCHST-AVAILABLE
               MOVE "SWCYCHST NOT AVAILABLE - PROFILE GRANT USE NOT "
                   TO WS-PRINT-LINE
               MOVE "COUNTED" TO WS-PRINT-LINE (48:7)
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF
           IF NOT WS-DEFN-AVAILABLE
               MOVE "SWDEFNS NOT AVAILABLE - SWITCHES 3 AND 4 TAKEN AS "
                   TO WS-PRINT-LINE
               MOVE "THE PROTECTED ONES" TO WS-PRINT-LINE (51:18)
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  7000-CHARGE-BEST-GRANT
      *  Finds the narrowest grant of scope WS-MATCH-SCOPE that
      *  allows WS-MATCH-USER (and, for a switch grant,
      *  WS-MATCH-SWITCH) the way UPSI and SWPROF check it, and
      *  charges the use to it.  Rank: this user before "*", then
      *  this switch before "*".  WS-BEST-SUB is zero when no grant
      *  allows it.
      ******************************************************************
       7000-CHARGE-BEST-GRANT.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-RANK
           PERFORM 7020-RANK-ONE-GRANT THRU 7020-EXIT
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GRANT-COUNT
           IF WS-BEST-SUB = 0
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO WS-GT-USE-COUNT (WS-BEST-SUB)
           IF WS-MATCH-DATE > WS-GT-LAST-USED (WS-BEST-SUB)
               MOVE WS-MATCH-DATE TO WS-GT-LAST-USED (WS-BEST-SUB)
           END-IF.
       7000-EXIT.
           EXIT.

       7020-RANK-ONE-GRANT.
           IF WS-GT-SCOPE (WS-GT-SUB) NOT = WS-MATCH-SCOPE
               GO TO 7020-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-GT-USER-OR-JOB (WS-GT-SUB) = WS-MATCH-USER
                   MOVE 2 TO WS-USER-RANK
               WHEN WS-GT-USER-OR-JOB (WS-GT-SUB) = "*"
                   MOVE 1 TO WS-USER-RANK
               WHEN OTHER
                   GO TO 7020-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MATCH-SCOPE = "P"
                   MOVE 1 TO WS-SWITCH-RANK
               WHEN WS-GT-SWITCH-ID (WS-GT-SUB) = WS-MATCH-SWITCH
                   MOVE 2 TO WS-SWITCH-RANK
               WHEN WS-GT-SWITCH-ID (WS-GT-SUB) = "*"
                   MOVE 1 TO WS-SWITCH-RANK
               WHEN OTHER
                   GO TO 7020-EXIT
           END-EVALUATE
           COMPUTE WS-RANK = WS-USER-RANK * 2 + WS-SWITCH-RANK
           IF WS-RANK > WS-BEST-RANK
               MOVE WS-RANK TO WS-BEST-RANK
               MOVE WS-GT-SUB TO WS-BEST-SUB
           END-IF.
       7020-EXIT.
           EXIT.

      ******************************************************************
      *  8900-WRITE-LINE
      ******************************************************************
       8900-WRITE-LINE.
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      *  04 when the reviewer has flagged lines to act on.
      ******************************************************************
       9999-TERMINATE.
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NEVER-USED-COUNT > 0
                   OR WS-WILDCARD-FLAG-COUNT > 0
                   OR WS-REPEAT-FLAG-COUNT > 0
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.

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
      * @file swplngen.cbl
      *
      * Builds the SWPLAN<profile> plan sets SWRECON reconciles a
      * profiled night against, and checks the sets on file against
      * the profiles they belong to.  The sets have been keyed by
      * hand, apart from SWPROFS, so a change to a profile that is
      * not carried into its plan set makes SWRECON report every
      * job as an exception the next time the profile runs.
      *
      * A plan set is derived, not keyed: one record for every
      * active nightly job on the SWJOBS registry (or, when SWJOBS
      * is not available, every job on the everyday SWPLAN), each
      * expecting the profile's PF-TARGET-STATE on all eight
      * switches - except where the SWPLNEXC exception file
      * (SWPLNEX.CPY) says a job changes a switch itself mid-window
      * and ends with another state.
      *
      * The operator names one profile, or leaves it blank for every
      * profile on SWPROFS.  For each, the consistency report
      * (SWPLNRPT) lists the profile's targets and the exceptions
      * that apply, then every expected state in the plan set on
      * file that disagrees with the profile with no exception to
      * explain it - the disagreements that break reconciliation -
      * and every other difference from the derived set: a state
      * that disagrees with its exception, jobs missing from the
      * set or no longer nightly jobs, or no set on file at all.
      * Nothing is replaced until the report has been written and
      * the run confirmed, and then only the sets that differ.  A
      * run that is not confirmed is a check only.
      *
      * A profile with a target that is not ON or OFF, or an
      * exception in error, stops the run before any set is built.
      * The everyday SWPLAN is not touched.  Ends with RETURN-CODE
      * 04 when disagreements were reported and left in place, and
      * 16 when the sets cannot be built or written.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      */
       ID DIVISION.
       PROGRAM-ID. SWPLNGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO SWPROFS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT JOB-REGISTRY-FILE ASSIGN TO SWJOBS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT PLAN-EXCEPTION-FILE ASSIGN TO SWPLNEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-FILE-STATUS.
           SELECT SWITCH-PLAN-FILE
               ASSIGN TO DYNAMIC WS-PLAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO SWPLNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
           COPY SWPROF.

       FD  JOB-REGISTRY-FILE.
           COPY SWJOB.

       FD  PLAN-EXCEPTION-FILE.
           COPY SWPLNEX.

       FD  SWITCH-PLAN-FILE.
           COPY SWPLAN.

       FD  REPORT-FILE.
       01  RL-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PROFILE-FILE-STATUS      PIC X(02).
       77  WS-JOB-FILE-STATUS          PIC X(02).
       77  WS-EXCEPT-FILE-STATUS       PIC X(02).
       77  WS-PLAN-FILE-STATUS         PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-PLAN-FILE-NAME           PIC X(16).
       77  WS-JOB-SOURCE               PIC X(08).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-CURRENT-TIME             PIC 9(08).
       77  WS-SELECT-PROFILE           PIC X(10).
       77  WS-MATCH-PROFILE            PIC X(10).
       77  WS-MATCH-JOB                PIC X(10).
       77  WS-REPLY                    PIC X(01).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
           88  WS-ABORT-NOT-REQUESTED            VALUE "N".
       77  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED                  VALUE "Y".
       77  WS-ENTRY-OK-SWITCH          PIC X(01).
           88  WS-ENTRY-OK                       VALUE "Y".
       77  WS-SET-CHANGED-SWITCH       PIC X(01).
           88  WS-SET-CHANGED                    VALUE "Y".
       77  WS-REPLACED-SWITCH          PIC X(01) VALUE "N".
           88  WS-SETS-REPLACED                  VALUE "Y".
       77  WS-PROFILE-COUNT            PIC 9(02) VALUE 0.
       77  WS-MAX-PROFILES             PIC 9(02) VALUE 50.
       77  WS-PF-SUB                   PIC 9(02).
       77  WS-JOB-COUNT                PIC 9(03) VALUE 0.
       77  WS-MAX-JOBS                 PIC 9(03) VALUE 200.
       77  WS-JL-SUB                   PIC 9(03).
       77  WS-EXCEPT-COUNT             PIC 9(03) VALUE 0.
       77  WS-MAX-EXCEPTIONS           PIC 9(03) VALUE 200.
       77  WS-EX-SUB                   PIC 9(03).
       77  WS-EXCEPT-RECORD-NUMBER     PIC 9(03) VALUE 0.
       77  WS-FOUND-SUB                PIC 9(03).
       77  WS-SUB                      PIC 9(01).
       77  WS-SWITCH-DISPLAY           PIC 9(01).
       77  WS-ERROR-COUNT              PIC 9(03) VALUE 0.
       77  WS-SETS-CHECKED             PIC 9(03) VALUE 0.
       77  WS-SETS-MISSING             PIC 9(03) VALUE 0.
       77  WS-SETS-TO-REPLACE          PIC 9(03) VALUE 0.
       77  WS-SETS-WRITTEN             PIC 9(03) VALUE 0.
       77  WS-UNEXPLAINED-COUNT        PIC 9(05) VALUE 0.
       77  WS-OTHER-DIFF-COUNT         PIC 9(05) VALUE 0.
       77  WS-JOBS-WRITTEN             PIC 9(03).
       77  WS-EDIT-COUNT               PIC Z(04)9.
       77  WS-PRINT-LINE               PIC X(132).
       77  WS-SCOPE-TEXT               PIC X(12).
       77  WS-SOURCE-TEXT              PIC X(44).

      * The profiles on SWPROFS, in file order, with whether their
      * plan set on file differs from the one derived for them.
       01  WS-PROFILE-TABLE.
           05  WS-PF-ENTRY OCCURS 50 TIMES.
               10  WS-PF-NAME           PIC X(10).
               10  WS-PF-TARGET OCCURS 8 TIMES      PIC X(03).
               10  WS-PF-CHANGE-FLAG    PIC X(01).
                   88  WS-PF-SET-DIFFERS         VALUE "Y".

      * The nightly jobs every plan set carries, in registry order.
      * WS-JL-IN-SET-FLAG marks the jobs found in the plan set on
      * file for the profile being checked.
       01  WS-JOB-TABLE.
           05  WS-JL-ENTRY OCCURS 200 TIMES.
               10  WS-JL-JOB-NAME       PIC X(10).
               10  WS-JL-IN-SET-FLAG    PIC X(01).
                   88  WS-JL-IN-SET              VALUE "Y".

      * The SWPLNEXC exceptions, in file order.
       01  WS-EXCEPTION-TABLE.
           05  WS-EX-ENTRY OCCURS 200 TIMES.
               10  WS-EX-PROFILE-NAME   PIC X(10).
               10  WS-EX-JOB-NAME       PIC X(10).
               10  WS-EX-SWITCH-NUMBER  PIC 9(01).
               10  WS-EX-STATE          PIC X(03).
               10  WS-EX-COMMENT        PIC X(40).

      * The plan set derived for the profile being worked on: per
      * job and switch the expected state, and where it came from -
      * "P" the profile, "*" an exception for every profile, "X"
      * an exception for this profile.
       01  WS-DERIVED-TABLE.
           05  WS-DV-ENTRY OCCURS 200 TIMES.
               10  WS-DV-STATE OCCURS 8 TIMES       PIC X(03).
               10  WS-DV-SOURCE OCCURS 8 TIMES      PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 2000-CHECK-PLAN-SETS THRU 2000-EXIT
           END-IF
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 4000-CONFIRM-AND-REPLACE THRU 4000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  Takes the profile to build - blank for every profile - and
      *  loads the profiles, the nightly jobs and the exceptions.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY "ENTER PROFILE TO BUILD THE PLAN SET FOR (BLANK "
               "FOR EVERY PROFILE ON SWPROFS)"
           MOVE SPACES TO WS-SELECT-PROFILE
           ACCEPT WS-SELECT-PROFILE
           PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-JOBS THRU 1200-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-EXCEPTIONS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-LOAD-PROFILES
      *  Every profile on SWPROFS.  A target that is not ON or OFF
      *  would be written straight into a plan set, so it stops the
      *  run; so does a profile named twice, or a named profile
      *  that is not on the file.
      ******************************************************************
       1100-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWPROFS, FILE STATUS "
                   WS-PROFILE-FILE-STATUS " - NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1120-LOAD-ONE-PROFILE THRU 1120-EXIT
               UNTIL WS-EOF
           CLOSE PROFILE-FILE
           IF WS-ERROR-COUNT > 0
               DISPLAY WS-ERROR-COUNT " SWPROFS PROFILE(S) IN ERROR - "
                   "NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF WS-PROFILE-COUNT = 0
               DISPLAY "SWPROFS HOLDS NO PROFILES - NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF WS-SELECT-PROFILE = SPACES
               GO TO 1100-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1160-FIND-PROFILE THRU 1160-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PROFILE-COUNT OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB = 0
               DISPLAY "PROFILE " WS-SELECT-PROFILE " IS NOT ON "
                   "SWPROFS - NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1120-LOAD-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1120-EXIT
           END-READ
           IF PF-RECORD = SPACES
               GO TO 1120-EXIT
           END-IF
           MOVE PF-PROFILE-NAME TO WS-MATCH-PROFILE
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1165-FIND-PROFILE-NAME THRU 1165-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PROFILE-COUNT OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB > 0
               DISPLAY "  PROFILE " PF-PROFILE-NAME
                   " IS ON SWPROFS MORE THAN ONCE"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1120-EXIT
           END-IF
           IF WS-PROFILE-COUNT >= WS-MAX-PROFILES
               DISPLAY "  PROFILE " PF-PROFILE-NAME " - MORE THAN "
                   WS-MAX-PROFILES " PROFILES ON SWPROFS"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1120-EXIT
           END-IF
           MOVE "Y" TO WS-ENTRY-OK-SWITCH
           PERFORM 1140-CHECK-ONE-TARGET THRU 1140-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           IF NOT WS-ENTRY-OK
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-PROFILE-COUNT
           MOVE PF-PROFILE-NAME TO WS-PF-NAME (WS-PROFILE-COUNT)
           PERFORM 1150-COPY-ONE-TARGET THRU 1150-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           MOVE "N" TO WS-PF-CHANGE-FLAG (WS-PROFILE-COUNT).
       1120-EXIT.
           EXIT.

       1140-CHECK-ONE-TARGET.
           IF PF-TARGET-STATE (WS-SUB) NOT = "ON "
               AND PF-TARGET-STATE (WS-SUB) NOT = "OFF"
               COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
               DISPLAY "  PROFILE " PF-PROFILE-NAME " - SWITCH "
                   WS-SWITCH-DISPLAY " TARGET "
                   PF-TARGET-STATE (WS-SUB) " IS NOT ON OR OFF"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
       1140-EXIT.
           EXIT.

       1150-COPY-ONE-TARGET.
           MOVE PF-TARGET-STATE (WS-SUB)
               TO WS-PF-TARGET (WS-PROFILE-COUNT, WS-SUB).
       1150-EXIT.
           EXIT.

       1160-FIND-PROFILE.
           IF WS-PF-NAME (WS-PF-SUB) = WS-SELECT-PROFILE
               MOVE WS-PF-SUB TO WS-FOUND-SUB
           END-IF.
       1160-EXIT.
           EXIT.

       1165-FIND-PROFILE-NAME.
           IF WS-PF-NAME (WS-PF-SUB) = WS-MATCH-PROFILE
               MOVE WS-PF-SUB TO WS-FOUND-SUB
           END-IF.
       1165-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-JOBS
      *  The jobs a plan set carries: every active nightly job on
      *  the SWJOBS registry.  Without the registry the everyday
      *  SWPLAN is the only list of nightly jobs there is, so its
      *  jobs are used instead, with a warning.
      ******************************************************************
       1200-LOAD-JOBS.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-JOB-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWJOBS NOT AVAILABLE, THE JOBS ON "
                   "SWPLAN ARE TAKEN AS THE NIGHTLY JOBS"
               PERFORM 1250-LOAD-PLAN-JOBS THRU 1250-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "SWJOBS" TO WS-JOB-SOURCE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1220-LOAD-ONE-JOB THRU 1220-EXIT
               UNTIL WS-EOF
           CLOSE JOB-REGISTRY-FILE
           IF WS-JOB-COUNT = 0 AND WS-ABORT-NOT-REQUESTED
               DISPLAY "SWJOBS HOLDS NO ACTIVE NIGHTLY JOB - NO PLAN "
                   "SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1220-LOAD-ONE-JOB.
           READ JOB-REGISTRY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1220-EXIT
           END-READ
           IF NOT JB-ACTIVE OR NOT JB-NIGHTLY-JOB
               OR JB-JOB-NAME = SPACES
               GO TO 1220-EXIT
           END-IF
           MOVE JB-JOB-NAME TO WS-MATCH-JOB
           PERFORM 1280-ADD-JOB THRU 1280-EXIT.
       1220-EXIT.
           EXIT.

       1250-LOAD-PLAN-JOBS.
           MOVE "SWPLAN" TO WS-JOB-SOURCE
           MOVE "SWPLAN" TO WS-PLAN-FILE-NAME
           OPEN INPUT SWITCH-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWPLAN, FILE STATUS "
                   WS-PLAN-FILE-STATUS " - NO LIST OF NIGHTLY JOBS, "
                   "NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1250-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1260-LOAD-ONE-PLAN-JOB THRU 1260-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-PLAN-FILE
           IF WS-JOB-COUNT = 0 AND WS-ABORT-NOT-REQUESTED
               DISPLAY "SWPLAN HOLDS NO JOBS - NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1250-EXIT.
           EXIT.

       1260-LOAD-ONE-PLAN-JOB.
           READ SWITCH-PLAN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1260-EXIT
           END-READ
           IF PL-JOB-NAME = SPACES
               GO TO 1260-EXIT
           END-IF
           MOVE PL-JOB-NAME TO WS-MATCH-JOB
           PERFORM 1280-ADD-JOB THRU 1280-EXIT.
       1260-EXIT.
           EXIT.

      ******************************************************************
      *  1280-ADD-JOB
      *  Adds the job in WS-MATCH-JOB to the job list once.  More
      *  jobs than SWRECON can hold in a plan stops the run.
      ******************************************************************
       1280-ADD-JOB.
           PERFORM 7000-FIND-JOB THRU 7000-EXIT
           IF WS-FOUND-SUB > 0
               GO TO 1280-EXIT
           END-IF
           IF WS-JOB-COUNT >= WS-MAX-JOBS
               DISPLAY "MORE THAN " WS-MAX-JOBS " NIGHTLY JOBS ON "
                   WS-JOB-SOURCE " - NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1280-EXIT
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-MATCH-JOB TO WS-JL-JOB-NAME (WS-JOB-COUNT).
       1280-EXIT.
           EXIT.

      ******************************************************************
      *  1300-LOAD-EXCEPTIONS
      *  Loads and validates SWPLNEXC.  No file means no job changes
      *  a switch itself.  An exception for a profile not on
      *  SWPROFS, a switch outside 0-7, a state other than ON or
      *  OFF, or a second exception for the same profile, job and
      *  switch would build a wrong plan set, so any of them stops
      *  the run.  An exception for a job that is no longer a
      *  nightly job cannot apply to anything; it is reported and
      *  skipped.
      ******************************************************************
       1300-LOAD-EXCEPTIONS.
           OPEN INPUT PLAN-EXCEPTION-FILE
           IF WS-EXCEPT-FILE-STATUS = "35"
               DISPLAY "NO SWPLNEXC ON FILE - PLAN SETS FOLLOW THEIR "
                   "PROFILES WITHOUT EXCEPTION"
               GO TO 1300-EXIT
           END-IF
           IF WS-EXCEPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWPLNEXC, FILE STATUS "
                   WS-EXCEPT-FILE-STATUS " - NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1300-EXIT
           END-IF
           MOVE 0 TO WS-ERROR-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1320-LOAD-ONE-EXCEPTION THRU 1320-EXIT
               UNTIL WS-EOF
           CLOSE PLAN-EXCEPTION-FILE
           IF WS-ERROR-COUNT > 0
               DISPLAY WS-ERROR-COUNT " SWPLNEXC EXCEPTION(S) IN ERROR "
                   "- NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

       1320-LOAD-ONE-EXCEPTION.
           READ PLAN-EXCEPTION-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF PX-RECORD = SPACES
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO WS-EXCEPT-RECORD-NUMBER
           PERFORM 1350-VALIDATE-EXCEPTION THRU 1350-EXIT
           IF NOT WS-ENTRY-OK
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1320-EXIT
           END-IF
           MOVE PX-JOB-NAME TO WS-MATCH-JOB
           PERFORM 7000-FIND-JOB THRU 7000-EXIT
           IF WS-FOUND-SUB = 0
               DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER " - JOB "
                   PX-JOB-NAME " IS NOT A NIGHTLY JOB ON "
                   WS-JOB-SOURCE " - SKIPPED"
               GO TO 1320-EXIT
           END-IF
           IF WS-EXCEPT-COUNT >= WS-MAX-EXCEPTIONS
               DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER
                   " - MORE THAN " WS-MAX-EXCEPTIONS
                   " EXCEPTIONS ON SWPLNEXC"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE PX-PROFILE-NAME TO WS-EX-PROFILE-NAME (WS-EXCEPT-COUNT)
           MOVE PX-JOB-NAME TO WS-EX-JOB-NAME (WS-EXCEPT-COUNT)
           MOVE PX-SWITCH-NUMBER
               TO WS-EX-SWITCH-NUMBER (WS-EXCEPT-COUNT)
           MOVE PX-EXPECTED-STATE TO WS-EX-STATE (WS-EXCEPT-COUNT)
           MOVE PX-COMMENT TO WS-EX-COMMENT (WS-EXCEPT-COUNT).
       1320-EXIT.
           EXIT.

       1350-VALIDATE-EXCEPTION.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH
           IF PX-PROFILE-NAME = SPACES
               DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER
                   " - NO PROFILE NAMED (USE * FOR EVERY PROFILE)"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF
           IF PX-PROFILE-NAME NOT = SPACES AND PX-PROFILE-NAME NOT = "*"
               MOVE 0 TO WS-FOUND-SUB
               MOVE PX-PROFILE-NAME TO WS-MATCH-PROFILE
               PERFORM 1165-FIND-PROFILE-NAME THRU 1165-EXIT
                   VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PROFILE-COUNT
                       OR WS-FOUND-SUB > 0
               IF WS-FOUND-SUB = 0
                   DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER
                       " - PROFILE " PX-PROFILE-NAME
                       " IS NOT ON SWPROFS"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF
           IF PX-JOB-NAME = SPACES
               DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER
                   " - NO JOB NAMED"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF
           IF PX-SWITCH-NUMBER NOT NUMERIC OR PX-SWITCH-NUMBER > 7
               DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER
                   " - SWITCH MUST BE 0-7"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF
           IF PX-EXPECTED-STATE NOT = "ON "
               AND PX-EXPECTED-STATE NOT = "OFF"
               DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER
                   " - STATE " PX-EXPECTED-STATE " IS NOT ON OR OFF"
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF
           IF NOT WS-ENTRY-OK
               GO TO 1350-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1370-CHECK-DUPLICATE THRU 1370-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EXCEPT-COUNT OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB > 0
               DISPLAY "  EXCEPTION " WS-EXCEPT-RECORD-NUMBER
                   " - A SECOND EXCEPTION FOR PROFILE "
                   PX-PROFILE-NAME " JOB " PX-JOB-NAME " SWITCH "
                   PX-SWITCH-NUMBER
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
       1350-EXIT.
           EXIT.

       1370-CHECK-DUPLICATE.
           IF WS-EX-PROFILE-NAME (WS-EX-SUB) = PX-PROFILE-NAME
               AND WS-EX-JOB-NAME (WS-EX-SUB) = PX-JOB-NAME
               AND WS-EX-SWITCH-NUMBER (WS-EX-SUB) = PX-SWITCH-NUMBER
               MOVE WS-EX-SUB TO WS-FOUND-SUB
           END-IF.
       1370-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CHECK-PLAN-SETS
      *  Writes the consistency report: one section per profile
      *  built, then the totals.
      ******************************************************************
       2000-CHECK-PLAN-SETS.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWPLNRPT, FILE STATUS "
                   WS-REPORT-FILE-STATUS " - NO PLAN SET BUILT"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF
           SET WS-REPORT-OPENED TO TRUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PLAN SET CONSISTENCY REPORT, " WS-CURRENT-DATE " "
               WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NIGHTLY JOBS FROM " DELIMITED BY SIZE
               WS-JOB-SOURCE DELIMITED BY SPACE
               ": " WS-JOB-COUNT "   EXCEPTIONS FROM SWPLNEXC: "
               WS-EXCEPT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 2100-CHECK-ONE-PROFILE THRU 2100-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PROFILE-COUNT
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-CHECK-ONE-PROFILE
      *  Derives the profile's plan set and sets it against the one
      *  on file, job by job and switch by switch.
      ******************************************************************
       2100-CHECK-ONE-PROFILE.
           IF WS-SELECT-PROFILE NOT = SPACES
               AND WS-PF-NAME (WS-PF-SUB) NOT = WS-SELECT-PROFILE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-SETS-CHECKED
           MOVE "N" TO WS-SET-CHANGED-SWITCH
           PERFORM 2200-DERIVE-SET THRU 2200-EXIT
           PERFORM 7100-BUILD-PLAN-NAME THRU 7100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PROFILE " WS-PF-NAME (WS-PF-SUB)
               "   PLAN SET " WS-PLAN-FILE-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  PROFILE TARGETS, SWITCH 0 TO 7: "
               WS-PF-TARGET (WS-PF-SUB, 1) " "
               WS-PF-TARGET (WS-PF-SUB, 2) " "
               WS-PF-TARGET (WS-PF-SUB, 3) " "
               WS-PF-TARGET (WS-PF-SUB, 4) " "
               WS-PF-TARGET (WS-PF-SUB, 5) " "
               WS-PF-TARGET (WS-PF-SUB, 6) " "
               WS-PF-TARGET (WS-PF-SUB, 7) " "
               WS-PF-TARGET (WS-PF-SUB, 8)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 2150-LIST-ONE-EXCEPTION THRU 2150-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EXCEPT-COUNT
           PERFORM 2300-COMPARE-SET-ON-FILE THRU 2300-EXIT
           IF WS-SET-CHANGED
               MOVE "Y" TO WS-PF-CHANGE-FLAG (WS-PF-SUB)
               ADD 1 TO WS-SETS-TO-REPLACE
           ELSE
               MOVE "  PLAN SET AGREES WITH THE PROFILE AND ITS "
                   & "EXCEPTIONS" TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       2100-EXIT.
           EXIT.

       2150-LIST-ONE-EXCEPTION.
           IF WS-EX-PROFILE-NAME (WS-EX-SUB) NOT = "*"
               AND WS-EX-PROFILE-NAME (WS-EX-SUB)
                   NOT = WS-PF-NAME (WS-PF-SUB)
               GO TO 2150-EXIT
           END-IF
           IF WS-EX-PROFILE-NAME (WS-EX-SUB) = "*"
               MOVE "ALL PROFILES" TO WS-SCOPE-TEXT
           ELSE
               MOVE "THIS PROFILE" TO WS-SCOPE-TEXT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  EXCEPTION (" WS-SCOPE-TEXT "): "
               WS-EX-JOB-NAME (WS-EX-SUB) " SWITCH "
               WS-EX-SWITCH-NUMBER (WS-EX-SUB) " "
               WS-EX-STATE (WS-EX-SUB) "  "
               WS-EX-COMMENT (WS-EX-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *  2200-DERIVE-SET
      *  Every nightly job expects the profile's targets; then the
      *  exceptions for every profile are applied, then the ones
      *  for this profile, so a profile's own exception wins.
      ******************************************************************
       2200-DERIVE-SET.
           PERFORM 2220-DERIVE-ONE-JOB THRU 2220-EXIT
               VARYING WS-JL-SUB FROM 1 BY 1
               UNTIL WS-JL-SUB > WS-JOB-COUNT
           PERFORM 2240-APPLY-ALL-PROFILE-EXC THRU 2240-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EXCEPT-COUNT
           PERFORM 2260-APPLY-THIS-PROFILE-EXC THRU 2260-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EXCEPT-COUNT.
       2200-EXIT.
           EXIT.

       2220-DERIVE-ONE-JOB.
           MOVE "N" TO WS-JL-IN-SET-FLAG (WS-JL-SUB)
           PERFORM 2230-DERIVE-ONE-SWITCH THRU 2230-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
       2220-EXIT.
           EXIT.

       2230-DERIVE-ONE-SWITCH.
           MOVE WS-PF-TARGET (WS-PF-SUB, WS-SUB)
               TO WS-DV-STATE (WS-JL-SUB, WS-SUB)
           MOVE "P" TO WS-DV-SOURCE (WS-JL-SUB, WS-SUB).
       2230-EXIT.
           EXIT.

       2240-APPLY-ALL-PROFILE-EXC.
           IF WS-EX-PROFILE-NAME (WS-EX-SUB) NOT = "*"
               GO TO 2240-EXIT
           END-IF
           MOVE WS-EX-JOB-NAME (WS-EX-SUB) TO WS-MATCH-JOB
           PERFORM 7000-FIND-JOB THRU 7000-EXIT
           COMPUTE WS-SUB = WS-EX-SWITCH-NUMBER (WS-EX-SUB) + 1
           MOVE WS-EX-STATE (WS-EX-SUB)
               TO WS-DV-STATE (WS-FOUND-SUB, WS-SUB)
           MOVE "*" TO WS-DV-SOURCE (WS-FOUND-SUB, WS-SUB).
       2240-EXIT.
           EXIT.

       2260-APPLY-THIS-PROFILE-EXC.
           IF WS-EX-PROFILE-NAME (WS-EX-SUB)
               NOT = WS-PF-NAME (WS-PF-SUB)
               GO TO 2260-EXIT
           END-IF
           MOVE WS-EX-JOB-NAME (WS-EX-SUB) TO WS-MATCH-JOB
           PERFORM 7000-FIND-JOB THRU 7000-EXIT
           COMPUTE WS-SUB = WS-EX-SWITCH-NUMBER (WS-EX-SUB) + 1
           MOVE WS-EX-STATE (WS-EX-SUB)
               TO WS-DV-STATE (WS-FOUND-SUB, WS-SUB)
           MOVE "X" TO WS-DV-SOURCE (WS-FOUND-SUB, WS-SUB).
       2260-EXIT.
           EXIT.

      ******************************************************************
      *  2300-COMPARE-SET-ON-FILE
      *  Reads the profile's plan set as it stands and reports every
      *  way it differs from the derived one.  The states that
      *  disagree with the profile, with no exception to explain
      *  them, are the ones counted as unexplained.
      ******************************************************************
       2300-COMPARE-SET-ON-FILE.
           OPEN INPUT SWITCH-PLAN-FILE
           IF WS-PLAN-FILE-STATUS = "35"
               ADD 1 TO WS-SETS-MISSING
               MOVE "  NO PLAN SET ON FILE - SWRECON FALLS BACK TO "
                   & "SWPLAN ON THIS PROFILE'S NIGHTS" TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               SET WS-SET-CHANGED TO TRUE
               GO TO 2300-EXIT
           END-IF
           IF WS-PLAN-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  PLAN SET CANNOT BE READ, FILE STATUS "
                   WS-PLAN-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               SET WS-SET-CHANGED TO TRUE
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2320-COMPARE-ONE-RECORD THRU 2320-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-PLAN-FILE
           PERFORM 2360-CHECK-JOB-IN-SET THRU 2360-EXIT
               VARYING WS-JL-SUB FROM 1 BY 1
               UNTIL WS-JL-SUB > WS-JOB-COUNT.
       2300-EXIT.
           EXIT.

       2320-COMPARE-ONE-RECORD.
           READ SWITCH-PLAN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2320-EXIT
           END-READ
           IF PL-RECORD = SPACES
               GO TO 2320-EXIT
           END-IF
           MOVE PL-JOB-NAME TO WS-MATCH-JOB
           PERFORM 7000-FIND-JOB THRU 7000-EXIT
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " PL-JOB-NAME " IS NOT A NIGHTLY JOB ON "
                   DELIMITED BY SIZE
                   WS-JOB-SOURCE DELIMITED BY SPACE
                   " - DROPPED WHEN THE SET IS REBUILT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               ADD 1 TO WS-OTHER-DIFF-COUNT
               SET WS-SET-CHANGED TO TRUE
               GO TO 2320-EXIT
           END-IF
           IF WS-JL-IN-SET (WS-FOUND-SUB)
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " PL-JOB-NAME " IS IN THE PLAN SET MORE "
                   "THAN ONCE - ONLY THE FIRST IS CHECKED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               ADD 1 TO WS-OTHER-DIFF-COUNT
               SET WS-SET-CHANGED TO TRUE
               GO TO 2320-EXIT
           END-IF
           MOVE "Y" TO WS-JL-IN-SET-FLAG (WS-FOUND-SUB)
           PERFORM 2340-COMPARE-ONE-SWITCH THRU 2340-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
       2320-EXIT.
           EXIT.

       2340-COMPARE-ONE-SWITCH.
           IF PL-EXPECTED-STATE (WS-SUB)
               = WS-DV-STATE (WS-FOUND-SUB, WS-SUB)
               GO TO 2340-EXIT
           END-IF
           SET WS-SET-CHANGED TO TRUE
           IF WS-DV-SOURCE (WS-FOUND-SUB, WS-SUB) = "P"
               ADD 1 TO WS-UNEXPLAINED-COUNT
               MOVE "DISAGREES WITH THE PROFILE - NO EXCEPTION"
                   TO WS-SOURCE-TEXT
           ELSE
               ADD 1 TO WS-OTHER-DIFF-COUNT
               MOVE "DISAGREES WITH ITS SWPLNEXC EXCEPTION"
                   TO WS-SOURCE-TEXT
           END-IF
           COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " PL-JOB-NAME " SWITCH " WS-SWITCH-DISPLAY
               "  PLAN SET " PL-EXPECTED-STATE (WS-SUB)
               "  EXPECTED " WS-DV-STATE (WS-FOUND-SUB, WS-SUB)
               "  " WS-SOURCE-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       2340-EXIT.
           EXIT.

       2360-CHECK-JOB-IN-SET.
           IF WS-JL-IN-SET (WS-JL-SUB)
               GO TO 2360-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-JL-JOB-NAME (WS-JL-SUB)
               " IS MISSING FROM THE PLAN SET - ADDED WHEN THE SET "
               "IS REBUILT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           ADD 1 TO WS-OTHER-DIFF-COUNT
           SET WS-SET-CHANGED TO TRUE.
       2360-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PRINT-TOTALS
      ******************************************************************
       3000-PRINT-TOTALS.
           MOVE WS-SETS-CHECKED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PLAN SETS CHECKED:                      "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-SETS-MISSING TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NOT ON FILE:                          "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-SETS-TO-REPLACE TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DIFFERING FROM THE DERIVED SET:       "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-UNEXPLAINED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STATES DISAGREEING WITH THE PROFILE:    "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-OTHER-DIFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OTHER DIFFERENCES:                      "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           IF WS-UNEXPLAINED-COUNT = 0
               MOVE "NO PLAN SET STATE DISAGREES WITH ITS PROFILE"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "PLAN SET STATES DISAGREE WITH THEIR PROFILES - "
                   & "SWRECON WILL REPORT THEM AS EXCEPTIONS"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CONFIRM-AND-REPLACE
      *  With the report written, asks for the go-ahead and only
      *  then rewrites the plan sets that differ from their derived
      *  sets.  The outcome is added to the foot of the report.
      ******************************************************************
       4000-CONFIRM-AND-REPLACE.
           IF WS-SETS-TO-REPLACE = 0
               MOVE "NOTHING TO CHANGE - PLAN SETS LEFT AS THEY STAND"
                   TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 4000-EXIT
           END-IF
           DISPLAY "CONSISTENCY REPORT WRITTEN TO SWPLNRPT - ENTER Y "
               "TO REBUILD THE " WS-SETS-TO-REPLACE " PLAN SET(S) "
               "THAT DIFFER, ANY OTHER VALUE TO LEAVE THEM AS THEY "
               "STAND"
           MOVE SPACE TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
               MOVE "NOT CONFIRMED - PLAN SETS LEFT AS THEY STAND"
                   TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-REBUILD-ONE-SET THRU 4100-EXIT
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PROFILE-COUNT
                   OR WS-ABORT-REQUESTED
           IF WS-ABORT-REQUESTED
               GO TO 4000-EXIT
           END-IF
           SET WS-SETS-REPLACED TO TRUE
           MOVE WS-SETS-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PLAN SETS REBUILT:" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-REBUILD-ONE-SET
      *  Writes one plan set from its derived image, jobs in
      *  registry order.  A set that cannot be written leaves the
      *  run incomplete: the sets after it keep their old contents.
      ******************************************************************
       4100-REBUILD-ONE-SET.
           IF NOT WS-PF-SET-DIFFERS (WS-PF-SUB)
               GO TO 4100-EXIT
           END-IF
           PERFORM 2200-DERIVE-SET THRU 2200-EXIT
           PERFORM 7100-BUILD-PLAN-NAME THRU 7100-EXIT
           OPEN OUTPUT SWITCH-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "UNABLE TO REWRITE " WS-PLAN-FILE-NAME
                   ", FILE STATUS " WS-PLAN-FILE-STATUS
                   " - IT AND THE SETS AFTER IT NOT REBUILT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 4100-EXIT
           END-IF
           MOVE 0 TO WS-JOBS-WRITTEN
           PERFORM 4120-WRITE-ONE-JOB THRU 4120-EXIT
               VARYING WS-JL-SUB FROM 1 BY 1
               UNTIL WS-JL-SUB > WS-JOB-COUNT OR WS-ABORT-REQUESTED
           CLOSE SWITCH-PLAN-FILE
           IF WS-ABORT-REQUESTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-PLAN-FILE-NAME " REWRITE FAILED - REBUILD "
                   "IT BEFORE THE PROFILE NEXT RUNS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-SETS-WRITTEN
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PLAN-FILE-NAME " REBUILT - " WS-JOBS-WRITTEN
               " JOBS WRITTEN"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       4100-EXIT.
           EXIT.

       4120-WRITE-ONE-JOB.
           MOVE SPACES TO PL-RECORD
           MOVE WS-JL-JOB-NAME (WS-JL-SUB) TO PL-JOB-NAME
           PERFORM 4140-MOVE-ONE-STATE THRU 4140-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           WRITE PL-RECORD
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE " WS-PLAN-FILE-NAME
                   ", FILE STATUS " WS-PLAN-FILE-STATUS
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 4120-EXIT
           END-IF
           ADD 1 TO WS-JOBS-WRITTEN.
       4120-EXIT.
           EXIT.

       4140-MOVE-ONE-STATE.
           MOVE WS-DV-STATE (WS-JL-SUB, WS-SUB)
               TO PL-EXPECTED-STATE (WS-SUB).
       4140-EXIT.
           EXIT.

      ******************************************************************
      *  7000-FIND-JOB
      *  WS-FOUND-SUB is the job list entry for WS-MATCH-JOB, or
      *  zero when it is not a nightly job.
      ******************************************************************
       7000-FIND-JOB.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 7020-CHECK-ONE-JOB THRU 7020-EXIT
               VARYING WS-JL-SUB FROM 1 BY 1
               UNTIL WS-JL-SUB > WS-JOB-COUNT OR WS-FOUND-SUB > 0.
       7000-EXIT.
           EXIT.

       7020-CHECK-ONE-JOB.
           IF WS-JL-JOB-NAME (WS-JL-SUB) = WS-MATCH-JOB
               MOVE WS-JL-SUB TO WS-FOUND-SUB
           END-IF.
       7020-EXIT.
           EXIT.

      ******************************************************************
      *  7100-BUILD-PLAN-NAME
      *  The plan set name SWRECON looks for: SWPLAN + profile.
      ******************************************************************
       7100-BUILD-PLAN-NAME.
           MOVE SPACES TO WS-PLAN-FILE-NAME
           STRING "SWPLAN" DELIMITED BY SIZE
               WS-PF-NAME (WS-PF-SUB) DELIMITED BY SPACE
               INTO WS-PLAN-FILE-NAME.
       7100-EXIT.
           EXIT.

       8900-WRITE-LINE.
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD
           DISPLAY WS-PRINT-LINE.
       8900-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      *  04 when disagreements were reported and the sets were left
      *  as they stand; 16 when the sets could not be built or
      *  written.
      ******************************************************************
       9999-TERMINATE.
           IF WS-REPORT-OPENED
               CLOSE REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-REQUESTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SETS-TO-REPLACE > 0 AND NOT WS-SETS-REPLACED
                   MOVE 04 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       9999-EXIT.
           EXIT.

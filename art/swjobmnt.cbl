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
      * @file swjobmnt.cbl
      *
      * Supervised maintenance for the SWJOBS job registry master.
      * UPSI refuses a switch set from any job that is not active on
      * SWJOBS and SWNOTIFY addresses its operator messages to the
      * owning team recorded there, so the file is as much a control
      * as SWAUTHS and is not hand-edited.  This program prompts for
      * a new job (name, owning team, on-call contact, nightly-window
      * flag), for a change to an existing job's team, contact or
      * nightly flag, or for a job to be retired.  Every value is
      * validated before anything is written, retiring a job takes a
      * second confirmation, and nothing is written until the
      * supervisor confirms the rewrite.
      *
      * A retired job stays on SWJOBS with its retirement date, so
      * its history in the audit trail keeps an owner, but its
      * record is removed from SWSTAT: the status file is the roster
      * SWAUDMRG walks for overflow files and SWNOTIFY reads for end
      * states, and a job that will never run again does not belong
      * on it.  A job whose overflow file (SWOVR + job name) still
      * holds records SWAUDMRG has not merged cannot be retired until
      * it has been, or those audit records would never be merged.
      * Every change is logged with its before and after value in
      * SWJOBLOG, the same way SWDEFMNT logs to SWDEFLOG.  Run it
      * outside the batch window: the SWSTAT rewrite does not queue
      * behind UPSI's.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      */
       ID DIVISION.
       PROGRAM-ID. SWJOBMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-REGISTRY-FILE ASSIGN TO SWJOBS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-FILE-STATUS.
           SELECT SWITCH-STATUS-FILE ASSIGN TO SWSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT AUDIT-SPILL-FILE
               ASSIGN TO DYNAMIC WS-SPILL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPILL-FILE-STATUS.
           SELECT OPTIONAL JOB-CHANGE-LOG ASSIGN TO SWJOBLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-REGISTRY-FILE.
           COPY SWJOB.

       FD  SWITCH-STATUS-FILE.
           COPY SWSTAT.

       FD  AUDIT-SPILL-FILE.
       01  SP-RECORD                   PIC X(120).

       FD  JOB-CHANGE-LOG.
       01  JL-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-JOBS-FILE-STATUS         PIC X(02).
       77  WS-STAT-FILE-STATUS         PIC X(02).
       77  WS-SPILL-FILE-STATUS        PIC X(02).
       77  WS-SPILL-FILE-NAME          PIC X(15).
       77  WS-LOG-FILE-STATUS          PIC X(02).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-CURRENT-TIME             PIC 9(08).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
       77  WS-DONE-SWITCH              PIC X(01) VALUE "N".
           88  WS-MAINT-DONE                     VALUE "Y".
       77  WS-LOG-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-LOG-OPENED                     VALUE "Y".
       77  WS-SPILL-PENDING-SWITCH     PIC X(01).
           88  WS-SPILL-PENDING                  VALUE "Y".
       77  WS-STAT-REMOVE-SWITCH       PIC X(01).
           88  WS-STAT-REMOVE                    VALUE "Y".
       77  WS-REPLY                    PIC X(01).
       77  WS-SELECT-REPLY             PIC X(01).
       77  WS-JOB-REPLY                PIC X(10).
       77  WS-VALUE-REPLY              PIC X(50).
       77  WS-SUB                      PIC 9(03).
       77  WS-FOUND-SUB                PIC 9(03).
       77  WS-IDX                      PIC 9(03).
       77  WS-JOB-COUNT                PIC 9(03) VALUE 0.
       77  WS-MAX-JOBS                 PIC 9(03) VALUE 200.
       77  WS-RECORDS-READ             PIC 9(03) VALUE 0.
       77  WS-BAD-RECORDS              PIC 9(03) VALUE 0.
       77  WS-CHANGE-COUNT             PIC 9(02) VALUE 0.
       77  WS-MAX-CHANGES              PIC 9(02) VALUE 50.
       77  WS-CHANGES-NEEDED           PIC 9(02).
       77  WS-STAT-COUNT               PIC 9(03) VALUE 0.
       77  WS-MAX-STAT                 PIC 9(03) VALUE 200.
       77  WS-STAT-REMOVED             PIC 9(03) VALUE 0.
       77  WS-LOG-JOB-NAME             PIC X(10).
       77  WS-LOG-FIELD-NAME           PIC X(10).
       77  WS-LOG-OLD-VALUE            PIC X(30).
       77  WS-LOG-NEW-VALUE            PIC X(30).
       77  WS-PRINT-LINE               PIC X(132).
       77  WS-LOWER-CASE               PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE               PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * The registry being maintained, loaded from SWJOBS.  Records
      * that fail validation are reported and left out, so the file
      * written back is always clean.
       01  WS-JOB-TABLE.
           05  WS-JT-ENTRY OCCURS 200 TIMES INDEXED BY WS-JT-IDX.
               10  WS-JT-JOB-NAME       PIC X(10).
               10  WS-JT-OWNING-TEAM    PIC X(20).
               10  WS-JT-ONCALL-CONTACT PIC X(30).
               10  WS-JT-STATUS         PIC X(01).
                   88  WS-JT-ACTIVE              VALUE "A".
                   88  WS-JT-RETIRED             VALUE "R".
               10  WS-JT-NIGHTLY-FLAG   PIC X(01).
               10  WS-JT-RETIRED-DATE   PIC 9(08).

      * Accepted changes, held until the supervisor confirms the
      * rewrite, then written to SWJOBLOG with before and after
      * values once SWJOBS itself has been rewritten cleanly.
       01  WS-CHANGE-TABLE.
           05  WS-CH-ENTRY OCCURS 50 TIMES INDEXED BY WS-CH-IDX.
               10  WS-CH-JOB-NAME       PIC X(10).
               10  WS-CH-FIELD-NAME     PIC X(10).
               10  WS-CH-OLD-VALUE      PIC X(30).
               10  WS-CH-NEW-VALUE      PIC X(30).

      * SWSTAT as read, one image per record, so every job that is
      * not retired can be written back exactly as it was.
       01  WS-STATUS-TABLE.
           05  WS-ST-ENTRY OCCURS 200 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-IMAGE          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LOAD-JOBS THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-PROMPT-ONE-CHANGE THRU 2000-EXIT
                   UNTIL WS-MAINT-DONE OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED AND WS-CHANGE-COUNT > 0
               PERFORM 4000-REWRITE-JOB-FILE THRU 4000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED AND WS-CHANGE-COUNT = 0
               DISPLAY "NO CHANGES MADE - SWJOBS LEFT AS IT STANDS"
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-LOAD-JOBS
      *  Loads every valid SWJOBS record into the table.  No SWJOBS
      *  on file starts an empty registry - the first run builds
      *  it - but a file that is there and cannot be read stops the
      *  run, since rewriting it from a partial load would lose jobs.
      ******************************************************************
       1000-LOAD-JOBS.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-JOBS-FILE-STATUS = "35"
               DISPLAY "WARNING - SWJOBS NOT ON FILE, STARTING AN "
                   "EMPTY JOB REGISTRY"
               GO TO 1000-EXIT
           END-IF
           IF WS-JOBS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWJOBS, FILE STATUS "
                   WS-JOBS-FILE-STATUS " - NOTHING CHANGED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-READ-ONE-JOB THRU 1200-EXIT
               UNTIL WS-EOF OR WS-ABORT-REQUESTED
           CLOSE JOB-REGISTRY-FILE
           IF WS-BAD-RECORDS > 0
               DISPLAY "WARNING - " WS-BAD-RECORDS " RECORD(S) "
                   "FAILED VALIDATION AND WILL BE DROPPED IF SWJOBS "
                   "IS REWRITTEN"
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1200-READ-ONE-JOB
      *  Validates one SWJOBS record and adds it to the table.  A
      *  blank or duplicate job name, a status other than A or R,
      *  or a nightly flag other than Y or N is reported and the
      *  record ignored.
      ******************************************************************
       1200-READ-ONE-JOB.
           READ JOB-REGISTRY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF JB-JOB-NAME = SPACES
               DISPLAY "  BAD RECORD - BLANK JOB NAME: "
                   JB-RECORD (1:50)
               ADD 1 TO WS-BAD-RECORDS
               GO TO 1200-EXIT
           END-IF
           MOVE JB-JOB-NAME TO WS-JOB-REPLY
           PERFORM 2170-FIND-JOB THRU 2170-EXIT
           IF WS-FOUND-SUB > 0
               DISPLAY "  BAD RECORD - DUPLICATE JOB " JB-JOB-NAME
               ADD 1 TO WS-BAD-RECORDS
               GO TO 1200-EXIT
           END-IF
           IF (NOT JB-ACTIVE AND NOT JB-RETIRED)
               OR (JB-NIGHTLY-FLAG NOT = "Y"
                   AND JB-NIGHTLY-FLAG NOT = "N")
               DISPLAY "  BAD RECORD - STATUS MUST BE A OR R AND "
                   "NIGHTLY FLAG Y OR N, JOB " JB-JOB-NAME
               ADD 1 TO WS-BAD-RECORDS
               GO TO 1200-EXIT
           END-IF
           IF WS-JOB-COUNT >= WS-MAX-JOBS
               DISPLAY "SWJOBS HOLDS MORE THAN " WS-MAX-JOBS
                   " JOBS - NOTHING CHANGED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE JB-JOB-NAME TO WS-JT-JOB-NAME (WS-JOB-COUNT)
           MOVE JB-OWNING-TEAM TO WS-JT-OWNING-TEAM (WS-JOB-COUNT)
           MOVE JB-ONCALL-CONTACT
               TO WS-JT-ONCALL-CONTACT (WS-JOB-COUNT)
           MOVE JB-STATUS TO WS-JT-STATUS (WS-JOB-COUNT)
           MOVE JB-NIGHTLY-FLAG TO WS-JT-NIGHTLY-FLAG (WS-JOB-COUNT)
           IF JB-RETIRED-DATE NUMERIC
               MOVE JB-RETIRED-DATE
                   TO WS-JT-RETIRED-DATE (WS-JOB-COUNT)
           ELSE
               MOVE 0 TO WS-JT-RETIRED-DATE (WS-JOB-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROMPT-ONE-CHANGE
      *  One round of the maintenance dialog: show the registry and
      *  ask whether to add, change or retire a job.
      ******************************************************************
       2000-PROMPT-ONE-CHANGE.
           PERFORM 2100-DISPLAY-TABLE THRU 2100-EXIT
           DISPLAY "ENTER A TO ADD A JOB, C TO CHANGE ONE, R TO "
               "RETIRE ONE, OR E TO END"
           ACCEPT WS-SELECT-REPLY
           EVALUATE WS-SELECT-REPLY
               WHEN "A"
               WHEN "a"
                   PERFORM 2300-ADD-JOB THRU 2300-EXIT
               WHEN "C"
               WHEN "c"
                   PERFORM 2400-CHANGE-JOB THRU 2400-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 2500-RETIRE-JOB THRU 2500-EXIT
               WHEN "E"
               WHEN "e"
                   SET WS-MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ENTER A, C, R OR E"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-TABLE.
           DISPLAY " "
           DISPLAY "JOB        OWNING TEAM          ON-CALL CONTACT"
               "                ST NT RETIRED"
           PERFORM 2120-DISPLAY-ONE-ENTRY THRU 2120-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JOB-COUNT.
       2100-EXIT.
           EXIT.

       2120-DISPLAY-ONE-ENTRY.
           DISPLAY WS-JT-JOB-NAME (WS-IDX) " "
               WS-JT-OWNING-TEAM (WS-IDX) " "
               WS-JT-ONCALL-CONTACT (WS-IDX) " "
               WS-JT-STATUS (WS-IDX) "  "
               WS-JT-NIGHTLY-FLAG (WS-IDX) "  "
               WS-JT-RETIRED-DATE (WS-IDX).
       2120-EXIT.
           EXIT.

      ******************************************************************
      *  2150-ACCEPT-JOB-NAME
      *  Prompts for a job name into WS-JOB-REPLY, upper-cased the
      *  way UPSI's callers pass it, and looks it up: WS-FOUND-SUB
      *  is its table entry, or zero when it is not on the registry.
      ******************************************************************
       2150-ACCEPT-JOB-NAME.
           DISPLAY "ENTER JOB NAME (UP TO 10 CHARACTERS)"
           MOVE SPACES TO WS-JOB-REPLY
           ACCEPT WS-JOB-REPLY
           INSPECT WS-JOB-REPLY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           PERFORM 2170-FIND-JOB THRU 2170-EXIT.
       2150-EXIT.
           EXIT.

       2170-FIND-JOB.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2180-CHECK-ONE-JOB THRU 2180-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JOB-COUNT OR WS-FOUND-SUB > 0.
       2170-EXIT.
           EXIT.

       2180-CHECK-ONE-JOB.
           IF WS-JT-JOB-NAME (WS-IDX) = WS-JOB-REPLY
               MOVE WS-IDX TO WS-FOUND-SUB
           END-IF.
       2180-EXIT.
           EXIT.

      ******************************************************************
      *  2200-ACCEPT-TEAM / 2220-ACCEPT-CONTACT / 2240-ACCEPT-NIGHTLY
      *  Prompt for one field into WS-VALUE-REPLY or WS-REPLY and
      *  validate it, leaving WS-VALUE-REPLY blank or WS-REPLY
      *  not Y/N when the entry was refused.
      ******************************************************************
       2200-ACCEPT-TEAM.
           DISPLAY "ENTER OWNING TEAM (UP TO 20 CHARACTERS)"
           MOVE SPACES TO WS-VALUE-REPLY
           ACCEPT WS-VALUE-REPLY
           IF WS-VALUE-REPLY (21:30) NOT = SPACES
               DISPLAY "OWNING TEAM IS LONGER THAN 20 CHARACTERS"
               MOVE SPACES TO WS-VALUE-REPLY
           END-IF
           IF WS-VALUE-REPLY = SPACES
               DISPLAY "OWNING TEAM NOT ACCEPTED"
           END-IF.
       2200-EXIT.
           EXIT.

       2220-ACCEPT-CONTACT.
           DISPLAY "ENTER ON-CALL CONTACT (UP TO 30 CHARACTERS)"
           MOVE SPACES TO WS-VALUE-REPLY
           ACCEPT WS-VALUE-REPLY
           IF WS-VALUE-REPLY (31:20) NOT = SPACES
               DISPLAY "ON-CALL CONTACT IS LONGER THAN 30 CHARACTERS"
               MOVE SPACES TO WS-VALUE-REPLY
           END-IF
           IF WS-VALUE-REPLY = SPACES
               DISPLAY "ON-CALL CONTACT NOT ACCEPTED"
           END-IF.
       2220-EXIT.
           EXIT.

       2240-ACCEPT-NIGHTLY.
           DISPLAY "DOES THE JOB RUN IN THE NIGHTLY WINDOW (Y OR N)"
           ACCEPT WS-REPLY
           IF WS-REPLY = "y"
               MOVE "Y" TO WS-REPLY
           END-IF
           IF WS-REPLY = "n"
               MOVE "N" TO WS-REPLY
           END-IF
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "N"
               DISPLAY "NIGHTLY FLAG MUST BE Y OR N"
           END-IF.
       2240-EXIT.
           EXIT.

      ******************************************************************
      *  2300-ADD-JOB
      *  A new job: the name must not be on the registry already
      *  (a retired name is not re-used), and the team, contact and
      *  nightly flag are all required.  Logged as three changes,
      *  one per field, each with a blank before-value.
      ******************************************************************
       2300-ADD-JOB.
           PERFORM 2150-ACCEPT-JOB-NAME THRU 2150-EXIT
           IF WS-JOB-REPLY = SPACES
               DISPLAY "JOB NAME CANNOT BE BLANK - NOTHING ADDED"
               GO TO 2300-EXIT
           END-IF
           IF WS-FOUND-SUB > 0
               DISPLAY WS-JOB-REPLY " IS ALREADY ON SWJOBS - "
                   "NOTHING ADDED"
               GO TO 2300-EXIT
           END-IF
           IF WS-JOB-COUNT >= WS-MAX-JOBS
               DISPLAY "SWJOBS IS FULL AT " WS-MAX-JOBS
                   " JOBS - NOTHING ADDED"
               GO TO 2300-EXIT
           END-IF
           MOVE 3 TO WS-CHANGES-NEEDED
           PERFORM 2850-CHECK-CHANGE-ROOM THRU 2850-EXIT
           IF WS-MAINT-DONE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-SUB
           MOVE WS-JOB-REPLY TO WS-JT-JOB-NAME (WS-SUB)
           PERFORM 2200-ACCEPT-TEAM THRU 2200-EXIT
           IF WS-VALUE-REPLY = SPACES
               SUBTRACT 1 FROM WS-JOB-COUNT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-VALUE-REPLY (1:20) TO WS-JT-OWNING-TEAM (WS-SUB)
           PERFORM 2220-ACCEPT-CONTACT THRU 2220-EXIT
           IF WS-VALUE-REPLY = SPACES
               SUBTRACT 1 FROM WS-JOB-COUNT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-VALUE-REPLY (1:30)
               TO WS-JT-ONCALL-CONTACT (WS-SUB)
           PERFORM 2240-ACCEPT-NIGHTLY THRU 2240-EXIT
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "N"
               SUBTRACT 1 FROM WS-JOB-COUNT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-REPLY TO WS-JT-NIGHTLY-FLAG (WS-SUB)
           MOVE "A" TO WS-JT-STATUS (WS-SUB)
           MOVE 0 TO WS-JT-RETIRED-DATE (WS-SUB)
           MOVE WS-JOB-REPLY TO WS-LOG-JOB-NAME
           MOVE SPACES TO WS-LOG-OLD-VALUE
           MOVE "TEAM" TO WS-LOG-FIELD-NAME
           MOVE WS-JT-OWNING-TEAM (WS-SUB) TO WS-LOG-NEW-VALUE
           PERFORM 2900-RECORD-CHANGE THRU 2900-EXIT
           MOVE "CONTACT" TO WS-LOG-FIELD-NAME
           MOVE WS-JT-ONCALL-CONTACT (WS-SUB) TO WS-LOG-NEW-VALUE
           PERFORM 2900-RECORD-CHANGE THRU 2900-EXIT
           MOVE "NIGHTLY" TO WS-LOG-FIELD-NAME
           MOVE WS-JT-NIGHTLY-FLAG (WS-SUB) TO WS-LOG-NEW-VALUE
           PERFORM 2900-RECORD-CHANGE THRU 2900-EXIT
           DISPLAY WS-JOB-REPLY " ADDED AS AN ACTIVE JOB".
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2400-CHANGE-JOB
      *  Changes the owning team, on-call contact or nightly flag of
      *  a job on the registry.  A retired job's team and contact
      *  can still be corrected - they answer for its history.
      ******************************************************************
       2400-CHANGE-JOB.
           PERFORM 2150-ACCEPT-JOB-NAME THRU 2150-EXIT
           IF WS-FOUND-SUB = 0
               DISPLAY WS-JOB-REPLY " IS NOT ON SWJOBS - NOTHING "
                   "CHANGED"
               GO TO 2400-EXIT
           END-IF
           MOVE WS-FOUND-SUB TO WS-SUB
           MOVE 1 TO WS-CHANGES-NEEDED
           PERFORM 2850-CHECK-CHANGE-ROOM THRU 2850-EXIT
           IF WS-MAINT-DONE
               GO TO 2400-EXIT
           END-IF
           MOVE WS-JOB-REPLY TO WS-LOG-JOB-NAME
           DISPLAY "CHANGE WHICH FIELD - T=OWNING TEAM, "
               "O=ON-CALL CONTACT, N=NIGHTLY FLAG"
           ACCEPT WS-SELECT-REPLY
           EVALUATE WS-SELECT-REPLY
               WHEN "T"
               WHEN "t"
                   DISPLAY "CURRENT OWNING TEAM: "
                       WS-JT-OWNING-TEAM (WS-SUB)
                   PERFORM 2200-ACCEPT-TEAM THRU 2200-EXIT
                   IF WS-VALUE-REPLY NOT = SPACES
                       MOVE "TEAM" TO WS-LOG-FIELD-NAME
                       MOVE WS-JT-OWNING-TEAM (WS-SUB)
                           TO WS-LOG-OLD-VALUE
                       MOVE WS-VALUE-REPLY (1:20) TO WS-LOG-NEW-VALUE
                       MOVE WS-VALUE-REPLY (1:20)
                           TO WS-JT-OWNING-TEAM (WS-SUB)
                       PERFORM 2900-RECORD-CHANGE THRU 2900-EXIT
                   END-IF
               WHEN "O"
               WHEN "o"
                   DISPLAY "CURRENT ON-CALL CONTACT: "
                       WS-JT-ONCALL-CONTACT (WS-SUB)
                   PERFORM 2220-ACCEPT-CONTACT THRU 2220-EXIT
                   IF WS-VALUE-REPLY NOT = SPACES
                       MOVE "CONTACT" TO WS-LOG-FIELD-NAME
                       MOVE WS-JT-ONCALL-CONTACT (WS-SUB)
                           TO WS-LOG-OLD-VALUE
                       MOVE WS-VALUE-REPLY (1:30) TO WS-LOG-NEW-VALUE
                       MOVE WS-VALUE-REPLY (1:30)
                           TO WS-JT-ONCALL-CONTACT (WS-SUB)
                       PERFORM 2900-RECORD-CHANGE THRU 2900-EXIT
                   END-IF
               WHEN "N"
               WHEN "n"
                   DISPLAY "CURRENT NIGHTLY FLAG: "
                       WS-JT-NIGHTLY-FLAG (WS-SUB)
                   PERFORM 2240-ACCEPT-NIGHTLY THRU 2240-EXIT
                   IF WS-REPLY = "Y" OR WS-REPLY = "N"
                       MOVE "NIGHTLY" TO WS-LOG-FIELD-NAME
                       MOVE WS-JT-NIGHTLY-FLAG (WS-SUB)
                           TO WS-LOG-OLD-VALUE
                       MOVE WS-REPLY TO WS-LOG-NEW-VALUE
                       MOVE WS-REPLY TO WS-JT-NIGHTLY-FLAG (WS-SUB)
                       PERFORM 2900-RECORD-CHANGE THRU 2900-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "FIELD MUST BE T, O OR N"
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2500-RETIRE-JOB
      *  Retires an active job once the supervisor has confirmed it
      *  a second time.  The job stays on SWJOBS, marked retired
      *  with today's date; its SWSTAT record is removed when the
      *  registry is written.  A job with unmerged overflow records
      *  is refused - once its SWSTAT record is gone SWAUDMRG would
      *  never look for them.
      ******************************************************************
       2500-RETIRE-JOB.
           PERFORM 2150-ACCEPT-JOB-NAME THRU 2150-EXIT
           IF WS-FOUND-SUB = 0
               DISPLAY WS-JOB-REPLY " IS NOT ON SWJOBS - NOTHING "
                   "RETIRED"
               GO TO 2500-EXIT
           END-IF
           MOVE WS-FOUND-SUB TO WS-SUB
           IF WS-JT-RETIRED (WS-SUB)
               DISPLAY WS-JOB-REPLY " WAS RETIRED ON "
                   WS-JT-RETIRED-DATE (WS-SUB) " - NOTHING CHANGED"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2550-CHECK-SPILL-FILE THRU 2550-EXIT
           IF WS-SPILL-PENDING
               DISPLAY WS-SPILL-FILE-NAME " STILL HOLDS AUDIT "
                   "RECORDS NOT YET MERGED - RUN SWAUDMRG BEFORE "
                   "RETIRING " WS-JOB-REPLY
               GO TO 2500-EXIT
           END-IF
           MOVE 1 TO WS-CHANGES-NEEDED
           PERFORM 2850-CHECK-CHANGE-ROOM THRU 2850-EXIT
           IF WS-MAINT-DONE
               GO TO 2500-EXIT
           END-IF
           DISPLAY "YOU ARE RETIRING JOB " WS-JOB-REPLY
           DISPLAY "OWNING TEAM: " WS-JT-OWNING-TEAM (WS-SUB)
           DISPLAY "UPSI WILL REFUSE ANY FURTHER SWITCH SET FROM IT "
               "AND ITS SWSTAT RECORD WILL BE REMOVED"
           DISPLAY "ENTER C TO CONFIRM RETIRING THE JOB, "
               "ANY OTHER VALUE TO KEEP IT"
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = "C"
               DISPLAY "JOB KEPT"
               GO TO 2500-EXIT
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-JOB-REPLY TO WS-LOG-JOB-NAME
           MOVE "STATUS" TO WS-LOG-FIELD-NAME
           MOVE WS-JT-STATUS (WS-SUB) TO WS-LOG-OLD-VALUE
           MOVE "R" TO WS-LOG-NEW-VALUE
           PERFORM 2900-RECORD-CHANGE THRU 2900-EXIT
           MOVE "R" TO WS-JT-STATUS (WS-SUB)
           MOVE WS-CURRENT-DATE TO WS-JT-RETIRED-DATE (WS-SUB)
           DISPLAY WS-JOB-REPLY " RETIRED".
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  2550-CHECK-SPILL-FILE
      *  Sets WS-SPILL-PENDING when the job's overflow file holds a
      *  non-blank record.  SWAUDMRG truncates each file it merges,
      *  so a missing or empty file means nothing is waiting.
      ******************************************************************
       2550-CHECK-SPILL-FILE.
           MOVE "N" TO WS-SPILL-PENDING-SWITCH
           MOVE SPACES TO WS-SPILL-FILE-NAME
           STRING "SWOVR" DELIMITED BY SIZE
               WS-JOB-REPLY DELIMITED BY SPACE
               INTO WS-SPILL-FILE-NAME
           OPEN INPUT AUDIT-SPILL-FILE
           IF WS-SPILL-FILE-STATUS NOT = "00"
               GO TO 2550-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2560-READ-ONE-SPILL THRU 2560-EXIT
               UNTIL WS-EOF OR WS-SPILL-PENDING
           CLOSE AUDIT-SPILL-FILE.
       2550-EXIT.
           EXIT.

       2560-READ-ONE-SPILL.
           READ AUDIT-SPILL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SP-RECORD NOT = SPACES
                       SET WS-SPILL-PENDING TO TRUE
                   END-IF
           END-READ.
       2560-EXIT.
           EXIT.

      ******************************************************************
      *  2850-CHECK-CHANGE-ROOM
      *  Makes sure WS-CHANGES-NEEDED more entries fit in the change
      *  table before a change is taken.  The table is generous for
      *  one sitting; hitting the end forces a write-and-rerun
      *  rather than losing history.
      ******************************************************************
       2850-CHECK-CHANGE-ROOM.
           IF WS-CHANGE-COUNT + WS-CHANGES-NEEDED > WS-MAX-CHANGES
               DISPLAY "CHANGE LIMIT REACHED FOR ONE RUN - ENDING "
                   "SO THE CHANGES SO FAR CAN BE WRITTEN"
               SET WS-MAINT-DONE TO TRUE
           END-IF.
       2850-EXIT.
           EXIT.

      ******************************************************************
      *  2900-RECORD-CHANGE
      *  Adds the change staged in WS-LOG-JOB-NAME, WS-LOG-FIELD-
      *  NAME, WS-LOG-OLD-VALUE and WS-LOG-NEW-VALUE to the change
      *  table.  Room was reserved by 2850 first.
      ******************************************************************
       2900-RECORD-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-LOG-JOB-NAME TO WS-CH-JOB-NAME (WS-CHANGE-COUNT)
           MOVE WS-LOG-FIELD-NAME
               TO WS-CH-FIELD-NAME (WS-CHANGE-COUNT)
           MOVE WS-LOG-OLD-VALUE TO WS-CH-OLD-VALUE (WS-CHANGE-COUNT)
           MOVE WS-LOG-NEW-VALUE
               TO WS-CH-NEW-VALUE (WS-CHANGE-COUNT).
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  4000-REWRITE-JOB-FILE
      *  A last confirmation, then the rewrite of SWJOBS.  Only
      *  after it is written cleanly are the changes logged to
      *  SWJOBLOG and the retired jobs' records removed from SWSTAT.
      ******************************************************************
       4000-REWRITE-JOB-FILE.
           DISPLAY WS-CHANGE-COUNT " CHANGE(S) PENDING - ENTER Y TO "
               "WRITE SWJOBS, ANY OTHER VALUE TO DISCARD"
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
               DISPLAY "CHANGES DISCARDED - SWJOBS LEFT AS IT STANDS"
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT JOB-REGISTRY-FILE
           IF WS-JOBS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE SWJOBS, FILE STATUS "
                   WS-JOBS-FILE-STATUS " - CHANGES NOT APPLIED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-WRITE-ONE-JOB THRU 4200-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JOB-COUNT OR WS-ABORT-REQUESTED
           CLOSE JOB-REGISTRY-FILE
           IF WS-ABORT-REQUESTED
               GO TO 4000-EXIT
           END-IF
           DISPLAY "SWJOBS REWRITTEN WITH " WS-CHANGE-COUNT
               " CHANGE(S)"
           PERFORM 4500-WRITE-CHANGE-LOG THRU 4500-EXIT
           PERFORM 5000-REMOVE-STATUS-RECORDS THRU 5000-EXIT
           IF WS-LOG-OPENED
               CLOSE JOB-CHANGE-LOG
           END-IF.
       4000-EXIT.
           EXIT.

       4200-WRITE-ONE-JOB.
           MOVE SPACES TO JB-RECORD
           MOVE WS-JT-JOB-NAME (WS-IDX) TO JB-JOB-NAME
           MOVE WS-JT-OWNING-TEAM (WS-IDX) TO JB-OWNING-TEAM
           MOVE WS-JT-ONCALL-CONTACT (WS-IDX) TO JB-ONCALL-CONTACT
           MOVE WS-JT-STATUS (WS-IDX) TO JB-STATUS
           MOVE WS-JT-NIGHTLY-FLAG (WS-IDX) TO JB-NIGHTLY-FLAG
           MOVE WS-JT-RETIRED-DATE (WS-IDX) TO JB-RETIRED-DATE
           WRITE JB-RECORD
           IF WS-JOBS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SWJOBS, FILE STATUS "
                   WS-JOBS-FILE-STATUS
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4500-WRITE-CHANGE-LOG
      *  One before/after pair per accepted change, appended to
      *  SWJOBLOG, so a registry change is as auditable as a switch
      *  flip.  The log is left open for the SWSTAT removals.
      ******************************************************************
       4500-WRITE-CHANGE-LOG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN EXTEND JOB-CHANGE-LOG
           IF WS-LOG-FILE-STATUS NOT = "00"
               AND WS-LOG-FILE-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN SWJOBLOG, FILE "
                   "STATUS " WS-LOG-FILE-STATUS
                   " - CHANGES APPLIED BUT NOT LOGGED"
               GO TO 4500-EXIT
           END-IF
           SET WS-LOG-OPENED TO TRUE
           PERFORM 4520-WRITE-ONE-LOG THRU 4520-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CHANGE-COUNT.
       4500-EXIT.
           EXIT.

       4520-WRITE-ONE-LOG.
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CURRENT-DATE " " WS-CURRENT-TIME
               " JOB " WS-CH-JOB-NAME (WS-IDX)
               " " WS-CH-FIELD-NAME (WS-IDX)
               " BEFORE [" WS-CH-OLD-VALUE (WS-IDX) "]"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LOG-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CURRENT-DATE " " WS-CURRENT-TIME
               " JOB " WS-CH-JOB-NAME (WS-IDX)
               " " WS-CH-FIELD-NAME (WS-IDX)
               " AFTER  [" WS-CH-NEW-VALUE (WS-IDX) "]"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LOG-LINE THRU 8900-EXIT.
       4520-EXIT.
           EXIT.

      ******************************************************************
      *  5000-REMOVE-STATUS-RECORDS
      *  Loads SWSTAT and writes it back without the record of any
      *  job now retired on SWJOBS - not only the ones retired in
      *  this run, so a removal that failed last time is finished
      *  by the next run that writes the registry.  The file is
      *  only rewritten when there is something to remove, and
      *  never from a partial load.
      ******************************************************************
       5000-REMOVE-STATUS-RECORDS.
           OPEN INPUT SWITCH-STATUS-FILE
           IF WS-STAT-FILE-STATUS = "35"
               GO TO 5000-EXIT
           END-IF
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWSTAT, FILE STATUS "
                   WS-STAT-FILE-STATUS " - RETIRED JOBS' STATUS "
                   "RECORDS NOT REMOVED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 5100-LOAD-ONE-STATUS THRU 5100-EXIT
               UNTIL WS-EOF OR WS-ABORT-REQUESTED
           CLOSE SWITCH-STATUS-FILE
           IF WS-ABORT-REQUESTED OR WS-STAT-REMOVED = 0
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT SWITCH-STATUS-FILE
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE SWSTAT, FILE STATUS "
                   WS-STAT-FILE-STATUS " - RETIRED JOBS' STATUS "
                   "RECORDS NOT REMOVED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5300-WRITE-ONE-STATUS THRU 5300-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STAT-COUNT
           CLOSE SWITCH-STATUS-FILE
           DISPLAY "SWSTAT REWRITTEN WITHOUT " WS-STAT-REMOVED
               " RETIRED JOB RECORD(S)".
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-LOAD-ONE-STATUS
      *  Keeps one SWSTAT record, or drops and logs it when its job
      *  is retired.  A status file bigger than the table stops the
      *  removal rather than rewrite the file short.
      ******************************************************************
       5100-LOAD-ONE-STATUS.
           READ SWITCH-STATUS-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           MOVE SS-JOB-NAME TO WS-JOB-REPLY
           PERFORM 2170-FIND-JOB THRU 2170-EXIT
           MOVE "N" TO WS-STAT-REMOVE-SWITCH
           IF WS-FOUND-SUB > 0
               IF WS-JT-RETIRED (WS-FOUND-SUB)
                   SET WS-STAT-REMOVE TO TRUE
               END-IF
           END-IF
           IF WS-STAT-REMOVE
               ADD 1 TO WS-STAT-REMOVED
               PERFORM 5200-LOG-REMOVAL THRU 5200-EXIT
               GO TO 5100-EXIT
           END-IF
           IF WS-STAT-COUNT >= WS-MAX-STAT
               DISPLAY "SWSTAT HOLDS MORE THAN " WS-MAX-STAT
                   " RECORDS - RETIRED JOBS' STATUS RECORDS NOT "
                   "REMOVED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-STAT-COUNT
           MOVE SS-RECORD TO WS-ST-IMAGE (WS-STAT-COUNT).
       5100-EXIT.
           EXIT.

       5200-LOG-REMOVAL.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CURRENT-DATE " " WS-CURRENT-TIME
               " JOB " SS-JOB-NAME
               " RETIRED - SWSTAT RECORD REMOVED ["
               SS-RECORD "]"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           DISPLAY "SWSTAT RECORD FOR RETIRED JOB " SS-JOB-NAME
               " REMOVED"
           PERFORM 8900-WRITE-LOG-LINE THRU 8900-EXIT.
       5200-EXIT.
           EXIT.

       5300-WRITE-ONE-STATUS.
           MOVE WS-ST-IMAGE (WS-ST-IDX) TO SS-RECORD
           WRITE SS-RECORD
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SWSTAT, FILE STATUS "
                   WS-STAT-FILE-STATUS
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  8900-WRITE-LOG-LINE
      *  Writes WS-PRINT-LINE to SWJOBLOG when the log could be
      *  opened.
      ******************************************************************
       8900-WRITE-LOG-LINE.
           IF NOT WS-LOG-OPENED
               GO TO 8900-EXIT
           END-IF
           MOVE WS-PRINT-LINE TO JL-RECORD
           WRITE JL-RECORD
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWJOBLOG, FILE "
                   "STATUS " WS-LOG-FILE-STATUS
           END-IF.
       8900-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      ******************************************************************
       9999-TERMINATE.
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.

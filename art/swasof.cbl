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
      * @file swasof.cbl
      *
      * As-of switch-state inquiry.  SWSTAT holds only each job's
      * last-known state and SWRPT only the final state per window,
      * so "what switches was PAYPOST running with at 02:14 on cycle
      * 412" used to mean replaying SWAUDIT by hand.  This inquiry
      * takes a job name (or * for every job) and either a cycle
      * number or a date and time, and rebuilds the state of all
      * eight switches at that moment:
      *
      *    - the moment is the date and time given, or for a cycle
      *      the moment its window closed (SWCYCHST CLOSE event) -
      *      now, for a window that has not closed;
      *    - a switch the job changed inside that window, at or
      *      before the moment, is in the state that change left;
      *    - any other switch is in the state the window opened
      *      with - the SWSNAPH snapshot history written by
      *      SWCYCOPN (or the current SWSNAP);
      *    - with no snapshot on file for the window, or for a
      *      moment outside any window, it is in the state the
      *      job's last earlier change left, from the live SWAUDIT
      *      and every SWARCyyyy archive; failing that, the old
      *      status on the job's next change after the moment.
      *
      * Each switch is shown with its SWDEFNS name, the state, where
      * the state came from, and the audit record that last changed
      * it - when, by which job, the reason code, the ticket and the
      * audit sequence number, and for a change applied through
      * SWAPPROV the supervisor who approved it.  Written to
      * SWASORPT and the joblog.  Ends with RETURN-CODE 16 when the
      * inquiry cannot run.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      *   2026-10-15  jll  Carry AL-APPROVED-BY through the sort and
      *                    print an APPROVED BY line under a change
      *                    that was applied on a supervisor's
      *                    approval, so a protected switch turned on
      *                    through SWAPPROV shows who approved it as
      *                    well as the job that asked.
      */
       ID DIVISION.
       PROGRAM-ID. SWASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWITCH-AUDIT-FILE ASSIGN TO SWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT SWITCH-DEFN-FILE ASSIGN TO SWDEFNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFN-FILE-STATUS.
           SELECT CYCLE-HISTORY-FILE ASSIGN TO SWCYCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCHST-FILE-STATUS.
           SELECT SNAPSHOT-HISTORY-FILE ASSIGN TO SWSNAPH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPH-FILE-STATUS.
           SELECT SWITCH-SNAPSHOT-FILE ASSIGN TO SWSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT ASOF-REPORT-FILE ASSIGN TO SWASORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT ASOF-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  SWITCH-AUDIT-FILE.
           COPY SWAUDIT.

       FD  AUDIT-ARCHIVE-FILE.
       01  AR-RECORD                   PIC X(120).

       FD  SWITCH-DEFN-FILE.
           COPY SWDEFN.

       FD  CYCLE-HISTORY-FILE.
           COPY SWCYCHS.

       FD  SNAPSHOT-HISTORY-FILE.
           COPY SWSNAP.

       FD  SWITCH-SNAPSHOT-FILE.
       01  SC-RECORD                   PIC X(49).

       FD  ASOF-REPORT-FILE.
       01  RL-RECORD                   PIC X(120).

      * One sort record per audit record for the requested job (or
      * every job), carrying the fields the report shows.  Sorted
      * by job, switch and time, so the change in force at the
      * moment and the first change after it fall out of one pass.
       SD  ASOF-SORT-FILE.
       01  SR-RECORD.
           05  SR-JOB-NAME             PIC X(10).
           05  SR-SWITCH-NUMBER        PIC 9(01).
           05  SR-CHANGE.
               10  SR-AUDIT-DATE       PIC 9(08).
               10  SR-AUDIT-TIME       PIC 9(08).
               10  SR-SEQUENCE         PIC X(09).
               10  SR-OLD-STATUS       PIC X(03).
               10  SR-NEW-STATUS       PIC X(03).
               10  SR-CYCLE-NUMBER     PIC 9(06).
               10  SR-REASON-CODE      PIC X(04).
               10  SR-TICKET-REF       PIC X(12).
               10  SR-APPROVED-BY      PIC X(10).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FILE-STATUS        PIC X(02).
       77  WS-ARCH-FILE-STATUS         PIC X(02).
       77  WS-DEFN-FILE-STATUS         PIC X(02).
       77  WS-CYCHST-FILE-STATUS       PIC X(02).
       77  WS-SNAPH-FILE-STATUS        PIC X(02).
       77  WS-SNAP-FILE-STATUS         PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-ARCHIVE-FILE-NAME        PIC X(09).
       77  WS-FIRST-ARCHIVE-YEAR       PIC 9(04) VALUE 1901.
       77  WS-CURRENT-YEAR             PIC 9(04).
       77  WS-ARCH-YEAR                PIC 9(04) VALUE 0.
       77  WS-ARCH-EOF-SWITCH          PIC X(01).
           88  WS-ARCH-EOF                       VALUE "Y".
       77  WS-ARCH-FILE-COUNT          PIC 9(02) VALUE 0.
       77  WS-MAX-ARCH-FILES           PIC 9(02) VALUE 30.
       77  WS-ARCH-RECORDS-READ        PIC 9(07) VALUE 0.
       77  WS-RELEASED-SWITCH          PIC X(01).
           88  WS-RECORD-RELEASED                VALUE "Y".
       77  WS-JOB-REPLY                PIC X(10).
       77  WS-ALL-JOBS-SWITCH          PIC X(01) VALUE "N".
           88  WS-ALL-JOBS                       VALUE "Y".
       77  WS-CYCLE-X                  PIC X(06).
       77  WS-ASOF-CYCLE               PIC 9(06) VALUE 0.
       77  WS-DATE-X                   PIC X(08).
       77  WS-TIME-X                   PIC X(06).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       77  WS-DEFN-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-DEFN-EOF                       VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
           88  WS-ABORT-NOT-REQUESTED            VALUE "N".
       77  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-GROUP-OPEN                     VALUE "Y".
       77  WS-IN-WINDOW-SWITCH         PIC X(01) VALUE "N".
           88  WS-IN-WINDOW                      VALUE "Y".
       77  WS-CLOSE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-CLOSE-FOUND                    VALUE "Y".
       77  WS-OPEN-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-OPEN-FOUND                     VALUE "Y".
       77  WS-SNAP-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-SNAP-FOUND                     VALUE "Y".
       77  WS-WINDOW-CYCLE             PIC 9(06) VALUE 0.
       77  WS-SNAP-SOURCE              PIC X(07) VALUE SPACES.
       77  WS-SUB                      PIC 9(01).
       77  WS-SWITCH-DISPLAY           PIC 9(01).
       77  WS-RECORDS-READ             PIC 9(07) VALUE 0.
       77  WS-RECORDS-SELECTED         PIC 9(07) VALUE 0.
       77  WS-JOBS-REPORTED            PIC 9(05) VALUE 0.
       77  WS-STATE                    PIC X(03).
       77  WS-STATE-SOURCE             PIC X(44).
       77  WS-SHOW-CHANGE-SWITCH       PIC X(01).
           88  WS-SHOW-CHANGE                    VALUE "Y".
       77  WS-SHOW-REASON              PIC X(06).
       77  WS-SHOW-TICKET              PIC X(12).
       77  WS-CG-JOB-NAME              PIC X(10).
       77  WS-EDIT-COUNT               PIC Z(06)9.
       77  WS-PRINT-LINE               PIC X(120).

      * The moment being asked about, the opening and closing
      * moments of the window it falls in, and the stamp of the
      * record or event being compared with them.  Each is a date
      * and time side by side, so one comparison orders two
      * moments.
       01  WS-ASOF-STAMP.
           05  WS-ASOF-DATE            PIC 9(08) VALUE 0.
           05  WS-ASOF-TIME            PIC 9(08) VALUE 0.
       01  WS-OPEN-STAMP.
           05  WS-OPEN-DATE            PIC 9(08) VALUE 0.
           05  WS-OPEN-TIME            PIC 9(08) VALUE 0.
       01  WS-CLOSE-STAMP.
           05  WS-CLOSE-DATE           PIC 9(08) VALUE 0.
           05  WS-CLOSE-TIME           PIC 9(08) VALUE 0.
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE             PIC 9(08) VALUE 0.
           05  WS-NOW-TIME             PIC 9(08) VALUE 0.
       01  WS-WORK-STAMP.
           05  WS-WORK-DATE            PIC 9(08).
           05  WS-WORK-TIME            PIC 9(08).

      * Business names of the eight switches, loaded from SWDEFNS.
       01  SWITCH-DEFINITION-TABLE.
           05  SDT-ENTRY OCCURS 8 TIMES INDEXED BY SDT-IDX.
               10  SDT-SWITCH-NUMBER    PIC 9(01).
               10  SDT-SWITCH-NAME      PIC X(30).
               10  SDT-SWITCH-MEANING   PIC X(50).
               10  SDT-PROTECTED-FLAG   PIC X(01).
               10  SDT-RESTART-FLAG     PIC X(01).

      * The state the window opened with, from the snapshot.
       01  WS-SNAP-STATE-TABLE.
           05  WS-SNAP-STATE OCCURS 8 TIMES       PIC X(03).

      * One entry per archive file that contributed records, for
      * the trailer, the same as SWHIST shows.
       01  WS-ARCH-YEAR-TABLE.
           05  WS-AY-ENTRY OCCURS 30 TIMES INDEXED BY WS-AY-IDX.
               10  WS-AY-FILE-NAME      PIC X(09).
               10  WS-AY-SELECTED       PIC 9(07).

      * The job being rebuilt: per switch, the last change at or
      * before the moment and the first change after it.
       01  WS-JOB-SWITCH-TABLE.
           05  WS-JS-ENTRY OCCURS 8 TIMES.
               10  WS-JS-LAST-SWITCH    PIC X(01).
                   88  WS-JS-LAST-FOUND           VALUE "Y".
               10  WS-JS-LAST-CHANGE.
                   15  WS-JS-LAST-DATE      PIC 9(08).
                   15  WS-JS-LAST-TIME      PIC 9(08).
                   15  WS-JS-LAST-SEQUENCE  PIC X(09).
                   15  WS-JS-LAST-OLD       PIC X(03).
                   15  WS-JS-LAST-NEW       PIC X(03).
                   15  WS-JS-LAST-CYCLE     PIC 9(06).
                   15  WS-JS-LAST-REASON    PIC X(04).
                   15  WS-JS-LAST-TICKET    PIC X(12).
                   15  WS-JS-LAST-APPROVER  PIC X(10).
               10  WS-JS-NEXT-SWITCH    PIC X(01).
                   88  WS-JS-NEXT-FOUND           VALUE "Y".
               10  WS-JS-NEXT-DATE      PIC 9(08).
               10  WS-JS-NEXT-TIME      PIC 9(08).
               10  WS-JS-NEXT-OLD       PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ABORT-NOT-REQUESTED
               SORT ASOF-SORT-FILE
                   ON ASCENDING KEY SR-JOB-NAME
                   ON ASCENDING KEY SR-SWITCH-NUMBER
                   ON ASCENDING KEY SR-AUDIT-DATE
                   ON ASCENDING KEY SR-AUDIT-TIME
                   ON ASCENDING KEY SR-SEQUENCE
                   INPUT PROCEDURE IS 2000-RELEASE-JOB-RECORDS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-REPORT
                       THRU 3000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  Accepts the job and the moment, finds the window the
      *  moment falls in and its opening snapshot, loads the switch
      *  names and opens the audit file.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE (1:4) TO WS-CURRENT-YEAR
           DISPLAY "ENTER JOB NAME (* FOR ALL JOBS)"
           ACCEPT WS-JOB-REPLY
           IF WS-JOB-REPLY = SPACES OR WS-JOB-REPLY = "*"
               SET WS-ALL-JOBS TO TRUE
           END-IF
           DISPLAY "ENTER CYCLE NUMBER (NNNNNN), OR 000000 TO GIVE "
               "A DATE AND TIME"
           ACCEPT WS-CYCLE-X
           IF WS-CYCLE-X NOT NUMERIC
               DISPLAY "CYCLE NUMBER IS NOT NUMERIC - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-CYCLE-X TO WS-ASOF-CYCLE
           IF WS-ASOF-CYCLE = 0
               PERFORM 1100-ACCEPT-MOMENT THRU 1100-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 1000-EXIT
               END-IF
           END-IF
           PERFORM 1300-FIND-WINDOW THRU 1300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           IF WS-IN-WINDOW
               PERFORM 1400-LOAD-SNAPSHOT THRU 1400-EXIT
           END-IF
           PERFORM 1500-LOAD-SWITCH-DEFN THRU 1500-EXIT
           OPEN INPUT SWITCH-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWAUDIT - NO REPORT PRODUCED"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-ACCEPT-MOMENT
      *  A date and a time to the second; the moment runs to the
      *  end of that second, so a change stamped within it counts
      *  as already made.
      ******************************************************************
       1100-ACCEPT-MOMENT.
           DISPLAY "ENTER DATE (YYYYMMDD)"
           ACCEPT WS-DATE-X
           IF WS-DATE-X NOT NUMERIC
               DISPLAY "DATE IS NOT NUMERIC - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE WS-DATE-X TO WS-ASOF-DATE
           IF WS-ASOF-DATE < 19010101 OR WS-ASOF-DATE > 20991231
               DISPLAY "DATE MUST FALL WITHIN 1901-2099 - "
                   "RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           DISPLAY "ENTER TIME (HHMMSS)"
           ACCEPT WS-TIME-X
           IF WS-TIME-X NOT NUMERIC
               DISPLAY "TIME IS NOT NUMERIC - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF WS-TIME-X (1:2) > "23" OR WS-TIME-X (3:2) > "59"
               OR WS-TIME-X (5:2) > "59"
               DISPLAY "TIME " WS-TIME-X " IS NOT A VALID TIME - "
                   "RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           STRING WS-TIME-X "99"
               DELIMITED BY SIZE INTO WS-WORK-TIME
           MOVE WS-WORK-TIME TO WS-ASOF-TIME.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1300-FIND-WINDOW
      *  Reads the SWCYCHST cycle history.  For a cycle, the window
      *  is that cycle's first OPEN and the moment its CLOSE (now,
      *  while it has none).  For a date and time, the window is
      *  the last one opened at or before the moment and not closed
      *  before it; a moment between windows belongs to none.  A
      *  REOPEN is a restart inside the same window and changes
      *  neither.
      ******************************************************************
       1300-FIND-WINDOW.
           OPEN INPUT CYCLE-HISTORY-FILE
           IF WS-CYCHST-FILE-STATUS NOT = "00"
               IF WS-ASOF-CYCLE > 0
                   DISPLAY "UNABLE TO READ SWCYCHST, FILE STATUS "
                       WS-CYCHST-FILE-STATUS " - CYCLE "
                       WS-ASOF-CYCLE " CANNOT BE FOUND, RUN ABORTED"
                   SET WS-ABORT-REQUESTED TO TRUE
               ELSE
                   DISPLAY "WARNING - SWCYCHST NOT AVAILABLE, THE "
                       "BATCH WINDOW OF THE MOMENT IS NOT KNOWN"
               END-IF
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1320-CHECK-ONE-EVENT THRU 1320-EXIT
               UNTIL WS-EOF
           CLOSE CYCLE-HISTORY-FILE
           IF WS-ASOF-CYCLE = 0
               GO TO 1300-EXIT
           END-IF
           IF NOT WS-OPEN-FOUND
               DISPLAY "CYCLE " WS-ASOF-CYCLE " HAS NO OPEN EVENT IN "
                   "SWCYCHST - ENTER A DATE AND TIME INSTEAD"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1300-EXIT
           END-IF
           MOVE WS-ASOF-CYCLE TO WS-WINDOW-CYCLE
           SET WS-IN-WINDOW TO TRUE
           IF WS-CLOSE-FOUND
               MOVE WS-CLOSE-STAMP TO WS-ASOF-STAMP
           ELSE
               MOVE WS-NOW-STAMP TO WS-ASOF-STAMP
           END-IF.
       1300-EXIT.
           EXIT.

       1320-CHECK-ONE-EVENT.
           READ CYCLE-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF CH-CYCLE-NUMBER NOT NUMERIC
               OR CH-EVENT-DATE NOT NUMERIC
               OR CH-EVENT-TIME NOT NUMERIC
               GO TO 1320-EXIT
           END-IF
           MOVE CH-EVENT-DATE TO WS-WORK-DATE
           MOVE CH-EVENT-TIME TO WS-WORK-TIME
           IF WS-ASOF-CYCLE > 0
               PERFORM 1340-CHECK-CYCLE-EVENT THRU 1340-EXIT
           ELSE
               PERFORM 1360-CHECK-MOMENT-EVENT THRU 1360-EXIT
           END-IF.
       1320-EXIT.
           EXIT.

       1340-CHECK-CYCLE-EVENT.
           IF CH-CYCLE-NUMBER NOT = WS-ASOF-CYCLE
               GO TO 1340-EXIT
           END-IF
           IF CH-EVENT-OPEN AND NOT WS-OPEN-FOUND
               MOVE WS-WORK-STAMP TO WS-OPEN-STAMP
               SET WS-OPEN-FOUND TO TRUE
           END-IF
           IF CH-EVENT-CLOSE
               MOVE WS-WORK-STAMP TO WS-CLOSE-STAMP
               SET WS-CLOSE-FOUND TO TRUE
           END-IF.
       1340-EXIT.
           EXIT.

       1360-CHECK-MOMENT-EVENT.
           IF WS-WORK-STAMP > WS-ASOF-STAMP
               IF CH-EVENT-CLOSE AND WS-IN-WINDOW
                   AND CH-CYCLE-NUMBER = WS-WINDOW-CYCLE
                   AND NOT WS-CLOSE-FOUND
                   MOVE WS-WORK-STAMP TO WS-CLOSE-STAMP
                   SET WS-CLOSE-FOUND TO TRUE
               END-IF
               GO TO 1360-EXIT
           END-IF
           IF CH-EVENT-OPEN
               MOVE CH-CYCLE-NUMBER TO WS-WINDOW-CYCLE
               MOVE WS-WORK-STAMP TO WS-OPEN-STAMP
               SET WS-IN-WINDOW TO TRUE
               MOVE "N" TO WS-CLOSE-FOUND-SWITCH
           END-IF
           IF CH-EVENT-CLOSE AND CH-CYCLE-NUMBER = WS-WINDOW-CYCLE
               MOVE "N" TO WS-IN-WINDOW-SWITCH
           END-IF.
       1360-EXIT.
           EXIT.

      ******************************************************************
      *  1400-LOAD-SNAPSHOT
      *  The state the window opened with: the SWSNAPH history
      *  record for the window's cycle, or the current SWSNAP when
      *  it is that cycle's (a window opened before the history was
      *  kept).  Neither leaves the baseline to the trail itself.
      ******************************************************************
       1400-LOAD-SNAPSHOT.
           OPEN INPUT SNAPSHOT-HISTORY-FILE
           IF WS-SNAPH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1420-CHECK-ONE-SNAPSHOT THRU 1420-EXIT
                   UNTIL WS-EOF OR WS-SNAP-FOUND
               CLOSE SNAPSHOT-HISTORY-FILE
           END-IF
           IF WS-SNAP-FOUND
               MOVE "SWSNAPH" TO WS-SNAP-SOURCE
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT SWITCH-SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF
           READ SWITCH-SNAPSHOT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-RECORD TO SN-RECORD
                   PERFORM 1440-TAKE-SNAPSHOT THRU 1440-EXIT
           END-READ
           CLOSE SWITCH-SNAPSHOT-FILE
           IF WS-SNAP-FOUND
               MOVE "SWSNAP" TO WS-SNAP-SOURCE
           END-IF.
       1400-EXIT.
           EXIT.

       1420-CHECK-ONE-SNAPSHOT.
           READ SNAPSHOT-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 1440-TAKE-SNAPSHOT THRU 1440-EXIT
           END-READ.
       1420-EXIT.
           EXIT.

       1440-TAKE-SNAPSHOT.
           IF SN-CYCLE-NUMBER NOT NUMERIC
               OR SN-CYCLE-NUMBER NOT = WS-WINDOW-CYCLE
               GO TO 1440-EXIT
           END-IF
           PERFORM 1460-TAKE-ONE-STATE THRU 1460-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           SET WS-SNAP-FOUND TO TRUE.
       1440-EXIT.
           EXIT.

       1460-TAKE-ONE-STATE.
           MOVE SN-SWITCH-STATE (WS-SUB) TO WS-SNAP-STATE (WS-SUB).
       1460-EXIT.
           EXIT.

      ******************************************************************
      *  1500-LOAD-SWITCH-DEFN
      *  Loads the switch names from SWDEFNS.  When the file is not
      *  available the inquiry still runs, with a placeholder name.
      ******************************************************************
       1500-LOAD-SWITCH-DEFN.
           PERFORM 1550-PRESET-ONE-DEFN THRU 1550-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           OPEN INPUT SWITCH-DEFN-FILE
           IF WS-DEFN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWDEFNS NOT AVAILABLE, SWITCH "
                   "NAMES NOT SHOWN"
               GO TO 1500-EXIT
           END-IF
           PERFORM 1520-READ-ONE-DEFN THRU 1520-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8 OR WS-DEFN-EOF
           CLOSE SWITCH-DEFN-FILE.
       1500-EXIT.
           EXIT.

       1520-READ-ONE-DEFN.
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
       1520-EXIT.
           EXIT.

       1550-PRESET-ONE-DEFN.
           COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
           MOVE WS-SWITCH-DISPLAY TO SDT-SWITCH-NUMBER (WS-SUB)
           MOVE "(NAME NOT AVAILABLE)" TO SDT-SWITCH-NAME (WS-SUB)
           MOVE SPACES TO SDT-SWITCH-MEANING (WS-SUB)
           MOVE "N" TO SDT-PROTECTED-FLAG (WS-SUB)
           MOVE "N" TO SDT-RESTART-FLAG (WS-SUB).
       1550-EXIT.
           EXIT.

      ******************************************************************
      *  2000-RELEASE-JOB-RECORDS
      *  SORT input procedure: every audit record of the requested
      *  job (or of every job), from the live SWAUDIT and then from
      *  every SWARCyyyy archive file - the change in force may be
      *  years old, and the next change after the moment may still
      *  be live.
      ******************************************************************
       2000-RELEASE-JOB-RECORDS.
           PERFORM 2020-RELEASE-ONE-RECORD THRU 2020-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-AUDIT-FILE
           PERFORM 2500-RELEASE-ARCHIVE-YEARS THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2020-RELEASE-ONE-RECORD.
           READ SWITCH-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2020-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2040-RELEASE-IF-SELECTED THRU 2040-EXIT.
       2020-EXIT.
           EXIT.

      ******************************************************************
      *  2040-RELEASE-IF-SELECTED
      *  Job check and sort-record build for the AL-RECORD in the
      *  audit record area, shared by the live and archive passes.
      *  A record with a damaged stamp or switch number cannot be
      *  placed in time and is left out.
      ******************************************************************
       2040-RELEASE-IF-SELECTED.
           MOVE "N" TO WS-RELEASED-SWITCH
           IF NOT WS-ALL-JOBS AND AL-JOB-NAME NOT = WS-JOB-REPLY
               GO TO 2040-EXIT
           END-IF
           IF AL-AUDIT-DATE NOT NUMERIC
               OR AL-AUDIT-TIME NOT NUMERIC
               OR AL-SWITCH-NUMBER NOT NUMERIC
               OR AL-SWITCH-NUMBER > 7
               GO TO 2040-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-SELECTED
           SET WS-RECORD-RELEASED TO TRUE
           MOVE AL-JOB-NAME TO SR-JOB-NAME
           MOVE AL-SWITCH-NUMBER TO SR-SWITCH-NUMBER
           MOVE AL-AUDIT-DATE TO SR-AUDIT-DATE
           MOVE AL-AUDIT-TIME TO SR-AUDIT-TIME
           MOVE AL-SEQUENCE-NUMBER TO SR-SEQUENCE
           MOVE AL-OLD-STATUS TO SR-OLD-STATUS
           MOVE AL-NEW-STATUS TO SR-NEW-STATUS
           IF AL-CYCLE-NUMBER NUMERIC
               MOVE AL-CYCLE-NUMBER TO SR-CYCLE-NUMBER
           ELSE
               MOVE 0 TO SR-CYCLE-NUMBER
           END-IF
           MOVE AL-REASON-CODE TO SR-REASON-CODE
           MOVE AL-TICKET-REF TO SR-TICKET-REF
           MOVE AL-APPROVED-BY TO SR-APPROVED-BY
           RELEASE SR-RECORD.
       2040-EXIT.
           EXIT.

      ******************************************************************
      *  2500-RELEASE-ARCHIVE-YEARS
      *  Walks the SWARCyyyy archive file of every year up to this
      *  one.  A year with no archive file is skipped quietly; every
      *  file that exists is named in the trailer with what it
      *  contributed.
      ******************************************************************
       2500-RELEASE-ARCHIVE-YEARS.
           PERFORM 2520-RELEASE-ONE-YEAR THRU 2520-EXIT
               VARYING WS-ARCH-YEAR FROM WS-FIRST-ARCHIVE-YEAR BY 1
               UNTIL WS-ARCH-YEAR > WS-CURRENT-YEAR.
       2500-EXIT.
           EXIT.

       2520-RELEASE-ONE-YEAR.
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
                   " - ARCHIVED RECORDS FOR " WS-ARCH-YEAR
                   " NOT INCLUDED"
               GO TO 2520-EXIT
           END-IF
           IF WS-ARCH-FILE-COUNT >= WS-MAX-ARCH-FILES
               DISPLAY "WARNING - ARCHIVE FILE TABLE FULL, "
                   WS-ARCHIVE-FILE-NAME " NOT INCLUDED"
               CLOSE AUDIT-ARCHIVE-FILE
               GO TO 2520-EXIT
           END-IF
           ADD 1 TO WS-ARCH-FILE-COUNT
           MOVE WS-ARCHIVE-FILE-NAME
               TO WS-AY-FILE-NAME (WS-ARCH-FILE-COUNT)
           MOVE 0 TO WS-AY-SELECTED (WS-ARCH-FILE-COUNT)
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           PERFORM 2540-RELEASE-ONE-ARCHIVED THRU 2540-EXIT
               UNTIL WS-ARCH-EOF
           CLOSE AUDIT-ARCHIVE-FILE.
       2520-EXIT.
           EXIT.

       2540-RELEASE-ONE-ARCHIVED.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
                   GO TO 2540-EXIT
           END-READ
           ADD 1 TO WS-ARCH-RECORDS-READ
           MOVE AR-RECORD TO AL-RECORD
           PERFORM 2040-RELEASE-IF-SELECTED THRU 2040-EXIT
           IF WS-RECORD-RELEASED
               ADD 1 TO WS-AY-SELECTED (WS-ARCH-FILE-COUNT)
           END-IF.
       2540-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PRINT-REPORT
      *  SORT output procedure.  The records arrive grouped by job
      *  and switch in time order; each job's eight switches are
      *  printed when the next job begins.  A single job with no
      *  audit record at all is still printed - from the snapshot,
      *  or as not known.
      ******************************************************************
       3000-PRINT-REPORT.
           OPEN OUTPUT ASOF-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWASORPT - NO REPORT PRODUCED"
               SET WS-ABORT-REQUESTED TO TRUE
               PERFORM 3800-DRAIN-SORT-FILE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-PRINT-HEADING THRU 3050-EXIT
           PERFORM 3100-TAKE-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-SORT-EOF
           IF WS-GROUP-OPEN
               PERFORM 3400-PRINT-JOB THRU 3400-EXIT
           END-IF
           IF WS-JOBS-REPORTED = 0 AND NOT WS-ALL-JOBS
               MOVE WS-JOB-REPLY TO WS-CG-JOB-NAME
               PERFORM 3200-CLEAR-JOB-TABLE THRU 3200-EXIT
               PERFORM 3400-PRINT-JOB THRU 3400-EXIT
           END-IF
           PERFORM 3600-PRINT-TRAILER THRU 3600-EXIT
           CLOSE ASOF-REPORT-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3050-PRINT-HEADING
      *  States the moment, the window and the baseline the rest of
      *  the report is built on.
      ******************************************************************
       3050-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWITCH STATE AS OF " WS-ASOF-DATE " "
               WS-ASOF-TIME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-IN-WINDOW
               IF WS-CLOSE-FOUND
                   STRING "BATCH WINDOW CYCLE " WS-WINDOW-CYCLE
                       ", OPENED " WS-OPEN-DATE " " WS-OPEN-TIME
                       ", CLOSED " WS-CLOSE-DATE " " WS-CLOSE-TIME
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "BATCH WINDOW CYCLE " WS-WINDOW-CYCLE
                       ", OPENED " WS-OPEN-DATE " " WS-OPEN-TIME
                       ", NOT CLOSED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
           ELSE
               STRING "NOT INSIDE A BATCH WINDOW - EACH SWITCH IS "
                   "AS ITS LAST CHANGE LEFT IT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-IN-WINDOW
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-SNAP-FOUND
                   STRING "BASELINE: WINDOW-OPEN SNAPSHOT FROM "
                       WS-SNAP-SOURCE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "BASELINE: NO WINDOW-OPEN SNAPSHOT ON FILE "
                       "FOR CYCLE " WS-WINDOW-CYCLE
                       " - TAKEN FROM THE AUDIT TRAIL"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF.
       3050-EXIT.
           EXIT.

       3100-TAKE-ONE-RECORD.
           RETURN ASOF-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-GROUP-OPEN AND SR-JOB-NAME NOT = WS-CG-JOB-NAME
               PERFORM 3400-PRINT-JOB THRU 3400-EXIT
           END-IF
           IF NOT WS-GROUP-OPEN
               MOVE SR-JOB-NAME TO WS-CG-JOB-NAME
               PERFORM 3200-CLEAR-JOB-TABLE THRU 3200-EXIT
               SET WS-GROUP-OPEN TO TRUE
           END-IF
           COMPUTE WS-SUB = SR-SWITCH-NUMBER + 1
           MOVE SR-AUDIT-DATE TO WS-WORK-DATE
           MOVE SR-AUDIT-TIME TO WS-WORK-TIME
           IF WS-WORK-STAMP NOT > WS-ASOF-STAMP
               MOVE "Y" TO WS-JS-LAST-SWITCH (WS-SUB)
               MOVE SR-CHANGE TO WS-JS-LAST-CHANGE (WS-SUB)
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-JS-NEXT-FOUND (WS-SUB)
               MOVE "Y" TO WS-JS-NEXT-SWITCH (WS-SUB)
               MOVE SR-AUDIT-DATE TO WS-JS-NEXT-DATE (WS-SUB)
               MOVE SR-AUDIT-TIME TO WS-JS-NEXT-TIME (WS-SUB)
               MOVE SR-OLD-STATUS TO WS-JS-NEXT-OLD (WS-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CLEAR-JOB-TABLE.
           PERFORM 3220-CLEAR-ONE-SWITCH THRU 3220-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
       3200-EXIT.
           EXIT.

       3220-CLEAR-ONE-SWITCH.
           MOVE "N" TO WS-JS-LAST-SWITCH (WS-SUB)
           MOVE SPACES TO WS-JS-LAST-CHANGE (WS-SUB)
           MOVE "N" TO WS-JS-NEXT-SWITCH (WS-SUB)
           MOVE 0 TO WS-JS-NEXT-DATE (WS-SUB)
           MOVE 0 TO WS-JS-NEXT-TIME (WS-SUB)
           MOVE SPACES TO WS-JS-NEXT-OLD (WS-SUB).
       3220-EXIT.
           EXIT.

      ******************************************************************
      *  3400-PRINT-JOB
      *  One heading line and two lines per switch for the job just
      *  rebuilt.
      ******************************************************************
       3400-PRINT-JOB.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB " WS-CG-JOB-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           PERFORM 3500-PRINT-ONE-SWITCH THRU 3500-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           ADD 1 TO WS-JOBS-REPORTED
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-PRINT-ONE-SWITCH
      *  Decides the switch's state at the moment and where it came
      *  from, in the order the file header sets out, then shows
      *  the change record behind it.
      ******************************************************************
       3500-PRINT-ONE-SWITCH.
           MOVE "N" TO WS-SHOW-CHANGE-SWITCH
           MOVE WS-JS-LAST-DATE (WS-SUB) TO WS-WORK-DATE
           MOVE WS-JS-LAST-TIME (WS-SUB) TO WS-WORK-TIME
           EVALUATE TRUE
               WHEN WS-JS-LAST-FOUND (WS-SUB)
                   AND WS-IN-WINDOW
                   AND WS-WORK-STAMP NOT < WS-OPEN-STAMP
                   MOVE WS-JS-LAST-NEW (WS-SUB) TO WS-STATE
                   MOVE "CHANGED IN THIS WINDOW" TO WS-STATE-SOURCE
                   SET WS-SHOW-CHANGE TO TRUE
               WHEN WS-SNAP-FOUND
                   MOVE WS-SNAP-STATE (WS-SUB) TO WS-STATE
                   MOVE "AS THE WINDOW OPENED" TO WS-STATE-SOURCE
                   IF WS-JS-LAST-FOUND (WS-SUB)
                       SET WS-SHOW-CHANGE TO TRUE
                   END-IF
               WHEN WS-JS-LAST-FOUND (WS-SUB)
                   MOVE WS-JS-LAST-NEW (WS-SUB) TO WS-STATE
                   IF WS-IN-WINDOW
                       MOVE "AS LAST CHANGED BEFORE THIS WINDOW"
                           TO WS-STATE-SOURCE
                   ELSE
                       MOVE "AS LAST CHANGED" TO WS-STATE-SOURCE
                   END-IF
                   SET WS-SHOW-CHANGE TO TRUE
               WHEN WS-JS-NEXT-FOUND (WS-SUB)
                   MOVE WS-JS-NEXT-OLD (WS-SUB) TO WS-STATE
                   MOVE SPACES TO WS-STATE-SOURCE
                   STRING "PER THE NEXT CHANGE, "
                       WS-JS-NEXT-DATE (WS-SUB) " "
                       WS-JS-NEXT-TIME (WS-SUB)
                       DELIMITED BY SIZE INTO WS-STATE-SOURCE
               WHEN OTHER
                   MOVE "???" TO WS-STATE
                   MOVE "NOT KNOWN - NO RECORD FOR THIS JOB"
                       TO WS-STATE-SOURCE
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  UPSI-" SDT-SWITCH-NUMBER (WS-SUB) " "
               SDT-SWITCH-NAME (WS-SUB) " " WS-STATE "  "
               WS-STATE-SOURCE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF NOT WS-SHOW-CHANGE
               GO TO 3500-EXIT
           END-IF
           IF WS-JS-LAST-REASON (WS-SUB) = SPACES
               MOVE "(NONE)" TO WS-SHOW-REASON
           ELSE
               MOVE WS-JS-LAST-REASON (WS-SUB) TO WS-SHOW-REASON
           END-IF
           IF WS-JS-LAST-TICKET (WS-SUB) = SPACES
               MOVE "(NONE)" TO WS-SHOW-TICKET
           ELSE
               MOVE WS-JS-LAST-TICKET (WS-SUB) TO WS-SHOW-TICKET
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "          SET " WS-JS-LAST-DATE (WS-SUB)
               " " WS-JS-LAST-TIME (WS-SUB) " BY " WS-CG-JOB-NAME
               " " WS-JS-LAST-OLD (WS-SUB) "->"
               WS-JS-LAST-NEW (WS-SUB)
               " CYCLE " WS-JS-LAST-CYCLE (WS-SUB)
               " REASON " WS-SHOW-REASON
               " TICKET " WS-SHOW-TICKET
               " SEQ " WS-JS-LAST-SEQUENCE (WS-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-JS-LAST-APPROVER (WS-SUB) = SPACES
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "          APPROVED BY " WS-JS-LAST-APPROVER (WS-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  3600-PRINT-TRAILER
      ******************************************************************
       3600-PRINT-TRAILER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LIVE AUDIT RECORDS READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-ARCH-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ARCHIVED RECORDS READ:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-RECORDS-SELECTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECORDS FOR THE JOB(S):  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-JOBS-REPORTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOBS REPORTED:           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           PERFORM 3650-PRINT-ONE-ARCHIVE THRU 3650-EXIT
               VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > WS-ARCH-FILE-COUNT.
       3600-EXIT.
           EXIT.

       3650-PRINT-ONE-ARCHIVE.
           MOVE WS-AY-SELECTED (WS-AY-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "INCLUDES " WS-AY-FILE-NAME (WS-AY-IDX) ": "
               WS-EDIT-COUNT " RECORD(S) FOR THE JOB(S)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       3650-EXIT.
           EXIT.

      ******************************************************************
      *  3800-DRAIN-SORT-FILE
      *  RETURNs the sorted records without printing them, so the
      *  SORT completes cleanly when the report file cannot be
      *  opened.
      ******************************************************************
       3800-DRAIN-SORT-FILE.
           PERFORM 3820-DRAIN-ONE THRU 3820-EXIT
               UNTIL WS-SORT-EOF.
       3800-EXIT.
           EXIT.

       3820-DRAIN-ONE.
           RETURN ASOF-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3820-EXIT.
           EXIT.

      ******************************************************************
      *  8900-REPORT-LINE
      *  One line to the report file and the joblog both.
      ******************************************************************
       8900-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD
           IF WS-PRINT-LINE NOT = SPACES
               DISPLAY WS-PRINT-LINE
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

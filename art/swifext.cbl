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
      * @file swifext.cbl
      *
      * Monitoring interface extract, run by the scheduler at window
      * close as the step after SWMORN.  The monitoring team wants
      * switch activity on their dashboards and security wants the
      * refusals in the SIEM, and all either could be offered was
      * SWRPTOUT and SWMORNRPT to screen-scrape.  This step writes
      * the window's events to SWIFOUT, one comma-delimited row per
      * event, for the file transfer to pick up:
      *
      *    H,cycle,create-date,create-time,ORIGINAL|RE-CREATED
      *    D,CYCLE,cycle,date,time,event,profile,profile-user
      *    D,CHANGE,cycle,date,time,job,switch,switch-name,old,new,
      *      reason,ticket,sequence,approved-by
      *    D,REFUSAL,cycle,date,time,user-or-job,scope,switch,detail
      *    D,QUERYFLAG,cycle,date,time,job,scope,switch,detail
      *    D,VERDICT,cycle,date,time,verdict,return-code,
      *      reason-count,first-reason
      *    T,cycle,cycle-rows,change-rows,refusal-rows,
      *      queryflag-rows,verdict-rows,total-rows
      *
      * Dates are YYYYMMDD and times HHMMSSCC, as everywhere else in
      * the system.  Fields carry no trailing blanks; an empty field
      * is two commas together, and a comma inside a text field is
      * sent as a semicolon so the columns always line up.  The D
      * rows are in time order across all event types, and the
      * trailer counts every D row by type so the receiving side
      * can prove it got the whole file.
      *
      * What belongs to a cycle:
      *
      *    CYCLE     - the OPEN, REOPEN and CLOSE events of the
      *                cycle on SWCYCHST.
      *    CHANGE    - the audit records stamped with the cycle,
      *                from SWAUDCYC when that extract covers the
      *                cycle, otherwise from SWAUDIT and the
      *                SWARCyyyy archives of the years the window
      *                ran in.
      *    REFUSAL   - SWAUTLOG records (QUERYFLAG for the query
      *                flags UPSI answered but logged) stamped after
      *                the previous window's CLOSE and up to this
      *                window's CLOSE, so a daytime refusal goes out
      *                with the next night's file and every refusal
      *                goes out exactly once.
      *    VERDICT   - the last SWMORN verdict recorded for the
      *                cycle on the SWMORNHS verdict history.
      *
      * Blank at the prompt takes the window on SWCYCLE - the one
      * that has just closed.  A cycle number re-creates the file
      * for that past window from the same sources, so a missed
      * transfer can be re-sent without rerunning the window; the
      * header says RE-CREATED.  SWIFOUT is rewritten every run.
      *
      * Ends with RETURN-CODE 16 when no file could be produced (the
      * previous SWIFOUT is then left as it was), 04 when the file
      * was written but is known to be short - the window has not
      * closed, there is no verdict for it, or part of its history
      * could not be read.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      */
       ID DIVISION.
       PROGRAM-ID. SWIFEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO SWCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT CYCLE-HISTORY-FILE ASSIGN TO SWCYCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCHST-FILE-STATUS.
           SELECT CYCLE-EXTRACT-FILE ASSIGN TO SWAUDCYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT SWITCH-AUDIT-FILE ASSIGN TO SWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT AUTH-REFUSAL-FILE ASSIGN TO SWAUTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-FILE-STATUS.
           SELECT VERDICT-HISTORY-FILE ASSIGN TO SWMORNHS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO SWIFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-FILE-STATUS.
           SELECT IFACE-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE.
           COPY SWCYCLE.

       FD  CYCLE-HISTORY-FILE.
           COPY SWCYCHS.

       FD  CYCLE-EXTRACT-FILE.
       01  EX-RECORD                   PIC X(120).

       FD  SWITCH-AUDIT-FILE.
       01  AU-RECORD                   PIC X(120).

       FD  AUDIT-ARCHIVE-FILE.
       01  AR-RECORD                   PIC X(120).

       FD  AUTH-REFUSAL-FILE.
           COPY SWAUTLG.

       FD  VERDICT-HISTORY-FILE.
           COPY SWMORNH.

       FD  INTERFACE-FILE.
       01  IF-RECORD                   PIC X(250).

      * One sort record per D row, already formatted, keyed by the
      * moment of the event and the order it was found in, so the
      * rows go out in time order and equal moments keep the order
      * of their source file.
       SD  IFACE-SORT-FILE.
       01  SR-RECORD.
           05  SR-EVENT-DATE           PIC 9(08).
           05  SR-EVENT-TIME           PIC 9(08).
           05  SR-RELEASE-NUMBER       PIC 9(07).
           05  SR-ROW-TYPE             PIC X(09).
           05  SR-ROW-TEXT             PIC X(250).

       WORKING-STORAGE SECTION.
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-CYCHST-FILE-STATUS       PIC X(02).
       77  WS-EXTRACT-FILE-STATUS      PIC X(02).
       77  WS-AUDIT-FILE-STATUS        PIC X(02).
       77  WS-ARCH-FILE-STATUS         PIC X(02).
       77  WS-AUTHLOG-FILE-STATUS      PIC X(02).
       77  WS-HIST-FILE-STATUS         PIC X(02).
       77  WS-IFACE-FILE-STATUS        PIC X(02).
       77  WS-ARCHIVE-FILE-NAME        PIC X(09).
       77  WS-ARCH-YEAR                PIC 9(04) VALUE 0.
       77  WS-FROM-YEAR                PIC 9(04) VALUE 0.
       77  WS-TO-YEAR                  PIC 9(04) VALUE 0.
       77  WS-CURRENT-YEAR             PIC 9(04).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
           88  WS-ABORT-NOT-REQUESTED            VALUE "N".
       77  WS-RERUN-SWITCH             PIC X(01) VALUE "N".
           88  WS-RERUN                          VALUE "Y".
       77  WS-CONTROL-OK-SWITCH        PIC X(01) VALUE "N".
           88  WS-CONTROL-OK                     VALUE "Y".
       77  WS-CONTROL-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  WS-CONTROL-WINDOW-OPEN            VALUE "Y".
       77  WS-EVENTS-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  WS-EVENTS-FOUND                   VALUE "Y".
       77  WS-CLOSE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-CLOSE-FOUND                    VALUE "Y".
       77  WS-EXTRACT-SWITCH           PIC X(01) VALUE "N".
           88  WS-USE-EXTRACT                    VALUE "Y".
       77  WS-VERDICT-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  WS-VERDICT-FOUND                  VALUE "Y".
       77  WS-WRITE-FAILED-SWITCH      PIC X(01) VALUE "N".
           88  WS-WRITE-FAILED                   VALUE "Y".
       77  WS-CYCLE-X                  PIC X(06).
       77  WS-TARGET-CYCLE             PIC 9(06) VALUE 0.
       77  WS-CONTROL-CYCLE            PIC 9(06) VALUE 0.
       77  WS-RECORD-CYCLE             PIC 9(06) VALUE 0.
       77  WS-WARNING-COUNT            PIC 9(03) VALUE 0.
       77  WS-EXTRACT-COUNT            PIC 9(07) VALUE 0.
       77  WS-FOREIGN-COUNT            PIC 9(07) VALUE 0.
       77  WS-RELEASE-NUMBER           PIC 9(07) VALUE 0.
       77  WS-CYCLE-ROWS               PIC 9(07) VALUE 0.
       77  WS-CHANGE-ROWS              PIC 9(07) VALUE 0.
       77  WS-REFUSAL-ROWS             PIC 9(07) VALUE 0.
       77  WS-QFLAG-ROWS               PIC 9(07) VALUE 0.
       77  WS-VERDICT-ROWS             PIC 9(07) VALUE 0.
       77  WS-TOTAL-ROWS               PIC 9(07) VALUE 0.
       77  WS-ROW-TYPE                 PIC X(09).
       77  WS-ROW                      PIC X(250).
       77  WS-ROW-PTR                  PIC 9(03).
       77  WS-FIELD                    PIC X(70).
       77  WS-FIELD-SUB                PIC 9(02).
       77  WS-FIELD-END                PIC 9(02).
       77  WS-CHANGE-SOURCE            PIC X(30) VALUE SPACES.
       77  WS-VD-DATE                  PIC 9(08) VALUE 0.
       77  WS-VD-TIME                  PIC 9(08) VALUE 0.
       77  WS-VD-VERDICT               PIC X(06) VALUE SPACES.
       77  WS-VD-RETURN-CODE           PIC 9(02) VALUE 0.
       77  WS-VD-REASON-COUNT          PIC 9(02) VALUE 0.
       77  WS-VD-FIRST-REASON          PIC X(70) VALUE SPACES.
       77  WS-EDIT-COUNT               PIC Z(06)9.

      * The audit record being looked at, whichever of SWAUDCYC,
      * SWAUDIT or an archive it was read from.
           COPY SWAUDIT.

      * Moments, each a date and time side by side so one
      * comparison orders two of them: now, the first event of the
      * cycle, the previous window's CLOSE (refusals after it
      * belong to this cycle), this window's CLOSE (refusals up to
      * it), SWCYCLE's own open and close, and the event in hand.
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE             PIC 9(08) VALUE 0.
           05  WS-NOW-TIME             PIC 9(08) VALUE 0.
       01  WS-FIRST-STAMP.
           05  WS-FIRST-DATE           PIC 9(08) VALUE 0.
           05  WS-FIRST-TIME           PIC 9(08) VALUE 0.
       01  WS-START-STAMP.
           05  WS-START-DATE           PIC 9(08) VALUE 0.
           05  WS-START-TIME           PIC 9(08) VALUE 0.
       01  WS-END-STAMP.
           05  WS-END-DATE             PIC 9(08) VALUE 0.
           05  WS-END-TIME             PIC 9(08) VALUE 0.
       01  WS-CY-OPEN-STAMP.
           05  WS-CY-OPEN-DATE         PIC 9(08) VALUE 0.
           05  WS-CY-OPEN-TIME         PIC 9(08) VALUE 0.
       01  WS-CY-CLOSE-STAMP.
           05  WS-CY-CLOSE-DATE        PIC 9(08) VALUE 0.
           05  WS-CY-CLOSE-TIME        PIC 9(08) VALUE 0.
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE           PIC 9(08) VALUE 0.
           05  WS-EVENT-TIME           PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ABORT-NOT-REQUESTED
               SORT IFACE-SORT-FILE
                   ON ASCENDING KEY SR-EVENT-DATE
                   ON ASCENDING KEY SR-EVENT-TIME
                   ON ASCENDING KEY SR-RELEASE-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-EVENTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-INTERFACE
                       THRU 3000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  Reads SWCYCLE, accepts the cycle (blank for the window on
      *  SWCYCLE), works out the period the cycle covers and where
      *  its switch changes are to be read from.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE (1:4) TO WS-CURRENT-YEAR
           PERFORM 1100-READ-CYCLE-CONTROL THRU 1100-EXIT
           DISPLAY "ENTER CYCLE NUMBER TO RE-CREATE (NNNNNN), OR "
               "BLANK FOR THE WINDOW ON SWCYCLE"
           MOVE SPACES TO WS-CYCLE-X
           ACCEPT WS-CYCLE-X
           IF WS-CYCLE-X = SPACES
               IF NOT WS-CONTROL-OK
                   DISPLAY "SWCYCLE NOT READABLE - ENTER THE CYCLE "
                       "NUMBER, RUN ABORTED"
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-CONTROL-CYCLE TO WS-TARGET-CYCLE
           ELSE
               IF WS-CYCLE-X NOT NUMERIC
                   DISPLAY "CYCLE NUMBER IS NOT NUMERIC - RUN ABORTED"
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-CYCLE-X TO WS-TARGET-CYCLE
               SET WS-RERUN TO TRUE
           END-IF
           IF WS-TARGET-CYCLE = 0
               DISPLAY "CYCLE NUMBER MUST NOT BE ZERO - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-FIND-PERIOD THRU 1300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-CHOOSE-AUDIT-SOURCE THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-READ-CYCLE-CONTROL
      *  The cycle on SWCYCLE, whether its window is still open, and
      *  its open and close moments for when SWCYCHST cannot say.
      *  An unreadable control record only matters when no cycle is
      *  entered.
      ******************************************************************
       1100-READ-CYCLE-CONTROL.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN SWCYCLE, FILE STATUS "
                   WS-CYCLE-FILE-STATUS
               GO TO 1100-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   DISPLAY "WARNING - SWCYCLE IS EMPTY"
                   CLOSE CYCLE-CONTROL-FILE
                   GO TO 1100-EXIT
           END-READ
           IF CY-CYCLE-NUMBER NUMERIC
               MOVE CY-CYCLE-NUMBER TO WS-CONTROL-CYCLE
               SET WS-CONTROL-OK TO TRUE
               IF CY-WINDOW-OPEN
                   SET WS-CONTROL-WINDOW-OPEN TO TRUE
               END-IF
               IF CY-OPEN-DATE NUMERIC AND CY-OPEN-TIME NUMERIC
                   MOVE CY-OPEN-DATE TO WS-CY-OPEN-DATE
                   MOVE CY-OPEN-TIME TO WS-CY-OPEN-TIME
               END-IF
               IF CY-CLOSE-DATE NUMERIC AND CY-CLOSE-TIME NUMERIC
                   MOVE CY-CLOSE-DATE TO WS-CY-CLOSE-DATE
                   MOVE CY-CLOSE-TIME TO WS-CY-CLOSE-TIME
               END-IF
           ELSE
               DISPLAY "WARNING - SWCYCLE CYCLE NUMBER IS NOT NUMERIC"
           END-IF
           CLOSE CYCLE-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1300-FIND-PERIOD
      *  Reads SWCYCHST for the cycle's first event and its CLOSE,
      *  and for the CLOSE of the window before it.  A cycle the
      *  history does not know cannot be re-created; only the
      *  window on SWCYCLE may fall back to SWCYCLE's own moments.
      ******************************************************************
       1300-FIND-PERIOD.
           OPEN INPUT CYCLE-HISTORY-FILE
           IF WS-CYCHST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO READ SWCYCHST, FILE "
                   "STATUS " WS-CYCHST-FILE-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1320-CHECK-ONE-EVENT THRU 1320-EXIT
                   UNTIL WS-EOF
               CLOSE CYCLE-HISTORY-FILE
           END-IF
           IF NOT WS-EVENTS-FOUND
               IF WS-CONTROL-OK
                   AND WS-TARGET-CYCLE = WS-CONTROL-CYCLE
                   PERFORM 1350-USE-CYCLE-CONTROL THRU 1350-EXIT
               ELSE
                   DISPLAY "CYCLE " WS-TARGET-CYCLE " IS NOT ON "
                       "SWCYCHST - NOTHING TO RE-CREATE, RUN ABORTED"
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 1300-EXIT
               END-IF
           END-IF
           IF NOT WS-CLOSE-FOUND
               AND WS-CONTROL-OK
               AND WS-TARGET-CYCLE = WS-CONTROL-CYCLE
               AND NOT WS-CONTROL-WINDOW-OPEN
               AND WS-CY-CLOSE-STAMP NOT = ZEROS
               MOVE WS-CY-CLOSE-STAMP TO WS-END-STAMP
               SET WS-CLOSE-FOUND TO TRUE
           END-IF
           MOVE WS-FIRST-DATE (1:4) TO WS-FROM-YEAR
           IF WS-CLOSE-FOUND
               MOVE WS-END-DATE (1:4) TO WS-TO-YEAR
           ELSE
               DISPLAY "WARNING - WINDOW " WS-TARGET-CYCLE " HAS NOT "
                   "CLOSED - THE FILE CARRIES ITS EVENTS SO FAR"
               ADD 1 TO WS-WARNING-COUNT
               MOVE ALL "9" TO WS-END-STAMP
               MOVE WS-CURRENT-YEAR TO WS-TO-YEAR
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
           MOVE CH-EVENT-DATE TO WS-EVENT-DATE
           MOVE CH-EVENT-TIME TO WS-EVENT-TIME
           IF CH-CYCLE-NUMBER = WS-TARGET-CYCLE
               IF NOT WS-EVENTS-FOUND
                   OR WS-EVENT-STAMP < WS-FIRST-STAMP
                   MOVE WS-EVENT-STAMP TO WS-FIRST-STAMP
               END-IF
               SET WS-EVENTS-FOUND TO TRUE
               IF CH-EVENT-CLOSE
                   AND (NOT WS-CLOSE-FOUND
                        OR WS-EVENT-STAMP > WS-END-STAMP)
                   MOVE WS-EVENT-STAMP TO WS-END-STAMP
                   SET WS-CLOSE-FOUND TO TRUE
               END-IF
               GO TO 1320-EXIT
           END-IF
           IF CH-CYCLE-NUMBER < WS-TARGET-CYCLE
               AND CH-EVENT-CLOSE
               AND WS-EVENT-STAMP > WS-START-STAMP
               MOVE WS-EVENT-STAMP TO WS-START-STAMP
           END-IF.
       1320-EXIT.
           EXIT.

      ******************************************************************
      *  1350-USE-CYCLE-CONTROL
      *  No history for the window on SWCYCLE: its period runs from
      *  SWCYCLE's open moment, and there are no CYCLE rows to send.
      ******************************************************************
       1350-USE-CYCLE-CONTROL.
           DISPLAY "WARNING - SWCYCHST HAS NO EVENTS FOR CYCLE "
               WS-TARGET-CYCLE " - PERIOD TAKEN FROM SWCYCLE, NO "
               "CYCLE ROWS"
           ADD 1 TO WS-WARNING-COUNT
           IF WS-CY-OPEN-STAMP = ZEROS
               MOVE WS-NOW-STAMP TO WS-FIRST-STAMP
           ELSE
               MOVE WS-CY-OPEN-STAMP TO WS-FIRST-STAMP
           END-IF
           MOVE WS-FIRST-STAMP TO WS-START-STAMP.
       1350-EXIT.
           EXIT.

      ******************************************************************
      *  1500-CHOOSE-AUDIT-SOURCE
      *  SWAUDCYC is only trusted for the window on SWCYCLE once it
      *  has closed, and only when every record in it carries the
      *  cycle - anything else is an extract of another window, and
      *  the changes are read from the full trail instead.
      ******************************************************************
       1500-CHOOSE-AUDIT-SOURCE.
           MOVE "SWAUDIT AND ITS ARCHIVES" TO WS-CHANGE-SOURCE
           IF NOT WS-CONTROL-OK
               OR WS-TARGET-CYCLE NOT = WS-CONTROL-CYCLE
               OR WS-CONTROL-WINDOW-OPEN
               GO TO 1500-EXIT
           END-IF
           OPEN INPUT CYCLE-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "SWAUDCYC NOT AVAILABLE, FILE STATUS "
                   WS-EXTRACT-FILE-STATUS
                   " - READING THE FULL SWAUDIT INSTEAD"
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1520-CHECK-ONE-EXTRACTED THRU 1520-EXIT
               UNTIL WS-EOF
           CLOSE CYCLE-EXTRACT-FILE
           IF WS-FOREIGN-COUNT > 0
               DISPLAY "SWAUDCYC HOLDS RECORDS OF ANOTHER CYCLE THAN "
                   WS-TARGET-CYCLE " - READING THE FULL SWAUDIT "
                   "INSTEAD"
               GO TO 1500-EXIT
           END-IF
           SET WS-USE-EXTRACT TO TRUE
           MOVE "SWAUDCYC" TO WS-CHANGE-SOURCE.
       1500-EXIT.
           EXIT.

       1520-CHECK-ONE-EXTRACTED.
           READ CYCLE-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1520-EXIT
           END-READ
           MOVE EX-RECORD TO AL-RECORD
           PERFORM 2290-GET-RECORD-CYCLE THRU 2290-EXIT
           IF WS-RECORD-CYCLE NOT = WS-TARGET-CYCLE
               ADD 1 TO WS-FOREIGN-COUNT
           END-IF.
       1520-EXIT.
           EXIT.

      ******************************************************************
      *  2000-RELEASE-EVENTS
      *  SORT input procedure: one formatted D row per event of the
      *  cycle, from each source in turn.
      ******************************************************************
       2000-RELEASE-EVENTS.
           PERFORM 2100-RELEASE-CYCLE-EVENTS THRU 2100-EXIT
           PERFORM 2200-RELEASE-CHANGES THRU 2200-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2400-RELEASE-REFUSALS THRU 2400-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2600-RELEASE-VERDICT THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-RELEASE-CYCLE-EVENTS
      *  Every OPEN, REOPEN and CLOSE event of the cycle.
      ******************************************************************
       2100-RELEASE-CYCLE-EVENTS.
           IF NOT WS-EVENTS-FOUND
               GO TO 2100-EXIT
           END-IF
           OPEN INPUT CYCLE-HISTORY-FILE
           IF WS-CYCHST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO REOPEN SWCYCHST, FILE "
                   "STATUS " WS-CYCHST-FILE-STATUS " - NO CYCLE ROWS"
               ADD 1 TO WS-WARNING-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2120-RELEASE-ONE-EVENT THRU 2120-EXIT
               UNTIL WS-EOF
           CLOSE CYCLE-HISTORY-FILE.
       2100-EXIT.
           EXIT.

       2120-RELEASE-ONE-EVENT.
           READ CYCLE-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2120-EXIT
           END-READ
           IF CH-CYCLE-NUMBER NOT NUMERIC
               OR CH-EVENT-DATE NOT NUMERIC
               OR CH-EVENT-TIME NOT NUMERIC
               GO TO 2120-EXIT
           END-IF
           IF CH-CYCLE-NUMBER NOT = WS-TARGET-CYCLE
               GO TO 2120-EXIT
           END-IF
           MOVE "CYCLE" TO WS-ROW-TYPE
           MOVE CH-EVENT-DATE TO WS-EVENT-DATE
           MOVE CH-EVENT-TIME TO WS-EVENT-TIME
           PERFORM 7000-START-ROW THRU 7000-EXIT
           MOVE CH-EVENT-TYPE TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE CH-PROFILE-NAME TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE CH-PROFILE-USER TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           PERFORM 7200-RELEASE-ROW THRU 7200-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *  2200-RELEASE-CHANGES
      *  The audit records stamped with the cycle - from SWAUDCYC
      *  when 1500 found it covers the cycle, otherwise from
      *  SWAUDIT and the archive of every year the window ran in,
      *  since SWARCH may have moved a past window's records out.
      ******************************************************************
       2200-RELEASE-CHANGES.
           DISPLAY "SWITCH CHANGES TAKEN FROM " WS-CHANGE-SOURCE
           IF WS-USE-EXTRACT
               OPEN INPUT CYCLE-EXTRACT-FILE
               IF WS-EXTRACT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REOPEN SWAUDCYC, FILE STATUS "
                       WS-EXTRACT-FILE-STATUS
                       " - NO INTERFACE FILE PRODUCED"
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 2200-EXIT
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2220-RELEASE-ONE-EXTRACTED THRU 2220-EXIT
                   UNTIL WS-EOF
               CLOSE CYCLE-EXTRACT-FILE
               GO TO 2200-EXIT
           END-IF
           OPEN INPUT SWITCH-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWAUDIT, FILE STATUS "
                   WS-AUDIT-FILE-STATUS
                   " - NO INTERFACE FILE PRODUCED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2240-RELEASE-ONE-AUDITED THRU 2240-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-AUDIT-FILE
           PERFORM 2300-RELEASE-ARCHIVE-YEARS THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

       2220-RELEASE-ONE-EXTRACTED.
           READ CYCLE-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2220-EXIT
           END-READ
           MOVE EX-RECORD TO AL-RECORD
           PERFORM 2280-RELEASE-IF-CYCLE THRU 2280-EXIT.
       2220-EXIT.
           EXIT.

       2240-RELEASE-ONE-AUDITED.
           READ SWITCH-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2240-EXIT
           END-READ
           MOVE AU-RECORD TO AL-RECORD
           PERFORM 2280-RELEASE-IF-CYCLE THRU 2280-EXIT.
       2240-EXIT.
           EXIT.

      ******************************************************************
      *  2280-RELEASE-IF-CYCLE
      *  One CHANGE row for the audit record in AL-RECORD when it
      *  is stamped with the cycle.
      ******************************************************************
       2280-RELEASE-IF-CYCLE.
           PERFORM 2290-GET-RECORD-CYCLE THRU 2290-EXIT
           IF WS-RECORD-CYCLE NOT = WS-TARGET-CYCLE
               GO TO 2280-EXIT
           END-IF
           MOVE "CHANGE" TO WS-ROW-TYPE
           MOVE AL-AUDIT-DATE TO WS-EVENT-DATE
           MOVE AL-AUDIT-TIME TO WS-EVENT-TIME
           PERFORM 7000-START-ROW THRU 7000-EXIT
           MOVE AL-JOB-NAME TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE AL-SWITCH-NUMBER TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE AL-SWITCH-NAME TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE AL-OLD-STATUS TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE AL-NEW-STATUS TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE AL-REASON-CODE TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE AL-TICKET-REF TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE SPACES TO WS-FIELD
           IF AL-SEQUENCE-NUMBER NUMERIC
               MOVE AL-SEQUENCE-NUMBER TO WS-FIELD
           END-IF
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE AL-APPROVED-BY TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           PERFORM 7200-RELEASE-ROW THRU 7200-EXIT.
       2280-EXIT.
           EXIT.

      ******************************************************************
      *  2290-GET-RECORD-CYCLE
      *  Returns AL-CYCLE-NUMBER in WS-RECORD-CYCLE, treating the
      *  spaces found on records written before the cycle field
      *  existed as cycle zero.
      ******************************************************************
       2290-GET-RECORD-CYCLE.
           IF AL-CYCLE-NUMBER NUMERIC
               MOVE AL-CYCLE-NUMBER TO WS-RECORD-CYCLE
           ELSE
               MOVE 0 TO WS-RECORD-CYCLE
           END-IF.
       2290-EXIT.
           EXIT.

      ******************************************************************
      *  2300-RELEASE-ARCHIVE-YEARS
      *  The SWARCyyyy archive of every year from the cycle's first
      *  event to its CLOSE.  A year with no archive file is skipped
      *  quietly; one that exists but cannot be read makes the file
      *  short, and is a warning.
      ******************************************************************
       2300-RELEASE-ARCHIVE-YEARS.
           PERFORM 2320-RELEASE-ONE-YEAR THRU 2320-EXIT
               VARYING WS-ARCH-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-ARCH-YEAR > WS-TO-YEAR.
       2300-EXIT.
           EXIT.

       2320-RELEASE-ONE-YEAR.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "SWARC" WS-ARCH-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = "35"
               GO TO 2320-EXIT
           END-IF
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO READ "
                   WS-ARCHIVE-FILE-NAME ", FILE STATUS "
                   WS-ARCH-FILE-STATUS
                   " - ARCHIVED CHANGES FOR " WS-ARCH-YEAR
                   " NOT INCLUDED"
               ADD 1 TO WS-WARNING-COUNT
               GO TO 2320-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2340-RELEASE-ONE-ARCHIVED THRU 2340-EXIT
               UNTIL WS-EOF
           CLOSE AUDIT-ARCHIVE-FILE.
       2320-EXIT.
           EXIT.

       2340-RELEASE-ONE-ARCHIVED.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2340-EXIT
           END-READ
           MOVE AR-RECORD TO AL-RECORD
           PERFORM 2280-RELEASE-IF-CYCLE THRU 2280-EXIT.
       2340-EXIT.
           EXIT.

      ******************************************************************
      *  2400-RELEASE-REFUSALS
      *  Every SWAUTLOG record after the previous window's CLOSE and
      *  up to this window's CLOSE.  No refusal log at all means
      *  nobody has been refused yet.
      ******************************************************************
       2400-RELEASE-REFUSALS.
           OPEN INPUT AUTH-REFUSAL-FILE
           IF WS-AUTHLOG-FILE-STATUS = "35"
               GO TO 2400-EXIT
           END-IF
           IF WS-AUTHLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWAUTLOG, FILE STATUS "
                   WS-AUTHLOG-FILE-STATUS
                   " - NO INTERFACE FILE PRODUCED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2400-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2420-RELEASE-ONE-REFUSAL THRU 2420-EXIT
               UNTIL WS-EOF
           CLOSE AUTH-REFUSAL-FILE.
       2400-EXIT.
           EXIT.

       2420-RELEASE-ONE-REFUSAL.
           READ AUTH-REFUSAL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2420-EXIT
           END-READ
           IF RF-REFUSAL-DATE NOT NUMERIC
               OR RF-REFUSAL-TIME NOT NUMERIC
               GO TO 2420-EXIT
           END-IF
           MOVE RF-REFUSAL-DATE TO WS-EVENT-DATE
           MOVE RF-REFUSAL-TIME TO WS-EVENT-TIME
           IF WS-EVENT-STAMP NOT > WS-START-STAMP
               OR WS-EVENT-STAMP > WS-END-STAMP
               GO TO 2420-EXIT
           END-IF
           IF RF-SCOPE = "Q"
               MOVE "QUERYFLAG" TO WS-ROW-TYPE
           ELSE
               MOVE "REFUSAL" TO WS-ROW-TYPE
           END-IF
           PERFORM 7000-START-ROW THRU 7000-EXIT
           MOVE RF-USER-OR-JOB TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE RF-SCOPE TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE RF-SWITCH-NUMBER TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE RF-DETAIL TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           PERFORM 7200-RELEASE-ROW THRU 7200-EXIT.
       2420-EXIT.
           EXIT.

      ******************************************************************
      *  2600-RELEASE-VERDICT
      *  The last verdict SWMORN recorded for the cycle.  A night
      *  with none - SWMORN has not run, or ran before it kept a
      *  history - goes out without a VERDICT row, and the trailer
      *  says so with a zero.
      ******************************************************************
       2600-RELEASE-VERDICT.
           OPEN INPUT VERDICT-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO READ SWMORNHS, FILE "
                   "STATUS " WS-HIST-FILE-STATUS " - NO VERDICT ROW"
               ADD 1 TO WS-WARNING-COUNT
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2620-CHECK-ONE-VERDICT THRU 2620-EXIT
               UNTIL WS-EOF
           CLOSE VERDICT-HISTORY-FILE
           IF NOT WS-VERDICT-FOUND
               DISPLAY "WARNING - NO SWMORN VERDICT ON SWMORNHS FOR "
                   "CYCLE " WS-TARGET-CYCLE " - NO VERDICT ROW"
               ADD 1 TO WS-WARNING-COUNT
               GO TO 2600-EXIT
           END-IF
           MOVE "VERDICT" TO WS-ROW-TYPE
           MOVE WS-VD-DATE TO WS-EVENT-DATE
           MOVE WS-VD-TIME TO WS-EVENT-TIME
           PERFORM 7000-START-ROW THRU 7000-EXIT
           MOVE WS-VD-VERDICT TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE WS-VD-RETURN-CODE TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE WS-VD-REASON-COUNT TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           MOVE WS-VD-FIRST-REASON TO WS-FIELD
           PERFORM 7100-ADD-FIELD THRU 7100-EXIT
           PERFORM 7200-RELEASE-ROW THRU 7200-EXIT.
       2600-EXIT.
           EXIT.

       2620-CHECK-ONE-VERDICT.
           READ VERDICT-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2620-EXIT
           END-READ
           IF MH-CYCLE-NUMBER NOT NUMERIC
               OR MH-CYCLE-NUMBER NOT = WS-TARGET-CYCLE
               GO TO 2620-EXIT
           END-IF
           SET WS-VERDICT-FOUND TO TRUE
           MOVE MH-RUN-DATE TO WS-VD-DATE
           MOVE MH-RUN-TIME TO WS-VD-TIME
           MOVE MH-VERDICT TO WS-VD-VERDICT
           MOVE MH-RETURN-CODE TO WS-VD-RETURN-CODE
           MOVE MH-REASON-COUNT TO WS-VD-REASON-COUNT
           MOVE MH-FIRST-REASON TO WS-VD-FIRST-REASON.
       2620-EXIT.
           EXIT.

      ******************************************************************
      *  3000-WRITE-INTERFACE
      *  SORT output procedure: the header, the D rows in time
      *  order, and the trailer with the count of each type.  When
      *  the events could not all be gathered, or SWIFOUT cannot be
      *  opened, the sorted rows are drained and nothing is written.
      ******************************************************************
       3000-WRITE-INTERFACE.
           IF WS-ABORT-REQUESTED
               PERFORM 3800-DRAIN-SORT-FILE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT INTERFACE-FILE
           IF WS-IFACE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWIFOUT, FILE STATUS "
                   WS-IFACE-FILE-STATUS
                   " - NO INTERFACE FILE PRODUCED"
               SET WS-ABORT-REQUESTED TO TRUE
               PERFORM 3800-DRAIN-SORT-FILE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO WS-ROW
           IF WS-RERUN
               STRING "H," WS-TARGET-CYCLE "," WS-NOW-DATE ","
                   WS-NOW-TIME ",RE-CREATED"
                   DELIMITED BY SIZE INTO WS-ROW
           ELSE
               STRING "H," WS-TARGET-CYCLE "," WS-NOW-DATE ","
                   WS-NOW-TIME ",ORIGINAL"
                   DELIMITED BY SIZE INTO WS-ROW
           END-IF
           PERFORM 8900-WRITE-ROW THRU 8900-EXIT
           PERFORM 3200-WRITE-ONE-ROW THRU 3200-EXIT
               UNTIL WS-SORT-EOF
           COMPUTE WS-TOTAL-ROWS = WS-CYCLE-ROWS + WS-CHANGE-ROWS
               + WS-REFUSAL-ROWS + WS-QFLAG-ROWS + WS-VERDICT-ROWS
           MOVE SPACES TO WS-ROW
           STRING "T," WS-TARGET-CYCLE "," WS-CYCLE-ROWS ","
               WS-CHANGE-ROWS "," WS-REFUSAL-ROWS ","
               WS-QFLAG-ROWS "," WS-VERDICT-ROWS ","
               WS-TOTAL-ROWS
               DELIMITED BY SIZE INTO WS-ROW
           PERFORM 8900-WRITE-ROW THRU 8900-EXIT
           CLOSE INTERFACE-FILE
           IF WS-WRITE-FAILED
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           DISPLAY "SWIFOUT WRITTEN FOR CYCLE " WS-TARGET-CYCLE
           MOVE WS-CYCLE-ROWS TO WS-EDIT-COUNT
           DISPLAY "  CYCLE EVENTS      " WS-EDIT-COUNT
           MOVE WS-CHANGE-ROWS TO WS-EDIT-COUNT
           DISPLAY "  SWITCH CHANGES    " WS-EDIT-COUNT
           MOVE WS-REFUSAL-ROWS TO WS-EDIT-COUNT
           DISPLAY "  REFUSALS          " WS-EDIT-COUNT
           MOVE WS-QFLAG-ROWS TO WS-EDIT-COUNT
           DISPLAY "  QUERY FLAGS       " WS-EDIT-COUNT
           MOVE WS-VERDICT-ROWS TO WS-EDIT-COUNT
           DISPLAY "  VERDICT           " WS-EDIT-COUNT
           MOVE WS-TOTAL-ROWS TO WS-EDIT-COUNT
           DISPLAY "  TOTAL DATA ROWS   " WS-EDIT-COUNT.
       3000-EXIT.
           EXIT.

       3200-WRITE-ONE-ROW.
           RETURN IFACE-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 3200-EXIT
           END-RETURN
           EVALUATE SR-ROW-TYPE
               WHEN "CYCLE"
                   ADD 1 TO WS-CYCLE-ROWS
               WHEN "CHANGE"
                   ADD 1 TO WS-CHANGE-ROWS
               WHEN "REFUSAL"
                   ADD 1 TO WS-REFUSAL-ROWS
               WHEN "QUERYFLAG"
                   ADD 1 TO WS-QFLAG-ROWS
               WHEN "VERDICT"
                   ADD 1 TO WS-VERDICT-ROWS
           END-EVALUATE
           MOVE SR-ROW-TEXT TO WS-ROW
           PERFORM 8900-WRITE-ROW THRU 8900-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3800-DRAIN-SORT-FILE
      *  RETURNs the sorted rows without writing them, so the SORT
      *  completes cleanly when no file is to be produced.
      ******************************************************************
       3800-DRAIN-SORT-FILE.
           PERFORM 3820-DRAIN-ONE THRU 3820-EXIT
               UNTIL WS-SORT-EOF.
       3800-EXIT.
           EXIT.

       3820-DRAIN-ONE.
           RETURN IFACE-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3820-EXIT.
           EXIT.

      ******************************************************************
      *  7000-START-ROW
      *  Begins a D row of type WS-ROW-TYPE for the event at
      *  WS-EVENT-STAMP: the columns every D row shares.
      ******************************************************************
       7000-START-ROW.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           STRING "D," DELIMITED BY SIZE
               WS-ROW-TYPE DELIMITED BY SPACE
               "," WS-TARGET-CYCLE "," WS-EVENT-DATE ","
               WS-EVENT-TIME DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-ADD-FIELD
      *  Appends WS-FIELD to the row as the next column, without its
      *  trailing blanks and with any comma in it sent as a
      *  semicolon.
      ******************************************************************
       7100-ADD-FIELD.
           INSPECT WS-FIELD REPLACING ALL "," BY ";"
           MOVE 0 TO WS-FIELD-END
           PERFORM 7120-NOTE-FIELD-END THRU 7120-EXIT
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > 70
           STRING "," DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR
           IF WS-FIELD-END > 0
               STRING WS-FIELD (1:WS-FIELD-END) DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-IF.
       7100-EXIT.
           EXIT.

       7120-NOTE-FIELD-END.
           IF WS-FIELD (WS-FIELD-SUB:1) NOT = SPACE
               MOVE WS-FIELD-SUB TO WS-FIELD-END
           END-IF.
       7120-EXIT.
           EXIT.

      ******************************************************************
      *  7200-RELEASE-ROW
      *  Hands the finished row to the sort under its event moment.
      ******************************************************************
       7200-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-NUMBER
           MOVE WS-EVENT-DATE TO SR-EVENT-DATE
           MOVE WS-EVENT-TIME TO SR-EVENT-TIME
           MOVE WS-RELEASE-NUMBER TO SR-RELEASE-NUMBER
           MOVE WS-ROW-TYPE TO SR-ROW-TYPE
           MOVE WS-ROW TO SR-ROW-TEXT
           RELEASE SR-RECORD.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  8900-WRITE-ROW
      *  One row to SWIFOUT.  After a failed write nothing more is
      *  written; the run ends 16, as a short file must not be sent.
      ******************************************************************
       8900-WRITE-ROW.
           IF WS-WRITE-FAILED
               GO TO 8900-EXIT
           END-IF
           MOVE WS-ROW TO IF-RECORD
           WRITE IF-RECORD
           IF WS-IFACE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SWIFOUT, FILE STATUS "
                   WS-IFACE-FILE-STATUS
                   " - INTERFACE FILE IS INCOMPLETE, DO NOT SEND"
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
       8900-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      *  16 when no usable file was produced, 04 when the file was
      *  written but is known to be short.
      ******************************************************************
       9999-TERMINATE.
           EVALUATE TRUE
               WHEN WS-ABORT-REQUESTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 04 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       9999-EXIT.
           EXIT.

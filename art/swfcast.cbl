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
      * @file swfcast.cbl
      *
      * Look-ahead forecast of the coming batch windows.  Before a
      * long weekend or a month-end the shift lead wants to know
      * what each of the next nights will do, and the answer is
      * spread across SWSCHDS, SWPROFS, SWTEMPS and the SWPLAN
      * sets - nobody works it out until 02:00 on the night it goes
      * wrong.  This report works it out on Friday afternoon.  For
      * each of the next N nights (tonight first - tomorrow first
      * when tonight's window is already open) it replays what the
      * window-open steps will do, in their order:
      *
      *    - SWTMPEXP: which SWTEMPS bookings expire that night and
      *      are reset to their normal state, by the same C/N/D
      *      rules against that night's cycle and date;
      *    - SWPROF *SCHEDULE: the profile and night type the
      *      SWSCHDS lookup will pick (dated entry, else the
      *      default), and whether SWPROF will apply it - profile
      *      defined, every target ON/OFF, the TTT/PPP rule, no
      *      protected switch turned on;
      *    - the switch state the window is then expected to open
      *      with - the profile's targets when it applies;
      *    - SWRECON: the plan set the morning reconciliation will
      *      read, SWPLAN<profile> or the plain SWPLAN fallback.
      *
      * and lists every conflict: a schedule SWPROF cannot resolve,
      * a profile that will not apply, a temporary setting still
      * alive that the night's profile silently sets back to normal,
      * or a night with no usable plan set.  Each night is assumed
      * to open one new cycle, as SWCYCOPN numbers a fresh window;
      * a restart keeps its cycle and is not foreseen.
      *
      * Report SWFCRPT, echoed to the joblog.  Ends with
      * RETURN-CODE 08 when any conflict was found and 16 when the
      * forecast could not be made.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      */
       ID DIVISION.
       PROGRAM-ID. SWFCAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO SWCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO SWSCHDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO SWPROFS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
           SELECT SWITCH-DEFN-FILE ASSIGN TO SWDEFNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFN-FILE-STATUS.
           SELECT TEMP-SETTING-FILE ASSIGN TO SWTEMPS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT SWITCH-PLAN-FILE
               ASSIGN TO DYNAMIC WS-PLAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO SWFCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE.
           COPY SWCYCLE.

       FD  SCHEDULE-FILE.
           COPY SWSCHED.

       FD  PROFILE-FILE.
           COPY SWPROF.

       FD  SWITCH-DEFN-FILE.
           COPY SWDEFN.

       FD  TEMP-SETTING-FILE.
           COPY SWTEMP.

       FD  SWITCH-PLAN-FILE.
           COPY SWPLAN.

       FD  FORECAST-REPORT-FILE.
       01  RL-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-SCHED-FILE-STATUS        PIC X(02).
       77  WS-PROF-FILE-STATUS         PIC X(02).
       77  WS-DEFN-FILE-STATUS         PIC X(02).
       77  WS-TEMP-FILE-STATUS         PIC X(02).
       77  WS-PLAN-FILE-STATUS         PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-PLAN-FILE-NAME           PIC X(16).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
       77  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-REPORT-OPENED                  VALUE "Y".
       77  WS-SCHED-AVAIL-SWITCH       PIC X(01) VALUE "N".
           88  WS-SCHED-AVAILABLE                VALUE "Y".
       77  WS-PROF-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-PROFILES-AVAILABLE             VALUE "Y".
       77  WS-TEMPS-BAD-SWITCH         PIC X(01) VALUE "N".
           88  WS-TEMPS-BAD                      VALUE "Y".
       77  WS-SCHED-RESULT-SWITCH      PIC X(01).
           88  WS-SCHED-ENTRY-FOUND              VALUE "F".
           88  WS-SCHED-RECORD-BAD               VALUE "B".
           88  WS-SCHED-NOT-FOUND                VALUE "N".
       77  WS-APPLY-SWITCH             PIC X(01).
           88  WS-PROFILE-WILL-APPLY             VALUE "Y".
       77  WS-EXPIRED-SWITCH           PIC X(01).
           88  WS-ENTRY-EXPIRED                  VALUE "Y".
       77  WS-PLAN-FOUND-SWITCH        PIC X(01).
           88  WS-PLAN-FOUND                     VALUE "Y".
       77  WS-NIGHTS-X                 PIC X(02).
       77  WS-NIGHTS                   PIC 9(02).
       77  WS-MAX-NIGHTS               PIC 9(02) VALUE 60.
       77  WS-NIGHT-NUMBER             PIC 9(02).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-LAST-CYCLE               PIC 9(06) VALUE 0.
       77  WS-CYCLE-STATUS             PIC X(06) VALUE SPACES.
       77  WS-CYCLE-OPEN-DATE          PIC 9(08) VALUE 0.
       77  WS-NIGHT-CYCLE              PIC 9(06).
       77  WS-EXPIRY-CYCLE             PIC 9(08).
       77  WS-NIGHT-PROFILE            PIC X(10).
       77  WS-NIGHT-TYPE               PIC X(10).
       77  WS-NIGHT-SOURCE             PIC X(16).
       77  WS-DEFAULT-PROFILE          PIC X(10).
       77  WS-DEFAULT-NIGHT-TYPE       PIC X(10).
       77  WS-BAD-SCHED-NUMBER         PIC 9(04).
       77  WS-PROFILE-SUB              PIC 9(02).
       77  WS-SUB                      PIC 9(02).
       77  WS-IDX                      PIC 9(04).
       77  WS-COL                      PIC 9(03).
       77  WS-SWITCH-DISPLAY           PIC 9(01).
       77  WS-TEMP-STATE               PIC X(03).
       77  WS-SCHED-COUNT              PIC 9(04) VALUE 0.
       77  WS-MAX-SCHED                PIC 9(04) VALUE 1000.
       77  WS-PROFILE-COUNT            PIC 9(02) VALUE 0.
       77  WS-MAX-PROFILES             PIC 9(02) VALUE 50.
       77  WS-TEMP-COUNT               PIC 9(02) VALUE 0.
       77  WS-MAX-TEMPS                PIC 9(02) VALUE 50.
       77  WS-EXPIRE-COUNT             PIC 9(02).
       77  WS-PLAN-COUNT               PIC 9(04).
       77  WS-CONFLICT-COUNT           PIC 9(04) VALUE 0.
       77  WS-NIGHT-CONFLICTS          PIC 9(04).
       77  WS-CONFLICT-NIGHTS          PIC 9(02) VALUE 0.
       77  WS-EDIT-COUNT               PIC Z(03)9.
       77  WS-PRINT-LINE               PIC X(132).

      * The night being forecast, stepped one day at a time.
       01  WS-NIGHT-DATE               PIC 9(08).
       01  WS-NIGHT-DATE-PARTS REDEFINES WS-NIGHT-DATE.
           05  WS-NIGHT-YEAR           PIC 9(04).
           05  WS-NIGHT-MONTH          PIC 9(02).
           05  WS-NIGHT-DAY            PIC 9(02).
       77  WS-DAYS-IN-MONTH            PIC 9(02).
       77  WS-LEAP-QUOTIENT            PIC 9(04).

      * Date-to-day-number work fields (7000-DATE-TO-DAYS), as in
      * SWCYCRPT, for the day of the week.
       01  WS-DTD-DATE                 PIC 9(08).
       01  WS-DTD-DATE-PARTS REDEFINES WS-DTD-DATE.
           05  WS-DTD-YEAR             PIC 9(04).
           05  WS-DTD-MONTH            PIC 9(02).
           05  WS-DTD-DAY              PIC 9(02).
       77  WS-DTD-DAYS                 PIC 9(08).
       77  WS-DTD-YEAR-M1              PIC 9(04).
       77  WS-DTD-LEAPS                PIC 9(04).
       77  WS-DOW                      PIC 9(01).
       77  WS-DOW-WORK                 PIC 9(08).
       77  WS-DOW-QUOTIENT             PIC 9(08).
       77  WS-DOW-REMAINDER            PIC 9(01).

      * Cumulative days before each month in a non-leap year.
       01  WS-MONTH-DAYS-DATA.
           05  FILLER                  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  FILLER REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MD-DAYS OCCURS 12 TIMES           PIC 9(03).

      * Length of each month in a non-leap year.
       01  WS-MONTH-LENGTH-DATA.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  FILLER REDEFINES WS-MONTH-LENGTH-DATA.
           05  WS-ML-DAYS OCCURS 12 TIMES           PIC 9(02).

       01  WS-DAY-NAME-DATA.
           05  FILLER                  PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  FILLER REDEFINES WS-DAY-NAME-DATA.
           05  WS-DAY-NAME OCCURS 7 TIMES           PIC X(03).

      * SWSCHDS in file order, exactly as SWPROF reads it - a bad
      * record stops SWPROF's lookup wherever it stands.
       01  WS-SCHED-TABLE.
           05  WS-SE-ENTRY OCCURS 1000 TIMES INDEXED BY WS-SE-IDX.
               10  WS-SE-BAD-FLAG       PIC X(01).
                   88  WS-SE-BAD                 VALUE "Y".
               10  WS-SE-DATE           PIC 9(08).
               10  WS-SE-NIGHT-TYPE     PIC X(10).
               10  WS-SE-PROFILE-NAME   PIC X(10).

      * SWPROFS profiles and their targets; SWPROF uses the first
      * record of a name.
       01  WS-PROFILE-TABLE.
           05  WS-PR-ENTRY OCCURS 50 TIMES INDEXED BY WS-PR-IDX.
               10  WS-PR-NAME           PIC X(10).
               10  WS-PR-TARGET-STATE OCCURS 8 TIMES  PIC X(03).

      * Protection attribute per switch, from SWDEFNS, with UPSI's
      * built-in default (switches 3 and 4) when it is missing.
       01  WS-PROTECT-TABLE.
           05  WS-PT-FLAG OCCURS 8 TIMES            PIC X(01).
               88  WS-PT-PROTECTED               VALUE "Y".

      * SWTEMPS bookings.  WS-TE-EXPIRED-FLAG marks a booking the
      * forecast has already expired on an earlier night, and
      * WS-TE-OVERRIDE-FLAG one a profile has already set back.
       01  WS-TEMP-TABLE.
           05  WS-TE-ENTRY OCCURS 50 TIMES INDEXED BY WS-TE-IDX.
               10  WS-TE-SWITCH-NUMBER  PIC 9(01).
               10  WS-TE-NORMAL-STATE   PIC X(03).
               10  WS-TE-EXPIRY-TYPE    PIC X(01).
               10  WS-TE-EXPIRY-VALUE   PIC 9(08).
               10  WS-TE-SET-CYCLE      PIC 9(06).
               10  WS-TE-SET-BY         PIC X(10).
               10  WS-TE-EXPIRED-FLAG   PIC X(01).
                   88  WS-TE-EXPIRED             VALUE "Y".
               10  WS-TE-OVERRIDE-FLAG  PIC X(01).
                   88  WS-TE-OVERRIDDEN          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-FORECAST-NIGHTS THRU 2000-EXIT
               PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  Takes the number of nights, opens the report, finds the
      *  first night and its cycle from SWCYCLE, and loads the
      *  control files the window-open steps read.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "ENTER NUMBER OF NIGHTS TO FORECAST (1-"
               WS-MAX-NIGHTS ", BLANK FOR 7)"
           MOVE SPACES TO WS-NIGHTS-X
           ACCEPT WS-NIGHTS-X
           IF WS-NIGHTS-X = SPACES
               MOVE "07" TO WS-NIGHTS-X
           END-IF
           IF WS-NIGHTS-X (2:1) = SPACE
               MOVE WS-NIGHTS-X (1:1) TO WS-NIGHTS-X (2:1)
               MOVE "0" TO WS-NIGHTS-X (1:1)
           END-IF
           IF WS-NIGHTS-X NOT NUMERIC
               DISPLAY "NUMBER OF NIGHTS IS NOT NUMERIC - NO FORECAST"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-NIGHTS-X TO WS-NIGHTS
           IF WS-NIGHTS = 0 OR WS-NIGHTS > WS-MAX-NIGHTS
               DISPLAY "NUMBER OF NIGHTS MUST BE 1-" WS-MAX-NIGHTS
                   " - NO FORECAST"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-CYCLE THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT FORECAST-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWFCRPT, FILE STATUS "
                   WS-REPORT-FILE-STATUS " - NO FORECAST"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-REPORT-OPENED TO TRUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BATCH WINDOW FORECAST FOR " WS-NIGHTS
               " NIGHT(S) FROM " WS-NIGHT-DATE ", RUN "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           COMPUTE WS-NIGHT-CYCLE = WS-LAST-CYCLE + 1
           STRING "SWCYCLE: CYCLE " WS-LAST-CYCLE " " WS-CYCLE-STATUS
               " - FIRST NIGHT FORECAST OPENS CYCLE " WS-NIGHT-CYCLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
           PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT
           PERFORM 1400-LOAD-PROTECT-FLAGS THRU 1400-EXIT
           PERFORM 1500-LOAD-TEMPS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-READ-CYCLE
      *  The last cycle SWCYCOPN numbered.  The first night forecast
      *  is tonight, opening the next cycle - or tomorrow when
      *  tonight's window is already open.  Every expiry counted in
      *  cycles hangs off this number, so no SWCYCLE is no forecast.
      ******************************************************************
       1100-READ-CYCLE.
           MOVE WS-CURRENT-DATE TO WS-NIGHT-DATE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO READ SWCYCLE, FILE STATUS "
                   WS-CYCLE-FILE-STATUS " - NO FORECAST"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CY-CYCLE-NUMBER NUMERIC
                       MOVE CY-CYCLE-NUMBER TO WS-LAST-CYCLE
                   END-IF
                   MOVE CY-CYCLE-STATUS TO WS-CYCLE-STATUS
                   IF CY-OPEN-DATE NUMERIC
                       MOVE CY-OPEN-DATE TO WS-CYCLE-OPEN-DATE
                   END-IF
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF WS-CYCLE-STATUS = "OPEN  "
               AND WS-CYCLE-OPEN-DATE = WS-CURRENT-DATE
               PERFORM 7500-NEXT-NIGHT-DATE THRU 7500-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-SCHEDULE
      *  SWSCHDS as SWPROF will read it, bad records included.  No
      *  schedule is a conflict on every night, not a stop: the
      *  rest of the forecast still tells the shift what to fix.
      ******************************************************************
       1200-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWSCHDS CANNOT BE READ, FILE STATUS "
                   WS-SCHED-FILE-STATUS
               GO TO 1200-EXIT
           END-IF
           SET WS-SCHED-AVAILABLE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1220-LOAD-ONE-SCHEDULE THRU 1220-EXIT
               UNTIL WS-EOF
           CLOSE SCHEDULE-FILE.
       1200-EXIT.
           EXIT.

       1220-LOAD-ONE-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1220-EXIT
           END-READ
           IF WS-SCHED-COUNT >= WS-MAX-SCHED
               DISPLAY "WARNING - SWSCHDS HOLDS MORE THAN "
                   WS-MAX-SCHED " RECORDS, THE REST ARE NOT FORECAST"
               SET WS-EOF TO TRUE
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO WS-SCHED-COUNT
           MOVE "N" TO WS-SE-BAD-FLAG (WS-SCHED-COUNT)
           MOVE 0 TO WS-SE-DATE (WS-SCHED-COUNT)
           IF SH-SCHED-DATE NOT NUMERIC
               OR SH-PROFILE-NAME = SPACES
               SET WS-SE-BAD (WS-SCHED-COUNT) TO TRUE
           ELSE
               MOVE SH-SCHED-DATE TO WS-SE-DATE (WS-SCHED-COUNT)
           END-IF
           MOVE SH-NIGHT-TYPE TO WS-SE-NIGHT-TYPE (WS-SCHED-COUNT)
           MOVE SH-PROFILE-NAME
               TO WS-SE-PROFILE-NAME (WS-SCHED-COUNT).
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  1300-LOAD-PROFILES
      ******************************************************************
       1300-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWPROFS CANNOT BE READ, FILE STATUS "
                   WS-PROF-FILE-STATUS
               GO TO 1300-EXIT
           END-IF
           SET WS-PROFILES-AVAILABLE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1320-LOAD-ONE-PROFILE THRU 1320-EXIT
               UNTIL WS-EOF
           CLOSE PROFILE-FILE.
       1300-EXIT.
           EXIT.

       1320-LOAD-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF PF-PROFILE-NAME = SPACES
               GO TO 1320-EXIT
           END-IF
           IF WS-PROFILE-COUNT >= WS-MAX-PROFILES
               DISPLAY "WARNING - SWPROFS HOLDS MORE THAN "
                   WS-MAX-PROFILES " PROFILES, THE REST ARE NOT "
                   "FORECAST"
               SET WS-EOF TO TRUE
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO WS-PROFILE-COUNT
           MOVE PF-PROFILE-NAME TO WS-PR-NAME (WS-PROFILE-COUNT)
           PERFORM 1340-COPY-ONE-TARGET THRU 1340-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
       1320-EXIT.
           EXIT.

       1340-COPY-ONE-TARGET.
           MOVE PF-TARGET-STATE (WS-SUB)
               TO WS-PR-TARGET-STATE (WS-PROFILE-COUNT WS-SUB).
       1340-EXIT.
           EXIT.

      ******************************************************************
      *  1400-LOAD-PROTECT-FLAGS
      *  As SWPROF loads them: SWDEFNS, or UPSI's built-in default
      *  of switches 3 and 4 protected when it is not available.
      ******************************************************************
       1400-LOAD-PROTECT-FLAGS.
           MOVE "N" TO WS-PT-FLAG (1) WS-PT-FLAG (2) WS-PT-FLAG (3)
               WS-PT-FLAG (6) WS-PT-FLAG (7) WS-PT-FLAG (8)
           MOVE "Y" TO WS-PT-FLAG (4) WS-PT-FLAG (5)
           OPEN INPUT SWITCH-DEFN-FILE
           IF WS-DEFN-FILE-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1420-READ-ONE-DEFN THRU 1420-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-DEFN-FILE.
       1400-EXIT.
           EXIT.

       1420-READ-ONE-DEFN.
           READ SWITCH-DEFN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1420-EXIT
           END-READ
           IF SD-SWITCH-NUMBER NUMERIC AND SD-SWITCH-NUMBER < 8
               COMPUTE WS-SUB = SD-SWITCH-NUMBER + 1
               MOVE SD-PROTECTED-FLAG TO WS-PT-FLAG (WS-SUB)
           END-IF.
       1420-EXIT.
           EXIT.

      ******************************************************************
      *  1500-LOAD-TEMPS
      *  SWTEMPS bookings, with SWTMPEXP's own record check: one bad
      *  record and SWTMPEXP expires nothing at all, which is itself
      *  a conflict on every night.  No SWTEMPS is a quiet night.
      ******************************************************************
       1500-LOAD-TEMPS.
           OPEN INPUT TEMP-SETTING-FILE
           IF WS-TEMP-FILE-STATUS = "35"
               GO TO 1500-EXIT
           END-IF
           IF WS-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWTEMPS CANNOT BE READ, FILE STATUS "
                   WS-TEMP-FILE-STATUS
               SET WS-TEMPS-BAD TO TRUE
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1520-LOAD-ONE-TEMP THRU 1520-EXIT
               UNTIL WS-EOF
           CLOSE TEMP-SETTING-FILE.
       1500-EXIT.
           EXIT.

       1520-LOAD-ONE-TEMP.
           READ TEMP-SETTING-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1520-EXIT
           END-READ
           IF TP-RECORD = SPACES
               GO TO 1520-EXIT
           END-IF
           IF WS-TEMP-COUNT >= WS-MAX-TEMPS
               OR TP-SWITCH-NUMBER NOT NUMERIC
               OR (TP-NORMAL-STATE NOT = "ON "
                   AND TP-NORMAL-STATE NOT = "OFF")
               OR (TP-EXPIRY-TYPE NOT = "C"
                   AND TP-EXPIRY-TYPE NOT = "N"
                   AND TP-EXPIRY-TYPE NOT = "D")
               SET WS-TEMPS-BAD TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1520-EXIT
           END-IF
           ADD 1 TO WS-TEMP-COUNT
           MOVE TP-SWITCH-NUMBER TO WS-TE-SWITCH-NUMBER (WS-TEMP-COUNT)
           MOVE TP-NORMAL-STATE TO WS-TE-NORMAL-STATE (WS-TEMP-COUNT)
           MOVE TP-EXPIRY-TYPE TO WS-TE-EXPIRY-TYPE (WS-TEMP-COUNT)
           MOVE 0 TO WS-TE-EXPIRY-VALUE (WS-TEMP-COUNT)
           IF TP-EXPIRY-VALUE NUMERIC
               MOVE TP-EXPIRY-VALUE
                   TO WS-TE-EXPIRY-VALUE (WS-TEMP-COUNT)
           END-IF
           MOVE 0 TO WS-TE-SET-CYCLE (WS-TEMP-COUNT)
           IF TP-SET-CYCLE NUMERIC
               MOVE TP-SET-CYCLE TO WS-TE-SET-CYCLE (WS-TEMP-COUNT)
           END-IF
           MOVE TP-SET-BY TO WS-TE-SET-BY (WS-TEMP-COUNT)
           MOVE "N" TO WS-TE-EXPIRED-FLAG (WS-TEMP-COUNT)
           MOVE "N" TO WS-TE-OVERRIDE-FLAG (WS-TEMP-COUNT).
       1520-EXIT.
           EXIT.

      ******************************************************************
      *  2000-FORECAST-NIGHTS
      ******************************************************************
       2000-FORECAST-NIGHTS.
           PERFORM 2100-FORECAST-ONE-NIGHT THRU 2100-EXIT
               VARYING WS-NIGHT-NUMBER FROM 1 BY 1
               UNTIL WS-NIGHT-NUMBER > WS-NIGHTS.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-FORECAST-ONE-NIGHT
      *  One night, in window-open order: the schedule lookup, the
      *  expiries, the profile apply and the state it leaves, the
      *  bookings it overrides, and the plan set for the morning.
      ******************************************************************
       2100-FORECAST-ONE-NIGHT.
           COMPUTE WS-NIGHT-CYCLE = WS-LAST-CYCLE + WS-NIGHT-NUMBER
           MOVE 0 TO WS-NIGHT-CONFLICTS
           PERFORM 2200-RESOLVE-PROFILE THRU 2200-EXIT
           MOVE WS-NIGHT-DATE TO WS-DTD-DATE
           PERFORM 7100-DAY-OF-WEEK THRU 7100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           STRING "NIGHT " WS-NIGHT-DATE " " WS-DAY-NAME (WS-DOW)
               "  CYCLE " WS-NIGHT-CYCLE "  NIGHT TYPE "
               WS-NIGHT-TYPE "  PROFILE " WS-NIGHT-PROFILE " "
               WS-NIGHT-SOURCE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           PERFORM 2300-PROJECT-EXPIRIES THRU 2300-EXIT
           PERFORM 2250-REPORT-SCHEDULE THRU 2250-EXIT
           PERFORM 2400-CHECK-PROFILE THRU 2400-EXIT
           PERFORM 2500-PRINT-OPENING-STATE THRU 2500-EXIT
           PERFORM 2600-CHECK-TEMP-OVERRIDE THRU 2600-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TEMP-COUNT
           PERFORM 2700-CHECK-PLAN-SET THRU 2700-EXIT
           IF WS-NIGHT-CONFLICTS > 0
               ADD 1 TO WS-CONFLICT-NIGHTS
           END-IF
           PERFORM 7500-NEXT-NIGHT-DATE THRU 7500-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-RESOLVE-PROFILE
      *  SWPROF's *SCHEDULE lookup for the night: the first record
      *  dated that night wins, else the last default entry read
      *  before the end of the file; a bad record reached first
      *  ends the lookup, and SWPROF aborts.
      ******************************************************************
       2200-RESOLVE-PROFILE.
           MOVE SPACES TO WS-NIGHT-PROFILE WS-NIGHT-TYPE
               WS-NIGHT-SOURCE WS-DEFAULT-PROFILE
               WS-DEFAULT-NIGHT-TYPE
           SET WS-SCHED-NOT-FOUND TO TRUE
           PERFORM 2220-CHECK-ONE-SCHEDULE THRU 2220-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCHED-COUNT
                   OR NOT WS-SCHED-NOT-FOUND
           IF WS-SCHED-ENTRY-FOUND
               MOVE "(SWSCHDS ENTRY)" TO WS-NIGHT-SOURCE
               GO TO 2200-EXIT
           END-IF
           IF WS-SCHED-NOT-FOUND AND WS-DEFAULT-PROFILE NOT = SPACES
               MOVE WS-DEFAULT-PROFILE TO WS-NIGHT-PROFILE
               MOVE WS-DEFAULT-NIGHT-TYPE TO WS-NIGHT-TYPE
               MOVE "(DEFAULT ENTRY)" TO WS-NIGHT-SOURCE
               GO TO 2200-EXIT
           END-IF
           MOVE "NONE" TO WS-NIGHT-PROFILE
           MOVE "?" TO WS-NIGHT-TYPE.
       2200-EXIT.
           EXIT.

       2220-CHECK-ONE-SCHEDULE.
           IF WS-SE-BAD (WS-IDX)
               SET WS-SCHED-RECORD-BAD TO TRUE
               MOVE WS-IDX TO WS-BAD-SCHED-NUMBER
               GO TO 2220-EXIT
           END-IF
           IF WS-SE-DATE (WS-IDX) = WS-NIGHT-DATE
               SET WS-SCHED-ENTRY-FOUND TO TRUE
               MOVE WS-SE-PROFILE-NAME (WS-IDX) TO WS-NIGHT-PROFILE
               MOVE WS-SE-NIGHT-TYPE (WS-IDX) TO WS-NIGHT-TYPE
               GO TO 2220-EXIT
           END-IF
           IF WS-SE-DATE (WS-IDX) = 0
               MOVE WS-SE-PROFILE-NAME (WS-IDX) TO WS-DEFAULT-PROFILE
               MOVE WS-SE-NIGHT-TYPE (WS-IDX) TO WS-DEFAULT-NIGHT-TYPE
           END-IF.
       2220-EXIT.
           EXIT.

      ******************************************************************
      *  2250-REPORT-SCHEDULE
      *  A night the lookup cannot resolve is a night SWPROF aborts.
      ******************************************************************
       2250-REPORT-SCHEDULE.
           MOVE SPACES TO WS-PRINT-LINE
           IF NOT WS-SCHED-AVAILABLE
               MOVE "  CONFLICT: SWSCHDS CANNOT BE READ - SWPROF "
                   & "*SCHEDULE WILL ABORT, NO PROFILE APPLIED"
                   TO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
               GO TO 2250-EXIT
           END-IF
           IF WS-SCHED-RECORD-BAD
               STRING "  CONFLICT: SWSCHDS RECORD " WS-BAD-SCHED-NUMBER
                   " HAS A BAD DATE OR NO PROFILE - SWPROF *SCHEDULE "
                   "WILL ABORT, NO PROFILE APPLIED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
               GO TO 2250-EXIT
           END-IF
           IF WS-NIGHT-SOURCE = SPACES
               MOVE "  CONFLICT: NO SWSCHDS ENTRY FOR THIS NIGHT AND "
                   & "NO DEFAULT - SWPROF *SCHEDULE WILL ABORT"
                   TO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *  2300-PROJECT-EXPIRIES
      *  SWTMPEXP's rules against this night's cycle and date: type
      *  C once a later cycle opens, type N once the cycle passes
      *  booking cycle plus count, type D the day after its date.
      *  A booking expired on an earlier night is gone.
      ******************************************************************
       2300-PROJECT-EXPIRIES.
           IF WS-TEMPS-BAD
               MOVE "  CONFLICT: SWTEMPS CANNOT BE READ OR HOLDS A BAD "
                   & "RECORD - SWTMPEXP WILL EXPIRE NOTHING"
                   TO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO WS-EXPIRE-COUNT
           PERFORM 2320-PROJECT-ONE-EXPIRY THRU 2320-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TEMP-COUNT
           IF WS-EXPIRE-COUNT = 0
               MOVE "  SWTMPEXP: NO TEMPORARY SETTING EXPIRES"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2320-PROJECT-ONE-EXPIRY.
           IF WS-TE-EXPIRED (WS-IDX)
               GO TO 2320-EXIT
           END-IF
           MOVE "N" TO WS-EXPIRED-SWITCH
           EVALUATE WS-TE-EXPIRY-TYPE (WS-IDX)
               WHEN "C"
                   IF WS-NIGHT-CYCLE > WS-TE-SET-CYCLE (WS-IDX)
                       SET WS-ENTRY-EXPIRED TO TRUE
                   END-IF
               WHEN "N"
                   COMPUTE WS-EXPIRY-CYCLE =
                       WS-TE-SET-CYCLE (WS-IDX)
                       + WS-TE-EXPIRY-VALUE (WS-IDX)
                   IF WS-NIGHT-CYCLE > WS-EXPIRY-CYCLE
                       SET WS-ENTRY-EXPIRED TO TRUE
                   END-IF
               WHEN "D"
                   IF WS-NIGHT-DATE > WS-TE-EXPIRY-VALUE (WS-IDX)
                       SET WS-ENTRY-EXPIRED TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT WS-ENTRY-EXPIRED
               GO TO 2320-EXIT
           END-IF
           SET WS-TE-EXPIRED (WS-IDX) TO TRUE
           ADD 1 TO WS-EXPIRE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SWTMPEXP: SWITCH " WS-TE-SWITCH-NUMBER (WS-IDX)
               " RESET TO " WS-TE-NORMAL-STATE (WS-IDX)
               " - TYPE " WS-TE-EXPIRY-TYPE (WS-IDX) " BOOKING BY "
               DELIMITED BY SIZE
               WS-TE-SET-BY (WS-IDX) DELIMITED BY SPACE
               " IN CYCLE " WS-TE-SET-CYCLE (WS-IDX) " EXPIRES"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       2320-EXIT.
           EXIT.

      ******************************************************************
      *  2400-CHECK-PROFILE
      *  SWPROF's own validation of the night's profile: defined on
      *  SWPROFS, every target ON/OFF, TEST-MODE-FLAG (switch 2) and
      *  FORCE-PRODUCTION-POST-FLAG (switch 4) not both ON.  Any of
      *  those and nothing is applied.  A protected switch targeted
      *  ON is refused unless it is already on - it can only have
      *  been put there by the UPSIRUN job step - so it is listed
      *  but the profile is still taken to apply.
      ******************************************************************
       2400-CHECK-PROFILE.
           MOVE "N" TO WS-APPLY-SWITCH
           IF WS-NIGHT-SOURCE = SPACES
               GO TO 2400-EXIT
           END-IF
           MOVE 0 TO WS-PROFILE-SUB
           PERFORM 2420-FIND-ONE-PROFILE THRU 2420-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PROFILE-COUNT OR WS-PROFILE-SUB > 0
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PROFILE-SUB = 0
               STRING "  CONFLICT: PROFILE " DELIMITED BY SIZE
                   WS-NIGHT-PROFILE DELIMITED BY SPACE
                   " IS NOT ON SWPROFS - SWPROF WILL ABORT, NO "
                   "PROFILE APPLIED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
               GO TO 2400-EXIT
           END-IF
           SET WS-PROFILE-WILL-APPLY TO TRUE
           PERFORM 2440-CHECK-ONE-TARGET THRU 2440-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           IF WS-PR-TARGET-STATE (WS-PROFILE-SUB 3) = "ON "
               AND WS-PR-TARGET-STATE (WS-PROFILE-SUB 5) = "ON "
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  CONFLICT: PROFILE " DELIMITED BY SIZE
                   WS-NIGHT-PROFILE DELIMITED BY SPACE
                   " FAILS THE TTT/PPP RULE - TEST-MODE-FLAG AND "
                   "FORCE-PRODUCTION-POST-FLAG BOTH ON, SWPROF WILL "
                   "ABORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
               MOVE "N" TO WS-APPLY-SWITCH
           END-IF
           IF NOT WS-PROFILE-WILL-APPLY
               GO TO 2400-EXIT
           END-IF
           PERFORM 2460-CHECK-ONE-PROTECTED THRU 2460-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
       2400-EXIT.
           EXIT.

       2420-FIND-ONE-PROFILE.
           IF WS-PR-NAME (WS-SUB) = WS-NIGHT-PROFILE
               MOVE WS-SUB TO WS-PROFILE-SUB
           END-IF.
       2420-EXIT.
           EXIT.

       2440-CHECK-ONE-TARGET.
           IF WS-PR-TARGET-STATE (WS-PROFILE-SUB WS-SUB) = "ON "
               OR WS-PR-TARGET-STATE (WS-PROFILE-SUB WS-SUB) = "OFF"
               GO TO 2440-EXIT
           END-IF
           COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CONFLICT: PROFILE " DELIMITED BY SIZE
               WS-NIGHT-PROFILE DELIMITED BY SPACE
               " SWITCH " WS-SWITCH-DISPLAY
               " TARGET IS NOT ON/OFF - SWPROF WILL ABORT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
           MOVE "N" TO WS-APPLY-SWITCH.
       2440-EXIT.
           EXIT.

       2460-CHECK-ONE-PROTECTED.
           IF NOT WS-PT-PROTECTED (WS-SUB)
               OR WS-PR-TARGET-STATE (WS-PROFILE-SUB WS-SUB)
                   NOT = "ON "
               GO TO 2460-EXIT
           END-IF
           COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CONFLICT: PROFILE " DELIMITED BY SIZE
               WS-NIGHT-PROFILE DELIMITED BY SPACE
               " TURNS PROTECTED SWITCH " WS-SWITCH-DISPLAY
               " ON - SWPROF REFUSES THE WHOLE PROFILE UNLESS IT IS "
               "ALREADY ON"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT.
       2460-EXIT.
           EXIT.

      ******************************************************************
      *  2500-PRINT-OPENING-STATE
      *  The profile sets all eight switches, so once it applies
      *  the window opens with its targets whatever the day before
      *  left.  When it will not apply, the switches stay as the
      *  expiry step leaves them and cannot be foreseen here.
      ******************************************************************
       2500-PRINT-OPENING-STATE.
           MOVE SPACES TO WS-PRINT-LINE
           IF NOT WS-PROFILE-WILL-APPLY
               MOVE "  OPENS WITH: NOT FORESEEABLE - NO PROFILE "
                   & "APPLIED, SWITCHES STAY AS LAST LEFT"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE "  OPENS WITH:" TO WS-PRINT-LINE
           PERFORM 2520-PLACE-ONE-STATE THRU 2520-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       2500-EXIT.
           EXIT.

       2520-PLACE-ONE-STATE.
           COMPUTE WS-SWITCH-DISPLAY = WS-SUB - 1
           COMPUTE WS-COL = 16 + (WS-SUB - 1) * 7
           MOVE WS-SWITCH-DISPLAY TO WS-PRINT-LINE (WS-COL:1)
           MOVE "=" TO WS-PRINT-LINE (WS-COL + 1:1)
           MOVE WS-PR-TARGET-STATE (WS-PROFILE-SUB WS-SUB)
               TO WS-PRINT-LINE (WS-COL + 2:3).
       2520-EXIT.
           EXIT.

      ******************************************************************
      *  2600-CHECK-TEMP-OVERRIDE
      *  A booking still alive after the night's expiries holds its
      *  switch away from the normal state.  A profile that sets the
      *  switch back to normal silently ends the temporary setting
      *  early, and nobody who booked it is told.  Listed on the
      *  first night it happens; after that the setting is gone.
      ******************************************************************
       2600-CHECK-TEMP-OVERRIDE.
           IF NOT WS-PROFILE-WILL-APPLY OR WS-TEMPS-BAD
               OR WS-TE-EXPIRED (WS-IDX) OR WS-TE-OVERRIDDEN (WS-IDX)
               GO TO 2600-EXIT
           END-IF
           COMPUTE WS-SUB = WS-TE-SWITCH-NUMBER (WS-IDX) + 1
           IF WS-SUB > 8
               OR WS-PR-TARGET-STATE (WS-PROFILE-SUB WS-SUB)
                   NOT = WS-TE-NORMAL-STATE (WS-IDX)
               GO TO 2600-EXIT
           END-IF
           IF WS-TE-NORMAL-STATE (WS-IDX) = "ON "
               MOVE "OFF" TO WS-TEMP-STATE
           ELSE
               MOVE "ON " TO WS-TEMP-STATE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CONFLICT: SWITCH " WS-TE-SWITCH-NUMBER (WS-IDX)
               " IS TEMPORARILY " WS-TEMP-STATE " (BOOKED BY "
               DELIMITED BY SIZE
               WS-TE-SET-BY (WS-IDX) DELIMITED BY SPACE
               ", TYPE " WS-TE-EXPIRY-TYPE (WS-IDX) ") - PROFILE "
               DELIMITED BY SIZE
               WS-NIGHT-PROFILE DELIMITED BY SPACE
               " SETS IT BACK TO " WS-TE-NORMAL-STATE (WS-IDX)
               " BEFORE THE BOOKING EXPIRES" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
           SET WS-TE-OVERRIDDEN (WS-IDX) TO TRUE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  2700-CHECK-PLAN-SET
      *  SWRECON's choice for the morning after: SWPLAN<profile>
      *  when the cycle carries a profile and that set is on file,
      *  else the plain SWPLAN.  An empty set, or neither on file,
      *  leaves the night without a reconciliation.
      ******************************************************************
       2700-CHECK-PLAN-SET.
           IF WS-PROFILE-WILL-APPLY
               MOVE SPACES TO WS-PLAN-FILE-NAME
               STRING "SWPLAN" DELIMITED BY SIZE
                   WS-NIGHT-PROFILE DELIMITED BY SPACE
                   INTO WS-PLAN-FILE-NAME
               PERFORM 2720-COUNT-PLAN THRU 2720-EXIT
               IF WS-PLAN-FOUND
                   GO TO 2700-REPORT
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  NOTE: NO " DELIMITED BY SIZE
                   WS-PLAN-FILE-NAME DELIMITED BY SPACE
                   " ON FILE - SWRECON FALLS BACK TO SWPLAN"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF
           MOVE "SWPLAN" TO WS-PLAN-FILE-NAME
           PERFORM 2720-COUNT-PLAN THRU 2720-EXIT
           IF NOT WS-PLAN-FOUND
               MOVE "  CONFLICT: NO PLAN SET ON FILE - SWRECON WILL "
                   & "NOT RECONCILE THIS NIGHT" TO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
               GO TO 2700-EXIT
           END-IF.
       2700-REPORT.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PLAN-COUNT = 0
               STRING "  CONFLICT: PLAN SET " DELIMITED BY SIZE
                   WS-PLAN-FILE-NAME DELIMITED BY SPACE
                   " IS EMPTY - SWRECON WILL NOT RECONCILE THIS NIGHT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-CONFLICT THRU 8910-EXIT
               GO TO 2700-EXIT
           END-IF
           MOVE WS-PLAN-COUNT TO WS-EDIT-COUNT
           STRING "  SWRECON PLAN SET: " DELIMITED BY SIZE
               WS-PLAN-FILE-NAME DELIMITED BY SPACE
               " -" WS-EDIT-COUNT " JOB(S)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *  2720-COUNT-PLAN
      *  WS-PLAN-FOUND when WS-PLAN-FILE-NAME opens, with the number
      *  of jobs in it in WS-PLAN-COUNT.
      ******************************************************************
       2720-COUNT-PLAN.
           MOVE "N" TO WS-PLAN-FOUND-SWITCH
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT SWITCH-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               GO TO 2720-EXIT
           END-IF
           SET WS-PLAN-FOUND TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2740-COUNT-ONE-PLAN THRU 2740-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-PLAN-FILE.
       2720-EXIT.
           EXIT.

       2740-COUNT-ONE-PLAN.
           READ SWITCH-PLAN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2740-EXIT
           END-READ
           IF PL-JOB-NAME NOT = SPACES
               ADD 1 TO WS-PLAN-COUNT
           END-IF.
       2740-EXIT.
           EXIT.

      ******************************************************************
      *  7000-DATE-TO-DAYS
      *  Converts WS-DTD-DATE (YYYYMMDD) to a day count since
      *  1900-01-01 in WS-DTD-DAYS, exactly as SWCYCRPT does.
      ******************************************************************
       7000-DATE-TO-DAYS.
           COMPUTE WS-DTD-YEAR-M1 = WS-DTD-YEAR - 1
           DIVIDE WS-DTD-YEAR-M1 BY 4 GIVING WS-DTD-LEAPS
           SUBTRACT 475 FROM WS-DTD-LEAPS
           COMPUTE WS-DTD-DAYS =
               (WS-DTD-YEAR - 1900) * 365 + WS-DTD-LEAPS
               + WS-MD-DAYS (WS-DTD-MONTH) + WS-DTD-DAY
           IF WS-DTD-MONTH > 2
               AND WS-DTD-YEAR NOT = 1900
               DIVIDE WS-DTD-YEAR BY 4 GIVING WS-DTD-YEAR-M1
               IF WS-DTD-YEAR-M1 * 4 = WS-DTD-YEAR
                   ADD 1 TO WS-DTD-DAYS
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-DAY-OF-WEEK
      *  Day of the week of WS-DTD-DATE in WS-DOW, 1 for Monday
      *  through 7 for Sunday.
      ******************************************************************
       7100-DAY-OF-WEEK.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT
           COMPUTE WS-DOW-WORK = WS-DTD-DAYS - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW-REMAINDER
           COMPUTE WS-DOW = WS-DOW-REMAINDER + 1.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7500-NEXT-NIGHT-DATE
      *  Steps WS-NIGHT-DATE on one calendar day.
      ******************************************************************
       7500-NEXT-NIGHT-DATE.
           MOVE WS-ML-DAYS (WS-NIGHT-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-NIGHT-MONTH = 2
               DIVIDE WS-NIGHT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               IF WS-LEAP-QUOTIENT * 4 = WS-NIGHT-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF
           ADD 1 TO WS-NIGHT-DAY
           IF WS-NIGHT-DAY > WS-DAYS-IN-MONTH
               MOVE 1 TO WS-NIGHT-DAY
               ADD 1 TO WS-NIGHT-MONTH
               IF WS-NIGHT-MONTH > 12
                   MOVE 1 TO WS-NIGHT-MONTH
                   ADD 1 TO WS-NIGHT-YEAR
               END-IF
           END-IF.
       7500-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRINT-SUMMARY
      ******************************************************************
       8000-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-CONFLICT-COUNT TO WS-EDIT-COUNT
           STRING "NIGHTS FORECAST: " WS-NIGHTS
               "   NIGHTS WITH CONFLICTS: " WS-CONFLICT-NIGHTS
               "   CONFLICTS:" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-CONFLICT-COUNT > 0
               MOVE "*** CONFLICTS FOUND - RESOLVE THEM BEFORE THE "
                   & "WINDOWS LISTED OPEN" TO WS-PRINT-LINE
           ELSE
               MOVE "NO CONFLICTS - EVERY NIGHT FORECAST OPENS AS "
                   & "SCHEDULED" TO WS-PRINT-LINE
           END-IF
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       8000-EXIT.
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

       8910-REPORT-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           ADD 1 TO WS-NIGHT-CONFLICTS
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       8910-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      *  08 when any night forecast has a conflict; 16 when no
      *  forecast could be made.
      ******************************************************************
       9999-TERMINATE.
           IF WS-REPORT-OPENED
               CLOSE FORECAST-REPORT-FILE
           END-IF
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CONFLICT-COUNT > 0
                   MOVE 08 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.

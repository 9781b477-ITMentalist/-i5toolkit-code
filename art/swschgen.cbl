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
      * @file swschgen.cbl
      *
      * Generates a year of SWSCHDS schedule entries from recurrence
      * rules.  SWSCHDS has been keyed one date at a time, and a
      * month end nobody remembered to key runs under the NORMAL
      * default - it has happened twice.  This program takes the
      * year to generate (blank for next year, so the whole year
      * can be loaded in one run once Finance publishes the close
      * calendar in November), the recurrence rules in SWSCHRUL
      * (SWSCHRL.CPY - last or first business day of the month, or
      * the nth weekday, in the months each rule selects) and the
      * company holiday calendar in SWHOLDYS (SWHOLDY.CPY), and
      * works out every night the rules call for.
      *
      * Entries already keyed by hand are never touched: a hand-
      * keyed entry on a night a rule also wants is kept and wins,
      * the rule's date is reported as overridden, and a hand-keyed
      * entry for the same night type elsewhere in the month is
      * pointed out for checking.  Entries generated by an earlier
      * run for the same year (SH-ENTRY-SOURCE "G") are replaced.
      * When two rules want the same night, the rule earlier in
      * SWSCHRUL wins.
      *
      * Nothing is replaced until the calendar listing (SWSCHLST) -
      * a month-by-month calendar with every scheduled night and
      * holiday marked, the entries behind them and every override
      * - has been printed and the run confirmed.  Rule profiles
      * are checked against SWPROFS when it is available.  Ends
      * with RETURN-CODE 16 when the rules cannot be used or the
      * schedule cannot be written.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      *   2026-10-15  jll  The SWSCHRUL rule record's fields now carry
      *                    the RU- prefix, leaving RL-RECORD to the
      *                    listing line as in every other report.
      */
       ID DIVISION.
       PROGRAM-ID. SWSCHGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-RULE-FILE ASSIGN TO SWSCHRUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO SWHOLDYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO SWPROFS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO SWSCHDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT LISTING-FILE ASSIGN TO SWSCHLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-RULE-FILE.
           COPY SWSCHRL.

       FD  HOLIDAY-FILE.
           COPY SWHOLDY.

       FD  PROFILE-FILE.
           COPY SWPROF.

       FD  SCHEDULE-FILE.
           COPY SWSCHED.

       FD  LISTING-FILE.
       01  RL-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-RULE-FILE-STATUS         PIC X(02).
       77  WS-HOLIDAY-FILE-STATUS      PIC X(02).
       77  WS-PROFILE-FILE-STATUS      PIC X(02).
       77  WS-SCHED-FILE-STATUS        PIC X(02).
       77  WS-LIST-FILE-STATUS         PIC X(02).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
           88  WS-ABORT-NOT-REQUESTED            VALUE "N".
       77  WS-PROFILES-AVAIL-SWITCH    PIC X(01) VALUE "N".
           88  WS-PROFILES-AVAILABLE             VALUE "Y".
       77  WS-LIST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-LIST-OPENED                    VALUE "Y".
       77  WS-DAY-FOUND-SWITCH         PIC X(01).
           88  WS-DAY-FOUND                      VALUE "Y".
       77  WS-BUSINESS-DAY-SWITCH      PIC X(01).
           88  WS-BUSINESS-DAY                   VALUE "Y".
       77  WS-HOLIDAY-SWITCH           PIC X(01).
           88  WS-IS-HOLIDAY                     VALUE "Y".
       77  WS-RULE-OK-SWITCH           PIC X(01).
           88  WS-RULE-OK                        VALUE "Y".
       77  WS-YEAR-X                   PIC X(04).
       77  WS-GEN-YEAR                 PIC 9(04).
       77  WS-REPLY                    PIC X(01).
       77  WS-MONTH                    PIC 9(02).
       77  WS-DAY-WORK                 PIC 9(02).
       77  WS-DAYS-IN-MONTH            PIC 9(02).
       77  WS-WEEK-NUMBER              PIC 9(01).
       77  WS-WEEKDAY                  PIC 9(01).
       77  WS-FIRST-DOW                PIC 9(01).
       77  WS-OFFSET                   PIC 9(02).
       77  WS-DOW                      PIC 9(01).
       77  WS-DOW-WORK                 PIC 9(08).
       77  WS-DOW-QUOTIENT             PIC 9(08).
       77  WS-DOW-REMAINDER            PIC 9(01).
       77  WS-LEAP-QUOTIENT            PIC 9(04).
       77  WS-RULE-DATE                PIC 9(08).
       77  WS-SUB                      PIC 9(04).
       77  WS-IDX                      PIC 9(04).
       77  WS-SHIFT-SUB                PIC 9(04).
       77  WS-FOUND-SUB                PIC 9(04).
       77  WS-RULE-SUB                 PIC 9(02).
       77  WS-COL                      PIC 9(03).
       77  WS-HOLIDAY-COUNT            PIC 9(03) VALUE 0.
       77  WS-MAX-HOLIDAYS             PIC 9(03) VALUE 100.
       77  WS-RULE-COUNT               PIC 9(02) VALUE 0.
       77  WS-MAX-RULES                PIC 9(02) VALUE 20.
       77  WS-RULE-ERRORS              PIC 9(02) VALUE 0.
       77  WS-RULE-RECORD-NUMBER       PIC 9(02) VALUE 0.
       77  WS-PROFILE-COUNT            PIC 9(03) VALUE 0.
       77  WS-MAX-PROFILES             PIC 9(03) VALUE 100.
       77  WS-ENTRY-COUNT              PIC 9(04) VALUE 0.
       77  WS-MAX-ENTRIES              PIC 9(04) VALUE 1000.
       77  WS-NOTE-COUNT               PIC 9(03) VALUE 0.
       77  WS-MAX-NOTES                PIC 9(03) VALUE 200.
       77  WS-GENERATED-COUNT          PIC 9(04) VALUE 0.
       77  WS-HAND-KEPT-COUNT          PIC 9(04) VALUE 0.
       77  WS-OTHER-YEAR-COUNT         PIC 9(04) VALUE 0.
       77  WS-OVERRIDE-COUNT           PIC 9(04) VALUE 0.
       77  WS-REPLACED-COUNT           PIC 9(04) VALUE 0.
       77  WS-DROPPED-COUNT            PIC 9(04) VALUE 0.
       77  WS-WRITTEN-COUNT            PIC 9(04) VALUE 0.
       77  WS-EDIT-COUNT               PIC Z(03)9.
       77  WS-EDIT-RULE                PIC 9(02).
       77  WS-NOTE-DATE                PIC 9(08).
       77  WS-NOTE-TEXT                PIC X(100).
       77  WS-NEW-DATE                 PIC 9(08).
       77  WS-NEW-NIGHT-TYPE           PIC X(10).
       77  WS-NEW-PROFILE              PIC X(10).
       77  WS-NEW-SOURCE               PIC X(01).
       77  WS-NEW-RULE                 PIC 9(02).
       77  WS-DEFAULT-NIGHT-TYPE       PIC X(10) VALUE SPACES.
       77  WS-DEFAULT-PROFILE          PIC X(10) VALUE SPACES.
       77  WS-PRINT-LINE               PIC X(132).

       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(04).
           05  WS-CURRENT-MMDD         PIC 9(04).

      * Date-to-day-number work fields (7000-DATE-TO-DAYS), as in
      * SWCYCRPT.  The count is days since 1900-01-01, a Monday,
      * so the day of the week falls straight out of it; the
      * simple century rule used is exact from 1901 through 2099.
       01  WS-DTD-DATE                 PIC 9(08).
       01  WS-DTD-DATE-PARTS REDEFINES WS-DTD-DATE.
           05  WS-DTD-YEAR             PIC 9(04).
           05  WS-DTD-MONTH            PIC 9(02).
           05  WS-DTD-DAY              PIC 9(02).
       77  WS-DTD-DAYS                 PIC 9(08).
       77  WS-DTD-YEAR-M1              PIC 9(04).
       77  WS-DTD-LEAPS                PIC 9(04).

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

       01  WS-MONTH-NAME-DATA.
           05  FILLER                  PIC X(36) VALUE
               "JANUARY  FEBRUARY MARCH    APRIL    ".
           05  FILLER                  PIC X(36) VALUE
               "MAY      JUNE     JULY     AUGUST   ".
           05  FILLER                  PIC X(36) VALUE
               "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
       01  FILLER REDEFINES WS-MONTH-NAME-DATA.
           05  WS-MONTH-NAME OCCURS 12 TIMES        PIC X(09).

       01  WS-DAY-NAME-DATA.
           05  FILLER                  PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  FILLER REDEFINES WS-DAY-NAME-DATA.
           05  WS-DAY-NAME OCCURS 7 TIMES           PIC X(03).

      * One calendar cell: the day of the month and its marker.
       01  WS-CELL.
           05  WS-CELL-DAY             PIC Z9.
           05  WS-CELL-MARK            PIC X(01).

      * The recurrence rules from SWSCHRUL, in file order - the
      * order decides which rule wins a shared night.
       01  WS-RULE-TABLE.
           05  WS-RU-ENTRY OCCURS 20 TIMES INDEXED BY WS-RU-IDX.
               10  WS-RU-RULE-TYPE      PIC X(02).
               10  WS-RU-MONTH-FLAG OCCURS 12 TIMES  PIC X(01).
               10  WS-RU-WEEK-OF-MONTH  PIC X(01).
               10  WS-RU-WEEKDAY        PIC 9(01).
               10  WS-RU-NIGHT-TYPE     PIC X(10).
               10  WS-RU-PROFILE-NAME   PIC X(10).

      * The holidays that fall in the year being generated.
       01  WS-HOLIDAY-TABLE.
           05  WS-HL-ENTRY OCCURS 100 TIMES INDEXED BY WS-HL-IDX.
               10  WS-HL-DATE           PIC 9(08).
               10  WS-HL-DESCRIPTION    PIC X(30).

      * The profile names on SWPROFS, to check the rules against.
       01  WS-PROFILE-TABLE.
           05  WS-PN-ENTRY OCCURS 100 TIMES INDEXED BY WS-PN-IDX.
               10  WS-PN-PROFILE-NAME   PIC X(10).

      * The new SWSCHDS image, kept in date order (the default
      * entry, dated zero, first): every entry carried forward
      * from the current file plus every night generated.
       01  WS-SCHED-TABLE.
           05  WS-SE-ENTRY OCCURS 1000 TIMES INDEXED BY WS-SE-IDX.
               10  WS-SE-DATE           PIC 9(08).
               10  WS-SE-NIGHT-TYPE     PIC X(10).
               10  WS-SE-PROFILE-NAME   PIC X(10).
               10  WS-SE-SOURCE         PIC X(01).
                   88  WS-SE-GENERATED           VALUE "G".
               10  WS-SE-RULE-NUMBER    PIC 9(02).

      * Notes for the listing - overrides, shared nights, records
      * not carried forward - each printed under the month of its
      * date, or at the end when it has none.
       01  WS-NOTE-TABLE.
           05  WS-NT-ENTRY OCCURS 200 TIMES INDEXED BY WS-NT-IDX.
               10  WS-NT-DATE           PIC 9(08).
               10  WS-NT-TEXT           PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 2000-GENERATE-YEAR THRU 2000-EXIT
           END-IF
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 3000-PRINT-LISTING THRU 3000-EXIT
           END-IF
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 4000-CONFIRM-AND-REPLACE THRU 4000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  Takes the year to generate - blank means next year - and
      *  loads the rules, the year's holidays, the profile names
      *  and the current schedule.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "ENTER YEAR TO GENERATE (YYYY, BLANK FOR NEXT "
               "YEAR)"
           MOVE SPACES TO WS-YEAR-X
           ACCEPT WS-YEAR-X
           IF WS-YEAR-X = SPACES
               COMPUTE WS-GEN-YEAR = WS-CURRENT-YEAR + 1
           ELSE
               IF WS-YEAR-X NOT NUMERIC
                   DISPLAY "YEAR IS NOT NUMERIC - RUN ABORTED"
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-YEAR-X TO WS-GEN-YEAR
           END-IF
           IF WS-GEN-YEAR < 1901 OR WS-GEN-YEAR > 2099
               DISPLAY "YEAR MUST FALL WITHIN 1901-2099 - RUN ABORTED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "GENERATING SWSCHDS ENTRIES FOR " WS-GEN-YEAR
           PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-LOAD-SCHEDULE THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-LOAD-RULES
      *  Loads and validates every SWSCHRUL rule.  A rule that is
      *  wrong would put a close on the wrong night - or on none -
      *  so any bad rule stops the run before anything is listed.
      ******************************************************************
       1100-LOAD-RULES.
           OPEN INPUT SCHEDULE-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWSCHRUL, FILE STATUS "
                   WS-RULE-FILE-STATUS " - NOTHING GENERATED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1120-READ-ONE-RULE THRU 1120-EXIT
               UNTIL WS-EOF
           CLOSE SCHEDULE-RULE-FILE
           IF WS-RULE-COUNT = 0 AND WS-RULE-ERRORS = 0
               DISPLAY "SWSCHRUL HOLDS NO RULES - NOTHING GENERATED"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF WS-RULE-ERRORS > 0
               DISPLAY WS-RULE-ERRORS " SWSCHRUL RULE(S) IN ERROR - "
                   "NOTHING GENERATED"
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1120-READ-ONE-RULE.
           READ SCHEDULE-RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1120-EXIT
           END-READ
           IF RU-RECORD = SPACES
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-RULE-RECORD-NUMBER
           PERFORM 1150-VALIDATE-RULE THRU 1150-EXIT
           IF NOT WS-RULE-OK
               ADD 1 TO WS-RULE-ERRORS
               GO TO 1120-EXIT
           END-IF
           IF WS-RULE-COUNT >= WS-MAX-RULES
               DISPLAY "  RULE " WS-RULE-RECORD-NUMBER " - MORE THAN "
                   WS-MAX-RULES " RULES ON SWSCHRUL"
               ADD 1 TO WS-RULE-ERRORS
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE RU-RULE-TYPE TO WS-RU-RULE-TYPE (WS-RULE-COUNT)
           PERFORM 1170-COPY-ONE-MONTH-FLAG THRU 1170-EXIT
               VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           MOVE RU-WEEK-OF-MONTH
               TO WS-RU-WEEK-OF-MONTH (WS-RULE-COUNT)
           IF RU-NTH-WEEKDAY
               MOVE RU-WEEKDAY TO WS-RU-WEEKDAY (WS-RULE-COUNT)
           ELSE
               MOVE 0 TO WS-RU-WEEKDAY (WS-RULE-COUNT)
           END-IF
           MOVE RU-NIGHT-TYPE TO WS-RU-NIGHT-TYPE (WS-RULE-COUNT)
           MOVE RU-PROFILE-NAME TO WS-RU-PROFILE-NAME (WS-RULE-COUNT).
       1120-EXIT.
           EXIT.

      ******************************************************************
      *  1150-VALIDATE-RULE
      *  A known rule type, a month mask of Y/N with at least one
      *  month chosen, a week 1-5 or L and a weekday 1-7 on an "NW"
      *  rule, a night type and a profile - and the profile on
      *  SWPROFS when that file is available.
      ******************************************************************
       1150-VALIDATE-RULE.
           MOVE "Y" TO WS-RULE-OK-SWITCH
           IF NOT RU-LAST-BUSINESS-DAY AND NOT RU-FIRST-BUSINESS-DAY
               AND NOT RU-NTH-WEEKDAY
               DISPLAY "  RULE " WS-RULE-RECORD-NUMBER
                   " - RULE TYPE " RU-RULE-TYPE " IS NOT LB, FB OR NW"
               MOVE "N" TO WS-RULE-OK-SWITCH
           END-IF
           IF RU-MONTH-MASK = "NNNNNNNNNNNN"
               DISPLAY "  RULE " WS-RULE-RECORD-NUMBER
                   " - MONTH MASK SELECTS NO MONTH"
               MOVE "N" TO WS-RULE-OK-SWITCH
           END-IF
           PERFORM 1160-CHECK-ONE-MONTH-FLAG THRU 1160-EXIT
               VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           IF RU-NTH-WEEKDAY
               IF (RU-WEEK-OF-MONTH < "1" OR RU-WEEK-OF-MONTH > "5")
                   AND RU-WEEK-OF-MONTH NOT = "L"
                   DISPLAY "  RULE " WS-RULE-RECORD-NUMBER
                       " - WEEK OF MONTH MUST BE 1-5 OR L"
                   MOVE "N" TO WS-RULE-OK-SWITCH
               END-IF
               IF RU-WEEKDAY < "1" OR RU-WEEKDAY > "7"
                   DISPLAY "  RULE " WS-RULE-RECORD-NUMBER
                       " - WEEKDAY MUST BE 1 (MONDAY) TO 7 (SUNDAY)"
                   MOVE "N" TO WS-RULE-OK-SWITCH
               END-IF
           END-IF
           IF RU-NIGHT-TYPE = SPACES OR RU-PROFILE-NAME = SPACES
               DISPLAY "  RULE " WS-RULE-RECORD-NUMBER
                   " - NIGHT TYPE AND PROFILE ARE BOTH REQUIRED"
               MOVE "N" TO WS-RULE-OK-SWITCH
               GO TO 1150-EXIT
           END-IF
           IF WS-PROFILES-AVAILABLE
               MOVE 0 TO WS-FOUND-SUB
               PERFORM 1180-CHECK-ONE-PROFILE THRU 1180-EXIT
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PROFILE-COUNT
                       OR WS-FOUND-SUB > 0
               IF WS-FOUND-SUB = 0
                   DISPLAY "  RULE " WS-RULE-RECORD-NUMBER
                       " - PROFILE " RU-PROFILE-NAME
                       " IS NOT ON SWPROFS"
                   MOVE "N" TO WS-RULE-OK-SWITCH
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.

       1160-CHECK-ONE-MONTH-FLAG.
           IF RU-MONTH-FLAG (WS-MONTH) NOT = "Y"
               AND RU-MONTH-FLAG (WS-MONTH) NOT = "N"
               DISPLAY "  RULE " WS-RULE-RECORD-NUMBER
                   " - MONTH MASK MUST BE TWELVE Y/N FLAGS"
               MOVE "N" TO WS-RULE-OK-SWITCH
               MOVE 12 TO WS-MONTH
           END-IF.
       1160-EXIT.
           EXIT.

       1170-COPY-ONE-MONTH-FLAG.
           MOVE RU-MONTH-FLAG (WS-MONTH)
               TO WS-RU-MONTH-FLAG (WS-RULE-COUNT WS-MONTH).
       1170-EXIT.
           EXIT.

       1180-CHECK-ONE-PROFILE.
           IF WS-PN-PROFILE-NAME (WS-IDX) = RU-PROFILE-NAME
               MOVE WS-IDX TO WS-FOUND-SUB
           END-IF.
       1180-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-HOLIDAYS
      *  Loads the holidays falling in the year being generated.
      *  Without a holiday calendar every weekday would count as a
      *  business day and a close could land on a holiday, so a
      *  missing SWHOLDYS stops the run.
      ******************************************************************
       1200-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWHOLDYS, FILE STATUS "
                   WS-HOLIDAY-FILE-STATUS " - NOTHING GENERATED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1220-READ-ONE-HOLIDAY THRU 1220-EXIT
               UNTIL WS-EOF
           CLOSE HOLIDAY-FILE
           IF WS-HOLIDAY-COUNT = 0
               DISPLAY "WARNING - SWHOLDYS HOLDS NO HOLIDAYS FOR "
                   WS-GEN-YEAR " - EVERY WEEKDAY IS A BUSINESS DAY"
           END-IF.
       1200-EXIT.
           EXIT.

       1220-READ-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1220-EXIT
           END-READ
           IF HL-HOLIDAY-DATE NOT NUMERIC
               DISPLAY "WARNING - SWHOLDYS RECORD IGNORED, DATE NOT "
                   "NUMERIC: " HL-RECORD
               GO TO 1220-EXIT
           END-IF
           MOVE HL-HOLIDAY-DATE TO WS-DTD-DATE
           IF WS-DTD-YEAR NOT = WS-GEN-YEAR
               GO TO 1220-EXIT
           END-IF
           IF WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
               DISPLAY "MORE THAN " WS-MAX-HOLIDAYS " HOLIDAYS IN "
                   WS-GEN-YEAR " - NOTHING GENERATED"
               SET WS-ABORT-REQUESTED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE HL-HOLIDAY-DATE TO WS-HL-DATE (WS-HOLIDAY-COUNT)
           MOVE HL-DESCRIPTION
               TO WS-HL-DESCRIPTION (WS-HOLIDAY-COUNT).
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  1300-LOAD-PROFILES
      *  The profile names on SWPROFS.  Without the file the rules'
      *  profiles cannot be checked here - SWVERIFY still checks
      *  the schedule against it before the window opens.
      ******************************************************************
       1300-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - SWPROFS NOT AVAILABLE, RULE "
                   "PROFILES NOT CHECKED"
               GO TO 1300-EXIT
           END-IF
           SET WS-PROFILES-AVAILABLE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1320-READ-ONE-PROFILE THRU 1320-EXIT
               UNTIL WS-EOF
           CLOSE PROFILE-FILE.
       1300-EXIT.
           EXIT.

       1320-READ-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF PF-PROFILE-NAME = SPACES
               GO TO 1320-EXIT
           END-IF
           IF WS-PROFILE-COUNT >= WS-MAX-PROFILES
               DISPLAY "WARNING - PROFILE TABLE FULL, SOME RULE "
                   "PROFILES MAY BE REPORTED AS MISSING"
               SET WS-EOF TO TRUE
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO WS-PROFILE-COUNT
           MOVE PF-PROFILE-NAME
               TO WS-PN-PROFILE-NAME (WS-PROFILE-COUNT).
       1320-EXIT.
           EXIT.

      ******************************************************************
      *  1400-LOAD-SCHEDULE
      *  Carries the current SWSCHDS forward into the new image:
      *  the default entry, every hand-keyed entry, and generated
      *  entries for other years.  Generated entries for the year
      *  being generated are left behind to be replaced.  A record
      *  SWPROF could not use (date not numeric, no profile) is
      *  not carried forward and is noted on the listing.  No
      *  SWSCHDS yet is an empty schedule.
      ******************************************************************
       1400-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = "35"
               DISPLAY "WARNING - SWSCHDS NOT ON FILE, STARTING AN "
                   "EMPTY SCHEDULE"
               GO TO 1400-EXIT
           END-IF
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWSCHDS, FILE STATUS "
                   WS-SCHED-FILE-STATUS " - NOTHING GENERATED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1400-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1420-READ-ONE-SCHEDULE THRU 1420-EXIT
               UNTIL WS-EOF OR WS-ABORT-REQUESTED
           CLOSE SCHEDULE-FILE.
       1400-EXIT.
           EXIT.

       1420-READ-ONE-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1420-EXIT
           END-READ
           IF SH-RECORD = SPACES
               GO TO 1420-EXIT
           END-IF
           IF SH-SCHED-DATE NOT NUMERIC OR SH-PROFILE-NAME = SPACES
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 0 TO WS-NOTE-DATE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "SWSCHDS RECORD NOT CARRIED FORWARD - SWPROF "
                   "CANNOT USE IT: " SH-RECORD (1:30)
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 2900-ADD-NOTE THRU 2900-EXIT
               GO TO 1420-EXIT
           END-IF
           IF SH-SCHED-DATE = 0
               MOVE SH-NIGHT-TYPE TO WS-DEFAULT-NIGHT-TYPE
               MOVE SH-PROFILE-NAME TO WS-DEFAULT-PROFILE
           END-IF
           MOVE SH-SCHED-DATE TO WS-DTD-DATE
           IF WS-DTD-YEAR = WS-GEN-YEAR
               IF SH-GENERATED
                   ADD 1 TO WS-REPLACED-COUNT
                   GO TO 1420-EXIT
               END-IF
               ADD 1 TO WS-HAND-KEPT-COUNT
           ELSE
               IF SH-SCHED-DATE NOT = 0
                   ADD 1 TO WS-OTHER-YEAR-COUNT
               END-IF
           END-IF
           MOVE SH-SCHED-DATE TO WS-NEW-DATE
           MOVE SH-NIGHT-TYPE TO WS-NEW-NIGHT-TYPE
           MOVE SH-PROFILE-NAME TO WS-NEW-PROFILE
           MOVE SH-ENTRY-SOURCE TO WS-NEW-SOURCE
           MOVE 0 TO WS-NEW-RULE
           PERFORM 2800-INSERT-ENTRY THRU 2800-EXIT.
       1420-EXIT.
           EXIT.

      ******************************************************************
      *  2000-GENERATE-YEAR
      *  Month by month, rule by rule in file order, works out the
      *  night each rule wants and applies it.
      ******************************************************************
       2000-GENERATE-YEAR.
           PERFORM 2020-GENERATE-ONE-MONTH THRU 2020-EXIT
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12 OR WS-ABORT-REQUESTED.
       2000-EXIT.
           EXIT.

       2020-GENERATE-ONE-MONTH.
           PERFORM 7200-DAYS-IN-MONTH THRU 7200-EXIT
           PERFORM 2040-APPLY-ONE-RULE THRU 2040-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   OR WS-ABORT-REQUESTED.
       2020-EXIT.
           EXIT.

       2040-APPLY-ONE-RULE.
           IF WS-RU-MONTH-FLAG (WS-RULE-SUB WS-MONTH) NOT = "Y"
               GO TO 2040-EXIT
           END-IF
           MOVE 0 TO WS-RULE-DATE
           EVALUATE WS-RU-RULE-TYPE (WS-RULE-SUB)
               WHEN "LB"
                   PERFORM 2100-LAST-BUSINESS-DAY THRU 2100-EXIT
               WHEN "FB"
                   PERFORM 2200-FIRST-BUSINESS-DAY THRU 2200-EXIT
               WHEN "NW"
                   PERFORM 2300-NTH-WEEKDAY THRU 2300-EXIT
           END-EVALUATE
           IF WS-RULE-DATE = 0
               GO TO 2040-EXIT
           END-IF
           PERFORM 2500-APPLY-RULE-DATE THRU 2500-EXIT.
       2040-EXIT.
           EXIT.

      ******************************************************************
      *  2100-LAST-BUSINESS-DAY
      *  Steps back from the last day of the month to the first
      *  business day found.
      ******************************************************************
       2100-LAST-BUSINESS-DAY.
           MOVE "N" TO WS-DAY-FOUND-SWITCH
           PERFORM 2150-TRY-ONE-DAY THRU 2150-EXIT
               VARYING WS-DAY-WORK FROM WS-DAYS-IN-MONTH BY -1
               UNTIL WS-DAY-WORK = 0 OR WS-DAY-FOUND.
       2100-EXIT.
           EXIT.

       2150-TRY-ONE-DAY.
           MOVE WS-GEN-YEAR TO WS-DTD-YEAR
           MOVE WS-MONTH TO WS-DTD-MONTH
           MOVE WS-DAY-WORK TO WS-DTD-DAY
           PERFORM 7300-CHECK-BUSINESS-DAY THRU 7300-EXIT
           IF WS-BUSINESS-DAY
               SET WS-DAY-FOUND TO TRUE
               MOVE WS-DTD-DATE TO WS-RULE-DATE
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *  2200-FIRST-BUSINESS-DAY
      *  Steps forward from the first of the month.
      ******************************************************************
       2200-FIRST-BUSINESS-DAY.
           MOVE "N" TO WS-DAY-FOUND-SWITCH
           PERFORM 2150-TRY-ONE-DAY THRU 2150-EXIT
               VARYING WS-DAY-WORK FROM 1 BY 1
               UNTIL WS-DAY-WORK > WS-DAYS-IN-MONTH OR WS-DAY-FOUND.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-NTH-WEEKDAY
      *  The nth given weekday of the month, counted from the
      *  weekday of the 1st, or the last one counted back from the
      *  weekday of the last day.  A fifth weekday the month does
      *  not have is noted and no night is scheduled.  Holidays do
      *  not move these: a DR test is booked for the day it names.
      ******************************************************************
       2300-NTH-WEEKDAY.
           MOVE WS-RU-WEEKDAY (WS-RULE-SUB) TO WS-WEEKDAY
           MOVE WS-GEN-YEAR TO WS-DTD-YEAR
           MOVE WS-MONTH TO WS-DTD-MONTH
           IF WS-RU-WEEK-OF-MONTH (WS-RULE-SUB) = "L"
               MOVE WS-DAYS-IN-MONTH TO WS-DTD-DAY
               PERFORM 7100-DAY-OF-WEEK THRU 7100-EXIT
               COMPUTE WS-OFFSET = WS-DOW + 7 - WS-WEEKDAY
               IF WS-OFFSET >= 7
                   SUBTRACT 7 FROM WS-OFFSET
               END-IF
               COMPUTE WS-DTD-DAY = WS-DAYS-IN-MONTH - WS-OFFSET
               MOVE WS-DTD-DATE TO WS-RULE-DATE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-RU-WEEK-OF-MONTH (WS-RULE-SUB) TO WS-WEEK-NUMBER
           MOVE 1 TO WS-DTD-DAY
           PERFORM 7100-DAY-OF-WEEK THRU 7100-EXIT
           COMPUTE WS-OFFSET = WS-WEEKDAY + 7 - WS-DOW
           IF WS-OFFSET >= 7
               SUBTRACT 7 FROM WS-OFFSET
           END-IF
           COMPUTE WS-OFFSET = WS-OFFSET + 1
               + (WS-WEEK-NUMBER - 1) * 7
           IF WS-OFFSET > WS-DAYS-IN-MONTH
               MOVE WS-DTD-DATE TO WS-NOTE-DATE
               MOVE WS-RULE-SUB TO WS-EDIT-RULE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "RULE " WS-EDIT-RULE " (" DELIMITED BY SIZE
                   WS-RU-NIGHT-TYPE (WS-RULE-SUB) DELIMITED BY " "
                   ") NOT SCHEDULED - NO WEEK " WS-WEEK-NUMBER " "
                   WS-DAY-NAME (WS-WEEKDAY) " IN THIS MONTH"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 2900-ADD-NOTE THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE WS-OFFSET TO WS-DTD-DAY
           MOVE WS-DTD-DATE TO WS-RULE-DATE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2500-APPLY-RULE-DATE
      *  Schedules WS-RULE-DATE for the current rule unless the
      *  night is already taken: a hand-keyed entry there is kept
      *  and overrides the rule; a night an earlier rule already
      *  took stays with that rule.  Either way it is noted.
      ******************************************************************
       2500-APPLY-RULE-DATE.
           MOVE WS-RULE-SUB TO WS-EDIT-RULE
           MOVE WS-RULE-DATE TO WS-NOTE-DATE
           PERFORM 2550-FIND-DATE THRU 2550-EXIT
           IF WS-FOUND-SUB > 0
               MOVE SPACES TO WS-NOTE-TEXT
               IF WS-SE-GENERATED (WS-FOUND-SUB)
                   STRING "RULE " WS-EDIT-RULE " (" DELIMITED BY SIZE
                       WS-RU-NIGHT-TYPE (WS-RULE-SUB) DELIMITED BY " "
                       ") ALSO FALLS ON " WS-RULE-DATE
                       " - RULE " WS-SE-RULE-NUMBER (WS-FOUND-SUB)
                       " (" DELIMITED BY SIZE
                       WS-SE-NIGHT-TYPE (WS-FOUND-SUB) DELIMITED BY " "
                       ") TAKES THE NIGHT" DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
               ELSE
                   ADD 1 TO WS-OVERRIDE-COUNT
                   STRING "RULE " WS-EDIT-RULE " (" DELIMITED BY SIZE
                       WS-RU-NIGHT-TYPE (WS-RULE-SUB) DELIMITED BY " "
                       ") OVERRIDDEN ON " WS-RULE-DATE
                       " BY THE HAND-KEYED " DELIMITED BY SIZE
                       WS-SE-NIGHT-TYPE (WS-FOUND-SUB) DELIMITED BY " "
                       " ENTRY" DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-IF
               PERFORM 2900-ADD-NOTE THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE WS-RULE-DATE TO WS-NEW-DATE
           MOVE WS-RU-NIGHT-TYPE (WS-RULE-SUB) TO WS-NEW-NIGHT-TYPE
           MOVE WS-RU-PROFILE-NAME (WS-RULE-SUB) TO WS-NEW-PROFILE
           MOVE "G" TO WS-NEW-SOURCE
           MOVE WS-RULE-SUB TO WS-NEW-RULE
           PERFORM 2800-INSERT-ENTRY THRU 2800-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           PERFORM 2600-CHECK-SAME-MONTH THRU 2600-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENTRY-COUNT.
       2500-EXIT.
           EXIT.

       2550-FIND-DATE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2560-CHECK-ONE-DATE THRU 2560-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENTRY-COUNT OR WS-FOUND-SUB > 0.
       2550-EXIT.
           EXIT.

       2560-CHECK-ONE-DATE.
           IF WS-SE-DATE (WS-IDX) = WS-RULE-DATE
               MOVE WS-IDX TO WS-FOUND-SUB
           END-IF.
       2560-EXIT.
           EXIT.

      ******************************************************************
      *  2600-CHECK-SAME-MONTH
      *  A hand-keyed entry for the same night type on another
      *  night of the same month usually means the date was keyed
      *  by hand on the wrong night - both are kept, and the pair
      *  is noted for whoever signs the listing off.
      ******************************************************************
       2600-CHECK-SAME-MONTH.
           IF WS-SE-GENERATED (WS-IDX)
               OR WS-SE-DATE (WS-IDX) = WS-RULE-DATE
               OR WS-SE-DATE (WS-IDX) (1:6) NOT = WS-RULE-DATE (1:6)
               OR WS-SE-NIGHT-TYPE (WS-IDX)
                   NOT = WS-RU-NIGHT-TYPE (WS-RULE-SUB)
               GO TO 2600-EXIT
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "CHECK: " DELIMITED BY SIZE
               WS-RU-NIGHT-TYPE (WS-RULE-SUB) DELIMITED BY " "
               " GENERATED ON " WS-RULE-DATE
               " AND ALSO HAND-KEYED ON " WS-SE-DATE (WS-IDX)
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 2900-ADD-NOTE THRU 2900-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  2800-INSERT-ENTRY
      *  Inserts WS-NEW-DATE etc. into WS-SCHED-TABLE after every
      *  entry with the same or an earlier date, so the table stays
      *  in date order and entries for one date keep their file
      *  order.  A full table stops the run: a schedule written
      *  short would lose nights.
      ******************************************************************
       2800-INSERT-ENTRY.
           IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
               DISPLAY "MORE THAN " WS-MAX-ENTRIES " SWSCHDS ENTRIES "
                   "- NOTHING REPLACED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2800-EXIT
           END-IF
           COMPUTE WS-SUB = WS-ENTRY-COUNT + 1
           PERFORM 2820-FIND-INSERT-POINT THRU 2820-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENTRY-COUNT
                   OR WS-SUB NOT > WS-ENTRY-COUNT
           PERFORM 2840-SHIFT-ONE-ENTRY THRU 2840-EXIT
               VARYING WS-SHIFT-SUB FROM WS-ENTRY-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-SUB
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-NEW-DATE TO WS-SE-DATE (WS-SUB)
           MOVE WS-NEW-NIGHT-TYPE TO WS-SE-NIGHT-TYPE (WS-SUB)
           MOVE WS-NEW-PROFILE TO WS-SE-PROFILE-NAME (WS-SUB)
           MOVE WS-NEW-SOURCE TO WS-SE-SOURCE (WS-SUB)
           MOVE WS-NEW-RULE TO WS-SE-RULE-NUMBER (WS-SUB).
       2800-EXIT.
           EXIT.

       2820-FIND-INSERT-POINT.
           IF WS-SE-DATE (WS-IDX) > WS-NEW-DATE
               MOVE WS-IDX TO WS-SUB
           END-IF.
       2820-EXIT.
           EXIT.

       2840-SHIFT-ONE-ENTRY.
           IF WS-SHIFT-SUB = 0
               GO TO 2840-EXIT
           END-IF
           MOVE WS-SE-ENTRY (WS-SHIFT-SUB)
               TO WS-SE-ENTRY (WS-SHIFT-SUB + 1).
       2840-EXIT.
           EXIT.

      ******************************************************************
      *  2900-ADD-NOTE
      *  Adds WS-NOTE-TEXT, dated WS-NOTE-DATE, to the notes for the
      *  listing.
      ******************************************************************
       2900-ADD-NOTE.
           IF WS-NOTE-COUNT >= WS-MAX-NOTES
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO WS-NOTE-COUNT
           MOVE WS-NOTE-DATE TO WS-NT-DATE (WS-NOTE-COUNT)
           MOVE WS-NOTE-TEXT TO WS-NT-TEXT (WS-NOTE-COUNT).
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PRINT-LISTING
      *  The calendar listing for sign-off: a heading, then for
      *  each month a calendar with the scheduled nights (*) and
      *  holidays (H) marked, the entries and holidays behind the
      *  marks and the notes for the month, then the totals and a
      *  sign-off line.  Echoed to the joblog for the operator who
      *  confirms the replacement.
      ******************************************************************
       3000-PRINT-LISTING.
           OPEN OUTPUT LISTING-FILE
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWSCHLST, FILE STATUS "
                   WS-LIST-FILE-STATUS " - NOTHING REPLACED WITHOUT "
                   "A LISTING"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           SET WS-LIST-OPENED TO TRUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWSCHDS SCHEDULE FOR " WS-GEN-YEAR
               " - CALENDAR LISTING FOR SIGN-OFF, RUN "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-RULE-COUNT TO WS-EDIT-COUNT
           STRING "RULES FROM SWSCHRUL:" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-HOLIDAY-COUNT TO WS-EDIT-COUNT
           MOVE "HOLIDAYS IN YEAR FROM SWHOLDYS:" TO
               WS-PRINT-LINE (30:31)
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE (61:4)
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           IF NOT WS-PROFILES-AVAILABLE
               MOVE "SWPROFS NOT AVAILABLE - RULE PROFILES NOT CHECKED"
                   TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-DEFAULT-PROFILE = SPACES
               MOVE "NO DEFAULT ENTRY - AN UNSCHEDULED NIGHT WILL "
                   & "ABORT SWPROF *SCHEDULE" TO WS-PRINT-LINE
           ELSE
               STRING "UNMARKED NIGHTS RUN THE DEFAULT ENTRY: "
                   WS-DEFAULT-NIGHT-TYPE " PROFILE "
                   WS-DEFAULT-PROFILE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "KEY: * SCHEDULED NIGHT   H HOLIDAY" TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 3100-PRINT-ONE-MONTH THRU 3100-EXIT
               VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
           PERFORM 3600-PRINT-TOTALS THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-PRINT-ONE-MONTH
      ******************************************************************
       3100-PRINT-ONE-MONTH.
           PERFORM 7200-DAYS-IN-MONTH THRU 7200-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           STRING WS-MONTH-NAME (WS-MONTH) DELIMITED BY SPACE
               " " WS-GEN-YEAR DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "  MON  TUE  WED  THU  FRI  SAT  SUN" TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 3200-PRINT-ONE-DAY THRU 3200-EXIT
               VARYING WS-DAY-WORK FROM 1 BY 1
               UNTIL WS-DAY-WORK > WS-DAYS-IN-MONTH
           IF WS-PRINT-LINE NOT = SPACES
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF
           PERFORM 3300-PRINT-ONE-ENTRY THRU 3300-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENTRY-COUNT
           PERFORM 3350-PRINT-ONE-HOLIDAY THRU 3350-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-HOLIDAY-COUNT
           PERFORM 3400-PRINT-ONE-NOTE THRU 3400-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NOTE-COUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-PRINT-ONE-DAY
      *  Places one day in its weekday column of the calendar line,
      *  writing the line out after Sunday.
      ******************************************************************
       3200-PRINT-ONE-DAY.
           MOVE WS-GEN-YEAR TO WS-DTD-YEAR
           MOVE WS-MONTH TO WS-DTD-MONTH
           MOVE WS-DAY-WORK TO WS-DTD-DAY
           PERFORM 7100-DAY-OF-WEEK THRU 7100-EXIT
           MOVE WS-DAY-WORK TO WS-CELL-DAY
           MOVE SPACE TO WS-CELL-MARK
           PERFORM 7400-CHECK-HOLIDAY THRU 7400-EXIT
           IF WS-IS-HOLIDAY
               MOVE "H" TO WS-CELL-MARK
           END-IF
           MOVE WS-DTD-DATE TO WS-RULE-DATE
           PERFORM 2550-FIND-DATE THRU 2550-EXIT
           IF WS-FOUND-SUB > 0
               MOVE "*" TO WS-CELL-MARK
           END-IF
           COMPUTE WS-COL = 3 + (WS-DOW - 1) * 5
           MOVE WS-CELL TO WS-PRINT-LINE (WS-COL:3)
           IF WS-DOW = 7
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               MOVE SPACES TO WS-PRINT-LINE
           END-IF.
       3200-EXIT.
           EXIT.

       3300-PRINT-ONE-ENTRY.
           MOVE WS-SE-DATE (WS-IDX) TO WS-DTD-DATE
           IF WS-DTD-YEAR NOT = WS-GEN-YEAR
               OR WS-DTD-MONTH NOT = WS-MONTH
               GO TO 3300-EXIT
           END-IF
           PERFORM 7100-DAY-OF-WEEK THRU 7100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SE-GENERATED (WS-IDX)
               STRING "   " WS-SE-DATE (WS-IDX) " "
                   WS-DAY-NAME (WS-DOW) "  "
                   WS-SE-NIGHT-TYPE (WS-IDX) " "
                   WS-SE-PROFILE-NAME (WS-IDX) " GENERATED BY RULE "
                   WS-SE-RULE-NUMBER (WS-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "   " WS-SE-DATE (WS-IDX) " "
                   WS-DAY-NAME (WS-DOW) "  "
                   WS-SE-NIGHT-TYPE (WS-IDX) " "
                   WS-SE-PROFILE-NAME (WS-IDX) " HAND-KEYED, KEPT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       3300-EXIT.
           EXIT.

       3350-PRINT-ONE-HOLIDAY.
           MOVE WS-HL-DATE (WS-IDX) TO WS-DTD-DATE
           IF WS-DTD-MONTH NOT = WS-MONTH
               GO TO 3350-EXIT
           END-IF
           PERFORM 7100-DAY-OF-WEEK THRU 7100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "   " WS-HL-DATE (WS-IDX) " "
               WS-DAY-NAME (WS-DOW) "  HOLIDAY    "
               WS-HL-DESCRIPTION (WS-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       3350-EXIT.
           EXIT.

       3400-PRINT-ONE-NOTE.
           MOVE WS-NT-DATE (WS-IDX) TO WS-DTD-DATE
           IF WS-NT-DATE (WS-IDX) = 0
               OR WS-DTD-MONTH NOT = WS-MONTH
               GO TO 3400-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "   NOTE: " WS-NT-TEXT (WS-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3600-PRINT-TOTALS
      *  Notes that belong to no month, the counts, and the line
      *  for the signature.
      ******************************************************************
       3600-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 3620-PRINT-ONE-OTHER-NOTE THRU 3620-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NOTE-COUNT
           MOVE WS-GENERATED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NIGHTS GENERATED FROM RULES:           "
               WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-HAND-KEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HAND-KEYED ENTRIES KEPT FOR THE YEAR:  "
               WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-OVERRIDE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RULE NIGHTS OVERRIDDEN BY HAND ENTRIES:"
               WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-REPLACED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "EARLIER GENERATED ENTRIES REPLACED:    "
               WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-OTHER-YEAR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTRIES FOR OTHER YEARS KEPT:          "
               WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "UNUSABLE RECORDS NOT CARRIED FORWARD:  "
                   WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "SIGNED OFF BY ______________________   DATE ________"
               TO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       3600-EXIT.
           EXIT.

       3620-PRINT-ONE-OTHER-NOTE.
           IF WS-NT-DATE (WS-IDX) NOT = 0
               GO TO 3620-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NOTE: " WS-NT-TEXT (WS-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       3620-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CONFIRM-AND-REPLACE
      *  With the listing printed, asks for the go-ahead and only
      *  then rewrites SWSCHDS from the new image.  The outcome is
      *  added to the foot of the listing.
      ******************************************************************
       4000-CONFIRM-AND-REPLACE.
           IF WS-GENERATED-COUNT = 0 AND WS-REPLACED-COUNT = 0
               AND WS-DROPPED-COUNT = 0
               MOVE "NOTHING TO CHANGE - SWSCHDS LEFT AS IT STANDS"
                   TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 4000-EXIT
           END-IF
           DISPLAY "CALENDAR LISTING WRITTEN TO SWSCHLST - ENTER Y "
               "TO REPLACE SWSCHDS WITH THE SCHEDULE LISTED, ANY "
               "OTHER VALUE TO LEAVE IT AS IT STANDS"
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
               MOVE "NOT CONFIRMED - SWSCHDS LEFT AS IT STANDS"
                   TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE SWSCHDS, FILE STATUS "
                   WS-SCHED-FILE-STATUS " - NOTHING REPLACED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-WRITE-ONE-ENTRY THRU 4200-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENTRY-COUNT OR WS-ABORT-REQUESTED
           CLOSE SCHEDULE-FILE
           IF WS-ABORT-REQUESTED
               MOVE "SWSCHDS REWRITE FAILED - RESTORE IT BEFORE THE "
                   & "WINDOW OPENS" TO WS-PRINT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWSCHDS REPLACED -" WS-EDIT-COUNT
               " ENTRIES WRITTEN"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       4000-EXIT.
           EXIT.

       4200-WRITE-ONE-ENTRY.
           MOVE SPACES TO SH-RECORD
           MOVE WS-SE-DATE (WS-IDX) TO SH-SCHED-DATE
           MOVE WS-SE-NIGHT-TYPE (WS-IDX) TO SH-NIGHT-TYPE
           MOVE WS-SE-PROFILE-NAME (WS-IDX) TO SH-PROFILE-NAME
           MOVE WS-SE-SOURCE (WS-IDX) TO SH-ENTRY-SOURCE
           WRITE SH-RECORD
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SWSCHDS, FILE STATUS "
                   WS-SCHED-FILE-STATUS
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.
       4200-EXIT.
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
      *  through 7 for Sunday.  Day 1 of the count, 1900-01-01, was
      *  a Monday.
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
      *  7200-DAYS-IN-MONTH
      *  Length of WS-MONTH of WS-GEN-YEAR in WS-DAYS-IN-MONTH; every
      *  fourth year is a leap year from 1901 through 2099.
      ******************************************************************
       7200-DAYS-IN-MONTH.
           MOVE WS-ML-DAYS (WS-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-MONTH = 2
               DIVIDE WS-GEN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               IF WS-LEAP-QUOTIENT * 4 = WS-GEN-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  7300-CHECK-BUSINESS-DAY
      *  WS-BUSINESS-DAY when WS-DTD-DATE is Monday to Friday and
      *  not a holiday.
      ******************************************************************
       7300-CHECK-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           PERFORM 7100-DAY-OF-WEEK THRU 7100-EXIT
           IF WS-DOW > 5
               GO TO 7300-EXIT
           END-IF
           PERFORM 7400-CHECK-HOLIDAY THRU 7400-EXIT
           IF NOT WS-IS-HOLIDAY
               SET WS-BUSINESS-DAY TO TRUE
           END-IF.
       7300-EXIT.
           EXIT.

       7400-CHECK-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-SWITCH
           PERFORM 7420-CHECK-ONE-HOLIDAY THRU 7420-EXIT
               VARYING WS-HL-IDX FROM 1 BY 1
               UNTIL WS-HL-IDX > WS-HOLIDAY-COUNT OR WS-IS-HOLIDAY.
       7400-EXIT.
           EXIT.

       7420-CHECK-ONE-HOLIDAY.
           IF WS-HL-DATE (WS-HL-IDX) = WS-DTD-DATE
               SET WS-IS-HOLIDAY TO TRUE
           END-IF.
       7420-EXIT.
           EXIT.

      ******************************************************************
      *  8900-WRITE-LINE
      *  Writes WS-PRINT-LINE to the listing and echoes it to the
      *  joblog.
      ******************************************************************
       8900-WRITE-LINE.
           MOVE WS-PRINT-LINE TO RL-RECORD
           WRITE RL-RECORD
           DISPLAY WS-PRINT-LINE.
       8900-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      ******************************************************************
       9999-TERMINATE.
           IF WS-LIST-OPENED
               CLOSE LISTING-FILE
           END-IF
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.

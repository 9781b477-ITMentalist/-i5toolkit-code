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
      * @file swtktrec.cbl
      *
      * Change-ticket reconciliation, run by the scheduler at window
      * close after SWAUDEXT has written the cycle's SWAUDCYC
      * extract and before SWMORN.  Every protected-switch change in
      * the window is checked against the SWTICKTS ticket file that
      * SWTKTLD loaded from the change-management extract, and
      * listed in SWTKTRPT with one of:
      *
      *    OK                    - an approved ticket for this
      *                            switch, used inside its window;
      *    NO TICKET             - AL-TICKET-REF is blank;
      *    UNKNOWN TICKET        - the ticket is not in SWTICKTS;
      *    TICKET DOES NOT COVER - the ticket exists but authorizes
      *                            other switches or profiles;
      *    TICKET NOT APPROVED   - it covers the switch, but its
      *                            status does not authorize it;
      *    OUTSIDE WINDOW        - approved, but the change was made
      *                            before or after the approved
      *                            start and end.
      *
      * SWPROF sets switches with no ticket of its own, so a
      * ticketless change by SWPROF is checked against the tickets
      * that authorize the profile the window ran under
      * (CY-PROFILE-NAME).  Where one ticket has several lines the
      * best of them decides.
      *
      * The header carries the cycle and the last line says NO
      * EXCEPTIONS or EXCEPTIONS REPORTED, the same as SWRECRPT, so
      * SWMORN can take the result into the morning verdict.  Ends
      * with RETURN-CODE 08 when any exception was reported and 16
      * when the check could not be made (no SWCYCLE, SWAUDCYC or
      * SWTICKTS, or a SWAUDCYC that is not the cycle's).
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      *   2026-10-15  jll  Only SWAUDCYC records stamped with the
      *                    cycle on SWCYCLE are checked.  An extract
      *                    holding records of any other cycle - last
      *                    night's, left behind when SWAUDEXT did not
      *                    run - fails the check ("SWAUDCYC DOES NOT
      *                    COVER CYCLE"), so SWMORN never takes an
      *                    old extract's result for tonight's.  A
      *                    damaged switch number of 8 or 9 is skipped
      *                    instead of indexing past the switch table.
      */
       ID DIVISION.
       PROGRAM-ID. SWTKTREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO SWCYCLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT SWITCH-DEFN-FILE ASSIGN TO SWDEFNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFN-FILE-STATUS.
           SELECT TICKET-FILE ASSIGN TO SWTICKTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-FILE-STATUS.
           SELECT CYCLE-EXTRACT-FILE ASSIGN TO SWAUDCYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT TICKET-REPORT-FILE ASSIGN TO SWTKTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE.
           COPY SWCYCLE.

       FD  SWITCH-DEFN-FILE.
           COPY SWDEFN.

       FD  TICKET-FILE.
           COPY SWTICKT.

       FD  CYCLE-EXTRACT-FILE.
       01  EX-RECORD                   PIC X(120).

       FD  TICKET-REPORT-FILE.
       01  RL-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CYCLE-FILE-STATUS        PIC X(02).
       77  WS-DEFN-FILE-STATUS         PIC X(02).
       77  WS-TICKET-FILE-STATUS       PIC X(02).
       77  WS-EXTRACT-FILE-STATUS      PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-DEFN-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-DEFN-EOF                       VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
       77  WS-CHECK-FAILED-SWITCH      PIC X(01) VALUE "N".
           88  WS-CHECK-FAILED                   VALUE "Y".
       77  WS-CYCLE-NUMBER             PIC 9(06) VALUE 0.
       77  WS-PROFILE-NAME             PIC X(10) VALUE SPACES.
       77  WS-FAILURE-TEXT             PIC X(60) VALUE SPACES.
       77  WS-SUB                      PIC 9(01).
       77  WS-SWITCH-CHAR              PIC X(01).
       77  WS-TK-SUB                   PIC 9(03).
       77  WS-BEST-SUB                 PIC 9(03).
       77  WS-TICKET-COUNT             PIC 9(03) VALUE 0.
       77  WS-MAX-TICKETS              PIC 9(03) VALUE 500.
       77  WS-LEVEL                    PIC 9(01).
       77  WS-BEST-LEVEL               PIC 9(01).
       77  WS-CHANGES-READ             PIC 9(05) VALUE 0.
       77  WS-RECORD-CYCLE             PIC 9(06).
       77  WS-FOREIGN-COUNT            PIC 9(05) VALUE 0.
       77  WS-CHANGES-CHECKED          PIC 9(05) VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(05) VALUE 0.
       77  WS-RESULT-TEXT              PIC X(60).
       77  WS-EDIT-COUNT               PIC Z(06)9.
       77  WS-PRINT-LINE               PIC X(132).

      * Protected flags of the eight switches, from SWDEFNS, or
      * UPSI's own fallback (AAA and PPP) when the file is missing.
       01  WS-PROTECTED-TABLE.
           05  WS-PT-FLAG OCCURS 8 TIMES  PIC X(01).
           05  WS-PT-NAME OCCURS 8 TIMES  PIC X(30).

      * SWTICKTS, as loaded.
       01  WS-TICKET-TABLE.
           05  WS-TK-ENTRY OCCURS 500 TIMES.
               10  WS-TK-TICKET-REF     PIC X(12).
               10  WS-TK-STATUS         PIC X(12).
               10  WS-TK-APPROVED-FLAG  PIC X(01).
                   88  WS-TK-APPROVED            VALUE "Y".
               10  WS-TK-START.
                   15  WS-TK-START-DATE PIC 9(08).
                   15  WS-TK-START-TIME PIC 9(08).
               10  WS-TK-END.
                   15  WS-TK-END-DATE   PIC 9(08).
                   15  WS-TK-END-TIME   PIC 9(08).
               10  WS-TK-SCOPE          PIC X(01).
               10  WS-TK-TARGET         PIC X(10).

      * The change under check, date and time as one value.
       01  WS-CHANGE-STAMP.
           05  WS-CS-DATE              PIC 9(08).
           05  WS-CS-TIME              PIC 9(08).

      * The extract record, seen as an audit record.
           COPY SWAUDIT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-CHECK-CHANGES THRU 2000-EXIT
               PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
               CLOSE TICKET-REPORT-FILE
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  The report is opened first so that a check that cannot be
      *  made still leaves a page saying so - SWMORN must never find
      *  last night's clean page and call tonight clean.
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT TICKET-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWTKTRPT, FILE STATUS "
                   WS-REPORT-FILE-STATUS " - NO TICKET CHECK MADE"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-CYCLE THRU 1100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHANGE TICKET RECONCILIATION FOR "
               "BATCH WINDOW CYCLE " WS-CYCLE-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-PROFILE-NAME NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PROFILE " WS-PROFILE-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-CHECK-FAILED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-PROTECTED THRU 1200-EXIT
           PERFORM 1300-LOAD-TICKETS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-CYCLE.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               MOVE "SWCYCLE CANNOT BE READ" TO WS-FAILURE-TEXT
               SET WS-CHECK-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CY-CYCLE-NUMBER NUMERIC
                       MOVE CY-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   END-IF
                   MOVE CY-PROFILE-NAME TO WS-PROFILE-NAME
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF WS-CYCLE-NUMBER = 0
               MOVE "SWCYCLE CARRIES NO CYCLE NUMBER"
                   TO WS-FAILURE-TEXT
               SET WS-CHECK-FAILED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-PROTECTED
      ******************************************************************
       1200-LOAD-PROTECTED.
           PERFORM 1220-PRESET-ONE THRU 1220-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
           OPEN INPUT SWITCH-DEFN-FILE
           IF WS-DEFN-FILE-STATUS NOT = "00"
               MOVE "SWDEFNS NOT AVAILABLE - SWITCHES 3 AND 4 TAKEN "
                   TO WS-PRINT-LINE
               MOVE "AS THE PROTECTED ONES" TO WS-PRINT-LINE (48:21)
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               GO TO 1200-EXIT
           END-IF
           PERFORM 1240-READ-ONE-DEFN THRU 1240-EXIT
               UNTIL WS-DEFN-EOF
           CLOSE SWITCH-DEFN-FILE.
       1200-EXIT.
           EXIT.

       1220-PRESET-ONE.
           MOVE "(NAME NOT AVAILABLE)" TO WS-PT-NAME (WS-SUB)
           IF WS-SUB = 4 OR WS-SUB = 5
               MOVE "Y" TO WS-PT-FLAG (WS-SUB)
           ELSE
               MOVE "N" TO WS-PT-FLAG (WS-SUB)
           END-IF.
       1220-EXIT.
           EXIT.

       1240-READ-ONE-DEFN.
           READ SWITCH-DEFN-FILE
               AT END
                   SET WS-DEFN-EOF TO TRUE
                   GO TO 1240-EXIT
           END-READ
           IF SD-SWITCH-NUMBER NOT NUMERIC OR SD-SWITCH-NUMBER > 7
               GO TO 1240-EXIT
           END-IF
           COMPUTE WS-SUB = SD-SWITCH-NUMBER + 1
           MOVE SD-SWITCH-NAME TO WS-PT-NAME (WS-SUB)
           MOVE SD-PROTECTED-FLAG TO WS-PT-FLAG (WS-SUB).
       1240-EXIT.
           EXIT.

      ******************************************************************
      *  1300-LOAD-TICKETS
      *  No SWTICKTS means nothing to check against - every change
      *  would show as unknown - so the check is reported as not
      *  made rather than as a page of false exceptions.
      ******************************************************************
       1300-LOAD-TICKETS.
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-FILE-STATUS NOT = "00"
               MOVE "SWTICKTS NOT AVAILABLE - HAS SWTKTLD RUN?"
                   TO WS-FAILURE-TEXT
               SET WS-CHECK-FAILED TO TRUE
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1320-LOAD-ONE-TICKET THRU 1320-EXIT
               UNTIL WS-EOF
           CLOSE TICKET-FILE.
       1300-EXIT.
           EXIT.

       1320-LOAD-ONE-TICKET.
           READ TICKET-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF WS-TICKET-COUNT >= WS-MAX-TICKETS
               MOVE "*** TICKET TABLE FULL - LATER SWTICKTS LINES NOT "
                   TO WS-PRINT-LINE
               MOVE "CHECKED ***" TO WS-PRINT-LINE (50:11)
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               SET WS-EOF TO TRUE
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO WS-TICKET-COUNT
           MOVE TK-TICKET-REF TO WS-TK-TICKET-REF (WS-TICKET-COUNT)
           MOVE TK-STATUS TO WS-TK-STATUS (WS-TICKET-COUNT)
           IF TK-STATUS-APPROVED
               MOVE "Y" TO WS-TK-APPROVED-FLAG (WS-TICKET-COUNT)
           ELSE
               MOVE "N" TO WS-TK-APPROVED-FLAG (WS-TICKET-COUNT)
           END-IF
           MOVE TK-START-DATE TO WS-TK-START-DATE (WS-TICKET-COUNT)
           MOVE TK-START-TIME TO WS-TK-START-TIME (WS-TICKET-COUNT)
           MOVE TK-END-DATE TO WS-TK-END-DATE (WS-TICKET-COUNT)
           MOVE TK-END-TIME TO WS-TK-END-TIME (WS-TICKET-COUNT)
           MOVE TK-SCOPE TO WS-TK-SCOPE (WS-TICKET-COUNT)
           MOVE TK-TARGET TO WS-TK-TARGET (WS-TICKET-COUNT).
       1320-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CHECK-CHANGES
      *  Every record in the cycle extract; only changes to a
      *  protected switch need a ticket.  A record stamped with
      *  another cycle (a non-numeric stamp counts as cycle zero)
      *  is not checked, and any such record means the extract is
      *  not tonight's - SWAUDEXT failed or did not run - so the
      *  check is reported as not made rather than passed on a
      *  partial or stale extract.
      ******************************************************************
       2000-CHECK-CHANGES.
           IF WS-CHECK-FAILED
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT CYCLE-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               MOVE "SWAUDCYC NOT AVAILABLE - HAS SWAUDEXT RUN?"
                   TO WS-FAILURE-TEXT
               SET WS-CHECK-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-CHECK-ONE-CHANGE THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE CYCLE-EXTRACT-FILE
           IF WS-FOREIGN-COUNT > 0
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING "SWAUDCYC DOES NOT COVER CYCLE " WS-CYCLE-NUMBER
                   " - HAS SWAUDEXT RUN?"
                   DELIMITED BY SIZE INTO WS-FAILURE-TEXT
               SET WS-CHECK-FAILED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-CHANGE.
           READ CYCLE-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE EX-RECORD TO AL-RECORD
           IF AL-CYCLE-NUMBER NUMERIC
               MOVE AL-CYCLE-NUMBER TO WS-RECORD-CYCLE
           ELSE
               MOVE 0 TO WS-RECORD-CYCLE
           END-IF
           IF WS-RECORD-CYCLE NOT = WS-CYCLE-NUMBER
               ADD 1 TO WS-FOREIGN-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CHANGES-READ
           IF AL-SWITCH-NUMBER NOT NUMERIC
               OR AL-SWITCH-NUMBER > 7
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-SUB = AL-SWITCH-NUMBER + 1
           IF WS-PT-FLAG (WS-SUB) NOT = "Y"
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CHANGES-CHECKED
           MOVE AL-SWITCH-NUMBER TO WS-SWITCH-CHAR
           MOVE AL-AUDIT-DATE TO WS-CS-DATE
           MOVE AL-AUDIT-TIME TO WS-CS-TIME
           MOVE 0 TO WS-BEST-LEVEL
           MOVE 0 TO WS-BEST-SUB
           PERFORM 2200-RATE-ONE-TICKET THRU 2200-EXIT
               VARYING WS-TK-SUB FROM 1 BY 1
               UNTIL WS-TK-SUB > WS-TICKET-COUNT
           PERFORM 2400-PRINT-RESULT THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-RATE-ONE-TICKET
      *  How far one SWTICKTS line goes towards authorizing the
      *  change; the best line wins:
      *     1 the ticket exists, but not for this switch or profile;
      *     2 it covers it, but is not approved;
      *     3 approved, but the change is outside its window;
      *     4 approved and in its window.
      *  A change with no ticket of its own rates only the lines of
      *  tickets for the profile, and only when SWPROF made it.
      ******************************************************************
       2200-RATE-ONE-TICKET.
           MOVE 0 TO WS-LEVEL
           IF AL-TICKET-REF = SPACES
               IF AL-JOB-NAME = "SWPROF"
                   AND WS-PROFILE-NAME NOT = SPACES
                   AND WS-TK-SCOPE (WS-TK-SUB) = "P"
                   AND WS-TK-TARGET (WS-TK-SUB) = WS-PROFILE-NAME
                   MOVE 2 TO WS-LEVEL
               END-IF
           ELSE
               IF WS-TK-TICKET-REF (WS-TK-SUB) = AL-TICKET-REF
                   MOVE 1 TO WS-LEVEL
                   EVALUATE TRUE
                       WHEN WS-TK-SCOPE (WS-TK-SUB) = "S"
                           AND (WS-TK-TARGET (WS-TK-SUB) (1:1)
                                    = WS-SWITCH-CHAR
                             OR WS-TK-TARGET (WS-TK-SUB) (1:1) = "*")
                           MOVE 2 TO WS-LEVEL
                       WHEN WS-TK-SCOPE (WS-TK-SUB) = "P"
                           AND AL-JOB-NAME = "SWPROF"
                           AND WS-TK-TARGET (WS-TK-SUB)
                                   = WS-PROFILE-NAME
                           MOVE 2 TO WS-LEVEL
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-LEVEL = 2 AND WS-TK-APPROVED (WS-TK-SUB)
               MOVE 3 TO WS-LEVEL
               IF WS-CHANGE-STAMP NOT < WS-TK-START (WS-TK-SUB)
                   AND WS-CHANGE-STAMP NOT > WS-TK-END (WS-TK-SUB)
                   MOVE 4 TO WS-LEVEL
               END-IF
           END-IF
           IF WS-LEVEL > WS-BEST-LEVEL
               MOVE WS-LEVEL TO WS-BEST-LEVEL
               MOVE WS-TK-SUB TO WS-BEST-SUB
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2400-PRINT-RESULT
      *  The change, then its result on the line below; every
      *  result other than OK is an exception.
      ******************************************************************
       2400-PRINT-RESULT.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "UPSI-" AL-SWITCH-NUMBER " " WS-PT-NAME (WS-SUB)
               " " AL-OLD-STATUS "->" AL-NEW-STATUS
               " BY " AL-JOB-NAME " " AL-AUDIT-DATE " " AL-AUDIT-TIME
               " TICKET " AL-TICKET-REF
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN WS-BEST-LEVEL = 4
                   STRING "OK - APPROVED TICKET "
                       WS-TK-TICKET-REF (WS-BEST-SUB)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN WS-BEST-LEVEL = 3
                   STRING "OUTSIDE APPROVED WINDOW "
                       WS-TK-START-DATE (WS-BEST-SUB) " "
                       WS-TK-START-TIME (WS-BEST-SUB) (1:4) " - "
                       WS-TK-END-DATE (WS-BEST-SUB) " "
                       WS-TK-END-TIME (WS-BEST-SUB) (1:4)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN WS-BEST-LEVEL = 2
                   STRING "TICKET NOT APPROVED - STATUS "
                       WS-TK-STATUS (WS-BEST-SUB)
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN WS-BEST-LEVEL = 1
                   MOVE "TICKET DOES NOT COVER THIS SWITCH"
                       TO WS-RESULT-TEXT
               WHEN AL-TICKET-REF = SPACES
                   MOVE "NO TICKET" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN TICKET - NOT IN SWTICKTS"
                       TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-BEST-LEVEL = 4
               STRING "       " WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING "   *** " WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  3000-WRITE-TRAILER
      *  The last line is the one SWMORN reads: NO EXCEPTIONS,
      *  EXCEPTIONS REPORTED, or TICKET CHECK NOT MADE.
      ******************************************************************
       3000-WRITE-TRAILER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-CHECK-FAILED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TICKET CHECK NOT MADE - " WS-FAILURE-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE WS-TICKET-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TICKET LINES LOADED:            " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-CHANGES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWITCH CHANGES IN THE WINDOW:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-CHANGES-CHECKED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PROTECTED-SWITCH CHANGES:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO EXCEPTIONS - EVERY PROTECTED-SWITCH CHANGE "
                   "CARRIED AN APPROVED TICKET"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           ELSE
               MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "EXCEPTIONS REPORTED: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  8900-REPORT-LINE
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
      *  16 when the check could not be made, 08 when it found
      *  exceptions, matching SWRECON.
      ******************************************************************
       9999-TERMINATE.
           EVALUATE TRUE
               WHEN WS-ABORT-REQUESTED OR WS-CHECK-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 08 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       9999-EXIT.
           EXIT.

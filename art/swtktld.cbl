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
      * @file swtktld.cbl
      *
      * Nightly load of the change-management system's approved-
      * change extract, run by the scheduler before the batch window
      * opens.  Every set carries a ticket reference, but nothing
      * checked the ticket existed, was approved or covered the
      * night it was used - change management audited that by
      * sampling.  This step turns the extract SWCMEXT into the
      * SWTICKTS ticket file (SWTICKT.CPY) that SWTKTREC checks the
      * night's protected-switch changes against at window close.
      *
      * SWCMEXT is comma-delimited, one line per ticket and switch
      * or profile authorized:
      *
      *    ticket,status,start-date,start-time,end-date,end-time,
      *    scope,target
      *
      * dates YYYYMMDD, times HHMM, scope S (target a switch 0-7 or
      * "*") or P (target a profile name).  A first line starting
      * with the word TICKET is the column heading and is skipped.
      * Every line is validated before it is loaded; a line that
      * fails is listed with its reason in SWTKLRPT and left out, so
      * its ticket shows as unknown at close rather than loaded half
      * right.  No extract at all leaves last night's SWTICKTS in
      * place and ends with RETURN-CODE 16; rejected lines end with
      * 04.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      */
       ID DIVISION.
       PROGRAM-ID. SWTKTLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-EXTRACT-FILE ASSIGN TO SWCMEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT TICKET-FILE ASSIGN TO SWTICKTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-FILE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO SWTKLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-EXTRACT-FILE.
       01  CX-RECORD                   PIC X(132).

       FD  TICKET-FILE.
           COPY SWTICKT.

       FD  LOAD-REPORT-FILE.
       01  RL-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EXTRACT-FILE-STATUS      PIC X(02).
       77  WS-TICKET-FILE-STATUS       PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-CURRENT-TIME             PIC 9(08).
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-EOF                            VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
       77  WS-OVERFLOW-SWITCH          PIC X(01).
           88  WS-FIELD-OVERFLOW                 VALUE "Y".
       77  WS-LINES-READ               PIC 9(05) VALUE 0.
       77  WS-TICKETS-LOADED           PIC 9(05) VALUE 0.
       77  WS-LINES-REJECTED           PIC 9(05) VALUE 0.
       77  WS-FIELD-COUNT              PIC 9(02).
       77  WS-REJECT-REASON            PIC X(50).
       77  WS-EDIT-COUNT               PIC Z(06)9.
       77  WS-EDIT-LINE                PIC Z(04)9.
       77  WS-PRINT-LINE               PIC X(132).
       77  WS-LOWER-CASE               PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE               PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * One extract line split into its eight fields, with the
      * length of each as found, so an over-long value is refused
      * rather than silently cut.  The target is the last field and
      * runs on into the spaces that pad the line, so its length is
      * judged by what follows it instead.
       01  WS-EXTRACT-FIELDS.
           05  WS-CX-TICKET            PIC X(20).
           05  WS-CX-TICKET-LEN        PIC 9(03).
           05  WS-CX-STATUS            PIC X(20).
           05  WS-CX-STATUS-LEN        PIC 9(03).
           05  WS-CX-START-DATE        PIC X(08).
           05  WS-CX-START-DATE-LEN    PIC 9(03).
           05  WS-CX-START-TIME        PIC X(04).
           05  WS-CX-START-TIME-LEN    PIC 9(03).
           05  WS-CX-END-DATE          PIC X(08).
           05  WS-CX-END-DATE-LEN      PIC 9(03).
           05  WS-CX-END-TIME          PIC X(04).
           05  WS-CX-END-TIME-LEN      PIC 9(03).
           05  WS-CX-SCOPE             PIC X(01).
           05  WS-CX-SCOPE-LEN         PIC 9(03).
           05  WS-CX-TARGET            PIC X(20).

      * A date or time under validation, with its parts.
       01  WS-CHECK-DATE               PIC X(08).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(04).
           05  WS-CHECK-MONTH          PIC 9(02).
           05  WS-CHECK-DAY            PIC 9(02).
       01  WS-CHECK-TIME               PIC X(04).
       01  WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
           05  WS-CHECK-HOUR           PIC 9(02).
           05  WS-CHECK-MINUTE         PIC 9(02).
       01  WS-CHECK-VALID-SWITCH       PIC X(01).
           88  WS-CHECK-VALID                    VALUE "Y".

      * Approved window start and end as one comparable value each.
       01  WS-WINDOW-START.
           05  WS-WS-DATE              PIC 9(08).
           05  WS-WS-TIME              PIC 9(08).
       01  WS-WINDOW-END.
           05  WS-WE-DATE              PIC 9(08).
           05  WS-WE-TIME              PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-LOAD-ONE-LINE THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
               CLOSE CHANGE-EXTRACT-FILE
               CLOSE TICKET-FILE
               CLOSE LOAD-REPORT-FILE
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  1000-INITIALIZE
      *  The extract is opened first: with no extract to load,
      *  SWTICKTS is not touched, so last night's tickets stay in
      *  force rather than every change tonight showing as unknown.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN INPUT CHANGE-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWCMEXT, FILE STATUS "
                   WS-EXTRACT-FILE-STATUS
                   " - SWTICKTS LEFT AS LAST LOADED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT LOAD-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWTKLRPT, FILE STATUS "
                   WS-REPORT-FILE-STATUS
                   " - SWTICKTS LEFT AS LAST LOADED"
               CLOSE CHANGE-EXTRACT-FILE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT TICKET-FILE
           IF WS-TICKET-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWTICKTS, FILE STATUS "
                   WS-TICKET-FILE-STATUS " - NOTHING LOADED"
               CLOSE CHANGE-EXTRACT-FILE
               CLOSE LOAD-REPORT-FILE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHANGE TICKET EXTRACT LOAD " WS-CURRENT-DATE
               " " WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-ONE-LINE
      ******************************************************************
       2000-LOAD-ONE-LINE.
           READ CHANGE-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF CX-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-LINES-READ
           PERFORM 2100-SPLIT-LINE THRU 2100-EXIT
           IF WS-LINES-READ = 1 AND WS-CX-TICKET = "TICKET"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-VALIDATE-LINE THRU 2200-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2400-REJECT-LINE THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO TK-RECORD
           MOVE WS-CX-TICKET TO TK-TICKET-REF
           MOVE WS-CX-STATUS TO TK-STATUS
           MOVE WS-WS-DATE TO TK-START-DATE
           MOVE WS-WS-TIME TO TK-START-TIME
           MOVE WS-WE-DATE TO TK-END-DATE
           MOVE WS-WE-TIME TO TK-END-TIME
           MOVE WS-CX-SCOPE TO TK-SCOPE
           MOVE WS-CX-TARGET TO TK-TARGET
           WRITE TK-RECORD
           IF WS-TICKET-FILE-STATUS NOT = "00"
               MOVE "SWTICKTS WRITE FAILED" TO WS-REJECT-REASON
               PERFORM 2400-REJECT-LINE THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-TICKETS-LOADED.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-SPLIT-LINE
      *  Splits the line at the commas, upper-casing the status,
      *  scope and target so "approved" and "APPROVED" agree.
      ******************************************************************
       2100-SPLIT-LINE.
           MOVE SPACES TO WS-EXTRACT-FIELDS
           MOVE 0 TO WS-CX-TICKET-LEN WS-CX-STATUS-LEN
               WS-CX-START-DATE-LEN WS-CX-START-TIME-LEN
               WS-CX-END-DATE-LEN WS-CX-END-TIME-LEN
               WS-CX-SCOPE-LEN
           MOVE 0 TO WS-FIELD-COUNT
           MOVE "N" TO WS-OVERFLOW-SWITCH
           UNSTRING CX-RECORD DELIMITED BY ","
               INTO WS-CX-TICKET COUNT IN WS-CX-TICKET-LEN
                    WS-CX-STATUS COUNT IN WS-CX-STATUS-LEN
                    WS-CX-START-DATE COUNT IN WS-CX-START-DATE-LEN
                    WS-CX-START-TIME COUNT IN WS-CX-START-TIME-LEN
                    WS-CX-END-DATE COUNT IN WS-CX-END-DATE-LEN
                    WS-CX-END-TIME COUNT IN WS-CX-END-TIME-LEN
                    WS-CX-SCOPE COUNT IN WS-CX-SCOPE-LEN
                    WS-CX-TARGET
               TALLYING IN WS-FIELD-COUNT
               ON OVERFLOW
                   SET WS-FIELD-OVERFLOW TO TRUE
           END-UNSTRING
           INSPECT WS-CX-TICKET
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-CX-STATUS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-CX-SCOPE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-CX-TARGET
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-VALIDATE-LINE
      *  Leaves WS-REJECT-REASON blank for a line that can be
      *  loaded, or the first thing wrong with it.
      ******************************************************************
       2200-VALIDATE-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-FIELD-OVERFLOW OR WS-FIELD-COUNT NOT = 8
               MOVE "NOT EIGHT COMMA-SEPARATED FIELDS"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF WS-CX-TICKET = SPACES OR WS-CX-TICKET-LEN > 12
               MOVE "TICKET NUMBER MISSING OR LONGER THAN 12"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF WS-CX-STATUS = SPACES OR WS-CX-STATUS-LEN > 12
               MOVE "STATUS MISSING OR LONGER THAN 12"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE WS-CX-START-DATE TO WS-CHECK-DATE
           MOVE WS-CX-START-TIME TO WS-CHECK-TIME
           PERFORM 2300-CHECK-DATE-TIME THRU 2300-EXIT
           IF NOT WS-CHECK-VALID OR WS-CX-START-DATE-LEN NOT = 8
               OR WS-CX-START-TIME-LEN NOT = 4
               MOVE "APPROVED START NOT YYYYMMDD,HHMM"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE WS-CX-END-DATE TO WS-CHECK-DATE
           MOVE WS-CX-END-TIME TO WS-CHECK-TIME
           PERFORM 2300-CHECK-DATE-TIME THRU 2300-EXIT
           IF NOT WS-CHECK-VALID OR WS-CX-END-DATE-LEN NOT = 8
               OR WS-CX-END-TIME-LEN NOT = 4
               MOVE "APPROVED END NOT YYYYMMDD,HHMM"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE WS-CX-START-DATE TO WS-WS-DATE
           MOVE WS-CX-START-TIME TO WS-CHECK-TIME
           COMPUTE WS-WS-TIME = WS-CHECK-HOUR * 1000000
               + WS-CHECK-MINUTE * 10000
           MOVE WS-CX-END-DATE TO WS-WE-DATE
           MOVE WS-CX-END-TIME TO WS-CHECK-TIME
           COMPUTE WS-WE-TIME = WS-CHECK-HOUR * 1000000
               + WS-CHECK-MINUTE * 10000 + 5999
           IF WS-WINDOW-END < WS-WINDOW-START
               MOVE "APPROVED WINDOW ENDS BEFORE IT STARTS"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF WS-CX-SCOPE-LEN NOT = 1
               OR (WS-CX-SCOPE NOT = "S" AND WS-CX-SCOPE NOT = "P")
               MOVE "SCOPE NOT S OR P" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF WS-CX-SCOPE = "S"
               IF WS-CX-TARGET (2:19) NOT = SPACES
                   OR ((WS-CX-TARGET (1:1) < "0"
                        OR WS-CX-TARGET (1:1) > "7")
                       AND WS-CX-TARGET (1:1) NOT = "*")
                   MOVE "SWITCH NOT 0-7 OR *" TO WS-REJECT-REASON
               END-IF
               GO TO 2200-EXIT
           END-IF
           IF WS-CX-TARGET = SPACES OR WS-CX-TARGET (11:10) NOT = SPACES
               MOVE "PROFILE NAME MISSING OR LONGER THAN 10"
                   TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-CHECK-DATE-TIME
      *  WS-CHECK-DATE must be a plausible YYYYMMDD and
      *  WS-CHECK-TIME a real HHMM.
      ******************************************************************
       2300-CHECK-DATE-TIME.
           MOVE "N" TO WS-CHECK-VALID-SWITCH
           IF WS-CHECK-DATE NOT NUMERIC OR WS-CHECK-TIME NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           IF WS-CHECK-YEAR < 1901 OR WS-CHECK-YEAR > 2099
               OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               GO TO 2300-EXIT
           END-IF
           IF WS-CHECK-HOUR > 23 OR WS-CHECK-MINUTE > 59
               GO TO 2300-EXIT
           END-IF
           SET WS-CHECK-VALID TO TRUE.
       2300-EXIT.
           EXIT.

       2400-REJECT-LINE.
           ADD 1 TO WS-LINES-REJECTED
           MOVE WS-LINES-READ TO WS-EDIT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REJECTED LINE " WS-EDIT-LINE ": "
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " CX-RECORD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  3000-WRITE-TRAILER
      ******************************************************************
       3000-WRITE-TRAILER.
           IF WS-LINES-REJECTED > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               MOVE "*** REJECTED TICKETS WILL SHOW AS UNKNOWN AT "
                   TO WS-PRINT-LINE
               MOVE "WINDOW CLOSE ***" TO WS-PRINT-LINE (46:16)
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-LINES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "EXTRACT LINES READ:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-TICKETS-LOADED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TICKET LINES LOADED:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-LINES-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LINES REJECTED:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
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
      ******************************************************************
       9999-TERMINATE.
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LINES-REJECTED > 0
                   MOVE 04 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.

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
      * @file swaudver.cbl
      *
      * Audit-trail integrity verifier.  The auditors' question is
      * no longer "what does SWAUDIT say" but "how do we know
      * nothing was taken out of it".  UPSI now gives every audit
      * record the next number from the SWAUDSEQ control record
      * (AL-SEQUENCE-NUMBER, SWSEQ.CPY), spilled records included,
      * and this program walks the whole trail - the live SWAUDIT,
      * every SWARCyyyy archive file and the SWAUDCYC per-cycle
      * extract - and reports to SWAVRRPT and the joblog:
      *
      *    - gaps: numbers missing from the trail, including any
      *      missing from its end (above the highest number in the
      *      trail but at or below the last one SWAUDSEQ gave out);
      *    - duplicates: a number found more than once in the
      *      trail (a record copied in, or an archive rerun);
      *    - out-of-order numbers within a file.  Overflow records
      *      SWAUDMRG merges back at window close land after
      *      records written later, so this is a warning to check
      *      against SWMRGRPT rather than an error;
      *    - records written with sequence zero (SWAUDSEQ could not
      *      be updated), counted with the unsequenced records
      *      from before the field existed;
      *    - SWAUDCYC records that are not in the trail, differ
      *      from the trail copy, or are missing from the extract
      *      for their cycle;
      *    - the SWARCH moved counts: each run logged in SWARCLOG
      *      (SWARCLG.CPY) must have read exactly what it archived
      *      plus what it retained, the SWARCyyyy files must hold
      *      exactly what the logged runs archived, and the live
      *      SWAUDIT must still hold what the last run retained.
      *
      * Ends with RETURN-CODE 08 when the trail fails any check, 04
      * when there are only warnings to review, and 16 when the
      * verifier itself could not run.
      *
      * Modification history:
      *   2026-10-15  jll  Original version.
      *   2026-10-15  jll  SWAUDSEQ is now a fixed-length sequential
      *                    record that UPSI holds open I-O while it
      *                    takes a number.  The control-record open
      *                    waits and retries, the same bounded way
      *                    UPSI does, while a caller holds it.
      */
       ID DIVISION.
       PROGRAM-ID. SWAUDVER.

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
           SELECT CYCLE-EXTRACT-FILE ASSIGN TO SWAUDCYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO SWAUDSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT ARCHIVE-RUN-LOG ASSIGN TO SWARCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO SWAVRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT SEQUENCE-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  SWITCH-AUDIT-FILE.
           COPY SWAUDIT.

       FD  AUDIT-ARCHIVE-FILE.
       01  AR-RECORD                   PIC X(120).

       FD  CYCLE-EXTRACT-FILE.
       01  EX-RECORD                   PIC X(120).

       FD  AUDIT-SEQUENCE-FILE.
           COPY SWSEQ.

       FD  ARCHIVE-RUN-LOG.
           COPY SWARCLG.

       FD  VERIFY-REPORT-FILE.
       01  RL-RECORD                   PIC X(100).

      * One sort record per sequenced audit record, from the trail
      * (SV-SOURCE "T" - live or archive) or from the extract ("X").
      * Sorting on the number with the trail copy first brings every
      * copy of a number together, so gaps, repeats and extract
      * mismatches all fall out of one pass.
       SD  SEQUENCE-SORT-FILE.
       01  SV-RECORD.
           05  SV-SEQUENCE             PIC 9(09).
           05  SV-SOURCE               PIC X(01).
               88  SV-FROM-TRAIL                 VALUE "T".
               88  SV-FROM-EXTRACT               VALUE "X".
           05  SV-FILE-NAME            PIC X(09).
           05  SV-RECORD-CYCLE         PIC 9(06).
           05  SV-AUDIT-IMAGE          PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FILE-STATUS        PIC X(02).
       77  WS-ARCH-FILE-STATUS         PIC X(02).
       77  WS-EXTRACT-FILE-STATUS      PIC X(02).
       77  WS-SEQ-FILE-STATUS          PIC X(02).
       77  WS-SEQ-OPEN-TRIES           PIC 9(01).
       77  WS-MAX-SEQ-TRIES            PIC 9(01) VALUE 5.
       77  WS-SEQ-WAIT-SECONDS         PIC 9(01) VALUE 1.
       77  WS-RUNLOG-FILE-STATUS       PIC X(02).
       77  WS-REPORT-FILE-STATUS       PIC X(02).
       77  WS-ARCHIVE-FILE-NAME        PIC X(09).
       77  WS-SOURCE-FILE-NAME         PIC X(09).
       77  WS-SOURCE-CODE              PIC X(01).
       77  WS-CURRENT-DATE             PIC 9(08).
       77  WS-CURRENT-YEAR             PIC 9(04).
       77  WS-FIRST-ARCHIVE-YEAR       PIC 9(04) VALUE 1901.
       77  WS-ARCH-YEAR                PIC 9(04).
       77  WS-EOF-SWITCH               PIC X(01).
           88  WS-EOF                            VALUE "Y".
       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       77  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
           88  WS-ABORT-REQUESTED                VALUE "Y".
           88  WS-ABORT-NOT-REQUESTED            VALUE "N".
       77  WS-SEQ-AVAIL-SWITCH         PIC X(01) VALUE "N".
           88  WS-SEQ-AVAILABLE                  VALUE "Y".
       77  WS-LIVE-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-LIVE-AVAILABLE                 VALUE "Y".
       77  WS-EXTRACT-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-EXTRACT-AVAILABLE              VALUE "Y".
       77  WS-RUNLOG-AVAIL-SWITCH      PIC X(01) VALUE "N".
           88  WS-RUNLOG-AVAILABLE               VALUE "Y".
       77  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-GROUP-OPEN                     VALUE "Y".
       77  WS-CONTROL-SEQUENCE         PIC 9(09) VALUE 0.
       77  WS-RECORD-SEQUENCE          PIC 9(09) VALUE 0.
       77  WS-PREV-FILE-SEQUENCE       PIC 9(09) VALUE 0.
       77  WS-LAST-TRAIL-SEQUENCE      PIC 9(09) VALUE 0.
       77  WS-GAP-FROM                 PIC 9(09).
       77  WS-GAP-THRU                 PIC 9(09).
       77  WS-RECORD-CYCLE             PIC 9(06) VALUE 0.
       77  WS-EXTRACT-CYCLE            PIC 9(06) VALUE 0.
       77  WS-FILE-RECORD-NUMBER       PIC 9(07) VALUE 0.
       77  WS-LIVE-COUNT               PIC 9(07) VALUE 0.
       77  WS-LIVE-BEFORE-PURGE        PIC 9(07) VALUE 0.
       77  WS-ARCHIVE-COUNT            PIC 9(07) VALUE 0.
       77  WS-EXTRACT-COUNT            PIC 9(07) VALUE 0.
       77  WS-SEQUENCED-COUNT          PIC 9(07) VALUE 0.
       77  WS-UNSEQUENCED-COUNT        PIC 9(07) VALUE 0.
       77  WS-ZERO-COUNT               PIC 9(07) VALUE 0.
       77  WS-GAP-COUNT                PIC 9(07) VALUE 0.
       77  WS-DUPLICATE-COUNT          PIC 9(07) VALUE 0.
       77  WS-OUT-OF-ORDER-COUNT       PIC 9(07) VALUE 0.
       77  WS-EXTRACT-MISMATCH-COUNT   PIC 9(07) VALUE 0.
       77  WS-RUN-COUNT                PIC 9(05) VALUE 0.
       77  WS-LOGGED-ARCHIVED          PIC 9(09) VALUE 0.
       77  WS-LAST-RUN-RETAINED        PIC 9(07) VALUE 0.
       77  WS-LAST-RUN-HIGH-READ       PIC 9(09) VALUE 0.
       77  WS-LAST-RUN-DATE            PIC 9(08) VALUE 0.
       77  WS-ERROR-COUNT              PIC 9(05) VALUE 0.
       77  WS-WARNING-COUNT            PIC 9(05) VALUE 0.
       77  WS-ARCH-FILE-COUNT          PIC 9(02) VALUE 0.
       77  WS-MAX-ARCH-FILES           PIC 9(02) VALUE 50.
       77  WS-EDIT-COUNT               PIC Z(06)9.
       77  WS-EDIT-COUNT-2             PIC Z(06)9.
       77  WS-EDIT-SEQUENCE            PIC Z(08)9.
       77  WS-EDIT-SEQUENCE-2          PIC Z(08)9.
       77  WS-PRINT-LINE               PIC X(100).

      * The first trail copy of the number being checked, kept so
      * the extract copy can be compared with it.
       01  WS-CURRENT-GROUP.
           05  WS-CG-SEQUENCE          PIC 9(09).
           05  WS-CG-TRAIL-COUNT       PIC 9(05).
           05  WS-CG-EXTRACT-COUNT     PIC 9(05).
           05  WS-CG-TRAIL-FILE        PIC X(09).
           05  WS-CG-OTHER-FILE        PIC X(09).
           05  WS-CG-TRAIL-CYCLE       PIC 9(06).
           05  WS-CG-TRAIL-IMAGE       PIC X(120).
           05  WS-CG-EXTRACT-IMAGE     PIC X(120).

      * One entry per SWARCyyyy archive file found, with the number
      * of records it holds, for the archive reconciliation lines.
       01  WS-ARCH-FILE-TABLE.
           05  WS-AF-ENTRY OCCURS 50 TIMES INDEXED BY WS-AF-IDX.
               10  WS-AF-FILE-NAME      PIC X(09).
               10  WS-AF-RECORD-COUNT   PIC 9(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-OPEN-REPORT THRU 0500-EXIT
           IF WS-ABORT-NOT-REQUESTED
               PERFORM 1000-READ-SEQUENCE-CONTROL THRU 1000-EXIT
               PERFORM 1500-READ-ARCHIVE-RUN-LOG THRU 1500-EXIT
               SORT SEQUENCE-SORT-FILE
                   ON ASCENDING KEY SV-SEQUENCE
                   ON ASCENDING KEY SV-SOURCE
                   ON ASCENDING KEY SV-FILE-NAME
                   INPUT PROCEDURE IS 2000-RELEASE-TRAIL
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-CHECK-SEQUENCES
                       THRU 3000-EXIT
               PERFORM 4000-RECONCILE-ARCHIVE THRU 4000-EXIT
               PERFORM 8000-PRINT-VERDICT THRU 8000-EXIT
               CLOSE VERIFY-REPORT-FILE
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      ******************************************************************
      *  0500-OPEN-REPORT
      ******************************************************************
       0500-OPEN-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE (1:4) TO WS-CURRENT-YEAR
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWAVRRPT, FILE STATUS "
                   WS-REPORT-FILE-STATUS " - TRAIL NOT VERIFIED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0500-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AUDIT-TRAIL INTEGRITY CHECK FOR " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       0500-EXIT.
           EXIT.

      ******************************************************************
      *  1000-READ-SEQUENCE-CONTROL
      *  The last number UPSI gave out.  Without it the end of the
      *  trail cannot be checked, and UPSI would start numbering
      *  again at 1 - an error in its own right once the trail holds
      *  sequenced records, which 3000 decides.  UPSI holds the file
      *  while it takes a number, so a refused open is tried again
      *  with a bounded wait before the control record is given up.
      ******************************************************************
       1000-READ-SEQUENCE-CONTROL.
           MOVE SPACES TO WS-SEQ-FILE-STATUS
           PERFORM 1010-TRY-ONE-SEQ-OPEN THRU 1010-EXIT
               VARYING WS-SEQ-OPEN-TRIES FROM 1 BY 1
               UNTIL WS-SEQ-OPEN-TRIES > WS-MAX-SEQ-TRIES
                   OR WS-SEQ-FILE-STATUS = "00"
                   OR WS-SEQ-FILE-STATUS = "35"
           IF WS-SEQ-FILE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           READ AUDIT-SEQUENCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SQ-LAST-SEQUENCE NUMERIC
                       MOVE SQ-LAST-SEQUENCE TO WS-CONTROL-SEQUENCE
                       SET WS-SEQ-AVAILABLE TO TRUE
                   END-IF
           END-READ
           CLOSE AUDIT-SEQUENCE-FILE.
       1000-EXIT.
           EXIT.

       1010-TRY-ONE-SEQ-OPEN.
           OPEN INPUT AUDIT-SEQUENCE-FILE
           IF WS-SEQ-FILE-STATUS = "00"
               OR WS-SEQ-FILE-STATUS = "35"
               GO TO 1010-EXIT
           END-IF
           IF WS-SEQ-OPEN-TRIES < WS-MAX-SEQ-TRIES
               CALL "C$SLEEP" USING WS-SEQ-WAIT-SECONDS
           END-IF.
       1010-EXIT.
           EXIT.

      ******************************************************************
      *  1500-READ-ARCHIVE-RUN-LOG
      *  Checks each SWARCH run on its own - read must equal
      *  archived plus retained - and totals what the runs moved,
      *  keeping the last run's figures for the live-file check.
      *  No log is normal until the first logged purge.
      ******************************************************************
       1500-READ-ARCHIVE-RUN-LOG.
           OPEN INPUT ARCHIVE-RUN-LOG
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF
           SET WS-RUNLOG-AVAILABLE TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1520-CHECK-ONE-RUN THRU 1520-EXIT
               UNTIL WS-EOF
           CLOSE ARCHIVE-RUN-LOG.
       1500-EXIT.
           EXIT.

       1520-CHECK-ONE-RUN.
           READ ARCHIVE-RUN-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1520-EXIT
           END-READ
           ADD 1 TO WS-RUN-COUNT
           IF AX-RECORDS-READ NOT NUMERIC
               OR AX-RECORDS-ARCHIVED NOT NUMERIC
               OR AX-RECORDS-RETAINED NOT NUMERIC
               MOVE WS-RUN-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SWARCLOG RECORD " WS-EDIT-COUNT
                   " DOES NOT HOLD NUMERIC COUNTS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               GO TO 1520-EXIT
           END-IF
           IF AX-RECORDS-READ NOT =
               AX-RECORDS-ARCHIVED + AX-RECORDS-RETAINED
               MOVE AX-RECORDS-READ TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SWARCH RUN OF " AX-RUN-DATE
                   " (CUTOFF " AX-CUTOFF-DATE ") READ " WS-EDIT-COUNT
                   " RECORDS BUT ARCHIVED PLUS RETAINED DIFFERS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF
           ADD AX-RECORDS-ARCHIVED TO WS-LOGGED-ARCHIVED
           MOVE AX-RECORDS-RETAINED TO WS-LAST-RUN-RETAINED
           MOVE AX-RUN-DATE TO WS-LAST-RUN-DATE
           IF AX-HIGH-SEQUENCE-READ NUMERIC
               MOVE AX-HIGH-SEQUENCE-READ TO WS-LAST-RUN-HIGH-READ
           ELSE
               MOVE 0 TO WS-LAST-RUN-HIGH-READ
           END-IF.
       1520-EXIT.
           EXIT.

      ******************************************************************
      *  2000-RELEASE-TRAIL
      *  SORT input procedure: the live SWAUDIT, then the SWARCyyyy
      *  file of every year from the first possible archive year to
      *  this one, then the SWAUDCYC extract.
      ******************************************************************
       2000-RELEASE-TRAIL.
           PERFORM 2100-RELEASE-LIVE-FILE THRU 2100-EXIT
           PERFORM 2200-RELEASE-ARCHIVE-YEARS THRU 2200-EXIT
           PERFORM 2300-RELEASE-EXTRACT THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-RELEASE-LIVE-FILE
      *  A missing SWAUDIT is an error: the trail has no live end.
      *  2150 counts the records that were already on file when the
      *  last SWARCH run rewrote it - anything not numbered above
      *  the highest number that run saw.
      ******************************************************************
       2100-RELEASE-LIVE-FILE.
           OPEN INPUT SWITCH-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SWAUDIT CANNOT BE READ, FILE STATUS "
                   WS-AUDIT-FILE-STATUS
                   " - THE LIVE TRAIL IS NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               GO TO 2100-EXIT
           END-IF
           SET WS-LIVE-AVAILABLE TO TRUE
           MOVE "SWAUDIT" TO WS-SOURCE-FILE-NAME
           MOVE "T" TO WS-SOURCE-CODE
           MOVE 0 TO WS-FILE-RECORD-NUMBER
           MOVE 0 TO WS-PREV-FILE-SEQUENCE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2150-RELEASE-ONE-LIVE THRU 2150-EXIT
               UNTIL WS-EOF
           CLOSE SWITCH-AUDIT-FILE.
       2100-EXIT.
           EXIT.

       2150-RELEASE-ONE-LIVE.
           READ SWITCH-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2150-EXIT
           END-READ
           ADD 1 TO WS-LIVE-COUNT
           IF AL-SEQUENCE-NUMBER NOT NUMERIC
               OR AL-SEQUENCE-NUMBER NOT > WS-LAST-RUN-HIGH-READ
               ADD 1 TO WS-LIVE-BEFORE-PURGE
           END-IF
           PERFORM 2500-RELEASE-ONE-RECORD THRU 2500-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *  2200-RELEASE-ARCHIVE-YEARS
      *  Every SWARCyyyy file from 1901 (the earliest year the
      *  system's dates run from) up to this year.  A year with no
      *  file is a year nothing was archived for; a file that exists
      *  but cannot be read leaves part of the trail unchecked,
      *  which is an error.
      ******************************************************************
       2200-RELEASE-ARCHIVE-YEARS.
           PERFORM 2220-RELEASE-ONE-YEAR THRU 2220-EXIT
               VARYING WS-ARCH-YEAR FROM WS-FIRST-ARCHIVE-YEAR BY 1
               UNTIL WS-ARCH-YEAR > WS-CURRENT-YEAR.
       2200-EXIT.
           EXIT.

       2220-RELEASE-ONE-YEAR.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "SWARC" WS-ARCH-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = "35"
               GO TO 2220-EXIT
           END-IF
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: " WS-ARCHIVE-FILE-NAME
                   " CANNOT BE READ, FILE STATUS " WS-ARCH-FILE-STATUS
                   " - ITS PART OF THE TRAIL IS NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               GO TO 2220-EXIT
           END-IF
           IF WS-ARCH-FILE-COUNT >= WS-MAX-ARCH-FILES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: ARCHIVE FILE TABLE FULL - "
                   WS-ARCHIVE-FILE-NAME " IS NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               CLOSE AUDIT-ARCHIVE-FILE
               GO TO 2220-EXIT
           END-IF
           ADD 1 TO WS-ARCH-FILE-COUNT
           MOVE WS-ARCHIVE-FILE-NAME
               TO WS-AF-FILE-NAME (WS-ARCH-FILE-COUNT)
           MOVE 0 TO WS-AF-RECORD-COUNT (WS-ARCH-FILE-COUNT)
           MOVE WS-ARCHIVE-FILE-NAME TO WS-SOURCE-FILE-NAME
           MOVE "T" TO WS-SOURCE-CODE
           MOVE 0 TO WS-FILE-RECORD-NUMBER
           MOVE 0 TO WS-PREV-FILE-SEQUENCE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2240-RELEASE-ONE-ARCHIVED THRU 2240-EXIT
               UNTIL WS-EOF
           CLOSE AUDIT-ARCHIVE-FILE.
       2220-EXIT.
           EXIT.

       2240-RELEASE-ONE-ARCHIVED.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2240-EXIT
           END-READ
           ADD 1 TO WS-ARCHIVE-COUNT
           ADD 1 TO WS-AF-RECORD-COUNT (WS-ARCH-FILE-COUNT)
           MOVE AR-RECORD TO AL-RECORD
           PERFORM 2500-RELEASE-ONE-RECORD THRU 2500-EXIT.
       2240-EXIT.
           EXIT.

      ******************************************************************
      *  2300-RELEASE-EXTRACT
      *  The SWAUDCYC extract must be a faithful copy of its cycle's
      *  part of the trail.  Its records all carry one cycle number;
      *  a mixture means it was not cut by SWAUDEXT.  No extract is
      *  noted, not flagged - the step may not have run yet.
      ******************************************************************
       2300-RELEASE-EXTRACT.
           OPEN INPUT CYCLE-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               MOVE "SWAUDCYC NOT AVAILABLE - EXTRACT NOT CHECKED"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               GO TO 2300-EXIT
           END-IF
           SET WS-EXTRACT-AVAILABLE TO TRUE
           MOVE "SWAUDCYC" TO WS-SOURCE-FILE-NAME
           MOVE "X" TO WS-SOURCE-CODE
           MOVE 0 TO WS-FILE-RECORD-NUMBER
           MOVE 0 TO WS-PREV-FILE-SEQUENCE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2340-RELEASE-ONE-EXTRACTED THRU 2340-EXIT
               UNTIL WS-EOF
           CLOSE CYCLE-EXTRACT-FILE.
       2300-EXIT.
           EXIT.

       2340-RELEASE-ONE-EXTRACTED.
           READ CYCLE-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2340-EXIT
           END-READ
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE EX-RECORD TO AL-RECORD
           IF AL-CYCLE-NUMBER NUMERIC
               MOVE AL-CYCLE-NUMBER TO WS-RECORD-CYCLE
           ELSE
               MOVE 0 TO WS-RECORD-CYCLE
           END-IF
           IF WS-EXTRACT-COUNT = 1
               MOVE WS-RECORD-CYCLE TO WS-EXTRACT-CYCLE
           END-IF
           IF WS-RECORD-CYCLE NOT = WS-EXTRACT-CYCLE
               MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SWAUDCYC RECORD " WS-EDIT-COUNT
                   " IS CYCLE " WS-RECORD-CYCLE ", THE EXTRACT IS "
                   "CYCLE " WS-EXTRACT-CYCLE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF
           PERFORM 2500-RELEASE-ONE-RECORD THRU 2500-EXIT.
       2340-EXIT.
           EXIT.

      ******************************************************************
      *  2500-RELEASE-ONE-RECORD
      *  Shared by the three passes for the AL-RECORD in the audit
      *  record area.  Unsequenced records (spaces - written before
      *  the field existed) are only counted; sequence zero is an
      *  exception; a number lower than the one before it in the
      *  same file is out of order.  Every numbered record goes to
      *  the sort for the gap, repeat and extract checks.
      ******************************************************************
       2500-RELEASE-ONE-RECORD.
           ADD 1 TO WS-FILE-RECORD-NUMBER
           IF AL-SEQUENCE-NUMBER NOT NUMERIC
               IF WS-SOURCE-CODE = "T"
                   ADD 1 TO WS-UNSEQUENCED-COUNT
               END-IF
               GO TO 2500-EXIT
           END-IF
           MOVE AL-SEQUENCE-NUMBER TO WS-RECORD-SEQUENCE
           IF WS-RECORD-SEQUENCE = 0
               IF WS-SOURCE-CODE = "T"
                   ADD 1 TO WS-ZERO-COUNT
               END-IF
               MOVE WS-FILE-RECORD-NUMBER TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: " WS-SOURCE-FILE-NAME " RECORD "
                   WS-EDIT-COUNT " (JOB " AL-JOB-NAME " "
                   AL-AUDIT-DATE " " AL-AUDIT-TIME
                   ") HAS NO SEQUENCE NUMBER"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               GO TO 2500-EXIT
           END-IF
           IF WS-RECORD-SEQUENCE < WS-PREV-FILE-SEQUENCE
               ADD 1 TO WS-OUT-OF-ORDER-COUNT
               MOVE WS-RECORD-SEQUENCE TO WS-EDIT-SEQUENCE
               MOVE WS-PREV-FILE-SEQUENCE TO WS-EDIT-SEQUENCE-2
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: " WS-SOURCE-FILE-NAME " SEQUENCE "
                   WS-EDIT-SEQUENCE " FOLLOWS " WS-EDIT-SEQUENCE-2
                   " - OUT OF ORDER, CHECK SWMRGRPT FOR A MERGE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8920-REPORT-WARNING THRU 8920-EXIT
           END-IF
           MOVE WS-RECORD-SEQUENCE TO WS-PREV-FILE-SEQUENCE
           IF WS-SOURCE-CODE = "T"
               ADD 1 TO WS-SEQUENCED-COUNT
           END-IF
           MOVE WS-RECORD-SEQUENCE TO SV-SEQUENCE
           MOVE WS-SOURCE-CODE TO SV-SOURCE
           MOVE WS-SOURCE-FILE-NAME TO SV-FILE-NAME
           IF AL-CYCLE-NUMBER NUMERIC
               MOVE AL-CYCLE-NUMBER TO SV-RECORD-CYCLE
           ELSE
               MOVE 0 TO SV-RECORD-CYCLE
           END-IF
           MOVE AL-RECORD TO SV-AUDIT-IMAGE
           RELEASE SV-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CHECK-SEQUENCES
      *  SORT output procedure.  The numbers arrive in order with
      *  every copy of a number together, trail copies first: each
      *  number is checked as a group when the next one arrives,
      *  and the end of the trail is checked against SWAUDSEQ.
      ******************************************************************
       3000-CHECK-SEQUENCES.
           PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-SORT-EOF
           IF WS-GROUP-OPEN
               PERFORM 3200-CLOSE-SEQUENCE-GROUP THRU 3200-EXIT
           END-IF
           PERFORM 3500-CHECK-TRAIL-END THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-RECORD.
           RETURN SEQUENCE-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-GROUP-OPEN AND SV-SEQUENCE NOT = WS-CG-SEQUENCE
               PERFORM 3200-CLOSE-SEQUENCE-GROUP THRU 3200-EXIT
           END-IF
           IF NOT WS-GROUP-OPEN
               MOVE SV-SEQUENCE TO WS-CG-SEQUENCE
               MOVE 0 TO WS-CG-TRAIL-COUNT
               MOVE 0 TO WS-CG-EXTRACT-COUNT
               MOVE SPACES TO WS-CG-TRAIL-FILE
               MOVE SPACES TO WS-CG-OTHER-FILE
               MOVE 0 TO WS-CG-TRAIL-CYCLE
               MOVE SPACES TO WS-CG-TRAIL-IMAGE
               MOVE SPACES TO WS-CG-EXTRACT-IMAGE
               SET WS-GROUP-OPEN TO TRUE
           END-IF
           IF SV-FROM-TRAIL
               ADD 1 TO WS-CG-TRAIL-COUNT
               IF WS-CG-TRAIL-COUNT = 1
                   MOVE SV-FILE-NAME TO WS-CG-TRAIL-FILE
                   MOVE SV-RECORD-CYCLE TO WS-CG-TRAIL-CYCLE
                   MOVE SV-AUDIT-IMAGE TO WS-CG-TRAIL-IMAGE
               ELSE
                   MOVE SV-FILE-NAME TO WS-CG-OTHER-FILE
               END-IF
           ELSE
               ADD 1 TO WS-CG-EXTRACT-COUNT
               MOVE SV-AUDIT-IMAGE TO WS-CG-EXTRACT-IMAGE
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-CLOSE-SEQUENCE-GROUP
      *  All copies of one number are in: a repeat in the trail, a
      *  gap since the previous trail number, and the extract copy
      *  (present only for its own cycle, and identical to the
      *  trail copy).
      ******************************************************************
       3200-CLOSE-SEQUENCE-GROUP.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH
           MOVE WS-CG-SEQUENCE TO WS-EDIT-SEQUENCE
           IF WS-CG-TRAIL-COUNT = 0
               ADD 1 TO WS-EXTRACT-MISMATCH-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SWAUDCYC SEQUENCE " WS-EDIT-SEQUENCE
                   " IS NOT IN SWAUDIT OR ANY SWARCYYYY FILE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               GO TO 3200-EXIT
           END-IF
           IF WS-CG-TRAIL-COUNT > 1
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE WS-CG-TRAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SEQUENCE " WS-EDIT-SEQUENCE " APPEARS "
                   WS-EDIT-COUNT " TIMES IN THE TRAIL ("
                   WS-CG-TRAIL-FILE " AND " WS-CG-OTHER-FILE ")"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF
           IF WS-CG-SEQUENCE > WS-LAST-TRAIL-SEQUENCE + 1
               COMPUTE WS-GAP-FROM = WS-LAST-TRAIL-SEQUENCE + 1
               COMPUTE WS-GAP-THRU = WS-CG-SEQUENCE - 1
               PERFORM 3300-REPORT-GAP THRU 3300-EXIT
           END-IF
           MOVE WS-CG-SEQUENCE TO WS-LAST-TRAIL-SEQUENCE
           PERFORM 3400-CHECK-EXTRACT-COPY THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-REPORT-GAP
      *  One line per run of missing numbers, WS-GAP-FROM through
      *  WS-GAP-THRU.
      ******************************************************************
       3300-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT
           MOVE WS-GAP-FROM TO WS-EDIT-SEQUENCE
           MOVE WS-GAP-THRU TO WS-EDIT-SEQUENCE-2
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-GAP-FROM = WS-GAP-THRU
               STRING "ERROR: GAP - SEQUENCE " WS-EDIT-SEQUENCE
                   " IS MISSING FROM THE TRAIL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "ERROR: GAP - SEQUENCES " WS-EDIT-SEQUENCE
                   " THRU " WS-EDIT-SEQUENCE-2
                   " ARE MISSING FROM THE TRAIL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 8910-REPORT-ERROR THRU 8910-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-CHECK-EXTRACT-COPY
      *  The trail record's cycle decides whether the extract must
      *  hold a copy: only when it is the extract's own cycle, and
      *  only when there is an extract with records to judge by.
      ******************************************************************
       3400-CHECK-EXTRACT-COPY.
           IF WS-CG-EXTRACT-COUNT > 1
               ADD 1 TO WS-EXTRACT-MISMATCH-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SEQUENCE " WS-EDIT-SEQUENCE
                   " APPEARS MORE THAN ONCE IN SWAUDCYC"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF
           IF WS-CG-EXTRACT-COUNT > 0
               IF WS-CG-EXTRACT-IMAGE NOT = WS-CG-TRAIL-IMAGE
                   ADD 1 TO WS-EXTRACT-MISMATCH-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "ERROR: SWAUDCYC COPY OF SEQUENCE "
                       WS-EDIT-SEQUENCE " DIFFERS FROM THE "
                       WS-CG-TRAIL-FILE " RECORD"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
               END-IF
               GO TO 3400-EXIT
           END-IF
           IF NOT WS-EXTRACT-AVAILABLE OR WS-EXTRACT-COUNT = 0
               GO TO 3400-EXIT
           END-IF
           IF WS-CG-TRAIL-CYCLE = WS-EXTRACT-CYCLE
               ADD 1 TO WS-EXTRACT-MISMATCH-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: SEQUENCE " WS-EDIT-SEQUENCE
                   " OF CYCLE " WS-EXTRACT-CYCLE
                   " IS MISSING FROM SWAUDCYC"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3500-CHECK-TRAIL-END
      *  Records cut from the end of the trail leave no gap behind
      *  them - only SWAUDSEQ still knows how far the numbering got.
      *  A trail numbered beyond SWAUDSEQ means the control record
      *  was reset or replaced, and UPSI is handing out numbers that
      *  are already taken.
      ******************************************************************
       3500-CHECK-TRAIL-END.
           IF NOT WS-SEQ-AVAILABLE
               IF WS-LAST-TRAIL-SEQUENCE > 0
                   MOVE "ERROR: SWAUDSEQ IS MISSING OR UNREADABLE BUT "
                       TO WS-PRINT-LINE
                   PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
                   MOVE "       THE TRAIL IS NUMBERED - THE END OF THE"
                       TO WS-PRINT-LINE
                   PERFORM 8900-REPORT-LINE THRU 8900-EXIT
                   MOVE "       TRAIL IS NOT CHECKED AND UPSI WILL "
                       TO WS-PRINT-LINE
                   PERFORM 8900-REPORT-LINE THRU 8900-EXIT
                   MOVE "       REPEAT NUMBERS ALREADY GIVEN OUT"
                       TO WS-PRINT-LINE
                   PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               END-IF
               GO TO 3500-EXIT
           END-IF
           IF WS-CONTROL-SEQUENCE > WS-LAST-TRAIL-SEQUENCE
               COMPUTE WS-GAP-FROM = WS-LAST-TRAIL-SEQUENCE + 1
               MOVE WS-CONTROL-SEQUENCE TO WS-GAP-THRU
               PERFORM 3300-REPORT-GAP THRU 3300-EXIT
               MOVE "       (THE END OF THE TRAIL - ALSO CHECK FOR "
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               MOVE "       UNMERGED SWOVR OVERFLOW FILES)"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF
           IF WS-CONTROL-SEQUENCE < WS-LAST-TRAIL-SEQUENCE
               MOVE WS-LAST-TRAIL-SEQUENCE TO WS-EDIT-SEQUENCE
               MOVE WS-CONTROL-SEQUENCE TO WS-EDIT-SEQUENCE-2
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: TRAIL REACHES SEQUENCE " WS-EDIT-SEQUENCE
                   " BUT SWAUDSEQ HAS ONLY GIVEN OUT "
                   WS-EDIT-SEQUENCE-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  4000-RECONCILE-ARCHIVE
      *  Proves SWARCH relocated and did not delete: the SWARCyyyy
      *  files together must hold what the logged runs archived, and
      *  the live file must still hold what the last run retained.
      *  More archived records than the log accounts for is a
      *  warning - archives written before the run log began, or
      *  left by an aborted run (which also shows as repeats above).
      *  More live records than retained is normal when overflow
      *  records numbered before the purge were merged after it.
      ******************************************************************
       4000-RECONCILE-ARCHIVE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           PERFORM 4100-PRINT-ONE-ARCHIVE THRU 4100-EXIT
               VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-ARCH-FILE-COUNT
           IF NOT WS-RUNLOG-AVAILABLE
               IF WS-ARCHIVE-COUNT > 0
                   MOVE "WARNING: SWARCLOG NOT AVAILABLE - THE ARCHIVED"
                       TO WS-PRINT-LINE
                   PERFORM 8920-REPORT-WARNING THRU 8920-EXIT
                   MOVE "         COUNTS CANNOT BE PROVEN"
                       TO WS-PRINT-LINE
                   PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               ELSE
                   MOVE "NO SWARCH RUN LOGGED AND NO RECORDS ARCHIVED"
                       TO WS-PRINT-LINE
                   PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               END-IF
               GO TO 4000-EXIT
           END-IF
           MOVE WS-ARCHIVE-COUNT TO WS-EDIT-COUNT
           MOVE WS-LOGGED-ARCHIVED TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-ARCHIVE-COUNT = WS-LOGGED-ARCHIVED
               STRING "ARCHIVE FILES HOLD " WS-EDIT-COUNT
                   " RECORDS - EXACTLY WHAT THE LOGGED SWARCH RUNS"
                   " MOVED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF
           IF WS-ARCHIVE-COUNT < WS-LOGGED-ARCHIVED
               STRING "ERROR: ARCHIVE FILES HOLD " WS-EDIT-COUNT
                   " RECORDS BUT THE SWARCH RUNS MOVED "
                   WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF
           IF WS-ARCHIVE-COUNT > WS-LOGGED-ARCHIVED
               STRING "WARNING: ARCHIVE FILES HOLD " WS-EDIT-COUNT
                   " RECORDS, THE LOGGED SWARCH RUNS MOVED ONLY "
                   WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8920-REPORT-WARNING THRU 8920-EXIT
           END-IF
           IF WS-RUN-COUNT = 0 OR NOT WS-LIVE-AVAILABLE
               GO TO 4000-EXIT
           END-IF
           MOVE WS-LIVE-BEFORE-PURGE TO WS-EDIT-COUNT
           MOVE WS-LAST-RUN-RETAINED TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-LIVE-BEFORE-PURGE = WS-LAST-RUN-RETAINED
               STRING "SWAUDIT STILL HOLDS THE " WS-EDIT-COUNT
                   " RECORDS RETAINED BY THE SWARCH RUN OF "
                   WS-LAST-RUN-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF
           IF WS-LIVE-BEFORE-PURGE < WS-LAST-RUN-RETAINED
               STRING "ERROR: SWAUDIT HOLDS " WS-EDIT-COUNT
                   " RECORDS FROM BEFORE THE LAST SWARCH RUN, WHICH"
                   " RETAINED " WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8910-REPORT-ERROR THRU 8910-EXIT
           END-IF
           IF WS-LIVE-BEFORE-PURGE > WS-LAST-RUN-RETAINED
               STRING "WARNING: SWAUDIT HOLDS " WS-EDIT-COUNT
                   " RECORDS FROM BEFORE THE LAST SWARCH RUN, WHICH"
                   " RETAINED " WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8920-REPORT-WARNING THRU 8920-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-ARCHIVE.
           MOVE WS-AF-RECORD-COUNT (WS-AF-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ARCHIVE " WS-AF-FILE-NAME (WS-AF-IDX) ": "
               WS-EDIT-COUNT " RECORD(S)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRINT-VERDICT
      *  Record counts, exception counts and the one line audit
      *  acts on.
      ******************************************************************
       8000-PRINT-VERDICT.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWAUDIT RECORDS:           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-ARCHIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWARCYYYY RECORDS:         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SWAUDCYC RECORDS:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-SEQUENCED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SEQUENCED TRAIL RECORDS:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-UNSEQUENCED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "UNSEQUENCED (OLDER):       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-ZERO-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SEQUENCE ZERO:             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-CONTROL-SEQUENCE TO WS-EDIT-SEQUENCE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LAST NUMBER GIVEN OUT:   " WS-EDIT-SEQUENCE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GAPS:                      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REPEATED NUMBERS:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-OUT-OF-ORDER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OUT OF ORDER:              " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-EXTRACT-MISMATCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "EXTRACT MISMATCHES:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ERRORS:                    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WARNINGS:                  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           IF WS-ERROR-COUNT > 0
               MOVE "*** AUDIT TRAIL FAILED ITS INTEGRITY CHECK - THE"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               MOVE "*** EXCEPTIONS ABOVE MUST BE EXPLAINED TO AUDIT"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           ELSE
               MOVE "AUDIT TRAIL COMPLETE - NO NUMBER MISSING OR"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
               MOVE "REPEATED, ARCHIVED COUNTS ACCOUNTED FOR"
                   TO WS-PRINT-LINE
               PERFORM 8900-REPORT-LINE THRU 8900-EXIT
           END-IF.
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

       8910-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       8910-EXIT.
           EXIT.

       8920-REPORT-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           PERFORM 8900-REPORT-LINE THRU 8900-EXIT.
       8920-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE
      *  08 means the trail failed a check; 04 that there are
      *  warnings to review; 16 that the check could not run.
      ******************************************************************
       9999-TERMINATE.
           IF WS-ABORT-REQUESTED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 08 TO RETURN-CODE
               ELSE
                   IF WS-WARNING-COUNT > 0
                       MOVE 04 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.

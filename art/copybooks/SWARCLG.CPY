      ******************************************************************
      *  SWARCLG.CPY
      *
      *  Archive run log record, one appended to SWARCLOG by every
      *  SWARCH run that completes - the machine-readable twin of
      *  the SWARCRPT summary, kept so SWAUDVER can prove the moved
      *  counts add up long after the printed summary is gone:
      *  records read must equal records archived plus records
      *  retained, the archived counts of all runs must account for
      *  every record in the SWARCyyyy files, and the live SWAUDIT
      *  must still hold what the last run retained.
      *
      *  AX-LOW-SEQUENCE and AX-HIGH-SEQUENCE bound the audit
      *  sequence numbers moved to archive by the run, and
      *  AX-HIGH-SEQUENCE-READ is the highest number the run saw in
      *  SWAUDIT at all (zero where none of the records carried
      *  one).
      ******************************************************************
       01  AX-RECORD.
           05  AX-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AX-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AX-CUTOFF-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AX-RECORDS-READ         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  AX-RECORDS-ARCHIVED     PIC 9(07).
           05  FILLER                  PIC X(01).
           05  AX-RECORDS-RETAINED     PIC 9(07).
           05  FILLER                  PIC X(01).
           05  AX-LOW-SEQUENCE         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  AX-HIGH-SEQUENCE        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  AX-HIGH-SEQUENCE-READ   PIC 9(09).

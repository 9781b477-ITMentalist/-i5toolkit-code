      ******************************************************************
      *  SWSEQ.CPY
      *
      *  Audit sequence control record, one fixed-length record in
      *  SWAUDSEQ (ORGANIZATION SEQUENTIAL, not line sequential, so
      *  it can be rewritten in place).  Before every audit record
      *  it writes, UPSI opens the file I-O - one caller at a time -
      *  reads it, adds one and REWRITEs it, so SQ-LAST-SEQUENCE is
      *  always the number given to the most recent AL-RECORD
      *  (AL-SEQUENCE-NUMBER, SWAUDIT.CPY).  SQ-LAST-DATE,
      *  SQ-LAST-TIME and SQ-LAST-JOB say when and for whom it was
      *  taken.  SWAUDVER compares the highest number found in the
      *  trail with SQ-LAST-SEQUENCE, so records missing from the
      *  END of the trail are caught as well as those missing from
      *  the middle.  The file is never
      *  reset: a trail that starts again at 1 reads as duplicates.
      ******************************************************************
       01  SQ-RECORD.
           05  SQ-LAST-SEQUENCE        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SQ-LAST-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SQ-LAST-TIME            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SQ-LAST-JOB             PIC X(10).

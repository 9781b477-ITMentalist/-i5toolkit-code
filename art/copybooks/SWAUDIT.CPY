      *  says WHY a switch was set, not only who and when.  Records
      *  written before these fields existed carry spaces there -
      *  readers treat spaces as "no reason recorded".
      *
      *  AL-SEQUENCE-NUMBER is the record's place in the one audit
      *  trail: UPSI takes the next number from the SWAUDSEQ control
      *  record (SWSEQ.CPY) for every record it writes, spilled ones
      *  included, so a record deleted from, inserted into or
      *  duplicated in the trail - live SWAUDIT, the SWARCyyyy
      *  archives or the SWAUDCYC extract - shows as a gap or a
      *  repeat when SWAUDVER walks it.  Records written before the
      *  field existed carry spaces there - readers treat spaces as
      *  "not sequenced"; zero means the number could not be taken
      *  and is itself an exception.
      *
      *  AL-APPROVED-BY is the supervisor who approved the change
      *  when a protected switch was turned on from a pending
      *  request (SWPEND.CPY) through SWAPPROV; it is spaces for
      *  every other change, and on records written before the
      *  field existed.
      ******************************************************************
       01  AL-RECORD.
           05  AL-JOB-NAME             PIC X(10).
           05  AL-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  AL-TICKET-REF           PIC X(12).
           05  FILLER                  PIC X(01).
           05  AL-SEQUENCE-NUMBER      PIC 9(09).
           05  FILLER                  PIC X(01).
           05  AL-APPROVED-BY          PIC X(10).

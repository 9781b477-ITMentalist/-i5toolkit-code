      *  the failed run left behind.  SN-CYCLE-NUMBER ties the
      *  snapshot to its window, so a restore can never quietly use
      *  a snapshot from an earlier night.
      *
      *  SWCYCOPN also appends each snapshot, unchanged, to the
      *  SWSNAPH snapshot history, which SWASOF reads to rebuild
      *  the switch state of a past window as of a given moment.
      ******************************************************************
       01  SN-RECORD.
           05  SN-CYCLE-NUMBER         PIC 9(06).

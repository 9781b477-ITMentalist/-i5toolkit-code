      ******************************************************************
      *  SWMORNH.CPY
      *
      *  Morning-check verdict history, one record per SWMORN run in
      *  SWMORNHS.  SWMORNRPT is overwritten every night, so SWMORN
      *  also appends the verdict it reached here, tied to the window
      *  it judged by MH-CYCLE-NUMBER (zero when SWCYCLE could not be
      *  read).  A rerun of SWMORN for the same window adds a second
      *  record; the last one for a cycle is the verdict that stands.
      *
      *     MH-VERDICT      - "CLEAN ", "REVIEW" or "FAILED".
      *     MH-RETURN-CODE  - the return code SWMORN ended with.
      *     MH-REASON-COUNT - how many reasons were printed under
      *                       the verdict; MH-FIRST-REASON is the
      *                       first of them, spaces on a CLEAN night.
      *
      *  Read by SWIFEXT to put the verdict on the monitoring
      *  interface file, including when a past cycle is re-created.
      ******************************************************************
       01  MH-RECORD.
           05  MH-CYCLE-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MH-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MH-VERDICT              PIC X(06).
           05  FILLER                  PIC X(01).
           05  MH-RETURN-CODE          PIC 9(02).
           05  FILLER                  PIC X(01).
           05  MH-REASON-COUNT         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  MH-FIRST-REASON         PIC X(70).

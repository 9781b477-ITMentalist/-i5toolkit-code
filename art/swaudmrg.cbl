      *   2026-09-02  jll  Spill and sort records widened for the
      *                    reason-code and ticket-reference fields
      *                    added to the audit record.
      *   2026-10-15  jll  Spill and sort records widened for the
      *                    audit sequence number added to the audit
      *                    record; a spilled record keeps the number
      *                    UPSI gave it.
      */
       ID DIVISION.
       PROGRAM-ID. SWAUDMRG.
           COPY SWSTAT.

       FD  AUDIT-SPILL-FILE.
       01  SP-RECORD                   PIC X(120).

       FD  SWITCH-AUDIT-FILE.
           COPY SWAUDIT.
           05  SR-AUDIT-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SR-AUDIT-TIME           PIC X(08).
           05  FILLER                  PIC X(92).

       WORKING-STORAGE SECTION.
       77  WS-STAT-FILE-STATUS         PIC X(02).

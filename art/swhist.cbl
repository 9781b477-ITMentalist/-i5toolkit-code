      *                    TO-DATE in year 9999 made the per-year
      *                    archive walk loop forever (9999 + 1
      *                    truncates to 0000 in a four-digit year).
      *   2026-10-15  jll  Archive read buffer widened for the audit
      *                    sequence number added to the audit record.
      */
       ID DIVISION.
       PROGRAM-ID. SWHIST.
           COPY SWAUDIT.

       FD  AUDIT-ARCHIVE-FILE.
       01  AR-RECORD                   PIC X(120).

       FD  SWITCH-DEFN-FILE.
           COPY SWDEFN.

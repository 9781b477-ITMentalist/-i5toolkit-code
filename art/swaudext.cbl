      *
      * Modification history:
      *   2026-09-02  jll  Original version.
      *   2026-10-15  jll  Extract buffer widened for the audit
      *                    sequence number added to the audit record.
      */
       ID DIVISION.
       PROGRAM-ID. SWAUDEXT.
           COPY SWAUDIT.

       FD  CYCLE-EXTRACT-FILE.
       01  EX-RECORD                   PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-CYCLE-FILE-STATUS        PIC X(02).

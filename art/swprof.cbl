      *   2026-09-02  jll  Apply and back-out sets now carry reason
      *                    code PROF, so the audit trail shows each
      *                    change came from a profile apply.
      *   2026-10-15  jll  Stamp the applying user ID on the cycle
      *                    record with the profile name
      *                    (CY-PROFILE-USER), so the profile grant
      *                    that was used shows up in the cycle
      *                    history and the recertification report.
      */
       ID DIVISION.
       PROGRAM-ID. SWPROF.
           MOVE WS-CLOSE-DATE TO CY-CLOSE-DATE
           MOVE WS-CLOSE-TIME TO CY-CLOSE-TIME
           MOVE WS-PROFILE-NAME TO CY-PROFILE-NAME
           MOVE WS-USER-ID TO CY-PROFILE-USER
           WRITE CY-RECORD
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO WRITE SWCYCLE, FILE "

      *   WHOLE PASS, WHETHER OR NOT IT IS CORRECTING IN PLACE -- A
      *   LOAD STARTING MID-AUDIT WOULD MAKE THE EXCEPTIONS AND THE
      *   IN-PLACE REWRITES EQUALLY UNRELIABLE.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       2300-EXIT.
           EXIT.

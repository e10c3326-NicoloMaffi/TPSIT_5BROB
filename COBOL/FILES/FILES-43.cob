      *   HUMAN. EVERY RESTORATION IS ITSELF JOURNALED UNDER THE
      *   SIGNED-ON OPERATOR, SO THE TRAIL SHOWS BOTH DIRECTIONS. THE
      *   RUN TAKES THE EXCLUSIVE RUN-LOCK LIKE EVERY MASTER UPDATER.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       4900-EXIT.
           EXIT.

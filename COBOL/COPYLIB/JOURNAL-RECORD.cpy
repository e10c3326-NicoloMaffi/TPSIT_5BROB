      *   FROM FILES-12 OR THE OPERATOR-ID RUN-PARM FROM THE BATCH
      *   LOADER, SO THE JOURNAL FINALLY SAYS WHO AS WELL AS WHAT AND
      *   WHEN.
      * 15/10/2026 NM - ADDED JRN-EVENT: WHAT KIND OF MAINTENANCE
      *   PRODUCED THE ENTRY WHEN THE ACTION ALONE DOES NOT SAY -- R FOR
      *   A REINSTATE FROM THE FILES-27 OR FILES-19 ARCHIVE (JOURNALLED
      *   AS AN ADD), M FOR EVERY ENTRY OF A FILES-37 MERGE, SPACE FOR
      *   ORDINARY MAINTENANCE. ENTRIES WRITTEN BEFORE THE FIELD EXISTED
      *   READ AS SPACE. EVERY WRITER SETS IT; READ BY THE FILES-68
      *   OPERATOR ACTIVITY REPORT.
           01 JRN-JOURNAL-RECORD.
               02 JRN-ACTION          PIC X.
                   88 JRN-ACTION-ADD      VALUE "A".
               02 JRN-OPERATOR        PIC X(8).
               02 JRN-BEFORE-IMAGE    PIC X(150).
               02 JRN-AFTER-IMAGE     PIC X(150).
               02 JRN-EVENT           PIC X.
                   88 JRN-EVENT-REINSTATE VALUE "R".
                   88 JRN-EVENT-MERGE     VALUE "M".

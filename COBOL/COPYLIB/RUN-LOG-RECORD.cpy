      *   PLUS A STEP RECORD PER STEP FROM RUN-CONTROL -- SO LAST
      *   NIGHT'S OUTCOME NO LONGER SCROLLS AWAY WITH THE DISPLAYS.
      *   READ BY THE FILES-17 RUN-HISTORY REPORT.
      * 15/10/2026 NM - A SKIP RECORD FROM RUN-CONTROL MARKS A SCHEDULED
      *   STEP DELIBERATELY NOT RUN BECAUSE THE BUSINESS DATE IS NOT A
      *   BUSINESS DAY, OR NOT THE LAST BUSINESS DAY OF THE MONTH, FOR A
      *   STEP MARKED TO RUN ONLY THEN.
           01 RLG-RUN-LOG-RECORD.
               02 RLG-DATE            PIC 9(8).
               02 RLG-TIME            PIC 9(8).
                   88 RLG-EVENT-START     VALUE "START".
                   88 RLG-EVENT-END       VALUE "END".
                   88 RLG-EVENT-STEP      VALUE "STEP".
                   88 RLG-EVENT-SKIP      VALUE "SKIP".
               02 RLG-RECORDS-READ    PIC 9(7).
               02 RLG-RECORDS-WRITTEN PIC 9(7).
               02 RLG-RETURN-CODE     PIC 9(4).

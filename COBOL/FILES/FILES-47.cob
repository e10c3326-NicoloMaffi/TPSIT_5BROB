      *   ONE LINE SAYING ALL CLEAR. ANY PROBLEM ENDS THE RUN WITH
      *   RETURN-CODE 1 SO THE MONITOR ITSELF CAN SIT ON THE
      *   RUN-CONTROL SCHEDULE.
      * 15/10/2026 NM - A RUN-CONTROL SKIP RECORD -- A STEP MARKED FOR
      *   BUSINESS DAYS OR THE LAST BUSINESS DAY OF THE MONTH ONLY, LEFT
      *   OUT BECAUSE THE NIGHT WAS NOT ONE -- COUNTS AS ACCOUNTED FOR
      *   THE WAY A STEP RECORD DOES, SO A HOLIDAY NO LONGER SHOWS EVERY
      *   BUSINESS-DAY STEP AS MISSING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        COMPLETED START-AND-END. ITS RETURN CODE IS ALREADY
      *        FOLDED INTO THE WORST-RC ABOVE; WITH NO START/END
      *        PAIR THERE IS NO ELAPSED TIME TO JUDGE.
      *        A STEP RUN-CONTROL LEFT OUT ON PURPOSE FOR THE DAY
      *        IS NOT MISSING, SO A SKIP RECORD COUNTS THE SAME.
               WHEN RLG-EVENT-STEP
               WHEN RLG-EVENT-SKIP
                   IF RLG-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-MON-STARTS (WS-MON-PICK)
                       ADD 1 TO WS-MON-ENDS (WS-MON-PICK)

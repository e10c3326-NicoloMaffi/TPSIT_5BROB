      * 15/10/2026 NM - NEW COPYBOOK. ONE LINE OF THE UNUSUAL-ACTIVITY
      *   THRESHOLDS ON ACTIVITY-THRESHOLDS.dat, MAINTAINED THROUGH
      *   FILES-34 ALONGSIDE THE RATE TIERS AND READ BY THE FILES-71
      *   MONITOR. EFFECTIVE-DATED THE SAME WAY RATES.dat IS: THE LINE
      *   WITH THE LATEST ATH-EFFECTIVE-DATE ON OR BEFORE THE BUSINESS
      *   DATE IS THE TABLE IN FORCE. EACH CUSTOMER'S DAY IS MEASURED
      *   AGAINST THEIR OWN POSTINGS OVER THE ATH-HISTORY-DAYS BEFORE
      *   IT: A DAY OF AT LEAST ATH-MIN-COUNT POSTINGS THAT IS ALSO
      *   MORE THAN ATH-COUNT-FACTOR TIMES THEIR AVERAGE PER POSTING
      *   DAY; A SINGLE POSTING OF AT LEAST ATH-MIN-AMOUNT THAT IS ALSO
      *   MORE THAN ATH-AMOUNT-FACTOR TIMES THEIR AVERAGE POSTING; A
      *   FIRST POSTING AFTER ATH-DORMANT-DAYS OR MORE WITH NONE; AND
      *   ANY POSTING WITHIN ATH-CHANGE-DAYS OF A JOURNALLED ADDRESS OR
      *   CREDIT-LIMIT CHANGE. A FACTOR OR A DAY COUNT OF ZERO SWITCHES
      *   ITS CHECK OFF. THE LINE FITS THE RATES-JOURNAL IMAGE WHOLE.
           01 ATH-THRESHOLD-RECORD.
               02 ATH-EFFECTIVE-DATE  PIC 9(8).
               02 ATH-HISTORY-DAYS    PIC 9(3).
               02 ATH-MIN-COUNT       PIC 9(3).
               02 ATH-COUNT-FACTOR    PIC 9(2)V9.
               02 ATH-MIN-AMOUNT      PIC 9(7)V99.
               02 ATH-AMOUNT-FACTOR   PIC 9(2)V9.
               02 ATH-DORMANT-DAYS    PIC 9(4).
               02 ATH-CHANGE-DAYS     PIC 9(3).

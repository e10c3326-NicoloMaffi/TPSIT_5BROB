      * 15/10/2026 NM - NEW COPYBOOK. ONE LINE OF THE LATE-PAYMENT FEE
      *   SCHEDULE ON LATE-FEES.dat, MAINTAINED THROUGH FILES-34
      *   ALONGSIDE THE RATE TIERS AND READ BY THE FILES-52 LATE-FEE
      *   ASSESSMENT RUN. EFFECTIVE-DATED THE SAME WAY RATES.dat IS:
      *   THE LINE WITH THE LATEST LFE-EFFECTIVE-DATE ON OR BEFORE THE
      *   BUSINESS DATE IS THE SCHEDULE IN FORCE. AN OPEN ITEM MORE
      *   THAN LFE-GRACE-DAYS PAST ITS DUE DATE IS CHARGED ONE FEE FOR
      *   EACH LFE-PERIOD-DAYS IT STAYS OVERDUE -- A FLAT LFE-FLAT-FEE
      *   WHEN LFE-FEE-BASIS IS "F", LFE-PERCENT OF OPN-OUTSTANDING
      *   WHEN IT IS "P". BOTH FIGURES ARE KEPT WHATEVER THE BASIS, SO
      *   SWITCHING BASIS IS A NEW LINE, NOT A LOST FIGURE.
      * 15/10/2026 NM - LFE-GRACE-BASIS SAYS HOW THE GRACE DAYS ARE
      *   COUNTED: "B" COUNTS BUSINESS DAYS ON THE CALENDAR.dat
      *   BUSINESS-DAY CALENDAR (SEE COPYLIB'S CALENDAR-RECORD), SO A
      *   GRACE PERIOD SPANNING A LONG WEEKEND IS NOT EATEN BY IT; "C"
      *   OR SPACE -- EVERY LINE KEYED BEFORE THE BYTE EXISTED -- COUNTS
      *   CALENDAR DAYS AS BEFORE. THE OVERDUE PERIODS AFTER THE GRACE
      *   ARE ALWAYS CALENDAR DAYS.
           01 LFE-FEE-RECORD.
               02 LFE-EFFECTIVE-DATE PIC 9(8).
               02 LFE-GRACE-DAYS     PIC 9(3).
               02 LFE-PERIOD-DAYS    PIC 9(3).
               02 LFE-FEE-BASIS      PIC X.
                   88 LFE-BASIS-FLAT     VALUE "F".
                   88 LFE-BASIS-PERCENT  VALUE "P".
               02 LFE-FLAT-FEE       PIC 9(5)V99.
               02 LFE-PERCENT        PIC 9(2)V999.
               02 LFE-GRACE-BASIS    PIC X.
                   88 LFE-GRACE-BUSINESS VALUE "B".
                   88 LFE-GRACE-CALENDAR VALUE "C" " ".

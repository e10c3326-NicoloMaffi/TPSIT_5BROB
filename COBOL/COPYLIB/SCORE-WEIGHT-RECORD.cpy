      * 15/10/2026 NM - NEW COPYBOOK. ONE LINE OF THE SCORE-GRADING
      *   TABLE ON SCORE-WEIGHTS.dat, MAINTAINED THROUGH FILES-34
      *   ALONGSIDE THE RATE TIERS AND THE LATE-FEE SCHEDULE AND READ BY
      *   THE FILES-57 REGRADING RUN. EFFECTIVE-DATED THE SAME WAY
      *   RATES.dat IS: THE LINE WITH THE LATEST SCW-EFFECTIVE-DATE ON
      *   OR BEFORE THE BUSINESS DATE IS THE TABLE IN FORCE. THE RUN
      *   LOOKS BACK SCW-LOOKBACK-DAYS FROM THE BUSINESS DATE AND
      *   CHARGES THE CUSTOMER PENALTY POINTS FOR WHAT IT FINDS:
      *   SCW-OVERDUE-POINTS FOR EVERY SCW-OVERDUE-UNIT-DAYS THE OLDEST
      *   UNDISPUTED OPEN ITEM STANDS PAST ITS DUE DATE, AND SO MANY
      *   POINTS EACH FOR A LATE FEE CHARGED (AN ITEM THAT WAS SETTLED
      *   LATE), A PAYMENT-PLAN INSTALMENT MISSED, AN "OVER CREDIT
      *   LIMIT" SUSPENSE ITEM, A DIRECT-DEBIT COLLECTION RETURNED
      *   UNPAID AND A WRITE-OFF. THE TOTAL GRADES THE CUSTOMER: UP TO
      *   SCW-GRADE-A-MAX POINTS IS "A", UP TO SCW-GRADE-B-MAX "B", UP
      *   TO SCW-GRADE-C-MAX "C", UP TO SCW-GRADE-D-MAX "D" AND ANY
      *   MORE "F" -- THE GRADES FILES-22 AND CUSTOM-DATA-CLASSIFICATION
      *   ALREADY READ. THE LINE FITS THE RATES-JOURNAL IMAGE WHOLE.
           01 SCW-WEIGHT-RECORD.
               02 SCW-EFFECTIVE-DATE    PIC 9(8).
               02 SCW-LOOKBACK-DAYS     PIC 9(3).
               02 SCW-OVERDUE-UNIT-DAYS PIC 9(3).
               02 SCW-POINTS.
                   03 SCW-OVERDUE-POINTS    PIC 9(2).
                   03 SCW-LATE-FEE-POINTS   PIC 9(2).
                   03 SCW-MISSED-POINTS     PIC 9(2).
                   03 SCW-OVER-LIMIT-POINTS PIC 9(2).
                   03 SCW-BOUNCE-POINTS     PIC 9(2).
                   03 SCW-WRITE-OFF-POINTS  PIC 9(2).
               02 SCW-GRADE-LIMITS.
                   03 SCW-GRADE-A-MAX       PIC 9(3).
                   03 SCW-GRADE-B-MAX       PIC 9(3).
                   03 SCW-GRADE-C-MAX       PIC 9(3).
                   03 SCW-GRADE-D-MAX       PIC 9(3).

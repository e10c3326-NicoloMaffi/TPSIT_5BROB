      * 15/10/2026 NM - NEW COPYBOOK. ONE INSTALMENT ARRANGEMENT ON
      *   PAYMENT-PLANS.dat, AGREED WITH AN OVERDUE CUSTOMER THROUGH
      *   FILES-50 MODE M: THE AGREED TOTAL, THE INSTALMENT AMOUNT,
      *   THE FREQUENCY (WEEKLY, FORTNIGHTLY OR MONTHLY) AND THE
      *   FIRST AND NEXT DUE DATES IN CCYYMMDD. THE FILES-50 NIGHTLY
      *   MATCH ADDS EVERY PAYMENT CREDIT POSTED SINCE
      *   PPL-MATCHED-DATE/TIME (THE POSTING STAMP OF THE LAST LEDGER
      *   MOVEMENT IT COUNTED) TO PPL-PAID-TO-DATE AND PPL-PAID-IN-HAND,
      *   AND EACH INSTALMENT THAT FALLS DUE IS KEPT OUT OF THE MONEY
      *   IN HAND OR MISSED. A PLAN STAYS "A" WHILE IT IS HONOURED --
      *   FILES-32 WITHHOLDS THE DUNNING LETTER FOR THE ID WHILE IT
      *   DOES -- AND GOES TO "B" WHEN IT BREAKS, "C" WHEN THE AGREED
      *   TOTAL IS PAID AND "X" WHEN CANCELLED, WITH PPL-STATUS-DATE
      *   THE DAY IT LEFT "A". ENDED PLANS STAY ON THE FILE AS HISTORY.
           01 PPL-PLAN-RECORD.
               02 PPL-ID-NUMBER       PIC 9(7).
               02 PPL-STATUS          PIC X.
                   88 PPL-ACTIVE          VALUE "A".
                   88 PPL-BROKEN          VALUE "B".
                   88 PPL-COMPLETED       VALUE "C".
                   88 PPL-CANCELLED       VALUE "X".
               02 PPL-FREQUENCY       PIC X.
                   88 PPL-WEEKLY          VALUE "W".
                   88 PPL-FORTNIGHTLY     VALUE "F".
                   88 PPL-MONTHLY         VALUE "M".
               02 PPL-AGREED-TOTAL    PIC 9(7)V99.
               02 PPL-INSTALMENT      PIC 9(7)V99.
               02 PPL-FIRST-DUE-DATE  PIC 9(8).
               02 PPL-NEXT-DUE-DATE   PIC 9(8).
               02 PPL-KEPT-COUNT      PIC 9(3).
               02 PPL-MISSED-COUNT    PIC 9(3).
               02 PPL-PAID-TO-DATE    PIC 9(7)V99.
               02 PPL-PAID-IN-HAND    PIC 9(7)V99.
               02 PPL-MATCHED-DATE    PIC 9(8).
               02 PPL-MATCHED-TIME    PIC 9(8).
               02 PPL-AGREED-BY       PIC X(8).
               02 PPL-AGREED-DATE     PIC 9(8).
               02 PPL-STATUS-DATE     PIC 9(8).

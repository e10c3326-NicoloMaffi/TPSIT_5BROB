      * 15/10/2026 NM - NEW COPYBOOK. ONE DEBTOR'S AGED POSITION ON
      *   AGED-POSITIONS.dat, KEYED BY ID-NUMBER: THE CURRENT/30/60/
      *   90-PLUS BUCKETS AND THE AMOUNT HELD IN DISPUTE FROM THE LAST
      *   TIME FILES-32 AGED THE CUSTOMER, WITH THE BUSINESS DATE AND
      *   DAY BASIS IT WAS AGED ON. UNDER BILLING CYCLES NO ONE NIGHT'S
      *   RUN AGES THE WHOLE BOOK, SO FILES-32 WRITES OR REPLACES THE
      *   POSITION OF EVERY DEBTOR IT AGES AND DROPS THE POSITION OF A
      *   CUSTOMER IN A DUE CYCLE WHO NO LONGER OWES ANYTHING; THE FILE
      *   IS THEN THE BOOK'S AGED TRIAL BALANCE AS AT EACH CUSTOMER'S
      *   LAST CYCLE CLOSE, TOTALLED BY THE FILES-64 MONTH-END SNAPSHOT.
           01 AGP-POSITION-RECORD.
               02 AGP-ID-NUMBER       PIC 9(7).
               02 AGP-AGED-DATE       PIC 9(8).
               02 AGP-BASIS           PIC X.
                   88 AGP-BUSINESS-DAYS   VALUE "B".
                   88 AGP-CALENDAR-DAYS   VALUE "C".
               02 AGP-CURRENT         PIC 9(7)V99.
               02 AGP-30              PIC 9(7)V99.
               02 AGP-60              PIC 9(7)V99.
               02 AGP-90              PIC 9(7)V99.
               02 AGP-DISPUTED        PIC 9(7)V99.

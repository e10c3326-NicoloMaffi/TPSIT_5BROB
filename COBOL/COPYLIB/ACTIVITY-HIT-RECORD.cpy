      * 15/10/2026 NM - NEW COPYBOOK. ONE HIT ON THE ACTIVITY-REVIEW.dat
      *   QUEUE: A CUSTOMER WHOSE POSTINGS ON AHT-BUSINESS-DATE TRIPPED
      *   ONE OF THE FILES-71 UNUSUAL-ACTIVITY CHECKS (THRESHOLDS ON
      *   COPYLIB'S ACTIVITY-THRESHOLD-RECORD). AHT-OBSERVED IS WHAT
      *   THE DAY SHOWED AND AHT-EXPECTED WHAT THE CUSTOMER'S OWN
      *   HISTORY OR THE THRESHOLD SAYS IS USUAL -- A COUNT OF POSTINGS
      *   FOR "N", AN AMOUNT FOR "A", DAYS FOR "D" AND "C".
      *   AHT-DESCRIPTION IS THE LINE THE REVIEW LIST SHOWS AND THE
      *   CONTACT-LOG ENTRY CARRIES. A SUPERVISOR CLEARS OR ESCALATES
      *   EACH HIT IN THE FILES-71 REVIEW SESSION; DECIDED HITS STAY ON
      *   THE FILE WITH WHO DECIDED THEM AND WHEN.
           01 AHT-HIT-RECORD.
               02 AHT-STATUS          PIC X.
                   88 AHT-PENDING         VALUE "P".
                   88 AHT-CLEARED         VALUE "C".
                   88 AHT-ESCALATED       VALUE "E".
               02 AHT-ID-NUMBER       PIC 9(7).
               02 AHT-BUSINESS-DATE   PIC 9(8).
               02 AHT-CHECK           PIC X.
                   88 AHT-CHECK-COUNT     VALUE "N".
                   88 AHT-CHECK-AMOUNT    VALUE "A".
                   88 AHT-CHECK-DORMANT   VALUE "D".
                   88 AHT-CHECK-CHANGE    VALUE "C".
               02 AHT-OBSERVED        PIC 9(7)V99.
               02 AHT-EXPECTED        PIC 9(7)V99.
               02 AHT-DESCRIPTION     PIC X(40).
               02 AHT-REVIEWED-BY     PIC X(8).
               02 AHT-REVIEWED-DATE   PIC 9(8).
               02 AHT-REVIEWED-TIME   PIC 9(8).

      *   PAYMENT AGAINST THE CUSTOMER'S OLDEST OPEN ITEMS AND HOLDS
      *   ANY EXCESS AS UNAPPLIED CASH. AN ITEM SETTLED IN FULL IS
      *   DELETED; THE FILE HOLDS ONLY WHAT IS STILL OWED.
      * 15/10/2026 NM - ADDED OPN-FEE-PERIODS AND OPN-LAST-FEE-DATE FOR
      *   THE FILES-52 LATE-FEE ASSESSMENT RUN: HOW MANY OVERDUE PERIODS
      *   OF THE ITEM HAVE ALREADY BEEN CHARGED A LATE FEE (OR HAD ONE
      *   SUSPENDED OVER THE CREDIT LIMIT) AND THE BUSINESS DATE OF THE
      *   LAST ONE, SO NO ITEM IS CHARGED TWICE FOR THE SAME PERIOD.
      *   FILES-7 RAISES AN ITEM WITH BOTH AT ZERO. THE FIELDS SIT AT
      *   THE END OF THE RECORD, SO AN ITEM RAISED BEFORE THE CHANGE
      *   READS AS SPACES -- FILES-52 CLASS-CHECKS THEM AND TREATS
      *   NON-NUMERIC AS NOTHING CHARGED YET.
      * 15/10/2026 NM - ADDED THE TRAILING OPN-DISPUTE-DATA GROUP FOR
      *   THE FILES-53 DISPUTE HANDLING: AN ITEM THE CUSTOMER DISPUTES
      *   CARRIES OPN-DISPUTE-STATUS "D" WITH THE REASON CODE, THE
      *   OPERATOR WHO OPENED THE DISPUTE AND THE DATE. WHILE IT DOES,
      *   FILES-20 DOES NOT ALLOCATE PAYMENTS TO IT, FILES-32 KEEPS IT
      *   OUT OF THE AGING BUCKETS AND THE DUNNING LETTER, AND FILES-52
      *   CHARGES IT NO LATE FEE. RESOLVING THE DISPUTE CLEARS THE GROUP
      *   (THE HISTORY IS ON DISPUTE-LOG.dat). FILES-7 RAISES AN ITEM
      *   WITH THE GROUP AS SPACES, AND AN ITEM RAISED BEFORE THE CHANGE
      *   READS AS SPACES TOO -- NOT IN DISPUTE.
           01 OPN-OPEN-ITEM.
               02 OPN-ITEM-KEY.
                   03 OPN-ID-NUMBER     PIC 9(7).
               02 OPN-DUE-DATE      PIC 9(8).
               02 OPN-ORIGINAL-AMT  PIC 9(7)V99.
               02 OPN-OUTSTANDING   PIC 9(7)V99.
               02 OPN-FEE-PERIODS   PIC 9(3).
               02 OPN-LAST-FEE-DATE PIC 9(8).
               02 OPN-DISPUTE-DATA.
                   03 OPN-DISPUTE-STATUS   PIC X.
                       88 OPN-IN-DISPUTE       VALUE "D".
                   03 OPN-DISPUTE-REASON   PIC X(3).
                   03 OPN-DISPUTE-OPERATOR PIC X(8).
                   03 OPN-DISPUTE-DATE     PIC 9(8).

      * 15/10/2026 NM - NEW COPYBOOK. ONE MONTH-END SNAPSHOT ON
      *   PORTFOLIO-HISTORY.dat, KEYED BY THE MONTH IT STANDS FOR
      *   (CCYYMM), TAKEN BY FILES-64 ON THE MONTH'S LAST BUSINESS DAY:
      *   THE FILES-22 PICTURE OF THE BOOK (CUSTOMERS, DEBIT AND CREDIT
      *   BALANCES, THE FIVE BALANCE BANDS AND SIX SCORE GRADES IN
      *   FILES-22 ORDER) WITH THE FILES-32 AGED BUCKETS OFF
      *   AGED-POSITIONS.dat, WHAT SITS IN CUSTOMER-SUSPENSE.dat AND THE
      *   ACCOUNTS AT OR PAST THEIR CREDIT LIMIT AS FILES-46 JUDGES
      *   THEM. CREDIT BALANCES ARE HELD AS A POSITIVE AMOUNT. A MONTH
      *   TAKEN AGAIN REPLACES ITS RECORD; NOTHING ELSE EVER LEAVES THE
      *   FILE, SO IT IS THE BOOK'S MONTH-BY-MONTH HISTORY.
           01 SNP-SNAPSHOT-RECORD.
               02 SNP-MONTH            PIC 9(6).
               02 SNP-MONTH-X REDEFINES SNP-MONTH.
                   03 SNP-CCYY         PIC 9(4).
                   03 SNP-MM           PIC 9(2).
               02 SNP-TAKEN-DATE       PIC 9(8).
               02 SNP-TAKEN-TIME       PIC 9(8).
               02 SNP-CUSTOMER-COUNT   PIC 9(7).
               02 SNP-DEBIT-COUNT      PIC 9(7).
               02 SNP-DEBIT-TOTAL      PIC 9(11)V99.
               02 SNP-CREDIT-COUNT     PIC 9(7).
               02 SNP-CREDIT-TOTAL     PIC 9(11)V99.
               02 SNP-BAND OCCURS 5 TIMES.
                   03 SNP-BAND-COUNT   PIC 9(7).
                   03 SNP-BAND-TOTAL   PIC S9(11)V99.
               02 SNP-GRADE OCCURS 6 TIMES.
                   03 SNP-GRADE-COUNT  PIC 9(7).
                   03 SNP-GRADE-TOTAL  PIC S9(11)V99.
               02 SNP-AGED-COUNT       PIC 9(7).
               02 SNP-AGED-CURRENT     PIC 9(11)V99.
               02 SNP-AGED-30          PIC 9(11)V99.
               02 SNP-AGED-60          PIC 9(11)V99.
               02 SNP-AGED-90          PIC 9(11)V99.
               02 SNP-AGED-DISPUTED    PIC 9(11)V99.
               02 SNP-SUSPENSE-COUNT   PIC 9(7).
               02 SNP-SUSPENSE-AMOUNT  PIC 9(11)V99.
               02 SNP-OVER-LIMIT-COUNT PIC 9(7).
               02 SNP-OVER-LIMIT-EXCESS PIC 9(11)V99.

      *   POSTED BY FILES-9, FILES-18 AND FILES-20; SHOWN BY THE
      *   FILES-6 AND FILES-11 INQUIRIES. COPY WITH A REPLACING LIST
      *   THE WAY CUSTOMER-RECORD IS TAKEN.
      * 15/10/2026 NM - ADDED ACT-DEPOSIT-TERMS FOR THE TERM DEPOSIT: A
      *   DEPOSIT ACCOUNT OPENED THROUGH FILES-33 NOW CARRIES ITS TERM
      *   IN MONTHS, THE DAY THE TERM STARTED, ITS MATURITY DATE, THE
      *   ANNUAL RATE FIXED AT OPENING (PERCENT, SAME 99V999 AS
      *   RATES.dat) AND WHAT HAPPENS AT MATURITY -- ROLL INTO A NEW
      *   TERM, OR PAY OUT TO ONE OF THE CUSTOMER'S REGULAR ACCOUNTS.
      *   THE FILES-56 MATURITY RUN PAYS THE FIXED-RATE INTEREST AND
      *   THEN ROLLS OR PAYS OUT; A PAID-OUT DEPOSIT IS LEFT WITH A ZERO
      *   MATURITY DATE (NO TERM RUNNING) FOR FILES-33 TO CLOSE. A TERM
      *   IS RUNNING ONLY WHILE THE ACCOUNT IS TYPE "D" AND
      *   ACT-MATURITY-DATE IS NUMERIC AND NOT ZERO: THE GROUP SITS AT
      *   THE END OF THE RECORD, SO A REGULAR ACCOUNT, OR A DEPOSIT
      *   OPENED BEFORE THE CHANGE, CARRIES IT AS SPACES AND IS NOT A
      *   TERM DEPOSIT. MONEY ON DEPOSIT IS A CREDIT (NEGATIVE) BALANCE
      *   LIKE ANY OTHER.
           01 ACT-ACCOUNT-DATA.
               02 ACT-ACCOUNT-KEY.
                   03 ACT-ID-NUMBER      PIC 9(7).
                   88 ACT-TYPE-DEPOSIT   VALUE "D".
               02 ACT-ACCOUNT-BALANCE PIC S9(7)V99.
               02 ACT-LAST-ACTIVITY  PIC 9(8).
               02 ACT-DEPOSIT-TERMS.
                   03 ACT-TERM-MONTHS    PIC 9(3).
                   03 ACT-TERM-START     PIC 9(8).
                   03 ACT-MATURITY-DATE  PIC 9(8).
                   03 ACT-FIXED-RATE     PIC 9(2)V999.
                   03 ACT-MATURITY-INSTR PIC X.
                       88 ACT-MATURE-ROLL    VALUE "R".
                       88 ACT-MATURE-PAY-OUT VALUE "P".
                   03 ACT-PAYOUT-ACCOUNT PIC 9(3).

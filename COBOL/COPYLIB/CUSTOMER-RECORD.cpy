      *   FIELD SITS AT THE END OF THE RECORD, SO A RECORD NOT YET
      *   TOUCHED SINCE THE CHANGE READS AS SPACES -- EVERY ENFORCER
      *   CLASS-CHECKS IT AND TREATS A NON-NUMERIC LIMIT AS NONE.
      * 15/10/2026 NM - ADDED CDR-WRITE-OFF-FLAG, SET TO "W" BY THE
      *   FILES-51 BAD-DEBT WRITE-OFF RUN WHEN THE CUSTOMER'S BALANCE IS
      *   WRITTEN OFF TO ZERO. ANY LATER PAYMENT FROM THE CUSTOMER
      *   THROUGH FILES-9 OR FILES-20 POSTS TO THE LEDGER AS A TYPE-"V"
      *   RECOVERY (SEE COPYLIB'S LEDGER-RECORD) THAT LEAVES THE BALANCE
      *   WHERE IT IS, AND A DEBIT TO THE CUSTOMER GOES TO SUSPENSE
      *   INSTEAD OF REOPENING THE DEBT. LIKE THE CREDIT LIMIT THE FLAG
      *   SITS AT THE END OF THE RECORD, SO A RECORD NOT TOUCHED SINCE
      *   THE CHANGE READS AS SPACE -- NOT WRITTEN OFF -- AND THE
      *   150-BYTE JOURNAL AND ARCHIVE IMAGES STILL HOLD THE WHOLE
      *   RECORD.
      * 15/10/2026 NM - ADDED CDR-MAIL-FLAG, SET TO "R" THROUGH FILES-60
      *   WHEN A FILES-8 OR FILES-29 STATEMENT OR A FILES-32 LETTER
      *   COMES BACK UNDELIVERABLE (THE DATE AND THE DOCUMENT ARE ON
      *   RETURNED-MAIL.dat, SEE COPYLIB'S RETURNED-MAIL-RECORD). A
      *   FLAGGED CUSTOMER IS LEFT OUT OF THE STATEMENT AND LETTER PRINT
      *   AND LISTED ON THAT RUN'S HELD-MAIL REPORT, AND THE FILES-7
      *   EXTRACT CARRIES THE FLAG TO BILLING. A NEW ADDRESS KEYED
      *   THROUGH FILES-12 OR A FILES-1 "C" TRANSACTION CLEARS IT. AT
      *   THE END OF THE RECORD LIKE THE WRITE-OFF FLAG, SO A RECORD NOT
      *   TOUCHED SINCE THE CHANGE READS AS SPACE -- MAIL GOES OUT.
      * 15/10/2026 NM - ADDED CDR-CYCLE-DAY, THE DAY OF THE MONTH
      *   (01-28) THE CUSTOMER'S BILLING CYCLE CLOSES ON. FILES-7,
      *   FILES-29 AND FILES-32 NO LONGER TAKE THE WHOLE MASTER EVERY
      *   NIGHT: EACH TAKES ONLY THE CUSTOMERS WHOSE CYCLE DAY FELL
      *   SINCE THE PREVIOUS BUSINESS DAY. FILES-1 AND FILES-12 GIVE A
      *   NEW CUSTOMER THE LEAST-LOADED OF THE CYCLES THE BILLING-CYCLES
      *   RUN-PARM DEFINES; FILES-61 ASSIGNS CYCLES TO THE CUSTOMERS
      *   ALREADY ON FILE, MOVES A CUSTOMER TO ANOTHER CYCLE AND PRINTS
      *   THE CYCLE-BALANCING REPORT. THE FIELD TAKES THE LAST TWO BYTES
      *   OF THE 150-BYTE JOURNAL AND ARCHIVE IMAGES. A RECORD NOT YET
      *   GIVEN A CYCLE READS AS SPACES AND RIDES CYCLE 01.
           01 CDR-CUSTOMER-DATA.
               02 CDR-ID-NUMBER      PIC 9(7).
               02 CDR-CUSTOMER-NAME.
                   03 CDR-ADDR-CITY     PIC X(20).
                   03 CDR-ADDR-POSTAL   PIC X(10).
               02 CDR-CREDIT-LIMIT   PIC 9(7)V99.
               02 CDR-WRITE-OFF-FLAG PIC X.
                   88 CDR-WRITTEN-OFF    VALUE "W".
               02 CDR-MAIL-FLAG      PIC X.
                   88 CDR-MAIL-RETURNED  VALUE "R".
               02 CDR-CYCLE-DAY      PIC 99.

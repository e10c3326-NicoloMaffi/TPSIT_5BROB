      * 15/10/2026 NM - NEW COPYBOOK. ONE PIECE OF SUBSIDIARY-ACCOUNT
      *   MAINTENANCE DONE THROUGH FILES-33, APPENDED TO
      *   ACCOUNT-ACTIVITY.dat AS IT HAPPENS: AN ACCOUNT OPENED (O), A
      *   TRANSFER BETWEEN TWO OF A CUSTOMER'S ACCOUNTS (T, KEYED ON
      *   THE FROM ACCOUNT WITH THE TO ACCOUNT IN AAC-OTHER-ACCOUNT) OR
      *   AN ACCOUNT CLOSED (C), WITH THE DATE, TIME AND SIGNED-ON
      *   OPERATOR. UNTIL NOW FILES-33 LEFT NO TRAIL AT ALL. AAC-AMOUNT
      *   IS THE AMOUNT MOVED ON A TRANSFER AND THE ACCOUNT BALANCE ON
      *   AN OPEN OR CLOSE. THE FILES-69 CORRESPONDENCE RUN READS THE
      *   DAY'S CLOSES FROM IT.
           01 AAC-ACTIVITY-RECORD.
               02 AAC-ACTION          PIC X.
                   88 AAC-ACTION-OPEN     VALUE "O".
                   88 AAC-ACTION-TRANSFER VALUE "T".
                   88 AAC-ACTION-CLOSE    VALUE "C".
               02 AAC-DATE            PIC 9(8).
               02 AAC-TIME            PIC 9(8).
               02 AAC-OPERATOR        PIC X(8).
               02 AAC-ACCOUNT-KEY.
                   03 AAC-ID-NUMBER       PIC 9(7).
                   03 AAC-ACCOUNT-NUMBER  PIC 9(3).
               02 AAC-ACCOUNT-TYPE    PIC X.
               02 AAC-AMOUNT          PIC S9(7)V99.
               02 AAC-OTHER-ACCOUNT   PIC 9(3).

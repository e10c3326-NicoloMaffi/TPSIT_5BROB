      * 15/10/2026 NM - NEW COPYBOOK. ONE LINE OF DISPUTE-LOG.dat, THE
      *   HISTORY FILES-53 KEEPS OF EVERY DISPUTE ON AN OPEN ITEM: ONE
      *   LINE WHEN THE DISPUTE IS OPENED ("O") AND ONE WHEN IT IS
      *   RESOLVED -- CHARGE UPHELD ("U", THE ITEM GOES BACK TO NORMAL
      *   AGING) OR CREDITED OFF ("C", DSP-AMOUNT THE CREDIT NOTE
      *   POSTED; A PART CREDIT LEAVES THE REST OF THE ITEM UPHELD).
      *   DSP-OPENED-DATE IS THE DAY THE DISPUTE WAS OPENED ON EVERY
      *   LINE, SO A RESOLUTION LINE SHOWS HOW LONG IT RAN. THE ITEM
      *   ITSELF CARRIES ONLY THE DISPUTE IN PROGRESS (OPN-DISPUTE-DATA
      *   IN COPYLIB'S OPEN-ITEM-RECORD).
           01 DSP-DISPUTE-RECORD.
               02 DSP-ID-NUMBER       PIC 9(7).
               02 DSP-INVOICE-SEQ     PIC 9(7).
               02 DSP-ACTION          PIC X.
                   88 DSP-ACTION-OPEN     VALUE "O".
                   88 DSP-ACTION-UPHOLD   VALUE "U".
                   88 DSP-ACTION-CREDIT   VALUE "C".
               02 DSP-REASON          PIC X(3).
               02 DSP-OPENED-DATE     PIC 9(8).
               02 DSP-OUTSTANDING     PIC 9(7)V99.
               02 DSP-AMOUNT          PIC 9(7)V99.
               02 DSP-OPERATOR        PIC X(8).
               02 DSP-DATE            PIC 9(8).
               02 DSP-TIME            PIC 9(8).

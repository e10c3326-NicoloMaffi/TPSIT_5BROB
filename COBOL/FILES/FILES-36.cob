      *   ACCEPTS, AND THE GATHER REPORT SHOWS WHAT CAME FROM WHERE.
      *   THE SOURCE FILES ARE LEFT IN PLACE; THE OPERATOR CLEARS THEM
      *   ONCE THE LOAD PROVES CLEAN.
      * 15/10/2026 NM - THE SOURCE DETAIL AND THE GATHERED RECORD NOW
      *   RUN TO THE FULL 144-BYTE TRANSACTION LAYOUT (SEE FILES-1), SO
      *   THE TRAILING GUARDIAN COLUMN AND THE NEW CHECK-DIGIT COLUMN
      *   REACH THE LOADER INSTEAD OF BEING CUT OFF AT 136. THE CHECK
      *   DIGIT IS VERIFIED BY FILES-1, NOT HERE.
      * 15/10/2026 NM - THE SOURCE DETAIL AND THE GATHERED RECORD NOW
      *   RUN TO 145 BYTES, SO THE NEW GUARDIAN CHECK-DIGIT COLUMN (SEE
      *   FILES-1) REACHES THE LOADER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               02 TR-ADDR-CITY    PIC X(20).
               02 TR-ADDR-POSTAL  PIC X(10).
               02 TR-CREDIT-LIMIT PIC 9(7)V99.
               02 TR-GUARDIAN-ID  PIC X(7).
               02 TR-ID-CHECK     PIC X.
               02 TR-GUARDIAN-CHECK PIC X.
           01 TRANSMITTAL-HEADER-RECORD.
               02 TH-RECORD-TYPE  PIC X.
                   88 TH-IS-HEADER    VALUE "H".
               02 TT-AMOUNT-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD GATHERED-FILE.
           01 GATHERED-RECORD     PIC X(145).
           01 GATHERED-HEADER-RECORD.
               02 GTH-RECORD-TYPE PIC X.
               02 GTH-BATCH-DATE  PIC 9(8).

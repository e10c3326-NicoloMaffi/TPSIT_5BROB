      * 02/09/2026 NM - TRANSACTION-RECORD RESIZED TO THE 136-BYTE
      *   DETAIL LAYOUT, TRACKING THE ID-NUMBER EXPANSION TO 9(7) AND
      *   THE NEW TRAILING CREDIT-LIMIT COLUMN (SEE FILES-1).
      * 15/10/2026 NM - TRANSACTION-RECORD RESIZED TO THE 144-BYTE
      *   DETAIL LAYOUT, TRACKING THE TRAILING GUARDIAN-ID AND
      *   CHECK-DIGIT COLUMNS (SEE FILES-1). A DETAIL FILES-1 TURNS AWAY
      *   FOR ITS CHECK DIGIT IS A REJECT LIKE ANY OTHER AND PROVES THE
      *   SAME WAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   88 TB-CODE-CHANGE  VALUE "C".
                   88 TB-CODE-DELETE  VALUE "D".
                   88 TB-TRANSMITTAL  VALUE "H", "T".
               02 FILLER          PIC X(143).

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

      * 15/10/2026 NM - NEW COPYBOOK. ONE ENTRY OF LEDGER-INDEX.dat, THE
      *   INDEXED COMPANION TO CUSTOMER-LEDGER.dat AND ITS ARCHIVES. THE
      *   LEDGER ITSELF STAYS LINE SEQUENTIAL AND OPEN EXTEND FROM EVERY
      *   POSTING PROGRAM, BUT THE PER-CUSTOMER READERS WERE EACH
      *   WALKING ALL OF IT -- AND SOME OF THEM EVERY ARCHIVE TOO -- TO
      *   PICK OUT ONE CUSTOMER'S MOVEMENTS. EACH ENTRY CARRIES A WHOLE
      *   COPY OF ONE MOVEMENT UNDER A KEY OF ID-NUMBER, EFFECTIVE DATE
      *   AND A SEQUENCE NUMBER GIVEN IN THE ORDER THE MOVEMENTS WERE
      *   INDEXED, WHICH IS POSTING ORDER. A START ON THE ID AND A
      *   FROM-DATE READS THAT CUSTOMER'S MOVEMENTS BY EFFECTIVE DATE,
      *   WHICH IS NOT POSTING ORDER ONCE ANYTHING IS BACK-VALUED -- A
      *   READER THAT NEEDS THE ORDER THEY WENT ON (RUNNING BALANCES)
      *   PUTS THEM BACK IN LIX-SEQUENCE ORDER ITSELF. A FILES-30
      *   CARRY-FORWARD TAKES SEQUENCE ZERO SO IT STANDS AHEAD OF
      *   ANYTHING ELSE ON ITS CUTOFF DATE, AS IT DOES AT THE FRONT OF
      *   THE REBUILT LIVE LEDGER. LIX-ARCHIVE-CUTOFF IS ZERO FOR A
      *   MOVEMENT STILL ON THE LIVE LEDGER, OTHERWISE THE CUTOFF OF THE
      *   ARCHIVE IT WAS CLOSED TO. BUILT AND CAUGHT UP BY FILES-63,
      *   KEPT IN STEP BY THE FILES-30 CLOSE AND TRIMMED BY FILES-41;
      *   HOW FAR IT REACHES IS ON LEDGER-INDEX-CONTROL.dat (SEE
      *   COPYLIB'S LEDGER-INDEX-CONTROL-RECORD).
           01 LIX-LEDGER-INDEX-RECORD.
               02 LIX-KEY.
                   03 LIX-ID-NUMBER      PIC 9(7).
                   03 LIX-EFFECTIVE-DATE PIC 9(8).
                   03 LIX-SEQUENCE       PIC 9(9).
               02 LIX-ARCHIVE-CUTOFF     PIC 9(8).
                   88 LIX-ON-LIVE-LEDGER     VALUE ZERO.
               02 LIX-MOVEMENT           PIC X(85).

      * 15/10/2026 NM - NEW COPYBOOK. THE LAST BILLING-CYCLE MOVE FOR A
      *   CUSTOMER, ON THE INDEXED CYCLE-CHANGES.dat KEYED ON ID-NUMBER,
      *   WRITTEN BY FILES-61 WHEN CDR-CYCLE-DAY IS CHANGED ON THE
      *   MASTER. A STATEMENT PERIOD RUNS FROM ONE CYCLE CLOSE TO THE
      *   DAY BEFORE THE NEXT, SO A CUSTOMER MOVED BETWEEN CYCLES WOULD
      *   EITHER LOSE THE DAYS BETWEEN THE OLD CLOSE AND THE NEW ONE OR
      *   SEE THEM ON TWO STATEMENTS. CYC-BRIDGE-FROM IS THE FIRST DAY
      *   NO STATEMENT HAS COVERED YET -- THE LAST CLOSE OF THE OLD
      *   CYCLE -- AND CYC-LAST-CLOSED THE LAST BUSINESS DAY WHOSE
      *   NIGHTLY RUN HAD ALREADY GONE BY WHEN THE MOVE WAS MADE.
      *   FILES-29 STARTS THE FIRST STATEMENT ON THE NEW CYCLE AT THE
      *   BRIDGE DATE INSTEAD OF ONE MONTH BACK; ONCE THE NEW CYCLE
      *   HAS CLOSED AFTER CYC-LAST-CLOSED THE RECORD IS HISTORY. A
      *   SECOND MOVE BEFORE THE FIRST HAS CLOSED KEEPS THE BRIDGE.
           01 CYC-CYCLE-CHANGE-RECORD.
               02 CYC-ID-NUMBER       PIC 9(7).
               02 CYC-OLD-DAY         PIC 99.
               02 CYC-NEW-DAY         PIC 99.
               02 CYC-BRIDGE-FROM     PIC 9(8).
               02 CYC-LAST-CLOSED     PIC 9(8).
               02 CYC-MOVED-DATE      PIC 9(8).
               02 CYC-MOVED-BY        PIC X(8).

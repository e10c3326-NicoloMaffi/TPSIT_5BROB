      * 15/10/2026 NM - NEW COPYBOOK. THE GUARDIAN LINK FOR A CUSTOMER
      *   UNDER THE AGE OF MAJORITY, ON THE INDEXED GUARDIANS.dat KEYED
      *   ON THE MINOR'S ID-NUMBER. THE MASTER DERIVED AGE AND CAN-VOTE
      *   FROM DATE OF BIRTH BUT NOTHING STOPPED A FOURTEEN-YEAR-OLD
      *   BEING GIVEN A CREDIT LIMIT OR A DEBIT POST. FILES-1 AND
      *   FILES-12 NOW REFUSE TO ADD OR CHANGE A CUSTOMER YOUNGER THAN
      *   THE AGE-OF-MAJORITY RUN-PARM (DEFAULT 018) WITHOUT A GUARDIAN
      *   WHO IS AN ADULT ON THE MASTER, REFUSE A MINOR A CREDIT LIMIT,
      *   AND WRITE THIS LINK; FILES-49 WILL NOT APPROVE A LIMIT FOR
      *   AN ID WITH A LINK ON FILE; FILES-9 SENDS A LINKED CUSTOMER'S
      *   DEBIT OVER THE MINOR-DEBIT-LIMIT RUN-PARM TO SUSPENSE FOR THE
      *   GUARDIAN'S APPROVAL; AND THE FILES-8 AND FILES-29 STATEMENTS
      *   AND FILES-32 LETTERS GO TO THE GUARDIAN'S NAME AND ADDRESS.
      *   THE LINK IS THE MINOR'S RESTRICTIONS: THE MONTHLY FILES-59
      *   CONVERSION RUN DELETES IT ONCE THE CUSTOMER COMES OF AGE.
      *   THE MASTER RECORD ITSELF HAD NO ROOM FOR THE GUARDIAN'S ID
      *   INSIDE THE 150-BYTE JOURNAL AND ARCHIVE IMAGES.
           01 GRD-GUARDIAN-RECORD.
               02 GRD-ID-NUMBER       PIC 9(7).
               02 GRD-GUARDIAN-ID     PIC 9(7).
               02 GRD-LINKED-DATE     PIC 9(8).
               02 GRD-LINKED-BY       PIC X(8).

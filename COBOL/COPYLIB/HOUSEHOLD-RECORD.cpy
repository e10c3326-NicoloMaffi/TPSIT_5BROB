      * 15/10/2026 NM - NEW COPYBOOK. ONE MEMBER OF A HOUSEHOLD ON
      *   HOUSEHOLDS.dat. HUSBAND AND WIFE, PARENT AND CHILD, OR A
      *   GUARANTOR AND THE BORROWER ALL SAT ON THE MASTER AS UNRELATED
      *   ID-NUMBERS, EACH WITH ITS OWN CREDIT LIMIT, AND NOTHING EVER
      *   ADDED THEM UP. A HOUSEHOLD IS NAMED BY THE ID-NUMBER OF ITS
      *   HEAD (HSH-HOUSEHOLD-ID) AND HAS ONE LINE PER MEMBER, THE HEAD
      *   INCLUDED, WITH THE MEMBER'S ROLE: HEAD, JOINT HOLDER,
      *   GUARANTOR OR DEPENDANT. AN ID BELONGS TO ONE HOUSEHOLD AT A
      *   TIME. MAINTAINED THROUGH FILES-58 MODE M, WHICH ONLY LINKS AN
      *   ID THAT IS ON THE MASTER; TOTALLED PER HOUSEHOLD BY THE
      *   FILES-58 EXPOSURE REPORT (MODE R) AND SHOWN AS THE CUSTOMER'S
      *   RELATED PARTIES BY THE FILES-6 AND FILES-11 INQUIRIES.
           01 HSH-MEMBER-RECORD.
               02 HSH-HOUSEHOLD-ID    PIC 9(7).
               02 HSH-ID-NUMBER       PIC 9(7).
               02 HSH-ROLE            PIC X.
                   88 HSH-ROLE-HEAD       VALUE "H".
                   88 HSH-ROLE-JOINT      VALUE "J".
                   88 HSH-ROLE-GUARANTOR  VALUE "G".
                   88 HSH-ROLE-DEPENDANT  VALUE "D".
               02 HSH-ADDED-DATE      PIC 9(8).
               02 HSH-ADDED-BY        PIC X(8).

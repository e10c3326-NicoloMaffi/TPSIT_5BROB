      * 15/10/2026 NM - NEW COPYBOOK. THE LAST PIECE OF MAIL THAT CAME
      *   BACK UNDELIVERABLE FOR A CUSTOMER, ON THE INDEXED
      *   RETURNED-MAIL.dat KEYED ON THE ID-NUMBER IT WAS ADDRESSED TO
      *   (THE GUARDIAN'S, FOR A MINOR'S MAIL). RECORDED THROUGH
      *   FILES-60 ALONGSIDE THE "R" IN CDR-MAIL-FLAG ON THE MASTER:
      *   THE DATE IT CAME BACK, THE RUN THAT PRINTED IT (FILES-8,
      *   FILES-29 OR FILES-32), WHO RECORDED IT AND WHEN, AND THE
      *   ADDRESS IT WAS SENT TO. A LATER RETURN REPLACES THE LINE. IT
      *   STAYS ON FILE WHEN A NEW ADDRESS CLEARS THE FLAG, AS THE LAST
      *   DEAD ADDRESS; THE HELD-MAIL REPORTS OF FILES-8, FILES-29 AND
      *   FILES-32 SHOW IT AGAINST EACH PIECE HELD BACK.
           01 RML-RETURNED-MAIL-RECORD.
               02 RML-ID-NUMBER       PIC 9(7).
               02 RML-RETURNED-DATE   PIC 9(8).
               02 RML-DOCUMENT        PIC X(8).
               02 RML-RECORDED-DATE   PIC 9(8).
               02 RML-RECORDED-BY     PIC X(8).
               02 RML-DEAD-ADDRESS.
                   03 RML-ADDR-STREET PIC X(30).
                   03 RML-ADDR-CITY   PIC X(20).
                   03 RML-ADDR-POSTAL PIC X(10).

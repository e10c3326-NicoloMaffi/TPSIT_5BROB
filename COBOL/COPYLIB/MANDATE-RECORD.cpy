      * 15/10/2026 NM - NEW COPYBOOK. ONE DIRECT-DEBIT MANDATE ON
      *   DD-MANDATES.dat: THE CUSTOMER'S AUTHORITY FOR US TO COLLECT
      *   THEIR FILES-31 CREDIT STANDING ORDERS STRAIGHT FROM THEIR
      *   BANK ACCOUNT INSTEAD OF WAITING FOR THE MONEY BY HAND. SET UP
      *   AND CANCELLED THROUGH FILES-55 MODE M WITH THE BANK'S MANDATE
      *   REFERENCE, SORT CODE, ACCOUNT NUMBER AND ACCOUNT NAME OFF THE
      *   SIGNED FORM; READ BY THE FILES-55 SUBMISSION RUN (MODE S) TO
      *   BUILD THE COLLECTION FILE. THE FILES-55 RETURNS RUN (MODE R)
      *   COUNTS EACH COLLECTION THE BANK SENDS BACK UNPAID IN
      *   DDM-RETURN-COUNT AND STOPS THE MANDATE ("S") WHEN THE COUNT
      *   REACHES THE DD-MAX-RETURNS RUN-PARM. ONE ACTIVE MANDATE PER
      *   ID; A STOPPED OR CANCELLED ("X") ONE STAYS ON THE FILE AS
      *   HISTORY, WITH DDM-STATUS-DATE THE DAY IT LEFT "A", AND A NEW
      *   FORM FROM THE CUSTOMER IS SET UP AS A NEW MANDATE.
           01 DDM-MANDATE-RECORD.
               02 DDM-ID-NUMBER       PIC 9(7).
               02 DDM-REFERENCE       PIC X(18).
               02 DDM-SORT-CODE       PIC 9(6).
               02 DDM-BANK-ACCOUNT    PIC 9(8).
               02 DDM-ACCOUNT-NAME    PIC X(18).
               02 DDM-STATUS          PIC X.
                   88 DDM-ACTIVE          VALUE "A".
                   88 DDM-STOPPED         VALUE "S".
                   88 DDM-CANCELLED       VALUE "X".
               02 DDM-RETURN-COUNT    PIC 9(3).
               02 DDM-LAST-RETURN-DATE PIC 9(8).
               02 DDM-SET-UP-BY       PIC X(8).
               02 DDM-SET-UP-DATE     PIC 9(8).
               02 DDM-STATUS-DATE     PIC 9(8).

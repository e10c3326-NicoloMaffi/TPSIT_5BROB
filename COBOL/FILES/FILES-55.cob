       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-55.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. DIRECT-DEBIT COLLECTION INTERFACE
      *   TO THE BANK. FILES-31 STANDING ORDERS ONLY BOOK THE CREDIT;
      *   THE MONEY ITSELF WAS STILL CHASED AT THE BANK BY HAND. MODE M
      *   IS THE MANDATE MAINTENANCE SESSION (OPERATOR SIGN-ON AGAINST
      *   OPERATORS.dat LIKE FILES-31, THEN SET UP / CANCEL / LIST) ON
      *   DD-MANDATES.dat (LAYOUT IN COPYLIB'S MANDATE-RECORD). MODE S
      *   IS THE SUBMISSION RUN: EVERY CREDIT ORDER ON THE FILES-31
      *   GENERATED BATCH (THE STANDING-TRANS-FILE RUN-PARM, DEFAULT
      *   STANDING-TRANS.dat) WHOSE CUSTOMER HOLDS AN ACTIVE MANDATE
      *   GOES ON THE DAY'S COLLECTION FILE DD-SUBMISSION-CCYYMMDD.dat
      *   WITH THE SAME DISCIPLINE AS THE FILES-7 EXTRACT: A HEADER
      *   CARRYING THE NEXT SEQUENCE NUMBER FROM DD-CONTROL.dat, ONE
      *   LINE PER COLLECTION AND A TRAILER WITH COUNT, ID HASH AND
      *   AMOUNT. THE SEQUENCE IS RECORDED AS SENT ONLY ONCE THE FILE
      *   IS COMPLETE, AND A DAY WHOSE FILE EXISTS REFUSES THE RUN.
      *   THE BATCH ITSELF STILL GOES THROUGH FILES-9, WHICH POSTS THE
      *   CREDIT AS BEFORE. MODE R READS BACK THE BANK'S RETURNED-ITEMS
      *   FILE (DD-RETURNS.dat) THE WAY FILES-20 READS ITS RETURN: A
      *   READ-ONLY PRE-PASS PROVES THE HEADER AND TRAILER, A SEQUENCE
      *   ALREADY PROCESSED IS REFUSED UNLESS THE OPERATOR CONFIRMS IT
      *   AS A GAP FILL, A GAP IS FLAGGED, AND A SEQUENCE NEVER SENT IS
      *   REFUSED. EACH BOUNCED COLLECTION IS MATCHED ON THE LEDGER TO
      *   THE FILES-9 CREDIT IT PAID FOR (TYPE "P", SAME ID, AMOUNT AND
      *   EFFECTIVE DATE, NOT ALREADY REVERSED) AND THAT CREDIT IS
      *   REVERSED WITH A TYPE-"R" MOVEMENT POINTING BACK AT IT, AS
      *   FILES-48 WOULD; THE DD-RETURN-FEE RUN-PARM (DEFAULT 15.00) IS
      *   CHARGED AS A TYPE-"B" RETURNED-ITEM FEE UNDER THE SAME
      *   CREDIT-LIMIT RULE FILES-52 APPLIES; AND THE RETURN IS WRITTEN
      *   TO CONTACT-LOG.dat WITH A FOLLOW-UP FOR THE BUSINESS DATE SO
      *   IT IS ON THE FILES-38 CALLS-DUE LIST. A MANDATE WHOSE RETURNS
      *   REACH THE DD-MAX-RETURNS RUN-PARM (DEFAULT 2) IS STOPPED,
      *   LOGGED THE SAME WAY, AND LEFT OUT OF LATER SUBMISSIONS. A
      *   RETURN THAT CANNOT BE WORKED GOES TO CUSTOMER-SUSPENSE.dat
      *   UNDER SOURCE FILES-55 FOR THE FILES-10 REVIEW. THE SUBMISSION
      *   FILE AND THE RETURNS REGISTER
      *   (DD-RETURN-REGISTER-CCYYMMDD.rpt) ARE CATALOGUED ON
      *   REPORT-CATALOG.dat. MODES S AND R TAKE THE EXCLUSIVE RUN-LOCK.
      * 15/10/2026 NM - THE FILES-31 GENERATED BATCH PICKS UP THE
      *   TRAILING CHECK-DIGIT COLUMN OF THE MONETARY-TRANS LAYOUT (SEE
      *   FILES-9); THE COLLECTION RUN READS PAST IT.
      * 15/10/2026 NM - AN AUTO-OPENED DEFAULT ACCOUNT 001 NOW HAS ITS
      *   DEPOSIT TERMS CLEARED BEFORE IT IS WRITTEN, AS FILES-33 DOES
      *   FOR A NEW ACCOUNT, SO IT CANNOT INHERIT THE TERMS OF THE LAST
      *   DEPOSIT ACCOUNT READ INTO THE RECORD AREA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUN-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT RUN-PARMS-FILE ASSIGN TO "RUN-PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

           SELECT MANDATES-FILE ASSIGN TO "DD-MANDATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATES-STATUS.

           SELECT MANDATES-WORK-FILE ASSIGN TO "DD-MANDATES-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT DD-CONTROL-FILE ASSIGN TO "DD-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT GENERATED-FILE ASSIGN TO WS-GENERATED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATED-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO WS-SUBMISSION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.

           SELECT BANK-RETURN-FILE ASSIGN TO "DD-RETURNS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT ACCOUNTS-FILE ASSIGN TO "CUSTOMER-ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTOMER-SUSPENSE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CONTACT-LOG-FILE ASSIGN TO "CONTACT-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
           COPY "LOCK-RECORD.cpy".

       FD RUN-LOG-FILE.
           COPY "RUN-LOG-RECORD.cpy".

       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD OPERATORS-FILE.
           01 OPERATOR-RECORD.
               02 OPR-OPERATOR-ID   PIC X(8).
               02 OPR-OPERATOR-NAME PIC X(20).

       FD MANDATES-FILE.
           COPY "MANDATE-RECORD.cpy".

       FD MANDATES-WORK-FILE.
           01 MWK-RECORD            PIC X(150).

      *    THE LAST SUBMISSION SENT AND THE LAST RETURN PROCESSED, THE
      *    SAME PAIR INTERFACE-CONTROL.dat KEEPS FOR FILES-7/FILES-20.
       FD DD-CONTROL-FILE.
           01 DD-CONTROL-RECORD.
               02 DDC-LAST-SENT-SEQ     PIC 9(7).
               02 DDC-LAST-RETURNED-SEQ PIC 9(7).

      *    THE FILES-31 GENERATED BATCH, IN THE MONETARY-TRANS LAYOUT.
       FD GENERATED-FILE.
           01 GENERATED-RECORD.
               02 GEN-ID-NUMBER   PIC 9(7).
               02 GEN-DRCR-CODE   PIC X.
               02 GEN-AMOUNT      PIC 9(7)V99.
               02 GEN-EFFECTIVE-DATE.
                   03 GEN-EFF-DD   PIC 99.
                   03 GEN-EFF-MM   PIC 99.
                   03 GEN-EFF-CCYY PIC 9999.
               02 GEN-ACCOUNT-NUMBER PIC 9(3).
               02 GEN-KEYED-BY    PIC X(8).
               02 GEN-APPROVED-BY PIC X(8).
               02 GEN-ID-CHECK    PIC 9.

      *    THE OUTGOING COLLECTION FILE: ONE HEADER WITH THE SEQUENCE,
      *    ONE LINE PER COLLECTION, ONE TRAILER THE BANK PROVES IT BY.
       FD SUBMISSION-FILE.
           01 SUBMISSION-HEADER-RECORD.
               02 DSH-RECORD-TYPE     PIC X.
               02 DSH-SEQUENCE        PIC 9(7).
               02 DSH-FILE-DATE       PIC 9(8).
               02 DSH-SOURCE          PIC X(10).
           01 SUBMISSION-DETAIL-RECORD.
               02 DSD-RECORD-TYPE     PIC X.
               02 DSD-ID-NUMBER       PIC 9(7).
               02 DSD-REFERENCE       PIC X(18).
               02 DSD-SORT-CODE       PIC 9(6).
               02 DSD-BANK-ACCOUNT    PIC 9(8).
               02 DSD-ACCOUNT-NAME    PIC X(18).
               02 DSD-AMOUNT          PIC 9(7)V99.
               02 DSD-COLLECTION-DATE PIC 9(8).
           01 SUBMISSION-TRAILER-RECORD.
               02 DST-RECORD-TYPE     PIC X.
               02 DST-RECORD-COUNT    PIC 9(7).
               02 DST-ID-HASH         PIC 9(11).
               02 DST-AMOUNT-TOTAL    PIC 9(11)V99.

      *    THE BANK'S RETURNED-ITEMS FILE: A HEADER NAMING THE
      *    SUBMISSION IT ANSWERS, ONE LINE PER COLLECTION RETURNED
      *    UNPAID WITH THE BANK'S REASON, AND A TRAILER.
       FD BANK-RETURN-FILE.
           01 RETURN-DETAIL-RECORD.
               02 DRD-RECORD-TYPE     PIC X.
                   88 DRD-IS-HEADER       VALUE "H".
                   88 DRD-IS-DETAIL       VALUE "D".
                   88 DRD-IS-TRAILER      VALUE "T".
               02 DRD-ID-NUMBER       PIC 9(7).
               02 DRD-REFERENCE       PIC X(18).
               02 DRD-AMOUNT          PIC 9(7)V99.
               02 DRD-COLLECTION-DATE PIC 9(8).
               02 DRD-REASON          PIC X(4).
           01 RETURN-HEADER-RECORD.
               02 FILLER              PIC X.
               02 DRH-SEQUENCE        PIC 9(7).
           01 RETURN-TRAILER-RECORD.
               02 FILLER              PIC X.
               02 DRT-RECORD-COUNT    PIC 9(7).
               02 DRT-AMOUNT-TOTAL    PIC 9(9)V99.

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY CUSTOMER-DATA
                         CDR-ID-NUMBER         BY ID-NUMBER
                         CDR-CUSTOMER-NAME     BY CUSTOMER-NAME
                         CDR-F-NAME            BY F-NAME
                         CDR-L-NAME            BY L-NAME
                         CDR-DATE-OF-BIRTH     BY DATE-OF-BIRTH
                         CDR-DOB-DD            BY DOB-DD
                         CDR-DOB-MM            BY DOB-MM
                         CDR-DOB-CCYY          BY DOB-CCYY
                         CDR-AGE               BY AGE
                         CDR-SCORE             BY SCORE
                         CDR-CAN-VOTE-FLAG     BY CAN-VOTE-FLAG
                         CDR-CANT-VOTE-FLAG    BY CANT-VOTE-FLAG
                         CDR-CAN-VOTE          BY CAN-VOTE
                         CDR-CUSTOMER-BALANCE  BY CUSTOMER-BALANCE
                         CDR-LAST-ACTIVITY     BY LAST-ACTIVITY
                         CDR-LAST-ACT-CCYY     BY LAST-ACT-CCYY
                         CDR-LAST-ACT-MM       BY LAST-ACT-MM
                         CDR-LAST-ACT-DD       BY LAST-ACT-DD
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-CREDIT-LIMIT      BY CREDIT-LIMIT
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF.

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".

       FD CONTACT-LOG-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

           77 WS-LOCK-HELD-SWITCH   PIC X VALUE "N".
               88 WS-LOCK-HELD-BY-US VALUE "Y".

           01 WS-RUN-LOG-STATUS     PIC X(2) VALUE SPACES.
               88 RUN-LOG-OK            VALUE "00".
               88 RUN-LOG-NOT-FOUND     VALUE "35".

           01 WS-RLG-EVENT          PIC X(5) VALUE SPACES.
           77 WS-RLG-READ           PIC 9(7) VALUE ZERO.
           77 WS-RLG-WRITTEN        PIC 9(7) VALUE ZERO.

           01 WS-PARMS-STATUS       PIC X(2) VALUE SPACES.
               88 PARMS-OK              VALUE "00".
               88 PARMS-NOT-FOUND       VALUE "35".

           77 PARMS-EOF             PIC X VALUE "N".
               88 PARMS-EOF-REACHED VALUE "Y".

           77 WS-BUSINESS-DATE-PARM PIC X(8) VALUE SPACES.

      *    DD-RETURN-FEE AND DD-MAX-RETURNS, WITH THEIR DEFAULTS.
           77 WS-RETURN-FEE         PIC 9(7)V99 VALUE 15.00.
           77 WS-MAX-RETURNS        PIC 9(3) VALUE 2.
           01 WS-COUNT-PARM         PIC X(3) VALUE SPACES.
           01 WS-COUNT-PARM-NUM REDEFINES WS-COUNT-PARM PIC 9(3).
           01 WS-AMOUNT-PARM        PIC X(9) VALUE SPACES.
           01 WS-AMOUNT-PARM-NUM REDEFINES WS-AMOUNT-PARM
                                    PIC 9(7)V99.

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-MANDATES-STATUS    PIC X(2) VALUE SPACES.
               88 MANDATES-OK           VALUE "00".
               88 MANDATES-NOT-FOUND    VALUE "35".

           01 WS-WORK-STATUS        PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".

           01 WS-CONTROL-STATUS     PIC X(2) VALUE SPACES.
               88 CONTROL-OK            VALUE "00".
               88 CONTROL-NOT-FOUND     VALUE "35".

           77 WS-LAST-SENT-SEQ      PIC 9(7) VALUE ZERO.
           77 WS-LAST-RETURNED-SEQ  PIC 9(7) VALUE ZERO.
           77 WS-SUBMISSION-SEQ     PIC 9(7) VALUE ZERO.
           77 WS-RETURN-SEQ         PIC 9(7) VALUE ZERO.
           01 WS-GAP-FILL-ANSWER    PIC X VALUE SPACE.

           01 WS-GENERATED-STATUS   PIC X(2) VALUE SPACES.
               88 GENERATED-OK          VALUE "00".
               88 GENERATED-NOT-FOUND   VALUE "35".
           77 WS-GENERATED-FILE-NAME PIC X(40)
                                    VALUE "STANDING-TRANS.dat".

           01 WS-SUBMISSION-STATUS  PIC X(2) VALUE SPACES.
               88 SUBMISSION-OK         VALUE "00".
           77 WS-SUBMISSION-FILE-NAME PIC X(40) VALUE SPACES.

           01 WS-RETURN-STATUS      PIC X(2) VALUE SPACES.
               88 RETURN-OK             VALUE "00".
               88 RETURN-NOT-FOUND      VALUE "35".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-ACCOUNTS-STATUS    PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

           01 WS-SUSPENSE-STATUS    PIC X(2) VALUE SPACES.
               88 SUSPENSE-OK           VALUE "00".
               88 SUSPENSE-NOT-FOUND    VALUE "35".

           01 WS-CONTACT-STATUS     PIC X(2) VALUE SPACES.
               88 CONTACT-OK            VALUE "00".
               88 CONTACT-NOT-FOUND     VALUE "35".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 MANDATES-EOF          PIC X VALUE "N".
               88 MANDATES-EOF-REACHED VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".
           77 GENERATED-EOF         PIC X VALUE "N".
               88 GENERATED-EOF-REACHED VALUE "Y".
           77 RETURN-EOF            PIC X VALUE "N".
               88 RETURN-EOF-REACHED VALUE "Y".
           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".
           77 WS-SWEEP-SWITCH       PIC X VALUE "N".
               88 WS-SWEEP-DONE         VALUE "Y".
           77 WS-ACCOUNT-SWITCH     PIC X VALUE "N".
               88 WS-ACCOUNT-READY      VALUE "Y".
           77 WS-STOPPED-SWITCH     PIC X VALUE "N".
               88 WS-STOPPED-SEEN       VALUE "Y".

           77 WS-PV-EOF             PIC X VALUE "N".
               88 WS-PV-EOF-REACHED     VALUE "Y".
           77 WS-PV-HEADER-SWITCH   PIC X VALUE "N".
               88 WS-PV-HEADER-SEEN     VALUE "Y".
           77 WS-PV-TRAILER-SWITCH  PIC X VALUE "N".
               88 WS-PV-TRAILER-SEEN    VALUE "Y".
           77 WS-PV-DETAIL-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-PV-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           77 WS-PV-TRAILER-COUNT   PIC 9(7) VALUE ZERO.
           77 WS-PV-TRAILER-AMOUNT  PIC 9(9)V99 VALUE ZERO.

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
               88 WS-MODE-MAINTAIN      VALUE "M".
               88 WS-MODE-SUBMIT        VALUE "S".
               88 WS-MODE-RETURNS       VALUE "R".

           01 WS-MENU-CHOICE        PIC X VALUE SPACE.
               88 WS-CHOICE-ADD         VALUE "A".
               88 WS-CHOICE-CANCEL      VALUE "C".
               88 WS-CHOICE-LIST        VALUE "L".
               88 WS-CHOICE-EXIT        VALUE "X".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           01 WS-DATE-EDIT-NUM      PIC 9(8).

           01 WS-COLLECTION-DATE.
               02 WS-COLL-CCYY       PIC 9999.
               02 WS-COLL-MM         PIC 99.
               02 WS-COLL-DD         PIC 99.
           01 WS-COLLECTION-DATE-NUM REDEFINES WS-COLLECTION-DATE
                                    PIC 9(8).

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

      *    THE MANDATE UNDER ENTRY, MIRRORING THE FILE LAYOUT THE WAY
      *    FILES-50 MIRRORS ITS PLAN.
           01 WS-MANDATE.
               02 WS-DDM-ID-NUMBER    PIC 9(7).
               02 WS-DDM-REFERENCE    PIC X(18).
               02 WS-DDM-SORT-CODE    PIC 9(6).
               02 WS-DDM-BANK-ACCOUNT PIC 9(8).
               02 WS-DDM-ACCOUNT-NAME PIC X(18).

           77 WS-CANCEL-ID          PIC 9(7) VALUE ZERO.
           77 WS-CANCEL-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-RUNNING-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-REFERENCE-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-MANDATES-LISTED    PIC 9(5) VALUE ZERO.

      *    EVERY MANDATE ON FILE, IN FILE ORDER, SO THE RETURNS RUN CAN
      *    PARK THE FILE BACK ENTRY FOR ENTRY WITH ITS NEW COUNTS.
           01 WS-MANDATE-TABLE.
               02 WS-MDT-ENTRY OCCURS 500 TIMES.
                   03 WS-MDT-ID-NUMBER    PIC 9(7).
                   03 WS-MDT-REFERENCE    PIC X(18).
                   03 WS-MDT-SORT-CODE    PIC 9(6).
                   03 WS-MDT-BANK-ACCOUNT PIC 9(8).
                   03 WS-MDT-ACCOUNT-NAME PIC X(18).
                   03 WS-MDT-STATUS       PIC X.
                   03 WS-MDT-RETURN-COUNT PIC 9(3).
                   03 WS-MDT-NEW-RETURNS  PIC 9(3).
                   03 WS-MDT-STOP-SW      PIC X.
           77 WS-MDT-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-MDT-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-MDT-PICK           PIC 9(3) COMP VALUE ZERO.

      *    THE DAY'S COLLECTIONS, GATHERED BEFORE THE FILE IS OPENED SO
      *    A DAY WITH NOTHING TO COLLECT SENDS NOTHING.
           01 WS-COLLECTION-TABLE.
               02 WS-COL-ENTRY OCCURS 500 TIMES.
                   03 WS-COL-ID-NUMBER   PIC 9(7).
                   03 WS-COL-MANDATE     PIC 9(3) COMP.
                   03 WS-COL-AMOUNT      PIC 9(7)V99.
                   03 WS-COL-DATE        PIC 9(8).
           77 WS-COL-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-COL-SUB            PIC 9(3) COMP VALUE ZERO.

      *    THE RETURNED COLLECTIONS. WS-RTN-MATCH IS "M" ONCE THE
      *    LEDGER PASS HAS TIED THE RETURN TO THE CREDIT IT REVERSES,
      *    WITH THAT CREDIT'S POSTING STAMP AND ACCOUNT.
           01 WS-RETURN-TABLE.
               02 WS-RTN-ENTRY OCCURS 500 TIMES.
                   03 WS-RTN-ID-NUMBER   PIC 9(7).
                   03 WS-RTN-REFERENCE   PIC X(18).
                   03 WS-RTN-AMOUNT      PIC 9(7)V99.
                   03 WS-RTN-COLL-DATE   PIC 9(8).
                   03 WS-RTN-REASON      PIC X(4).
                   03 WS-RTN-VALID       PIC X.
                   03 WS-RTN-MATCH       PIC X.
                   03 WS-RTN-ORIG-DATE   PIC 9(8).
                   03 WS-RTN-ORIG-TIME   PIC 9(8).
                   03 WS-RTN-ORIG-ACCOUNT PIC 9(3).
           77 WS-RTN-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-RTN-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-RTN-PICK           PIC 9(3) COMP VALUE ZERO.

           77 WS-BEFORE-BALANCE     PIC S9(7)V99 VALUE ZERO.
           77 WS-OTHER-ACCOUNT-SUM  PIC S9(9)V99 VALUE ZERO.
           77 WS-NEW-RETURN-COUNT   PIC 9(3) VALUE ZERO.
           01 WS-SUSPENSE-REASON    PIC X(30) VALUE SPACES.
           77 WS-SUSPENSE-AMOUNT    PIC 9(7)V99 VALUE ZERO.
           77 WS-SUSPENSE-ACCOUNT   PIC 9(3) VALUE ZERO.
           77 WS-RETURN-COUNT-EDIT  PIC ZZ9.

           77 WS-ORDERS-READ        PIC 9(7) VALUE ZERO.
           77 WS-NOT-ON-DD          PIC 9(7) VALUE ZERO.
           77 WS-STOPPED-ORDERS     PIC 9(7) VALUE ZERO.
           77 WS-COLLECTION-HASH    PIC 9(11) VALUE ZERO.
           77 WS-COLLECTION-TOTAL   PIC 9(11)V99 VALUE ZERO.

           77 WS-RETURNS-READ       PIC 9(7) VALUE ZERO.
           77 WS-RETURNS-TOTAL      PIC 9(9)V99 VALUE ZERO.
           77 WS-REVERSED-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-REVERSED-TOTAL     PIC 9(9)V99 VALUE ZERO.
           77 WS-FEES-CHARGED       PIC 9(7) VALUE ZERO.
           77 WS-FEES-TOTAL         PIC 9(9)V99 VALUE ZERO.
           77 WS-SUSPENDED-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-SUSPENDED-TOTAL    PIC 9(9)V99 VALUE ZERO.
           77 WS-CONTACTS-LOGGED    PIC 9(7) VALUE ZERO.
           77 WS-MANDATES-STOPPED   PIC 9(7) VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

           01 WS-REGISTER-HEAD-LINE.
               02 FILLER             PIC X(41) VALUE
                   "DIRECT-DEBIT RETURNS -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(12) VALUE
                   "  SEQUENCE ".
               02 HL-SEQUENCE        PIC 9(7).

           01 WS-REGISTER-TERMS-LINE.
               02 FILLER             PIC X(20) VALUE
                   "RETURNED-ITEM FEE ".
               02 TM-RETURN-FEE      PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(26) VALUE
                   "  MANDATE STOPPED AFTER ".
               02 TM-MAX-RETURNS     PIC ZZ9.
               02 FILLER             PIC X(8) VALUE " RETURNS".

           01 WS-REGISTER-COL-LINE.
               02 FILLER             PIC X(40) VALUE
                   "ID       NAME                  COLLECTED".
               02 FILLER             PIC X(48) VALUE
                   "         AMOUNT  RSN  OUTCOME".

           01 WS-REGISTER-LINE.
               02 RL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-NAME            PIC X(21).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-COLL-DATE       PIC 9(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-AMOUNT          PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-REASON          PIC X(4).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-OUTCOME         PIC X(60).

           01 WS-REGISTER-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 TL-AMOUNT          PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "DIRECT DEBITS"
           DISPLAY "  M = MAINTAIN MANDATES"
           DISPLAY "  S = BUILD THE COLLECTION FILE FOR THE BANK"
           DISPLAY "  R = PROCESS THE BANK'S RETURNED ITEMS"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           EVALUATE TRUE
               WHEN WS-MODE-MAINTAIN
                   PERFORM 1000-MAINTAIN-MANDATES THRU 1000-EXIT
               WHEN WS-MODE-SUBMIT
                   PERFORM 5000-BUILD-SUBMISSION THRU 5000-EXIT
               WHEN WS-MODE-RETURNS
                   PERFORM 6000-PROCESS-RETURNS THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0050-SIGN-ON.
      *    THE OPERATOR MUST BE ON OPERATORS.dat BEFORE ANYTHING ELSE
      *    RUNS; A MISSING OPERATOR FILE REFUSES EVERYONE RATHER THAN
      *    LETTING ANYONE THROUGH UNRECORDED.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-NOT-FOUND
               DISPLAY "NO OPERATOR FILE ON HAND -- SIGN-ON REFUSED"
               GO TO 0050-EXIT
           END-IF
           IF NOT OPERATORS-OK
               DISPLAY "OPERATORS-FILE OPEN FAILED, STATUS: "
                   WS-OPERATORS-STATUS
               GO TO 0050-EXIT
           END-IF
           PERFORM 0060-MATCH-OPERATOR THRU 0060-EXIT
               UNTIL WS-SIGNED-ON OR OPERATORS-EOF-REACHED
           CLOSE OPERATORS-FILE
           IF NOT WS-SIGNED-ON
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT ON THE "
                   "OPERATOR FILE -- SIGN-ON REFUSED"
           END-IF.
       0050-EXIT.
           EXIT.

       0060-MATCH-OPERATOR.
           READ OPERATORS-FILE
               AT END
                   SET OPERATORS-EOF-REACHED TO TRUE
                   GO TO 0060-EXIT
           END-READ
           IF OPR-OPERATOR-ID = WS-OPERATOR-ID
               SET WS-SIGNED-ON TO TRUE
               DISPLAY "SIGNED ON: " OPR-OPERATOR-NAME
           END-IF.
       0060-EXIT.
           EXIT.

       0100-READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF PARMS-NOT-FOUND
               DISPLAY "NO RUN-PARMS FILE -- DEFAULTS IN EFFECT"
               GO TO 0100-EXIT
           END-IF
           IF NOT PARMS-OK
               DISPLAY "RUN-PARMS-FILE OPEN FAILED, STATUS: "
                   WS-PARMS-STATUS
               GO TO 0100-EXIT
           END-IF
           PERFORM 0150-APPLY-PARM THRU 0150-EXIT
               UNTIL PARMS-EOF-REACHED
           CLOSE RUN-PARMS-FILE.
       0100-EXIT.
           EXIT.

       0150-APPLY-PARM.
           READ RUN-PARMS-FILE
               AT END
                   SET PARMS-EOF-REACHED TO TRUE
                   GO TO 0150-EXIT
           END-READ
           EVALUATE PRM-KEYWORD
               WHEN "BUSINESS-DATE"
                   MOVE PRM-VALUE (1:8) TO WS-BUSINESS-DATE-PARM
               WHEN "STANDING-TRANS-FILE"
                   MOVE PRM-VALUE TO WS-GENERATED-FILE-NAME
               WHEN "DD-RETURN-FEE"
                   MOVE PRM-VALUE (1:9) TO WS-AMOUNT-PARM
                   IF WS-AMOUNT-PARM-NUM IS NOT NUMERIC
                       DISPLAY "RUN-PARM DD-RETURN-FEE NOT NUMERIC -- "
                           "DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-AMOUNT-PARM-NUM TO WS-RETURN-FEE
               WHEN "DD-MAX-RETURNS"
      *            A MANDATE MUST BE ALLOWED AT LEAST THE ONE RETURN
      *            THAT STOPS IT, SO ZERO KEEPS THE DEFAULT TOO.
                   MOVE PRM-VALUE (1:3) TO WS-COUNT-PARM
                   IF WS-COUNT-PARM IS NOT NUMERIC
                       OR WS-COUNT-PARM-NUM = ZERO
                       DISPLAY "RUN-PARM DD-MAX-RETURNS NOT A NUMBER "
                           "OF RETURNS -- DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-COUNT-PARM-NUM TO WS-MAX-RETURNS
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
           DISPLAY "RUN-PARM " PRM-KEYWORD " = " PRM-VALUE.
       0150-EXIT.
           EXIT.

       0200-WRITE-RUN-LOG.
      *    SAME OPEN-EXTEND-PER-WRITE PATTERN AS CUSTOM-DATA-
      *    CLASSIFICATION'S 1900-WRITE-ELIGIBILITY, SO THE LOG IS ON
      *    DISK EVEN IF THE RUN DIES LATER.
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-NOT-FOUND
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           IF NOT RUN-LOG-OK
               DISPLAY "RUN-LOG-FILE OPEN FAILED, STATUS: "
                   WS-RUN-LOG-STATUS
               GO TO 0200-EXIT
           END-IF
           ACCEPT RLG-DATE FROM DATE YYYYMMDD
           ACCEPT RLG-TIME FROM TIME
           MOVE "FILES-55" TO RLG-PROGRAM-ID
           MOVE WS-RLG-EVENT   TO RLG-EVENT
           MOVE WS-RLG-READ    TO RLG-RECORDS-READ
           MOVE WS-RLG-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE RETURN-CODE    TO RLG-RETURN-CODE
           WRITE RLG-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       0200-EXIT.
           EXIT.

       0300-ACQUIRE-LOCK.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               CONTINUE
           ELSE
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-HELD
                           DISPLAY "RUN LOCK HELD BY " LCK-PROGRAM
                               "SINCE " LCK-DATE " " LCK-TIME
                               " -- RUN REFUSED (FILES-25 INSPECTS "
                               "AND CLEARS A STALE LOCK)"
                           MOVE 1 TO RETURN-CODE
                           SET WS-ABORT-REQUESTED TO TRUE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-ABORT-REQUESTED
               GO TO 0300-EXIT
           END-IF
           OPEN OUTPUT LOCK-FILE
           MOVE "L" TO LCK-STATE
           MOVE "X" TO LCK-TYPE
           MOVE "FILES-55" TO LCK-PROGRAM
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-LOCK-RECORD
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD-BY-US TO TRUE.
       0300-EXIT.
           EXIT.

       0350-CHECK-LOCK.
      *    MAINTENANCE ONLY APPENDS OR REWRITES THE MANDATE FILE, BUT
      *    MUST NOT START WHILE THE RETURNS RUN HAS IT PARKED FOR ITS
      *    REBUILD.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               GO TO 0350-EXIT
           END-IF
           READ LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-HELD AND LCK-EXCLUSIVE
                       DISPLAY "RUN LOCK HELD BY " LCK-PROGRAM
                           "SINCE " LCK-DATE " " LCK-TIME
                           " -- RUN REFUSED (FILES-25 INSPECTS "
                           "AND CLEARS A STALE LOCK)"
                       MOVE 1 TO RETURN-CODE
                       SET WS-ABORT-REQUESTED TO TRUE
                   END-IF
           END-READ
           CLOSE LOCK-FILE.
       0350-EXIT.
           EXIT.

       0400-RELEASE-LOCK.
           IF WS-LOCK-HELD-BY-US
               OPEN OUTPUT LOCK-FILE
               MOVE "F" TO LCK-STATE
               MOVE SPACE TO LCK-TYPE
               MOVE "FILES-55" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       0500-SET-BUSINESS-DATE.
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4).
       0500-EXIT.
           EXIT.

       0550-READ-DD-CONTROL.
      *    NO CONTROL FILE MEANS NOTHING HAS EVER BEEN SENT.
           OPEN INPUT DD-CONTROL-FILE
           IF CONTROL-NOT-FOUND
               GO TO 0550-EXIT
           END-IF
           IF NOT CONTROL-OK
               DISPLAY "DD-CONTROL-FILE OPEN FAILED, STATUS: "
                   WS-CONTROL-STATUS " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0550-EXIT
           END-IF
           READ DD-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DDC-LAST-SENT-SEQ     TO WS-LAST-SENT-SEQ
                   MOVE DDC-LAST-RETURNED-SEQ TO WS-LAST-RETURNED-SEQ
           END-READ
           CLOSE DD-CONTROL-FILE.
       0550-EXIT.
           EXIT.

       0600-WRITE-DD-CONTROL.
      *    THE CALLER HAS MOVED WHICHEVER MARK IT ADVANCES; THE OTHER
      *    IS CARRIED ACROSS AS READ.
           OPEN OUTPUT DD-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "DD-CONTROL-FILE REWRITE FAILED, STATUS: "
                   WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 0600-EXIT
           END-IF
           MOVE WS-LAST-SENT-SEQ     TO DDC-LAST-SENT-SEQ
           MOVE WS-LAST-RETURNED-SEQ TO DDC-LAST-RETURNED-SEQ
           WRITE DD-CONTROL-RECORD
           CLOSE DD-CONTROL-FILE.
       0600-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    EACH PRINT FILE GOES ON REPORT-CATALOG.dat THE WAY FILES-32
      *    REGISTERS ITS OWN, REREAD FOR ITS LINE COUNT SO THE CATALOG
      *    PROVES WHAT IS ON DISK. THE COLLECTION FILE IS CATALOGUED
      *    THE SAME WAY, THROUGH WS-REPORT-FILE-NAME.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT REPORT-FILE
           IF REPORT-OK
               PERFORM 0720-COUNT-REPORT-LINE THRU 0720-EXIT
                   UNTIL WS-RPC-EOF-REACHED
               CLOSE REPORT-FILE
           END-IF

           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN EXTEND REPORT-CATALOG-FILE
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "REPORT-CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-RPT-CATALOG-STATUS
               GO TO 0700-EXIT
           END-IF
           MOVE "FILES-55" TO RPC-PROGRAM
           MOVE WS-REPORT-FILE-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE 1 TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0700-EXIT.
           EXIT.

       0720-COUNT-REPORT-LINE.
           READ REPORT-FILE
               AT END
                   SET WS-RPC-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPC-LINES
           END-READ.
       0720-EXIT.
           EXIT.

       1000-MAINTAIN-MANDATES.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 0350-CHECK-LOCK THRU 0350-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-CHOICE-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "DIRECT-DEBIT MANDATE MAINTENANCE"
           DISPLAY "  A = SET UP A MANDATE"
           DISPLAY "  C = CANCEL THE MANDATE FOR AN ID"
           DISPLAY "  L = LIST MANDATES"
           DISPLAY "  X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-MANDATE THRU 3000-EXIT
               WHEN WS-CHOICE-CANCEL
                   PERFORM 3500-CANCEL-MANDATE THRU 3500-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 4000-LIST-MANDATES THRU 4000-EXIT
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-MANDATE.
           DISPLAY "ID-NUMBER: " WITH NO ADVANCING
           ACCEPT WS-DDM-ID-NUMBER
           DISPLAY "MANDATE REFERENCE (AS ON THE FORM): "
               WITH NO ADVANCING
           ACCEPT WS-DDM-REFERENCE
           DISPLAY "SORT CODE (999999): " WITH NO ADVANCING
           ACCEPT WS-DDM-SORT-CODE
           DISPLAY "BANK ACCOUNT NUMBER (99999999): " WITH NO ADVANCING
           ACCEPT WS-DDM-BANK-ACCOUNT
           DISPLAY "ACCOUNT NAME: " WITH NO ADVANCING
           ACCEPT WS-DDM-ACCOUNT-NAME

           IF WS-DDM-ID-NUMBER IS NOT NUMERIC
               OR WS-DDM-ID-NUMBER = ZERO
               DISPLAY "INVALID ID-NUMBER -- NOT SET UP"
               GO TO 3000-EXIT
           END-IF
           IF WS-DDM-REFERENCE = SPACES
               DISPLAY "MANDATE REFERENCE IS REQUIRED -- NOT SET UP"
               GO TO 3000-EXIT
           END-IF
           IF WS-DDM-SORT-CODE IS NOT NUMERIC
               OR WS-DDM-SORT-CODE = ZERO
               DISPLAY "INVALID SORT CODE -- NOT SET UP"
               GO TO 3000-EXIT
           END-IF
           IF WS-DDM-BANK-ACCOUNT IS NOT NUMERIC
               OR WS-DDM-BANK-ACCOUNT = ZERO
               DISPLAY "INVALID BANK ACCOUNT NUMBER -- NOT SET UP"
               GO TO 3000-EXIT
           END-IF
           IF WS-DDM-ACCOUNT-NAME = SPACES
               DISPLAY "ACCOUNT NAME IS REQUIRED -- NOT SET UP"
               GO TO 3000-EXIT
           END-IF

      *    A MANDATE IS ONLY SET UP FOR A CUSTOMER ON THE MASTER; A
      *    WRITTEN-OFF CUSTOMER IS NOT COLLECTED FROM BY DIRECT DEBIT.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE WS-DDM-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " WS-DDM-ID-NUMBER " NOT ON THE "
                       "MASTER -- NOT SET UP"
                   CLOSE CUSTOMERS-FILE
                   GO TO 3000-EXIT
           END-READ
           CLOSE CUSTOMERS-FILE
           IF WRITTEN-OFF
               DISPLAY "ID " WS-DDM-ID-NUMBER " IS WRITTEN OFF -- "
                   "NOT SET UP"
               GO TO 3000-EXIT
           END-IF

      *    ONE ACTIVE MANDATE PER ID, AND A BANK REFERENCE IS NEVER
      *    USED TWICE -- THE RETURNS RUN FINDS THE MANDATE BY IT.
           MOVE ZERO TO WS-RUNNING-COUNT
           MOVE ZERO TO WS-REFERENCE-COUNT
           MOVE "N" TO MANDATES-EOF
           OPEN INPUT MANDATES-FILE
           IF MANDATES-OK
               PERFORM 3100-CHECK-MANDATE THRU 3100-EXIT
                   UNTIL MANDATES-EOF-REACHED
               CLOSE MANDATES-FILE
           END-IF
           IF WS-RUNNING-COUNT IS GREATER THAN ZERO
               DISPLAY "ID " WS-DDM-ID-NUMBER " ALREADY HAS AN ACTIVE "
                   "MANDATE -- NOT SET UP"
               GO TO 3000-EXIT
           END-IF
           IF WS-REFERENCE-COUNT IS GREATER THAN ZERO
               DISPLAY "MANDATE REFERENCE " WS-DDM-REFERENCE
                   " IS ALREADY ON FILE -- NOT SET UP"
               GO TO 3000-EXIT
           END-IF

           OPEN EXTEND MANDATES-FILE
           IF MANDATES-NOT-FOUND
               OPEN OUTPUT MANDATES-FILE
               CLOSE MANDATES-FILE
               OPEN EXTEND MANDATES-FILE
           END-IF
           IF NOT MANDATES-OK
               DISPLAY "MANDATES-FILE OPEN FAILED, STATUS: "
                   WS-MANDATES-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE WS-DDM-ID-NUMBER    TO DDM-ID-NUMBER
           MOVE WS-DDM-REFERENCE    TO DDM-REFERENCE
           MOVE WS-DDM-SORT-CODE    TO DDM-SORT-CODE
           MOVE WS-DDM-BANK-ACCOUNT TO DDM-BANK-ACCOUNT
           MOVE WS-DDM-ACCOUNT-NAME TO DDM-ACCOUNT-NAME
           SET DDM-ACTIVE TO TRUE
           MOVE ZERO TO DDM-RETURN-COUNT
           MOVE ZERO TO DDM-LAST-RETURN-DATE
           MOVE WS-OPERATOR-ID      TO DDM-SET-UP-BY
           MOVE WS-CURRENT-DATE-NUM TO DDM-SET-UP-DATE
           MOVE ZERO TO DDM-STATUS-DATE
           WRITE DDM-MANDATE-RECORD
           CLOSE MANDATES-FILE
           DISPLAY "MANDATE SET UP FOR ID " WS-DDM-ID-NUMBER.
       3000-EXIT.
           EXIT.

       3100-CHECK-MANDATE.
           READ MANDATES-FILE
               AT END
                   SET MANDATES-EOF-REACHED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF DDM-ID-NUMBER = WS-DDM-ID-NUMBER AND DDM-ACTIVE
               ADD 1 TO WS-RUNNING-COUNT
           END-IF
           IF DDM-REFERENCE = WS-DDM-REFERENCE
               ADD 1 TO WS-REFERENCE-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3500-CANCEL-MANDATE.
      *    THE FILE IS REWRITTEN IN ONE PASS WITH THE ACTIVE MANDATE
      *    FLAGGED CANCELLED, THROUGH THE SAME PARK-AND-REBUILD WORK
      *    FILE FILES-31 USES, SO A DROPPED SESSION LEAVES THE
      *    MANDATES AS IT FOUND THEM.
           DISPLAY "ID-NUMBER TO CANCEL: " WITH NO ADVANCING
           ACCEPT WS-CANCEL-ID
           MOVE ZERO TO WS-CANCEL-COUNT

           MOVE "N" TO MANDATES-EOF
           OPEN INPUT MANDATES-FILE
           IF MANDATES-NOT-FOUND
               DISPLAY "NO MANDATES FILE ON HAND"
               GO TO 3500-EXIT
           END-IF
           OPEN OUTPUT MANDATES-WORK-FILE
           PERFORM 3600-PARK-MANDATE THRU 3600-EXIT
               UNTIL MANDATES-EOF-REACHED
           CLOSE MANDATES-FILE
           CLOSE MANDATES-WORK-FILE

           PERFORM 3700-REBUILD-MANDATES THRU 3700-EXIT

           IF WS-CANCEL-COUNT = ZERO
               DISPLAY "NO ACTIVE MANDATE FOR ID " WS-CANCEL-ID
           ELSE
               DISPLAY "MANDATE CANCELLED FOR ID " WS-CANCEL-ID
           END-IF.
       3500-EXIT.
           EXIT.

       3600-PARK-MANDATE.
           READ MANDATES-FILE
               AT END
                   SET MANDATES-EOF-REACHED TO TRUE
                   GO TO 3600-EXIT
           END-READ
           IF DDM-ID-NUMBER = WS-CANCEL-ID AND DDM-ACTIVE
               SET DDM-CANCELLED TO TRUE
               MOVE WS-CURRENT-DATE-NUM TO DDM-STATUS-DATE
               ADD 1 TO WS-CANCEL-COUNT
           END-IF
           MOVE SPACES TO MWK-RECORD
           MOVE DDM-MANDATE-RECORD TO MWK-RECORD
           WRITE MWK-RECORD.
       3600-EXIT.
           EXIT.

       3700-REBUILD-MANDATES.
           MOVE "N" TO WORK-EOF
           OPEN OUTPUT MANDATES-FILE
           IF NOT MANDATES-OK
               DISPLAY "MANDATES-FILE REBUILD FAILED, STATUS: "
                   WS-MANDATES-STATUS " -- THE UPDATED MANDATES ARE "
                   "ON DD-MANDATES-WORK.dat"
               MOVE 1 TO RETURN-CODE
               GO TO 3700-EXIT
           END-IF
           OPEN INPUT MANDATES-WORK-FILE
           PERFORM 3800-COPY-BACK-MANDATE THRU 3800-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE MANDATES-WORK-FILE
           CLOSE MANDATES-FILE.
       3700-EXIT.
           EXIT.

       3800-COPY-BACK-MANDATE.
           READ MANDATES-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE MWK-RECORD TO DDM-MANDATE-RECORD
                   WRITE DDM-MANDATE-RECORD
           END-READ.
       3800-EXIT.
           EXIT.

       4000-LIST-MANDATES.
           MOVE "N" TO MANDATES-EOF
           MOVE ZERO TO WS-MANDATES-LISTED
           OPEN INPUT MANDATES-FILE
           IF MANDATES-NOT-FOUND
               DISPLAY "NO MANDATES FILE ON HAND"
               GO TO 4000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "ID      ST REFERENCE          SORT   ACCOUNT  "
               "RET LAST RET SET UP"
           PERFORM 4100-LIST-ONE-MANDATE THRU 4100-EXIT
               UNTIL MANDATES-EOF-REACHED
           CLOSE MANDATES-FILE
           DISPLAY "MANDATES ON FILE: " WS-MANDATES-LISTED.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-MANDATE.
           READ MANDATES-FILE
               AT END
                   SET MANDATES-EOF-REACHED TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-MANDATES-LISTED
           DISPLAY DDM-ID-NUMBER " " DDM-STATUS "  " DDM-REFERENCE
               " " DDM-SORT-CODE " " DDM-BANK-ACCOUNT " "
               DDM-RETURN-COUNT " " DDM-LAST-RETURN-DATE " "
               DDM-SET-UP-DATE " " DDM-SET-UP-BY.
       4100-EXIT.
           EXIT.

       4500-LOAD-MANDATES.
      *    NO MANDATE FILE SIMPLY MEANS NOBODY PAYS BY DIRECT DEBIT.
           MOVE ZERO TO WS-MDT-COUNT
           MOVE "N" TO MANDATES-EOF
           OPEN INPUT MANDATES-FILE
           IF MANDATES-NOT-FOUND
               GO TO 4500-EXIT
           END-IF
           IF NOT MANDATES-OK
               DISPLAY "MANDATES-FILE OPEN FAILED, STATUS: "
                   WS-MANDATES-STATUS " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 4500-EXIT
           END-IF
           PERFORM 4550-LOAD-ONE-MANDATE THRU 4550-EXIT
               UNTIL MANDATES-EOF-REACHED
           CLOSE MANDATES-FILE.
       4500-EXIT.
           EXIT.

       4550-LOAD-ONE-MANDATE.
           READ MANDATES-FILE
               AT END
                   SET MANDATES-EOF-REACHED TO TRUE
                   GO TO 4550-EXIT
           END-READ
      *    THE RETURNS RUN PARKS THE FILE BACK ENTRY FOR ENTRY, SO A
      *    MANDATE THAT CANNOT BE HELD STOPS THE RUN.
           IF WS-MDT-COUNT IS NOT LESS THAN 500
               DISPLAY "MANDATE TABLE FULL -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               SET MANDATES-EOF-REACHED TO TRUE
               GO TO 4550-EXIT
           END-IF
           ADD 1 TO WS-MDT-COUNT
           MOVE DDM-ID-NUMBER    TO WS-MDT-ID-NUMBER (WS-MDT-COUNT)
           MOVE DDM-REFERENCE    TO WS-MDT-REFERENCE (WS-MDT-COUNT)
           MOVE DDM-SORT-CODE    TO WS-MDT-SORT-CODE (WS-MDT-COUNT)
           MOVE DDM-BANK-ACCOUNT TO WS-MDT-BANK-ACCOUNT (WS-MDT-COUNT)
           MOVE DDM-ACCOUNT-NAME TO WS-MDT-ACCOUNT-NAME (WS-MDT-COUNT)
           MOVE DDM-STATUS       TO WS-MDT-STATUS (WS-MDT-COUNT)
           MOVE DDM-RETURN-COUNT TO WS-MDT-RETURN-COUNT (WS-MDT-COUNT)
           MOVE ZERO TO WS-MDT-NEW-RETURNS (WS-MDT-COUNT)
           MOVE "N" TO WS-MDT-STOP-SW (WS-MDT-COUNT).
       4550-EXIT.
           EXIT.

       4600-FIND-ACTIVE-MANDATE.
      *    LEAVES WS-MDT-PICK ON THE ACTIVE MANDATE FOR WS-COL-ID OR
      *    ZERO, AND NOTES WHETHER A STOPPED ONE WAS SEEN ON THE WAY.
           MOVE ZERO TO WS-MDT-PICK
           MOVE "N" TO WS-STOPPED-SWITCH
           PERFORM 4650-TEST-MANDATE THRU 4650-EXIT
               VARYING WS-MDT-SUB FROM 1 BY 1
               UNTIL WS-MDT-SUB IS GREATER THAN WS-MDT-COUNT
                   OR WS-MDT-PICK IS GREATER THAN ZERO.
       4600-EXIT.
           EXIT.

       4650-TEST-MANDATE.
           IF WS-MDT-ID-NUMBER (WS-MDT-SUB) NOT EQUAL GEN-ID-NUMBER
               GO TO 4650-EXIT
           END-IF
           IF WS-MDT-STATUS (WS-MDT-SUB) = "A"
               MOVE WS-MDT-SUB TO WS-MDT-PICK
           END-IF
           IF WS-MDT-STATUS (WS-MDT-SUB) = "S"
               SET WS-STOPPED-SEEN TO TRUE
           END-IF.
       4650-EXIT.
           EXIT.

       5000-BUILD-SUBMISSION.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0550-READ-DD-CONTROL THRU 0550-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4500-LOAD-MANDATES THRU 4500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 5100-GATHER-COLLECTIONS THRU 5100-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               AND WS-COL-COUNT IS GREATER THAN ZERO
               PERFORM 5200-WRITE-SUBMISSION THRU 5200-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           DISPLAY " "
           DISPLAY "DIRECT-DEBIT SUBMISSION -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  ORDERS READ:            " WS-ORDERS-READ
           DISPLAY "  COLLECTIONS SUBMITTED:  " WS-COL-COUNT
           MOVE WS-COLLECTION-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  AMOUNT SUBMITTED:       " WS-AMOUNT-EDIT
           DISPLAY "  CREDITS NOT ON DD:      " WS-NOT-ON-DD
           DISPLAY "  MANDATE STOPPED:        " WS-STOPPED-ORDERS
           IF WS-STOPPED-ORDERS IS GREATER THAN ZERO
               DISPLAY "*** ORDERS ABOVE HAVE A STOPPED MANDATE -- "
                   "COLLECT BY HAND ***"
               MOVE 1 TO RETURN-CODE
           END-IF

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-ORDERS-READ TO WS-RLG-READ
           MOVE WS-COL-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       5000-EXIT.
           EXIT.

       5100-GATHER-COLLECTIONS.
           MOVE "N" TO GENERATED-EOF
           OPEN INPUT GENERATED-FILE
           IF GENERATED-NOT-FOUND
               DISPLAY "NO GENERATED BATCH " WS-GENERATED-FILE-NAME
                   " ON HAND -- NOTHING TO COLLECT"
               GO TO 5100-EXIT
           END-IF
           IF NOT GENERATED-OK
               DISPLAY "GENERATED-FILE OPEN FAILED, STATUS: "
                   WS-GENERATED-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5100-EXIT
           END-IF
           PERFORM 5150-GATHER-ONE-ORDER THRU 5150-EXIT
               UNTIL GENERATED-EOF-REACHED
           CLOSE GENERATED-FILE
           IF WS-COL-COUNT = ZERO AND NOT WS-ABORT-REQUESTED
               DISPLAY "NO DIRECT-DEBIT COLLECTIONS DUE -- NO FILE "
                   "SENT"
           END-IF.
       5100-EXIT.
           EXIT.

       5150-GATHER-ONE-ORDER.
           READ GENERATED-FILE
               AT END
                   SET GENERATED-EOF-REACHED TO TRUE
                   GO TO 5150-EXIT
           END-READ
           ADD 1 TO WS-ORDERS-READ
      *    ONLY A CREDIT ORDER IS MONEY THE CUSTOMER PAYS US.
           IF GEN-DRCR-CODE NOT EQUAL "C"
               GO TO 5150-EXIT
           END-IF
           PERFORM 4600-FIND-ACTIVE-MANDATE THRU 4600-EXIT
           IF WS-MDT-PICK = ZERO
               IF WS-STOPPED-SEEN
                   ADD 1 TO WS-STOPPED-ORDERS
                   MOVE GEN-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY "EXCEPTION -- ORDER FOR ID " GEN-ID-NUMBER
                       " (" WS-AMOUNT-EDIT ") -- MANDATE STOPPED, "
                       "NOT SUBMITTED"
               ELSE
                   ADD 1 TO WS-NOT-ON-DD
               END-IF
               GO TO 5150-EXIT
           END-IF
      *    A COLLECTION LEFT OFF THE FILE WOULD BE BOOKED BY FILES-9
      *    BUT NEVER COLLECTED, SO A FULL TABLE STOPS THE RUN.
           IF WS-COL-COUNT IS NOT LESS THAN 500
               DISPLAY "COLLECTION TABLE FULL -- RUN REFUSED, NOTHING "
                   "SENT"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               SET GENERATED-EOF-REACHED TO TRUE
               GO TO 5150-EXIT
           END-IF
           ADD 1 TO WS-COL-COUNT
           MOVE GEN-EFF-CCYY TO WS-COLL-CCYY
           MOVE GEN-EFF-MM   TO WS-COLL-MM
           MOVE GEN-EFF-DD   TO WS-COLL-DD
           MOVE GEN-ID-NUMBER TO WS-COL-ID-NUMBER (WS-COL-COUNT)
           MOVE WS-MDT-PICK   TO WS-COL-MANDATE (WS-COL-COUNT)
           MOVE GEN-AMOUNT    TO WS-COL-AMOUNT (WS-COL-COUNT)
           MOVE WS-COLLECTION-DATE-NUM TO WS-COL-DATE (WS-COL-COUNT).
       5150-EXIT.
           EXIT.

       5200-WRITE-SUBMISSION.
      *    THE DAY'S FILE IS CHECKED FIRST: ONE ALREADY ON DISK MAY NOT
      *    HAVE GONE TO THE BANK YET, AND OPENING IT OUTPUT WOULD LOSE
      *    THE COLLECTIONS IT CARRIES.
           MOVE SPACES TO WS-SUBMISSION-FILE-NAME
           STRING "DD-SUBMISSION-"  DELIMITED BY SIZE
                  WS-CURRENT-DATE   DELIMITED BY SIZE
                  ".dat"            DELIMITED BY SIZE
               INTO WS-SUBMISSION-FILE-NAME
           END-STRING
           OPEN INPUT SUBMISSION-FILE
           IF SUBMISSION-OK
               CLOSE SUBMISSION-FILE
               DISPLAY WS-SUBMISSION-FILE-NAME " ALREADY EXISTS -- "
                   "SUBMISSION REFUSED, THE DAY'S FILE IS MADE"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               MOVE ZERO TO WS-COL-COUNT
               GO TO 5200-EXIT
           END-IF
           OPEN OUTPUT SUBMISSION-FILE
           IF NOT SUBMISSION-OK
               DISPLAY "SUBMISSION-FILE OPEN FAILED, STATUS: "
                   WS-SUBMISSION-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               MOVE ZERO TO WS-COL-COUNT
               GO TO 5200-EXIT
           END-IF

           COMPUTE WS-SUBMISSION-SEQ = WS-LAST-SENT-SEQ + 1
           MOVE "H" TO DSH-RECORD-TYPE
           MOVE WS-SUBMISSION-SEQ TO DSH-SEQUENCE
           MOVE WS-CURRENT-DATE-NUM TO DSH-FILE-DATE
           MOVE "FILES-55" TO DSH-SOURCE
           WRITE SUBMISSION-HEADER-RECORD

           PERFORM 5250-WRITE-ONE-COLLECTION THRU 5250-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-COL-COUNT

           MOVE "T" TO DST-RECORD-TYPE
           MOVE WS-COL-COUNT        TO DST-RECORD-COUNT
           MOVE WS-COLLECTION-HASH  TO DST-ID-HASH
           MOVE WS-COLLECTION-TOTAL TO DST-AMOUNT-TOTAL
           WRITE SUBMISSION-TRAILER-RECORD
           CLOSE SUBMISSION-FILE

      *    THE SEQUENCE COUNTS AS SENT ONLY NOW THE FILE IS WHOLE.
           MOVE WS-SUBMISSION-SEQ TO WS-LAST-SENT-SEQ
           PERFORM 0600-WRITE-DD-CONTROL THRU 0600-EXIT
           DISPLAY "SUBMISSION SEQUENCE " WS-SUBMISSION-SEQ
               " WRITTEN TO " WS-SUBMISSION-FILE-NAME
           MOVE WS-SUBMISSION-FILE-NAME TO WS-REPORT-FILE-NAME
           PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT.
       5200-EXIT.
           EXIT.

       5250-WRITE-ONE-COLLECTION.
           MOVE WS-COL-MANDATE (WS-COL-SUB) TO WS-MDT-SUB
           MOVE "D" TO DSD-RECORD-TYPE
           MOVE WS-COL-ID-NUMBER (WS-COL-SUB) TO DSD-ID-NUMBER
           MOVE WS-MDT-REFERENCE (WS-MDT-SUB) TO DSD-REFERENCE
           MOVE WS-MDT-SORT-CODE (WS-MDT-SUB) TO DSD-SORT-CODE
           MOVE WS-MDT-BANK-ACCOUNT (WS-MDT-SUB) TO DSD-BANK-ACCOUNT
           MOVE WS-MDT-ACCOUNT-NAME (WS-MDT-SUB) TO DSD-ACCOUNT-NAME
           MOVE WS-COL-AMOUNT (WS-COL-SUB) TO DSD-AMOUNT
           MOVE WS-COL-DATE (WS-COL-SUB) TO DSD-COLLECTION-DATE
           WRITE SUBMISSION-DETAIL-RECORD
           ADD WS-COL-ID-NUMBER (WS-COL-SUB) TO WS-COLLECTION-HASH
           ADD WS-COL-AMOUNT (WS-COL-SUB) TO WS-COLLECTION-TOTAL.
       5250-EXIT.
           EXIT.

       6000-PROCESS-RETURNS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0550-READ-DD-CONTROL THRU 0550-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6100-PROVE-RETURNS THRU 6100-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6200-LOAD-RETURNS THRU 6200-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4500-LOAD-MANDATES THRU 4500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6400-MATCH-CREDITS THRU 6400-EXIT
               PERFORM 6500-OPEN-POSTING-FILES THRU 6500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 7000-WORK-RETURN THRU 7000-EXIT
                   VARYING WS-RTN-PICK FROM 1 BY 1
                   UNTIL WS-RTN-PICK IS GREATER THAN WS-RTN-COUNT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 8600-REBUILD-RETURNED THRU 8600-EXIT
      *        A GAP FILL PROCESSES A SEQUENCE FROM BEHIND THE
      *        HIGH-WATER MARK; THE MARK ITSELF NEVER MOVES BACKWARD.
               IF WS-RETURN-SEQ IS GREATER THAN WS-LAST-RETURNED-SEQ
                   MOVE WS-RETURN-SEQ TO WS-LAST-RETURNED-SEQ
               END-IF
               PERFORM 0600-WRITE-DD-CONTROL THRU 0600-EXIT
               DISPLAY "RETURN SEQUENCE " WS-RETURN-SEQ " RECORDED"
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-RETURNS-READ TO WS-RLG-READ
           MOVE WS-REVERSED-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       6000-EXIT.
           EXIT.

       6100-PROVE-RETURNS.
      *    THE WHOLE FILE IS PROVED BEFORE ANYTHING POSTS: A TRANSFER
      *    CUT SHORT WOULD OTHERWISE REVERSE HALF THE BOUNCES AND LEAVE
      *    THE REST FOR NOBODY TO NOTICE.
           MOVE "N" TO WS-PV-EOF
           OPEN INPUT BANK-RETURN-FILE
           IF RETURN-NOT-FOUND
               DISPLAY "NO RETURNED-ITEMS FILE ON HAND -- NOTHING TO "
                   "PROCESS"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF NOT RETURN-OK
               DISPLAY "BANK-RETURN-FILE OPEN FAILED, STATUS: "
                   WS-RETURN-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6100-EXIT
           END-IF
           PERFORM 6150-PV-TALLY-RECORD THRU 6150-EXIT
               UNTIL WS-PV-EOF-REACHED
           CLOSE BANK-RETURN-FILE

           IF NOT WS-PV-HEADER-SEEN
               DISPLAY "*** RETURNED-ITEMS FILE HAS NO SEQUENCE "
                   "HEADER -- REFUSED BEFORE POSTING ***"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF NOT WS-PV-TRAILER-SEEN
               DISPLAY "*** RETURNED-ITEMS FILE HAS NO TRAILER -- "
                   "TRANSFER INCOMPLETE, REFUSED BEFORE POSTING ***"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF WS-PV-TRAILER-COUNT NOT EQUAL WS-PV-DETAIL-COUNT
               OR WS-PV-TRAILER-AMOUNT NOT EQUAL WS-PV-AMOUNT
               DISPLAY "*** RETURNED-ITEMS FILE SHORT-SHIPPED -- "
                   "TRAILER DISAGREES WITH DETAILS READ, REFUSED "
                   "BEFORE POSTING ***"
               DISPLAY "    TRAILER COUNT " WS-PV-TRAILER-COUNT
                   " READ " WS-PV-DETAIL-COUNT
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.

       6150-PV-TALLY-RECORD.
           READ BANK-RETURN-FILE
               AT END
                   SET WS-PV-EOF-REACHED TO TRUE
                   GO TO 6150-EXIT
           END-READ
           EVALUATE TRUE
               WHEN DRD-IS-HEADER
                   SET WS-PV-HEADER-SEEN TO TRUE
               WHEN DRD-IS-TRAILER
                   SET WS-PV-TRAILER-SEEN TO TRUE
                   MOVE DRT-RECORD-COUNT TO WS-PV-TRAILER-COUNT
                   MOVE DRT-AMOUNT-TOTAL TO WS-PV-TRAILER-AMOUNT
               WHEN DRD-IS-DETAIL
                   ADD 1 TO WS-PV-DETAIL-COUNT
      *            AN UNPARSEABLE AMOUNT IS LEFT OUT OF THE TALLY SO
      *            THE TRAILER FLAGS THE FILE, AS IN FILES-20.
                   IF DRD-AMOUNT IS NUMERIC
                       ADD DRD-AMOUNT TO WS-PV-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       6150-EXIT.
           EXIT.

       6200-LOAD-RETURNS.
      *    THE RETURN MUST NAME THE SUBMISSION IT ANSWERS. A SEQUENCE
      *    ALREADY PROCESSED WOULD REVERSE EVERY BOUNCE TWICE AND IS
      *    REFUSED UNLESS THE OPERATOR CONFIRMS A GAP FILL; ONE PAST
      *    THE LAST SENT ANSWERS NOTHING WE SENT; ONE PAST THE NEXT
      *    EXPECTED MEANS A RETURN NEVER ARRIVED AND IS FLAGGED FOR
      *    CHASING WHILE THIS FILE STILL POSTS.
           MOVE "N" TO RETURN-EOF
           OPEN INPUT BANK-RETURN-FILE
           IF NOT RETURN-OK
               DISPLAY "BANK-RETURN-FILE OPEN FAILED, STATUS: "
                   WS-RETURN-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6200-EXIT
           END-IF
           PERFORM 6290-READ-RETURN THRU 6290-EXIT
           IF RETURN-EOF-REACHED OR NOT DRD-IS-HEADER
               DISPLAY "*** RETURNED-ITEMS FILE DOES NOT OPEN WITH ITS "
                   "SEQUENCE HEADER -- RUN REFUSED ***"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE BANK-RETURN-FILE
               GO TO 6200-EXIT
           END-IF
           MOVE DRH-SEQUENCE TO WS-RETURN-SEQ
           DISPLAY "RETURN SEQUENCE " WS-RETURN-SEQ
               " (LAST PROCESSED " WS-LAST-RETURNED-SEQ
               ", LAST SENT " WS-LAST-SENT-SEQ ")"
           IF WS-RETURN-SEQ IS GREATER THAN WS-LAST-SENT-SEQ
               DISPLAY "*** SEQUENCE " WS-RETURN-SEQ " WAS NEVER "
                   "SUBMITTED -- RUN REFUSED ***"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE BANK-RETURN-FILE
               GO TO 6200-EXIT
           END-IF
           IF WS-RETURN-SEQ IS NOT GREATER THAN WS-LAST-RETURNED-SEQ
               DISPLAY "*** SEQUENCE " WS-RETURN-SEQ " IS AT OR "
                   "BELOW THE LAST PROCESSED SEQUENCE "
                   WS-LAST-RETURNED-SEQ " ***"
               DISPLAY "PROCESS IT ANYWAY AS A GAP FILL THAT NEVER "
                   "POSTED? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-GAP-FILL-ANSWER
               IF WS-GAP-FILL-ANSWER NOT EQUAL "Y"
                   DISPLAY "RUN REFUSED -- SEQUENCE TREATED AS "
                       "ALREADY PROCESSED"
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   CLOSE BANK-RETURN-FILE
                   GO TO 6200-EXIT
               END-IF
               DISPLAY "OPERATOR OVERRIDE ACCEPTED -- PROCESSING "
                   "SEQUENCE " WS-RETURN-SEQ " AS A GAP FILL"
           END-IF
           IF WS-RETURN-SEQ IS GREATER THAN WS-LAST-RETURNED-SEQ + 1
               DISPLAY "*** SEQUENCE GAP -- RETURNS BETWEEN "
                   WS-LAST-RETURNED-SEQ " AND " WS-RETURN-SEQ
                   " NEVER ARRIVED, CHASE THE BANK ***"
               MOVE 1 TO RETURN-CODE
           END-IF

           PERFORM 6290-READ-RETURN THRU 6290-EXIT
           PERFORM 6250-LOAD-ONE-RETURN THRU 6250-EXIT
               UNTIL RETURN-EOF-REACHED
           CLOSE BANK-RETURN-FILE.
       6200-EXIT.
           EXIT.

       6250-LOAD-ONE-RETURN.
           IF DRD-IS-TRAILER
               GO TO 6250-NEXT
           END-IF
      *    EVERY RETURN MUST BE WORKED OR SUSPENDED, SO A FILE THAT
      *    WILL NOT FIT IS REFUSED BEFORE ANYTHING POSTS.
           IF WS-RTN-COUNT IS NOT LESS THAN 500
               DISPLAY "RETURN TABLE FULL -- RUN REFUSED, ASK THE BANK "
                   "TO SPLIT THE FILE"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               SET RETURN-EOF-REACHED TO TRUE
               GO TO 6250-EXIT
           END-IF
           ADD 1 TO WS-RTN-COUNT
           ADD 1 TO WS-RETURNS-READ
           MOVE "Y" TO WS-RTN-VALID (WS-RTN-COUNT)
           MOVE "N" TO WS-RTN-MATCH (WS-RTN-COUNT)
           MOVE DRD-REFERENCE TO WS-RTN-REFERENCE (WS-RTN-COUNT)
           MOVE DRD-REASON    TO WS-RTN-REASON (WS-RTN-COUNT)
           MOVE ZERO TO WS-RTN-ORIG-DATE (WS-RTN-COUNT)
           MOVE ZERO TO WS-RTN-ORIG-TIME (WS-RTN-COUNT)
           MOVE ZERO TO WS-RTN-ORIG-ACCOUNT (WS-RTN-COUNT)
           IF DRD-ID-NUMBER IS NUMERIC
               MOVE DRD-ID-NUMBER TO WS-RTN-ID-NUMBER (WS-RTN-COUNT)
           ELSE
               MOVE ZERO TO WS-RTN-ID-NUMBER (WS-RTN-COUNT)
           END-IF
           IF DRD-AMOUNT IS NUMERIC
               MOVE DRD-AMOUNT TO WS-RTN-AMOUNT (WS-RTN-COUNT)
               ADD DRD-AMOUNT TO WS-RETURNS-TOTAL
           ELSE
               MOVE ZERO TO WS-RTN-AMOUNT (WS-RTN-COUNT)
           END-IF
           IF DRD-COLLECTION-DATE IS NUMERIC
               MOVE DRD-COLLECTION-DATE
                   TO WS-RTN-COLL-DATE (WS-RTN-COUNT)
           ELSE
               MOVE ZERO TO WS-RTN-COLL-DATE (WS-RTN-COUNT)
           END-IF
           IF NOT DRD-IS-DETAIL
               OR WS-RTN-ID-NUMBER (WS-RTN-COUNT) = ZERO
               OR DRD-AMOUNT IS NOT NUMERIC
               OR WS-RTN-COLL-DATE (WS-RTN-COUNT) = ZERO
               MOVE "N" TO WS-RTN-VALID (WS-RTN-COUNT)
           END-IF.
       6250-NEXT.
           PERFORM 6290-READ-RETURN THRU 6290-EXIT.
       6250-EXIT.
           EXIT.

       6290-READ-RETURN.
           READ BANK-RETURN-FILE
               AT END
                   SET RETURN-EOF-REACHED TO TRUE
           END-READ.
       6290-EXIT.
           EXIT.

       6400-MATCH-CREDITS.
      *    ONE PASS OVER THE LEDGER, IN POSTING ORDER, TIES EACH RETURN
      *    TO THE FILES-9 CREDIT ITS COLLECTION BOOKED. A REVERSAL
      *    ALREADY POINTING AT THE CREDIT FREES THE RETURN AGAIN, SO A
      *    CREDIT IS NEVER REVERSED TWICE AND A RETURN WITH NOTHING
      *    LEFT TO REVERSE GOES TO SUSPENSE.
           IF WS-RTN-COUNT = ZERO
               GO TO 6400-EXIT
           END-IF
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               GO TO 6400-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6400-EXIT
           END-IF
           PERFORM 6450-MATCH-ONE-MOVEMENT THRU 6450-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       6400-EXIT.
           EXIT.

       6450-MATCH-ONE-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 6450-EXIT
           END-READ
           MOVE ZERO TO WS-RTN-SUB
           IF LGR-TYPE-MONETARY AND LGR-DRCR-CODE = "C"
               PERFORM 6460-FIND-CREDIT THRU 6460-EXIT
                   VARYING WS-RTN-PICK FROM 1 BY 1
                   UNTIL WS-RTN-PICK IS GREATER THAN WS-RTN-COUNT
                       OR WS-RTN-SUB IS GREATER THAN ZERO
               IF WS-RTN-SUB IS GREATER THAN ZERO
                   MOVE "M" TO WS-RTN-MATCH (WS-RTN-SUB)
                   MOVE LGR-POSTING-DATE
                       TO WS-RTN-ORIG-DATE (WS-RTN-SUB)
                   MOVE LGR-POSTING-TIME
                       TO WS-RTN-ORIG-TIME (WS-RTN-SUB)
                   MOVE LGR-ACCOUNT-NUMBER
                       TO WS-RTN-ORIG-ACCOUNT (WS-RTN-SUB)
               END-IF
               GO TO 6450-EXIT
           END-IF
           IF LGR-TYPE-REVERSAL AND LGR-REV-ORIG-TYPE = "P"
               PERFORM 6470-FIND-REVERSED THRU 6470-EXIT
                   VARYING WS-RTN-PICK FROM 1 BY 1
                   UNTIL WS-RTN-PICK IS GREATER THAN WS-RTN-COUNT
                       OR WS-RTN-SUB IS GREATER THAN ZERO
               IF WS-RTN-SUB IS GREATER THAN ZERO
                   MOVE "N" TO WS-RTN-MATCH (WS-RTN-SUB)
               END-IF
           END-IF.
       6450-EXIT.
           EXIT.

       6460-FIND-CREDIT.
           IF WS-RTN-VALID (WS-RTN-PICK) = "Y"
               AND WS-RTN-MATCH (WS-RTN-PICK) = "N"
               AND WS-RTN-ID-NUMBER (WS-RTN-PICK) = LGR-ID-NUMBER
               AND WS-RTN-AMOUNT (WS-RTN-PICK) = LGR-AMOUNT
               AND WS-RTN-COLL-DATE (WS-RTN-PICK) = LGR-EFFECTIVE-DATE
               MOVE WS-RTN-PICK TO WS-RTN-SUB
           END-IF.
       6460-EXIT.
           EXIT.

       6470-FIND-REVERSED.
           IF WS-RTN-MATCH (WS-RTN-PICK) = "M"
               AND WS-RTN-ID-NUMBER (WS-RTN-PICK) = LGR-ID-NUMBER
               AND WS-RTN-ORIG-DATE (WS-RTN-PICK) = LGR-REV-POSTING-DATE
               AND WS-RTN-ORIG-TIME (WS-RTN-PICK) = LGR-REV-POSTING-TIME
               MOVE WS-RTN-PICK TO WS-RTN-SUB
           END-IF.
       6470-EXIT.
           EXIT.

       6500-OPEN-POSTING-FILES.
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6500-EXIT
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTS-NOT-FOUND
               OPEN OUTPUT ACCOUNTS-FILE
               CLOSE ACCOUNTS-FILE
               OPEN I-O ACCOUNTS-FILE
           END-IF
           IF NOT ACCOUNTS-OK
               DISPLAY "ACCOUNTS-FILE OPEN FAILED, STATUS: "
                   WS-ACCOUNTS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 6500-EXIT
           END-IF

           OPEN EXTEND LEDGER-FILE
           IF LEDGER-NOT-FOUND
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               GO TO 6500-EXIT
           END-IF

           OPEN EXTEND SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF
           IF NOT SUSPENSE-OK
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS: "
                   WS-SUSPENSE-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               GO TO 6500-EXIT
           END-IF

           OPEN EXTEND CONTACT-LOG-FILE
           IF CONTACT-NOT-FOUND
               OPEN OUTPUT CONTACT-LOG-FILE
               CLOSE CONTACT-LOG-FILE
               OPEN EXTEND CONTACT-LOG-FILE
           END-IF
           IF NOT CONTACT-OK
               DISPLAY "CONTACT-LOG-FILE OPEN FAILED, STATUS: "
                   WS-CONTACT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               CLOSE SUSPENSE-FILE
               GO TO 6500-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "DD-RETURN-REGISTER-" DELIMITED BY SIZE
                  WS-CURRENT-DATE       DELIMITED BY SIZE
                  ".rpt"                DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               CLOSE SUSPENSE-FILE
               CLOSE CONTACT-LOG-FILE
               GO TO 6500-EXIT
           END-IF

           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE WS-RETURN-SEQ TO HL-SEQUENCE
           WRITE REPORT-LINE FROM WS-REGISTER-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE WS-RETURN-FEE TO TM-RETURN-FEE
           MOVE WS-MAX-RETURNS TO TM-MAX-RETURNS
           WRITE REPORT-LINE FROM WS-REGISTER-TERMS-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-REGISTER-COL-LINE
               AFTER ADVANCING 2 LINES.
       6500-EXIT.
           EXIT.

       7000-WORK-RETURN.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-RTN-ID-NUMBER (WS-RTN-PICK) TO RL-ID-NUMBER
           MOVE WS-RTN-COLL-DATE (WS-RTN-PICK) TO RL-COLL-DATE
           MOVE WS-RTN-AMOUNT (WS-RTN-PICK)    TO RL-AMOUNT
           MOVE WS-RTN-REASON (WS-RTN-PICK)    TO RL-REASON
           MOVE SPACES TO SUS-F-NAME
           MOVE SPACES TO SUS-L-NAME
           MOVE WS-RTN-AMOUNT (WS-RTN-PICK) TO WS-SUSPENSE-AMOUNT
           MOVE 1 TO WS-SUSPENSE-ACCOUNT

           IF WS-RTN-VALID (WS-RTN-PICK) NOT EQUAL "Y"
               MOVE "INVALID DD RETURN LINE" TO WS-SUSPENSE-REASON
               PERFORM 7300-SUSPEND-RETURN THRU 7300-EXIT
               MOVE "SUSPENDED -- LINE UNREADABLE" TO RL-OUTCOME
               PERFORM 7800-PRINT-LINE THRU 7800-EXIT
               GO TO 7000-EXIT
           END-IF

           MOVE WS-RTN-ID-NUMBER (WS-RTN-PICK) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "DD RETURN -- ID NOT ON MASTER"
                       TO WS-SUSPENSE-REASON
                   PERFORM 7300-SUSPEND-RETURN THRU 7300-EXIT
                   MOVE "SUSPENDED -- ID NOT ON THE MASTER"
                       TO RL-OUTCOME
                   PERFORM 7800-PRINT-LINE THRU 7800-EXIT
                   GO TO 7000-EXIT
           END-READ
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO RL-NAME
           END-STRING
           MOVE F-NAME TO SUS-F-NAME
           MOVE L-NAME TO SUS-L-NAME

      *    THE CREDIT THE COLLECTION BOOKED COMES OFF FIRST; WITHOUT
      *    ONE ON THE LEDGER THE MONEY IS LEFT FOR FILES-10 TO PLACE,
      *    BUT THE BOUNCE ITSELF STILL HAPPENED AND IS STILL CHARGED,
      *    LOGGED AND COUNTED ON THE MANDATE.
           IF WS-RTN-MATCH (WS-RTN-PICK) = "M"
               PERFORM 7100-REVERSE-CREDIT THRU 7100-EXIT
           ELSE
               MOVE "DD RETURN -- NO CREDIT FOUND" TO WS-SUSPENSE-REASON
               PERFORM 7300-SUSPEND-RETURN THRU 7300-EXIT
               MOVE "SUSPENDED -- NO CREDIT TO REVERSE" TO RL-OUTCOME
           END-IF

           PERFORM 7200-CHARGE-FEE THRU 7200-EXIT
           PERFORM 7500-COUNT-ON-MANDATE THRU 7500-EXIT
           PERFORM 7800-PRINT-LINE THRU 7800-EXIT.
       7000-EXIT.
           EXIT.

       7100-REVERSE-CREDIT.
      *    THE ACCOUNT THE CREDIT HIT IS READ BEFORE THE MASTER IS
      *    TOUCHED, SO A MISSING ACCOUNT LEAVES BOTH AS THEY WERE AND
      *    THE RETURN GOES TO SUSPENSE, AS FILES-48 REFUSES IT.
           IF WS-RTN-ORIG-ACCOUNT (WS-RTN-PICK) IS GREATER THAN ZERO
               MOVE ID-NUMBER TO ACT-ID-NUMBER
               MOVE WS-RTN-ORIG-ACCOUNT (WS-RTN-PICK)
                   TO ACT-ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY
                       MOVE "DD RETURN -- ACCOUNT NOT ON FILE"
                           TO WS-SUSPENSE-REASON
                       MOVE WS-RTN-ORIG-ACCOUNT (WS-RTN-PICK)
                           TO WS-SUSPENSE-ACCOUNT
                       PERFORM 7300-SUSPEND-RETURN THRU 7300-EXIT
                       MOVE "SUSPENDED -- ACCOUNT NO LONGER ON FILE"
                           TO RL-OUTCOME
                       GO TO 7100-EXIT
               END-READ
           END-IF

      *    THE REVERSAL IS NOT CUSTOMER ACTIVITY AND, LIKE A FILES-48
      *    REVERSAL, IS NOT HELD UP BY THE CREDIT LIMIT -- THE MONEY
      *    WAS NEVER RECEIVED.
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           ADD WS-RTN-AMOUNT (WS-RTN-PICK) TO CUSTOMER-BALANCE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                   MOVE 1 TO RETURN-CODE
                   MOVE "DD RETURN -- REWRITE FAILED"
                       TO WS-SUSPENSE-REASON
                   PERFORM 7300-SUSPEND-RETURN THRU 7300-EXIT
                   MOVE "SUSPENDED -- MASTER REWRITE FAILED"
                       TO RL-OUTCOME
                   GO TO 7100-EXIT
           END-REWRITE

           IF WS-RTN-ORIG-ACCOUNT (WS-RTN-PICK) IS GREATER THAN ZERO
               ADD WS-RTN-AMOUNT (WS-RTN-PICK) TO ACT-ACCOUNT-BALANCE
               REWRITE ACT-ACCOUNT-DATA
                   INVALID KEY
                       DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                           ID-NUMBER " ACCOUNT "
                           WS-RTN-ORIG-ACCOUNT (WS-RTN-PICK)
                           ", STATUS: " WS-ACCOUNTS-STATUS
                           " -- PUT IT RIGHT THROUGH FILES-33"
                       MOVE 1 TO RETURN-CODE
               END-REWRITE
           END-IF

           MOVE ID-NUMBER           TO LGR-ID-NUMBER
           MOVE WS-RTN-ORIG-ACCOUNT (WS-RTN-PICK)
                                    TO LGR-ACCOUNT-NUMBER
           MOVE "D"                 TO LGR-DRCR-CODE
           SET LGR-TYPE-REVERSAL    TO TRUE
           MOVE WS-RTN-AMOUNT (WS-RTN-PICK) TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO LGR-EFFECTIVE-DATE
           MOVE WS-BEFORE-BALANCE   TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE    TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE WS-RTN-ORIG-DATE (WS-RTN-PICK) TO LGR-REV-POSTING-DATE
           MOVE WS-RTN-ORIG-TIME (WS-RTN-PICK) TO LGR-REV-POSTING-TIME
           MOVE "P"                 TO LGR-REV-ORIG-TYPE
           MOVE "RDD"               TO LGR-REV-REASON
           WRITE LGR-LEDGER-RECORD

           ADD 1 TO WS-REVERSED-COUNT
           ADD WS-RTN-AMOUNT (WS-RTN-PICK) TO WS-REVERSED-TOTAL
           MOVE "CREDIT REVERSED" TO RL-OUTCOME.
       7100-EXIT.
           EXIT.

       7200-CHARGE-FEE.
      *    NO FEE FOR A WRITTEN-OFF CUSTOMER (THE FILES-52 RULE), AND
      *    A FEE THAT WOULD BREACH A NON-ZERO CREDIT LIMIT GOES TO
      *    SUSPENSE UNDER SOURCE FILES-55 FOR THE FILES-10 REVIEW.
           IF WS-RETURN-FEE = ZERO OR WRITTEN-OFF
               GO TO 7200-EXIT
           END-IF
           IF CREDIT-LIMIT IS NUMERIC
               AND CREDIT-LIMIT IS GREATER THAN ZERO
               AND CUSTOMER-BALANCE + WS-RETURN-FEE
                   IS GREATER THAN CREDIT-LIMIT
               MOVE "OVER CREDIT LIMIT" TO WS-SUSPENSE-REASON
               MOVE WS-RETURN-FEE TO WS-SUSPENSE-AMOUNT
               MOVE 1 TO WS-SUSPENSE-ACCOUNT
               PERFORM 7300-SUSPEND-RETURN THRU 7300-EXIT
               PERFORM 7290-APPEND-OUTCOME THRU 7290-EXIT
               GO TO 7200-EXIT
           END-IF

           PERFORM 7250-RESOLVE-ACCOUNT THRU 7250-EXIT
           IF NOT WS-ACCOUNT-READY
               MOVE 1 TO RETURN-CODE
               GO TO 7200-EXIT
           END-IF

           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           ADD WS-RETURN-FEE TO CUSTOMER-BALANCE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                       " -- RETURNED-ITEM FEE NOT CHARGED"
                   MOVE 1 TO RETURN-CODE
                   GO TO 7200-EXIT
           END-REWRITE

           ADD WS-RETURN-FEE TO ACT-ACCOUNT-BALANCE
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER " ACCOUNT 001, STATUS: "
                       WS-ACCOUNTS-STATUS
                       " -- PUT IT RIGHT THROUGH FILES-33"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE

           MOVE ID-NUMBER            TO LGR-ID-NUMBER
           MOVE 1                    TO LGR-ACCOUNT-NUMBER
           MOVE "D"                  TO LGR-DRCR-CODE
           SET LGR-TYPE-RETURN-FEE   TO TRUE
           MOVE WS-RETURN-FEE        TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM  TO LGR-EFFECTIVE-DATE
           MOVE WS-BEFORE-BALANCE    TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE     TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD

           ADD 1 TO WS-FEES-CHARGED
           ADD WS-RETURN-FEE TO WS-FEES-TOTAL.
       7200-EXIT.
           EXIT.

       7250-RESOLVE-ACCOUNT.
      *    THE FEE LANDS ON THE DEFAULT ACCOUNT 001, AUTO-OPENED FOR A
      *    LEGACY CUSTOMER AND SEEDED SO THE ACCOUNTS STILL SUM TO THE
      *    MASTER BALANCE -- THE SAME RULE FILES-9 FOLLOWS.
           MOVE "N" TO WS-ACCOUNT-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE 1 TO ACT-ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   PERFORM 7260-OPEN-DEFAULT-ACCOUNT THRU 7260-EXIT
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-READ.
       7250-EXIT.
           EXIT.

       7260-OPEN-DEFAULT-ACCOUNT.
           MOVE ZERO TO WS-OTHER-ACCOUNT-SUM
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 7270-SUM-OTHER-ACCOUNT THRU 7270-EXIT
               UNTIL WS-SWEEP-DONE

           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE 1 TO ACT-ACCOUNT-NUMBER
           SET ACT-TYPE-REGULAR TO TRUE
           COMPUTE ACT-ACCOUNT-BALANCE =
               CUSTOMER-BALANCE - WS-OTHER-ACCOUNT-SUM
           MOVE WS-CURRENT-DATE TO ACT-LAST-ACTIVITY
           MOVE SPACES TO ACT-DEPOSIT-TERMS
           WRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE WRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-ACCOUNTS-STATUS
                       " -- RETURNED-ITEM FEE NOT CHARGED"
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-WRITE.
       7260-EXIT.
           EXIT.

       7270-SUM-OTHER-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 7270-EXIT
           END-READ
           IF ACT-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 7270-EXIT
           END-IF
           ADD ACT-ACCOUNT-BALANCE TO WS-OTHER-ACCOUNT-SUM.
       7270-EXIT.
           EXIT.

       7290-APPEND-OUTCOME.
           IF RL-OUTCOME = "CREDIT REVERSED"
               MOVE "CREDIT REVERSED, FEE SUSPENDED -- OVER LIMIT"
                   TO RL-OUTCOME
           END-IF
           IF RL-OUTCOME = SPACES
               MOVE "FEE SUSPENDED -- OVER CREDIT LIMIT" TO RL-OUTCOME
           END-IF.
       7290-EXIT.
           EXIT.

       7300-SUSPEND-RETURN.
      *    SOURCE FILES-55 KEEPS THE ITEM OUT OF THE FILES-45 NIGHTLY
      *    RE-MATCH -- IT WAITS FOR THE FILES-10 REVIEW.
           ADD 1 TO WS-SUSPENDED-COUNT
           ADD WS-SUSPENSE-AMOUNT TO WS-SUSPENDED-TOTAL
           MOVE WS-RTN-ID-NUMBER (WS-RTN-PICK) TO SUS-ID-NUMBER
           MOVE WS-SUSPENSE-REASON TO SUS-REASON
           MOVE WS-CURRENT-DATE TO SUS-DATE
           MOVE "FILES-55"      TO SUS-SOURCE
           MOVE "D"             TO SUS-DRCR-CODE
           MOVE WS-SUSPENSE-AMOUNT TO SUS-AMOUNT
           MOVE WS-SUSPENSE-ACCOUNT TO SUS-ACCOUNT
           WRITE SUS-SUSPENSE-RECORD.
       7300-EXIT.
           EXIT.

       7400-LOG-CONTACT.
      *    THE CALLER HAS FILLED CTL-REASON-CODE AND CTL-TEXT. THE
      *    FOLLOW-UP IS THE BUSINESS DATE, SO THE ENTRY IS ON THE
      *    FILES-38 CALLS-DUE LIST AND THE PHONE DESK SEES IT.
           MOVE ID-NUMBER TO CTL-ID-NUMBER
           ACCEPT CTL-DATE FROM DATE YYYYMMDD
           ACCEPT CTL-TIME FROM TIME
           MOVE "FILES-55" TO CTL-OPERATOR
           MOVE WS-CURRENT-DATE-NUM TO CTL-FOLLOW-UP
           WRITE CTL-CONTACT-RECORD
           ADD 1 TO WS-CONTACTS-LOGGED.
       7400-EXIT.
           EXIT.

       7500-COUNT-ON-MANDATE.
           MOVE "DDR" TO CTL-REASON-CODE
           MOVE SPACES TO CTL-TEXT
           MOVE WS-RTN-AMOUNT (WS-RTN-PICK) TO WS-AMOUNT-EDIT
           STRING "DD COLLECTION " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT   DELIMITED BY SIZE
                  " RETURNED, REASON " DELIMITED BY SIZE
                  WS-RTN-REASON (WS-RTN-PICK) DELIMITED BY SIZE
               INTO CTL-TEXT
           END-STRING
           PERFORM 7400-LOG-CONTACT THRU 7400-EXIT

      *    THE RETURN IS COUNTED ON THE MANDATE THE BANK NAMES; WITH NO
      *    SUCH REFERENCE, ON THE CUSTOMER'S ACTIVE MANDATE.
           MOVE ZERO TO WS-MDT-PICK
           PERFORM 7550-FIND-RETURN-MANDATE THRU 7550-EXIT
               VARYING WS-MDT-SUB FROM 1 BY 1
               UNTIL WS-MDT-SUB IS GREATER THAN WS-MDT-COUNT
                   OR WS-MDT-PICK IS GREATER THAN ZERO
           IF WS-MDT-PICK = ZERO
               PERFORM 7560-FIND-ID-MANDATE THRU 7560-EXIT
                   VARYING WS-MDT-SUB FROM 1 BY 1
                   UNTIL WS-MDT-SUB IS GREATER THAN WS-MDT-COUNT
                       OR WS-MDT-PICK IS GREATER THAN ZERO
           END-IF
           IF WS-MDT-PICK = ZERO
               DISPLAY "NOTE -- NO MANDATE ON FILE FOR THE RETURN ON "
                   "ID " ID-NUMBER
               GO TO 7500-EXIT
           END-IF

           ADD 1 TO WS-MDT-NEW-RETURNS (WS-MDT-PICK)
           COMPUTE WS-NEW-RETURN-COUNT =
               WS-MDT-RETURN-COUNT (WS-MDT-PICK)
               + WS-MDT-NEW-RETURNS (WS-MDT-PICK)
           IF WS-MDT-STATUS (WS-MDT-PICK) NOT EQUAL "A"
               OR WS-NEW-RETURN-COUNT IS LESS THAN WS-MAX-RETURNS
               GO TO 7500-EXIT
           END-IF

           MOVE "S" TO WS-MDT-STATUS (WS-MDT-PICK)
           MOVE "Y" TO WS-MDT-STOP-SW (WS-MDT-PICK)
           ADD 1 TO WS-MANDATES-STOPPED
           MOVE WS-NEW-RETURN-COUNT TO WS-RETURN-COUNT-EDIT
           MOVE "DDS" TO CTL-REASON-CODE
           MOVE SPACES TO CTL-TEXT
           STRING "DD MANDATE STOPPED AFTER " DELIMITED BY SIZE
                  WS-RETURN-COUNT-EDIT        DELIMITED BY SIZE
                  " RETURNS -- NEW FORM NEEDED" DELIMITED BY SIZE
               INTO CTL-TEXT
           END-STRING
           PERFORM 7400-LOG-CONTACT THRU 7400-EXIT
           DISPLAY "MANDATE " WS-MDT-REFERENCE (WS-MDT-PICK)
               " FOR ID " ID-NUMBER " STOPPED AFTER "
               WS-RETURN-COUNT-EDIT " RETURNS".
       7500-EXIT.
           EXIT.

       7550-FIND-RETURN-MANDATE.
           IF WS-MDT-REFERENCE (WS-MDT-SUB) =
                   WS-RTN-REFERENCE (WS-RTN-PICK)
               AND WS-MDT-ID-NUMBER (WS-MDT-SUB) = ID-NUMBER
               MOVE WS-MDT-SUB TO WS-MDT-PICK
           END-IF.
       7550-EXIT.
           EXIT.

       7560-FIND-ID-MANDATE.
           IF WS-MDT-ID-NUMBER (WS-MDT-SUB) = ID-NUMBER
               AND WS-MDT-STATUS (WS-MDT-SUB) = "A"
               MOVE WS-MDT-SUB TO WS-MDT-PICK
           END-IF.
       7560-EXIT.
           EXIT.

       7800-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-REGISTER-LINE
               AFTER ADVANCING 1 LINE.
       7800-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "RETURNS ON THE FILE" TO TL-LABEL
           MOVE WS-RETURNS-READ TO TL-COUNT
           MOVE WS-RETURNS-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CREDITS REVERSED" TO TL-LABEL
           MOVE WS-REVERSED-COUNT TO TL-COUNT
           MOVE WS-REVERSED-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RETURNED-ITEM FEES CHARGED" TO TL-LABEL
           MOVE WS-FEES-CHARGED TO TL-COUNT
           MOVE WS-FEES-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "SUSPENDED FOR FILES-10" TO TL-LABEL
           MOVE WS-SUSPENDED-COUNT TO TL-COUNT
           MOVE WS-SUSPENDED-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO TL-AMOUNT
           MOVE "MANDATES STOPPED" TO TL-LABEL
           MOVE WS-MANDATES-STOPPED TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "DIRECT-DEBIT RETURNS -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           MOVE WS-RETURNS-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  RETURNS READ:           " WS-RETURNS-READ
               "  " WS-AMOUNT-EDIT
           MOVE WS-REVERSED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  CREDITS REVERSED:       " WS-REVERSED-COUNT
               "  " WS-AMOUNT-EDIT
           MOVE WS-FEES-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  FEES CHARGED:           " WS-FEES-CHARGED
               "  " WS-AMOUNT-EDIT
           DISPLAY "  CONTACT-LOG ENTRIES:    " WS-CONTACTS-LOGGED
           DISPLAY "  MANDATES STOPPED:       " WS-MANDATES-STOPPED
           MOVE WS-SUSPENDED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  SUSPENDED:              " WS-SUSPENDED-COUNT
               "  " WS-AMOUNT-EDIT
           DISPLAY "REGISTER WRITTEN TO " WS-REPORT-FILE-NAME
           IF WS-SUSPENDED-COUNT IS GREATER THAN ZERO
               DISPLAY "*** WORK THE SUSPENDED RETURNS THROUGH "
                   "FILES-10 ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.

       8600-REBUILD-RETURNED.
      *    THE MANDATE FILE IS PARKED ENTRY FOR ENTRY AGAINST THE
      *    TABLE IT WAS LOADED INTO -- THE LOCK HAS HELD IT STILL --
      *    WITH EACH MANDATE'S RETURNS ADDED AND ANY STOP APPLIED,
      *    THEN REBUILT THROUGH THE SAME WORK FILE MAINTENANCE USES.
           IF WS-MDT-COUNT = ZERO
               GO TO 8600-EXIT
           END-IF
           MOVE ZERO TO WS-MDT-SUB
           MOVE "N" TO MANDATES-EOF
           OPEN INPUT MANDATES-FILE
           IF NOT MANDATES-OK
               DISPLAY "MANDATES-FILE OPEN FAILED, STATUS: "
                   WS-MANDATES-STATUS " -- RETURN COUNTS NOT SAVED, "
                   "STOP THE MANDATES ABOVE BY HAND"
               MOVE 1 TO RETURN-CODE
               GO TO 8600-EXIT
           END-IF
           OPEN OUTPUT MANDATES-WORK-FILE
           PERFORM 8650-PARK-RETURNED THRU 8650-EXIT
               UNTIL MANDATES-EOF-REACHED
           CLOSE MANDATES-FILE
           CLOSE MANDATES-WORK-FILE
           PERFORM 3700-REBUILD-MANDATES THRU 3700-EXIT.
       8600-EXIT.
           EXIT.

       8650-PARK-RETURNED.
           READ MANDATES-FILE
               AT END
                   SET MANDATES-EOF-REACHED TO TRUE
                   GO TO 8650-EXIT
           END-READ
           ADD 1 TO WS-MDT-SUB
           IF WS-MDT-SUB IS NOT GREATER THAN WS-MDT-COUNT
               AND WS-MDT-NEW-RETURNS (WS-MDT-SUB) IS GREATER THAN ZERO
               ADD WS-MDT-NEW-RETURNS (WS-MDT-SUB) TO DDM-RETURN-COUNT
               MOVE WS-CURRENT-DATE-NUM TO DDM-LAST-RETURN-DATE
               IF WS-MDT-STOP-SW (WS-MDT-SUB) = "Y"
                   SET DDM-STOPPED TO TRUE
                   MOVE WS-CURRENT-DATE-NUM TO DDM-STATUS-DATE
               END-IF
           END-IF
           MOVE SPACES TO MWK-RECORD
           MOVE DDM-MANDATE-RECORD TO MWK-RECORD
           WRITE MWK-RECORD.
       8650-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF
           CLOSE ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "ACCOUNTS-FILE CLOSE FAILED, STATUS: "
                   WS-ACCOUNTS-STATUS
           END-IF
           CLOSE LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE CLOSE FAILED, STATUS: "
                   WS-LEDGER-STATUS
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE CONTACT-LOG-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

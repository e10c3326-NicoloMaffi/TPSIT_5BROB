       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-69.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. EVENT-DRIVEN CUSTOMER
      *   CORRESPONDENCE. NOTHING TOLD A CUSTOMER WHEN SOMETHING
      *   IMPORTANT CHANGED ON THE ACCOUNT -- NO WELCOME, NO WORD TO
      *   THE OLD ADDRESS WHEN THE ADDRESS CHANGED, NO CONFIRMATION OF
      *   A CREDIT-LIMIT CHANGE OR A CLOSURE -- WHICH LEFT A CHANGE
      *   MADE BEHIND THE CUSTOMER'S BACK UNSEEN. THE NIGHTLY RUN READS
      *   THE BUSINESS DATE'S ENTRIES ON CUSTOMER-JOURNAL.dat AND
      *   ACCOUNT-ACTIVITY.dat (WRITTEN BY FILES-33, LAYOUT IN COPYLIB'S
      *   ACCOUNT-ACTIVITY-RECORD) AND WORKS OUT THE NOTICES DUE: A
      *   WELCOME (WE) FOR EVERY ADD, AN ADDRESS-CHANGE NOTICE (AD) SENT
      *   TO THE OLD ADDRESS WHEN A CHANGE'S BEFORE AND AFTER IMAGES
      *   CARRY DIFFERENT ADDRESSES, A CREDIT-LIMIT NOTICE (CL) WHEN
      *   THEY CARRY DIFFERENT LIMITS, A CLOSURE NOTICE (CX) FOR EVERY
      *   DELETE, ADDRESSED FROM THE BEFORE IMAGE, AND AN
      *   ACCOUNT-CLOSED NOTICE (AX) FOR EVERY FILES-33 ACCOUNT CLOSE.
      *   A FILES-37 MERGE AND A REINSTATE ARE HOUSEKEEPING, NOT
      *   EVENTS THE CUSTOMER IS WRITTEN TO ABOUT. EACH NOTICE IS ONE
      *   LETTER, ONE PER PAGE ON CUSTOMER-LETTERS-CCYYMMDD.rpt,
      *   ADDRESSED FROM THE CDR-ADDR BLOCK -- TO THE GUARDIAN FOR A
      *   MINOR, AS FILES-32 DOES -- WITH THE PARTICULARS OF THE EVENT
      *   AND THEN THE WORDING ON LETTER-TEMPLATES.dat FOR ITS CODE
      *   (LAYOUT IN COPYLIB'S LETTER-TEMPLATE-RECORD, MAINTAINED
      *   THROUGH FILES-34). A LETTER WHOSE ADDRESSEE HAS THE
      *   RETURNED-MAIL FLAG (SEE FILES-60) ON THE IMAGE IT IS
      *   ADDRESSED FROM, OR ON THE MASTER AT THE SAME ADDRESS, IS NOT
      *   PRINTED. EVERY NOTICE IS LISTED ON THE CONTROL REPORT
      *   CORRESPONDENCE-CCYYMMDD.rpt WITH WHAT BECAME OF IT; A NOTICE
      *   WITH NO TEMPLATE ON FILE IS NOT PRINTED AND ENDS THE RUN WITH
      *   RETURN CODE 1. BOTH FILES ARE CATALOGUED ON
      *   REPORT-CATALOG.dat. THE BUSINESS-DATE RUN-PARM RERUNS AN
      *   EARLIER DAY.
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

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACCOUNT-ACTIVITY.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "LETTER-TEMPLATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RML-ID-NUMBER
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

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
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       FD ACTIVITY-FILE.
           COPY "ACCOUNT-ACTIVITY-RECORD.cpy".

       FD TEMPLATE-FILE.
           COPY "LETTER-TEMPLATE-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD LETTER-FILE.
           01 LETTER-LINE         PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

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

           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-JOURNAL-STATUS    PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".
           77 JOURNAL-EOF           PIC X VALUE "N".
               88 JOURNAL-EOF-REACHED VALUE "Y".

           01 WS-ACTIVITY-STATUS   PIC X(2) VALUE SPACES.
               88 ACTIVITY-OK           VALUE "00".
               88 ACTIVITY-NOT-FOUND    VALUE "35".
           77 ACTIVITY-EOF          PIC X VALUE "N".
               88 ACTIVITY-EOF-REACHED VALUE "Y".

           01 WS-TEMPLATE-STATUS   PIC X(2) VALUE SPACES.
               88 TEMPLATE-OK           VALUE "00".
               88 TEMPLATE-NOT-FOUND    VALUE "35".
           77 TEMPLATE-EOF          PIC X VALUE "N".
               88 TEMPLATE-EOF-REACHED VALUE "Y".

      *    THE LETTER WORDING, LOADED AT START IN FILE ORDER -- FILES-34
      *    WRITES A TEMPLATE'S LINES TOGETHER AND IN LINE ORDER.
           01 WS-TEMPLATE-TABLE.
               02 WS-TPL-ENTRY OCCURS 200 TIMES.
                   03 WS-TPL-CODE        PIC X(2).
                   03 WS-TPL-TEXT        PIC X(60).
           77 WS-TPL-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-TPL-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-TPL-LINES          PIC 9(3) COMP VALUE ZERO.

           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".
           77 GUARDIANS-EOF         PIC X VALUE "N".
               88 GUARDIANS-EOF-REACHED VALUE "Y".

      *    THE MINORS ON FILE AND THE GUARDIAN EACH ONE'S LETTER
      *    GOES TO, LOADED AT START.
           01 WS-GUARDIAN-TABLE.
               02 WS-GDN-ENTRY OCCURS 500 TIMES.
                   03 WS-GDN-ID-NUMBER   PIC 9(7).
                   03 WS-GDN-GUARDIAN-ID PIC 9(7).
                   03 WS-GDN-ON-MASTER   PIC X.
                   03 WS-GDN-F-NAME      PIC X(20).
                   03 WS-GDN-L-NAME      PIC X(20).
                   03 WS-GDN-STREET      PIC X(30).
                   03 WS-GDN-CITY        PIC X(20).
                   03 WS-GDN-POSTAL      PIC X(10).
                   03 WS-GDN-MAIL-FLAG   PIC X.
           77 WS-GDN-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-GDN-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-GDN-MATCH          PIC 9(3) COMP VALUE ZERO.

           01 WS-RETURNED-MAIL-STATUS PIC X(2) VALUE SPACES.
               88 RETURNED-MAIL-OK        VALUE "00".
               88 RETURNED-MAIL-NOT-FOUND VALUE "35".
           77 WS-RETURNED-MAIL-SWITCH PIC X VALUE "N".
               88 WS-RETURNED-MAIL-OPEN   VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-LETTER-STATUS      PIC X(2) VALUE SPACES.
               88 LETTER-OK             VALUE "00".
           77 WS-LETTER-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-PAGES          PIC 9(5) VALUE ZERO.
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-NAME           PIC X(40) VALUE SPACES.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).
           01 WS-DATE-EDIT-NUM      PIC 9(8).

      *    THE BEFORE AND AFTER IMAGES OF THE JOURNAL ENTRY IN HAND.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY JBF-CUSTOMER-DATA
                         CDR-ID-NUMBER         BY JBF-ID-NUMBER
                         CDR-CUSTOMER-NAME     BY JBF-CUSTOMER-NAME
                         CDR-F-NAME            BY JBF-F-NAME
                         CDR-L-NAME            BY JBF-L-NAME
                         CDR-DATE-OF-BIRTH     BY JBF-DATE-OF-BIRTH
                         CDR-DOB-DD            BY JBF-DOB-DD
                         CDR-DOB-MM            BY JBF-DOB-MM
                         CDR-DOB-CCYY          BY JBF-DOB-CCYY
                         CDR-AGE               BY JBF-AGE
                         CDR-SCORE             BY JBF-SCORE
                         CDR-CAN-VOTE-FLAG     BY JBF-CAN-VOTE-FLAG
                         CDR-CANT-VOTE-FLAG    BY JBF-CANT-VOTE-FLAG
                         CDR-CAN-VOTE          BY JBF-CAN-VOTE
                         CDR-CUSTOMER-BALANCE  BY JBF-CUSTOMER-BALANCE
                         CDR-LAST-ACTIVITY     BY JBF-LAST-ACTIVITY
                         CDR-LAST-ACT-CCYY     BY JBF-LAST-ACT-CCYY
                         CDR-LAST-ACT-MM       BY JBF-LAST-ACT-MM
                         CDR-LAST-ACT-DD       BY JBF-LAST-ACT-DD
                         CDR-CUSTOMER-ADDRESS  BY JBF-CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY JBF-ADDR-STREET
                         CDR-ADDR-CITY         BY JBF-ADDR-CITY
                         CDR-ADDR-POSTAL       BY JBF-ADDR-POSTAL
                         CDR-CREDIT-LIMIT      BY JBF-CREDIT-LIMIT
                         CDR-WRITTEN-OFF       BY JBF-WRITTEN-OFF
                         CDR-WRITE-OFF-FLAG    BY JBF-WRITE-OFF-FLAG
                         CDR-MAIL-RETURNED     BY JBF-MAIL-RETURNED
                         CDR-MAIL-FLAG         BY JBF-MAIL-FLAG
                         CDR-CYCLE-DAY         BY JBF-CYCLE-DAY.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY JAF-CUSTOMER-DATA
                         CDR-ID-NUMBER         BY JAF-ID-NUMBER
                         CDR-CUSTOMER-NAME     BY JAF-CUSTOMER-NAME
                         CDR-F-NAME            BY JAF-F-NAME
                         CDR-L-NAME            BY JAF-L-NAME
                         CDR-DATE-OF-BIRTH     BY JAF-DATE-OF-BIRTH
                         CDR-DOB-DD            BY JAF-DOB-DD
                         CDR-DOB-MM            BY JAF-DOB-MM
                         CDR-DOB-CCYY          BY JAF-DOB-CCYY
                         CDR-AGE               BY JAF-AGE
                         CDR-SCORE             BY JAF-SCORE
                         CDR-CAN-VOTE-FLAG     BY JAF-CAN-VOTE-FLAG
                         CDR-CANT-VOTE-FLAG    BY JAF-CANT-VOTE-FLAG
                         CDR-CAN-VOTE          BY JAF-CAN-VOTE
                         CDR-CUSTOMER-BALANCE  BY JAF-CUSTOMER-BALANCE
                         CDR-LAST-ACTIVITY     BY JAF-LAST-ACTIVITY
                         CDR-LAST-ACT-CCYY     BY JAF-LAST-ACT-CCYY
                         CDR-LAST-ACT-MM       BY JAF-LAST-ACT-MM
                         CDR-LAST-ACT-DD       BY JAF-LAST-ACT-DD
                         CDR-CUSTOMER-ADDRESS  BY JAF-CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY JAF-ADDR-STREET
                         CDR-ADDR-CITY         BY JAF-ADDR-CITY
                         CDR-ADDR-POSTAL       BY JAF-ADDR-POSTAL
                         CDR-CREDIT-LIMIT      BY JAF-CREDIT-LIMIT
                         CDR-WRITTEN-OFF       BY JAF-WRITTEN-OFF
                         CDR-WRITE-OFF-FLAG    BY JAF-WRITE-OFF-FLAG
                         CDR-MAIL-RETURNED     BY JAF-MAIL-RETURNED
                         CDR-MAIL-FLAG         BY JAF-MAIL-FLAG
                         CDR-CYCLE-DAY         BY JAF-CYCLE-DAY.

      *    THE NOTICE IN HAND: WHICH LETTER, WHO IT IS ABOUT, AND THE
      *    NAME, ADDRESS AND MAIL FLAG IT IS ADDRESSED FROM.
           01 WS-NOTICE.
               02 WS-NTC-CODE        PIC X(2).
               02 WS-NTC-ID-NUMBER   PIC 9(7).
               02 WS-NTC-OPERATOR    PIC X(8).
               02 WS-NTC-F-NAME      PIC X(20).
               02 WS-NTC-L-NAME      PIC X(20).
               02 WS-NTC-ADDRESS.
                   03 WS-NTC-STREET  PIC X(30).
                   03 WS-NTC-CITY    PIC X(20).
                   03 WS-NTC-POSTAL  PIC X(10).
               02 WS-NTC-MAIL-FLAG   PIC X.
           77 WS-MASTER-SWITCH      PIC X VALUE "N".
               88 WS-ON-MASTER          VALUE "Y".
           77 WS-HOLD-ID            PIC 9(7) VALUE ZERO.
           77 WS-HOLD-SWITCH        PIC X VALUE "N".
               88 WS-MAIL-HELD          VALUE "Y".
           77 WS-DISPOSITION        PIC X(50) VALUE SPACES.

           77 WS-JOURNAL-READ       PIC 9(7) VALUE ZERO.
           77 WS-ACTIVITY-READ      PIC 9(7) VALUE ZERO.
           77 WS-NOTICE-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-LETTER-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
           77 WS-UNSENT-COUNT       PIC 9(5) VALUE ZERO.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(41) VALUE
                   "CUSTOMER CORRESPONDENCE -- EVENTS OF     ".
               02 HL-DATE            PIC 99/99/9999.

           01 WS-COL-LINE.
               02 FILLER             PIC X(35) VALUE
                   "ID       NAME                      ".
               02 FILLER             PIC X(42) VALUE
                   "LETTER                          OPERATOR  ".
               02 FILLER             PIC X(11) VALUE
                   "DISPOSITION".

           01 WS-DETAIL-LINE.
               02 DL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-NAME            PIC X(25).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 DL-LETTER          PIC X(31).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 DL-OPERATOR        PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-DISPOSITION     PIC X(50).

           01 WS-TOTAL-LINE.
               02 TL-LABEL           PIC X(30).
               02 TL-COUNT           PIC ZZZZ9.

           01 WS-LT-NAME-LINE.
               02 LT-F-NAME          PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 LT-L-NAME          PIC X(20).

           01 WS-LT-STREET-LINE.
               02 LT-ADDR-STREET     PIC X(30).

           01 WS-LT-CITY-LINE.
               02 LT-ADDR-CITY       PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 LT-ADDR-POSTAL     PIC X(10).

           01 WS-LT-BEHALF-LINE.
               02 FILLER             PIC X(16)
                   VALUE "RE: ACCOUNT OF  ".
               02 LT-RE-F-NAME       PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 LT-RE-L-NAME       PIC X(20).

           01 WS-LT-REF-LINE.
               02 FILLER             PIC X(6) VALUE "DATE: ".
               02 LT-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(20)
                   VALUE "     OUR REFERENCE: ".
               02 LT-REFERENCE       PIC 9(7).

           01 WS-LT-EVENT-LINE.
               02 FILLER             PIC X(3) VALUE "ON ".
               02 LT-EVENT-DATE      PIC 99/99/9999.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 LT-EVENT-TEXT      PIC X(60).

           01 WS-LT-NEW-STREET-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 LT-NEW-STREET      PIC X(30).

           01 WS-LT-NEW-CITY-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 LT-NEW-CITY        PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 LT-NEW-POSTAL      PIC X(10).

           01 WS-LT-LIMIT-LINE.
               02 FILLER             PIC X(20)
                   VALUE "PREVIOUS LIMIT:     ".
               02 LT-OLD-LIMIT       PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(16)
                   VALUE "     NEW LIMIT: ".
               02 LT-NEW-LIMIT       PIC $$,$$$,$$9.99.

           01 WS-LT-ACCOUNT-LINE.
               02 FILLER             PIC X(20)
                   VALUE "ACCOUNT NUMBER:     ".
               02 LT-ACCOUNT-NUMBER  PIC 9(3).
               02 FILLER             PIC X(11)
                   VALUE "     TYPE: ".
               02 LT-ACCOUNT-TYPE    PIC X(7).

           01 WS-LT-BALANCE-LINE.
               02 FILLER             PIC X(20)
                   VALUE "BALANCE AT CLOSING: ".
               02 LT-BALANCE         PIC $$,$$$,$$9.99CR.

           01 WS-LT-SALUTATION      PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-CHECK-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
               PERFORM 3000-SCAN-ACCOUNT-ACTIVITY THRU 3000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORTS THRU 0700-EXIT
               IF WS-UNSENT-COUNT IS GREATER THAN ZERO
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           COMPUTE WS-RLG-READ = WS-JOURNAL-READ + WS-ACTIVITY-READ
           MOVE WS-LETTER-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.

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
           MOVE "FILES-69" TO RLG-PROGRAM-ID
           MOVE WS-RLG-EVENT   TO RLG-EVENT
           MOVE WS-RLG-READ    TO RLG-RECORDS-READ
           MOVE WS-RLG-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE RETURN-CODE    TO RLG-RETURN-CODE
           WRITE RLG-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       0200-EXIT.
           EXIT.

       0300-CHECK-LOCK.
      *    READERS ONLY LOOK -- AN EXCLUSIVE UPDATE LOCK ON HAND MEANS
      *    THE MASTER IS MID-UPDATE AND THIS RUN MUST NOT START.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               GO TO 0300-EXIT
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
       0300-EXIT.
           EXIT.

       0700-REGISTER-REPORTS.
      *    BOTH PRINT FILES GO ON REPORT-CATALOG.dat THE WAY FILES-32
      *    CATALOGS ITS LETTERS, EACH REREAD FOR ITS LINE COUNT. THE
      *    LETTER FILE'S PAGE COUNT IS ITS LETTER COUNT.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT REPORT-FILE
           IF REPORT-OK
               PERFORM 0720-COUNT-REPORT-LINE THRU 0720-EXIT
                   UNTIL WS-RPC-EOF-REACHED
               CLOSE REPORT-FILE
           END-IF
           MOVE 1 TO WS-RPC-PAGES
           MOVE WS-REPORT-FILE-NAME TO WS-RPC-NAME
           PERFORM 0790-WRITE-CATALOG-ENTRY THRU 0790-EXIT

           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT LETTER-FILE
           IF LETTER-OK
               PERFORM 0740-COUNT-LETTER-LINE THRU 0740-EXIT
                   UNTIL WS-RPC-EOF-REACHED
               CLOSE LETTER-FILE
           END-IF
           MOVE WS-LETTER-COUNT TO WS-RPC-PAGES
           MOVE WS-LETTER-FILE-NAME TO WS-RPC-NAME
           PERFORM 0790-WRITE-CATALOG-ENTRY THRU 0790-EXIT.
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

       0740-COUNT-LETTER-LINE.
           READ LETTER-FILE
               AT END
                   SET WS-RPC-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPC-LINES
           END-READ.
       0740-EXIT.
           EXIT.

       0790-WRITE-CATALOG-ENTRY.
           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN EXTEND REPORT-CATALOG-FILE
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "REPORT-CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-RPT-CATALOG-STATUS
               GO TO 0790-EXIT
           END-IF
           MOVE "FILES-69" TO RPC-PROGRAM
           MOVE WS-RPC-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE WS-RPC-PAGES TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0790-EXIT.
           EXIT.

       1000-OPEN-FILES.
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-CURRENT-DATE-NUM IS NOT NUMERIC
               DISPLAY "BUSINESS-DATE " WS-BUSINESS-DATE-PARM
                   " IS NOT A CCYYMMDD DATE -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "CORRESPONDENCE-"   DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  ".rpt"              DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-LETTER-FILE-NAME
           STRING "CUSTOMER-LETTERS-" DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  ".rpt"              DELIMITED BY SIZE
               INTO WS-LETTER-FILE-NAME
           END-STRING
           OPEN OUTPUT LETTER-FILE
           IF NOT LETTER-OK
               DISPLAY "LETTER-FILE OPEN FAILED, STATUS: "
                   WS-LETTER-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE REPORT-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE WS-DATE-EDIT-NUM TO LT-DATE
           MOVE WS-DATE-EDIT-NUM TO LT-EVENT-DATE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT
           PERFORM 1200-LOAD-GUARDIANS THRU 1200-EXIT

      *    NO RETURNED-MAIL FILE MEANS NO RETURN HAS BEEN RECORDED YET;
      *    THE FLAG ON THE MASTER STILL DECIDES WHAT IS HELD.
           OPEN INPUT RETURNED-MAIL-FILE
           IF RETURNED-MAIL-OK
               SET WS-RETURNED-MAIL-OPEN TO TRUE
           ELSE
               IF NOT RETURNED-MAIL-NOT-FOUND
                   DISPLAY "RETURNED-MAIL-FILE OPEN FAILED, STATUS: "
                       WS-RETURNED-MAIL-STATUS " -- HELD MAIL LISTED "
                       "WITHOUT ITS RETURN DETAIL"
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-TEMPLATES.
      *    NO TEMPLATE FILE LEAVES EVERY NOTICE UNPRINTED, AND THE
      *    CONTROL REPORT SAYS SO AGAINST EACH ONE.
           MOVE ZERO TO WS-TPL-COUNT
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-NOT-FOUND
               DISPLAY "NO LETTER TEMPLATES ON HAND -- SET THEM UP "
                   "THROUGH FILES-34"
               GO TO 1100-EXIT
           END-IF
           IF NOT TEMPLATE-OK
               DISPLAY "TEMPLATE-FILE OPEN FAILED, STATUS: "
                   WS-TEMPLATE-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-LOAD-TEMPLATE-LINE THRU 1150-EXIT
               UNTIL TEMPLATE-EOF-REACHED
           CLOSE TEMPLATE-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-TEMPLATE-LINE.
           READ TEMPLATE-FILE
               AT END
                   SET TEMPLATE-EOF-REACHED TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF WS-TPL-COUNT IS NOT LESS THAN 200
               DISPLAY "TEMPLATE TABLE FULL -- LINE " LTP-LINE-NUMBER
                   " OF " LTP-LETTER-CODE " NOT LOADED"
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-TPL-COUNT
           MOVE LTP-LETTER-CODE TO WS-TPL-CODE (WS-TPL-COUNT)
           MOVE LTP-TEXT        TO WS-TPL-TEXT (WS-TPL-COUNT).
       1150-EXIT.
           EXIT.

       1200-LOAD-GUARDIANS.
      *    NO GUARDIANS FILE SIMPLY MEANS NO MINORS ON THE MASTER.
           MOVE ZERO TO WS-GDN-COUNT
           OPEN INPUT GUARDIANS-FILE
           IF GUARDIANS-NOT-FOUND
               GO TO 1200-EXIT
           END-IF
           IF NOT GUARDIANS-OK
               DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                   WS-GUARDIANS-STATUS " -- LETTERS TO CUSTOMERS"
               MOVE 1 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-GUARDIAN THRU 1250-EXIT
               UNTIL GUARDIANS-EOF-REACHED
           CLOSE GUARDIANS-FILE
           PERFORM 1300-FETCH-GUARDIAN THRU 1300-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB IS GREATER THAN WS-GDN-COUNT.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-GUARDIAN.
           READ GUARDIANS-FILE
               AT END
                   SET GUARDIANS-EOF-REACHED TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF WS-GDN-COUNT IS NOT LESS THAN 500
               DISPLAY "GUARDIAN TABLE FULL -- ID " GRD-ID-NUMBER
                   " WILL BE ADDRESSED DIRECT"
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-GDN-COUNT
           MOVE GRD-ID-NUMBER   TO WS-GDN-ID-NUMBER (WS-GDN-COUNT)
           MOVE GRD-GUARDIAN-ID TO WS-GDN-GUARDIAN-ID (WS-GDN-COUNT)
           MOVE "N"             TO WS-GDN-ON-MASTER (WS-GDN-COUNT)
           MOVE SPACE           TO WS-GDN-MAIL-FLAG (WS-GDN-COUNT).
       1250-EXIT.
           EXIT.

       1300-FETCH-GUARDIAN.
           MOVE WS-GDN-GUARDIAN-ID (WS-GDN-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ
           MOVE "Y"         TO WS-GDN-ON-MASTER (WS-GDN-SUB)
           MOVE F-NAME      TO WS-GDN-F-NAME (WS-GDN-SUB)
           MOVE L-NAME      TO WS-GDN-L-NAME (WS-GDN-SUB)
           MOVE ADDR-STREET TO WS-GDN-STREET (WS-GDN-SUB)
           MOVE ADDR-CITY   TO WS-GDN-CITY (WS-GDN-SUB)
           MOVE ADDR-POSTAL TO WS-GDN-POSTAL (WS-GDN-SUB)
           MOVE MAIL-FLAG   TO WS-GDN-MAIL-FLAG (WS-GDN-SUB).
       1300-EXIT.
           EXIT.

       2000-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-NOT-FOUND
               DISPLAY "NO CUSTOMER JOURNAL ON HAND"
               GO TO 2000-EXIT
           END-IF
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS: "
                   WS-JOURNAL-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CHECK-JOURNAL-ENTRY THRU 2100-EXIT
               UNTIL JOURNAL-EOF-REACHED
           CLOSE JOURNAL-FILE.
       2000-EXIT.
           EXIT.

       2100-CHECK-JOURNAL-ENTRY.
      *    THE NOTICES ARE WORKED OUT FROM THE IMAGES: AN ADD IS A
      *    WELCOME, A DELETE A CLOSURE, AND A CHANGE IS WRITTEN ABOUT
      *    ONLY WHEN THE ADDRESS OR THE CREDIT LIMIT DIFFERS BETWEEN
      *    BEFORE AND AFTER -- BOTH, AND THE CUSTOMER GETS TWO LETTERS.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF-REACHED TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-JOURNAL-READ
           IF JRN-DATE NOT EQUAL WS-CURRENT-DATE-NUM
               GO TO 2100-EXIT
           END-IF
           IF JRN-EVENT-MERGE OR JRN-EVENT-REINSTATE
               GO TO 2100-EXIT
           END-IF
           MOVE JRN-BEFORE-IMAGE TO JBF-CUSTOMER-DATA
           MOVE JRN-AFTER-IMAGE  TO JAF-CUSTOMER-DATA
           MOVE JRN-ID-NUMBER    TO WS-NTC-ID-NUMBER
           MOVE JRN-OPERATOR     TO WS-NTC-OPERATOR
           EVALUATE TRUE
               WHEN JRN-ACTION-ADD
                   MOVE "WE" TO WS-NTC-CODE
                   PERFORM 2200-ADDRESS-FROM-AFTER THRU 2200-EXIT
                   PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT
               WHEN JRN-ACTION-DELETE
                   MOVE "CX" TO WS-NTC-CODE
                   PERFORM 2300-ADDRESS-FROM-BEFORE THRU 2300-EXIT
                   PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT
               WHEN JRN-ACTION-CHANGE
                   IF JBF-CUSTOMER-ADDRESS NOT EQUAL
                       JAF-CUSTOMER-ADDRESS
                       MOVE "AD" TO WS-NTC-CODE
                       PERFORM 2300-ADDRESS-FROM-BEFORE THRU 2300-EXIT
                       PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT
                   END-IF
                   IF JBF-CREDIT-LIMIT NOT EQUAL JAF-CREDIT-LIMIT
                       MOVE "CL" TO WS-NTC-CODE
                       PERFORM 2200-ADDRESS-FROM-AFTER THRU 2200-EXIT
                       PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-ADDRESS-FROM-AFTER.
           MOVE JAF-F-NAME           TO WS-NTC-F-NAME
           MOVE JAF-L-NAME           TO WS-NTC-L-NAME
           MOVE JAF-CUSTOMER-ADDRESS TO WS-NTC-ADDRESS
           MOVE JAF-MAIL-FLAG        TO WS-NTC-MAIL-FLAG.
       2200-EXIT.
           EXIT.

       2300-ADDRESS-FROM-BEFORE.
      *    A CLOSURE HAS ONLY ITS BEFORE IMAGE, AND AN ADDRESS CHANGE IS
      *    CONFIRMED TO THE ADDRESS IT REPLACED.
           MOVE JBF-F-NAME           TO WS-NTC-F-NAME
           MOVE JBF-L-NAME           TO WS-NTC-L-NAME
           MOVE JBF-CUSTOMER-ADDRESS TO WS-NTC-ADDRESS
           MOVE JBF-MAIL-FLAG        TO WS-NTC-MAIL-FLAG.
       2300-EXIT.
           EXIT.

       3000-SCAN-ACCOUNT-ACTIVITY.
      *    NO ACTIVITY FILE MEANS FILES-33 HAS NOT RECORDED ANYTHING.
           OPEN INPUT ACTIVITY-FILE
           IF ACTIVITY-NOT-FOUND
               GO TO 3000-EXIT
           END-IF
           IF NOT ACTIVITY-OK
               DISPLAY "ACTIVITY-FILE OPEN FAILED, STATUS: "
                   WS-ACTIVITY-STATUS " -- NO ACCOUNT CLOSES WRITTEN"
               MOVE 1 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-ACTIVITY-ENTRY THRU 3100-EXIT
               UNTIL ACTIVITY-EOF-REACHED
           CLOSE ACTIVITY-FILE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ACTIVITY-ENTRY.
      *    ONLY A CLOSE IS WRITTEN ABOUT, ADDRESSED FROM THE MASTER; A
      *    CUSTOMER DELETED SINCE HAS HAD THE CLOSURE LETTER INSTEAD.
           READ ACTIVITY-FILE
               AT END
                   SET ACTIVITY-EOF-REACHED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-ACTIVITY-READ
           IF AAC-DATE NOT EQUAL WS-CURRENT-DATE-NUM
               OR NOT AAC-ACTION-CLOSE
               GO TO 3100-EXIT
           END-IF
           MOVE "AX"          TO WS-NTC-CODE
           MOVE AAC-ID-NUMBER TO WS-NTC-ID-NUMBER
           MOVE AAC-OPERATOR  TO WS-NTC-OPERATOR
           MOVE AAC-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE SPACES TO WS-NTC-F-NAME
                   MOVE SPACES TO WS-NTC-L-NAME
                   MOVE "NOT PRINTED -- CUSTOMER NOT ON MASTER"
                       TO WS-DISPOSITION
                   PERFORM 5700-PRINT-CONTROL-LINE THRU 5700-EXIT
                   GO TO 3100-EXIT
           END-READ
           MOVE F-NAME           TO WS-NTC-F-NAME
           MOVE L-NAME           TO WS-NTC-L-NAME
           MOVE CUSTOMER-ADDRESS TO WS-NTC-ADDRESS
           MOVE MAIL-FLAG        TO WS-NTC-MAIL-FLAG
           PERFORM 5000-ISSUE-NOTICE THRU 5000-EXIT.
       3100-EXIT.
           EXIT.

       5000-ISSUE-NOTICE.
      *    WS-NOTICE IS SET BY THE CALLER, WITH THE JOURNAL IMAGES OR
      *    THE ACTIVITY RECORD STILL IN HAND FOR THE PARTICULARS.
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM 5300-COUNT-TEMPLATE-LINES THRU 5300-EXIT
           IF WS-TPL-LINES = ZERO
               ADD 1 TO WS-UNSENT-COUNT
               MOVE SPACES TO WS-DISPOSITION
               STRING "NOT PRINTED -- NO TEMPLATE ON FILE FOR "
                          DELIMITED BY SIZE
                      WS-NTC-CODE DELIMITED BY SIZE
                   INTO WS-DISPOSITION
               END-STRING
               PERFORM 5700-PRINT-CONTROL-LINE THRU 5700-EXIT
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-MATCH-GUARDIAN THRU 5100-EXIT
           PERFORM 5200-CHECK-MAIL-HELD THRU 5200-EXIT
           IF WS-MAIL-HELD
               ADD 1 TO WS-HELD-COUNT
               PERFORM 5700-PRINT-CONTROL-LINE THRU 5700-EXIT
               GO TO 5000-EXIT
           END-IF
           PERFORM 5400-PRINT-LETTER THRU 5400-EXIT
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO WS-DISPOSITION
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               STRING "PRINTED -- TO GUARDIAN " DELIMITED BY SIZE
                      WS-GDN-GUARDIAN-ID (WS-GDN-MATCH)
                          DELIMITED BY SIZE
                   INTO WS-DISPOSITION
               END-STRING
           ELSE
               MOVE "PRINTED" TO WS-DISPOSITION
           END-IF
           PERFORM 5700-PRINT-CONTROL-LINE THRU 5700-EXIT.
       5000-EXIT.
           EXIT.

       5100-MATCH-GUARDIAN.
      *    A MINOR WHOSE GUARDIAN HAS LEFT THE MASTER IS STILL
      *    ADDRESSED DIRECT, AND THE DESK IS TOLD.
           MOVE ZERO TO WS-GDN-MATCH
           PERFORM 5150-MATCH-ONE-GUARDIAN THRU 5150-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB IS GREATER THAN WS-GDN-COUNT
                   OR WS-GDN-MATCH IS GREATER THAN ZERO.
       5100-EXIT.
           EXIT.

       5150-MATCH-ONE-GUARDIAN.
           IF WS-GDN-ID-NUMBER (WS-GDN-SUB) NOT EQUAL WS-NTC-ID-NUMBER
               GO TO 5150-EXIT
           END-IF
           IF WS-GDN-ON-MASTER (WS-GDN-SUB) = "Y"
               MOVE WS-GDN-SUB TO WS-GDN-MATCH
           ELSE
               DISPLAY "GUARDIAN " WS-GDN-GUARDIAN-ID (WS-GDN-SUB)
                   " OF ID " WS-NTC-ID-NUMBER " NOT ON THE MASTER -- "
                   "LETTER ADDRESSED DIRECT"
               MOVE WS-GDN-COUNT TO WS-GDN-SUB
           END-IF.
       5150-EXIT.
           EXIT.

       5200-CHECK-MAIL-HELD.
      *    THE FLAG THAT COUNTS IS THE ADDRESSEE'S: THE GUARDIAN'S FOR
      *    A MINOR; OTHERWISE THE ONE ON THE IMAGE THE LETTER IS
      *    ADDRESSED FROM, OR THE MASTER'S WHEN THE MASTER STILL HOLDS
      *    THAT SAME ADDRESS -- A RETURN RECORDED LATER IN THE DAY
      *    STILL STOPS THE LETTER.
           MOVE "N" TO WS-HOLD-SWITCH
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               IF WS-GDN-MAIL-FLAG (WS-GDN-MATCH) = "R"
                   SET WS-MAIL-HELD TO TRUE
                   MOVE WS-GDN-GUARDIAN-ID (WS-GDN-MATCH) TO WS-HOLD-ID
               END-IF
           ELSE
               MOVE WS-NTC-ID-NUMBER TO WS-HOLD-ID
               IF WS-NTC-MAIL-FLAG = "R"
                   SET WS-MAIL-HELD TO TRUE
               ELSE
                   MOVE WS-NTC-ID-NUMBER TO ID-NUMBER
                   READ CUSTOMERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MAIL-RETURNED
                               AND CUSTOMER-ADDRESS = WS-NTC-ADDRESS
                               SET WS-MAIL-HELD TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF NOT WS-MAIL-HELD
               GO TO 5200-EXIT
           END-IF
           MOVE "HELD -- MAIL RETURNED" TO WS-DISPOSITION
           IF WS-RETURNED-MAIL-OPEN
               MOVE WS-HOLD-ID TO RML-ID-NUMBER
               READ RETURNED-MAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-DISPOSITION
                       STRING "HELD -- MAIL RETURNED " DELIMITED BY SIZE
                              RML-RETURNED-DATE        DELIMITED BY SIZE
                              " ("                     DELIMITED BY SIZE
                              RML-DOCUMENT             DELIMITED BY " "
                              ")"                      DELIMITED BY SIZE
                           INTO WS-DISPOSITION
                       END-STRING
               END-READ
           END-IF.
       5200-EXIT.
           EXIT.

       5300-COUNT-TEMPLATE-LINES.
           MOVE ZERO TO WS-TPL-LINES
           PERFORM 5350-COUNT-ONE-LINE THRU 5350-EXIT
               VARYING WS-TPL-SUB FROM 1 BY 1
               UNTIL WS-TPL-SUB IS GREATER THAN WS-TPL-COUNT.
       5300-EXIT.
           EXIT.

       5350-COUNT-ONE-LINE.
           IF WS-TPL-CODE (WS-TPL-SUB) = WS-NTC-CODE
               ADD 1 TO WS-TPL-LINES
           END-IF.
       5350-EXIT.
           EXIT.

       5400-PRINT-LETTER.
      *    ADDRESS BLOCK, REFERENCE, THE PARTICULARS OF THE EVENT, THE
      *    SALUTATION AND THEN THE TEMPLATE WORDING.
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE WS-GDN-F-NAME (WS-GDN-MATCH) TO LT-F-NAME
               MOVE WS-GDN-L-NAME (WS-GDN-MATCH) TO LT-L-NAME
               MOVE WS-GDN-STREET (WS-GDN-MATCH) TO LT-ADDR-STREET
               MOVE WS-GDN-CITY (WS-GDN-MATCH)   TO LT-ADDR-CITY
               MOVE WS-GDN-POSTAL (WS-GDN-MATCH) TO LT-ADDR-POSTAL
           ELSE
               MOVE WS-NTC-F-NAME TO LT-F-NAME
               MOVE WS-NTC-L-NAME TO LT-L-NAME
               MOVE WS-NTC-STREET TO LT-ADDR-STREET
               MOVE WS-NTC-CITY   TO LT-ADDR-CITY
               MOVE WS-NTC-POSTAL TO LT-ADDR-POSTAL
           END-IF
           WRITE LETTER-LINE FROM WS-LT-NAME-LINE
               AFTER ADVANCING PAGE
           WRITE LETTER-LINE FROM WS-LT-STREET-LINE
               AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM WS-LT-CITY-LINE
               AFTER ADVANCING 1 LINE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE AFTER ADVANCING 1 LINE
               MOVE WS-NTC-F-NAME TO LT-RE-F-NAME
               MOVE WS-NTC-L-NAME TO LT-RE-L-NAME
               WRITE LETTER-LINE FROM WS-LT-BEHALF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NTC-ID-NUMBER TO LT-REFERENCE
           WRITE LETTER-LINE FROM WS-LT-REF-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE

           PERFORM 5500-PRINT-PARTICULARS THRU 5500-EXIT

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-LT-SALUTATION
           STRING "DEAR "   DELIMITED BY SIZE
                  LT-F-NAME DELIMITED BY "  "
                  " "       DELIMITED BY SIZE
                  LT-L-NAME DELIMITED BY "  "
                  ","       DELIMITED BY SIZE
               INTO WS-LT-SALUTATION
           END-STRING
           MOVE WS-LT-SALUTATION TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           PERFORM 5600-PRINT-TEMPLATE-LINE THRU 5600-EXIT
               VARYING WS-TPL-SUB FROM 1 BY 1
               UNTIL WS-TPL-SUB IS GREATER THAN WS-TPL-COUNT.
       5400-EXIT.
           EXIT.

       5500-PRINT-PARTICULARS.
           MOVE SPACES TO LT-EVENT-TEXT
           EVALUATE WS-NTC-CODE
               WHEN "WE"
                   MOVE "YOUR CUSTOMER ACCOUNT WAS OPENED."
                       TO LT-EVENT-TEXT
                   WRITE LETTER-LINE FROM WS-LT-EVENT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN "AD"
                   MOVE "THE ADDRESS ON YOUR ACCOUNT WAS CHANGED TO:"
                       TO LT-EVENT-TEXT
                   WRITE LETTER-LINE FROM WS-LT-EVENT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE JAF-ADDR-STREET TO LT-NEW-STREET
                   WRITE LETTER-LINE FROM WS-LT-NEW-STREET-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE JAF-ADDR-CITY   TO LT-NEW-CITY
                   MOVE JAF-ADDR-POSTAL TO LT-NEW-POSTAL
                   WRITE LETTER-LINE FROM WS-LT-NEW-CITY-LINE
                       AFTER ADVANCING 1 LINE
               WHEN "CL"
                   MOVE "THE CREDIT LIMIT ON YOUR ACCOUNT WAS CHANGED."
                       TO LT-EVENT-TEXT
                   WRITE LETTER-LINE FROM WS-LT-EVENT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE JBF-CREDIT-LIMIT TO LT-OLD-LIMIT
                   MOVE JAF-CREDIT-LIMIT TO LT-NEW-LIMIT
                   WRITE LETTER-LINE FROM WS-LT-LIMIT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN "CX"
                   MOVE "YOUR CUSTOMER ACCOUNT WAS CLOSED."
                       TO LT-EVENT-TEXT
                   WRITE LETTER-LINE FROM WS-LT-EVENT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE JBF-CUSTOMER-BALANCE TO LT-BALANCE
                   WRITE LETTER-LINE FROM WS-LT-BALANCE-LINE
                       AFTER ADVANCING 1 LINE
               WHEN "AX"
                   MOVE "ONE OF YOUR ACCOUNTS WITH US WAS CLOSED:"
                       TO LT-EVENT-TEXT
                   WRITE LETTER-LINE FROM WS-LT-EVENT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE AAC-ACCOUNT-NUMBER TO LT-ACCOUNT-NUMBER
                   IF AAC-ACCOUNT-TYPE = "D"
                       MOVE "DEPOSIT" TO LT-ACCOUNT-TYPE
                   ELSE
                       MOVE "REGULAR" TO LT-ACCOUNT-TYPE
                   END-IF
                   WRITE LETTER-LINE FROM WS-LT-ACCOUNT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE AAC-AMOUNT TO LT-BALANCE
                   WRITE LETTER-LINE FROM WS-LT-BALANCE-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
       5500-EXIT.
           EXIT.

       5600-PRINT-TEMPLATE-LINE.
           IF WS-TPL-CODE (WS-TPL-SUB) NOT EQUAL WS-NTC-CODE
               GO TO 5600-EXIT
           END-IF
           MOVE WS-TPL-TEXT (WS-TPL-SUB) TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
       5600-EXIT.
           EXIT.

       5700-PRINT-CONTROL-LINE.
           MOVE WS-NTC-ID-NUMBER TO DL-ID-NUMBER
           MOVE SPACES TO DL-NAME
           STRING WS-NTC-F-NAME DELIMITED BY "  "
                  " "           DELIMITED BY SIZE
                  WS-NTC-L-NAME DELIMITED BY "  "
               INTO DL-NAME
           END-STRING
           EVALUATE WS-NTC-CODE
               WHEN "WE"
                   MOVE "WE WELCOME" TO DL-LETTER
               WHEN "AD"
                   MOVE "AD ADDRESS CHANGE TO OLD ADDRESS" TO DL-LETTER
               WHEN "CL"
                   MOVE "CL CREDIT LIMIT CHANGE" TO DL-LETTER
               WHEN "CX"
                   MOVE "CX CUSTOMER CLOSED" TO DL-LETTER
               WHEN "AX"
                   MOVE SPACES TO DL-LETTER
                   STRING "AX ACCOUNT " DELIMITED BY SIZE
                          AAC-ACCOUNT-NUMBER DELIMITED BY SIZE
                          " CLOSED" DELIMITED BY SIZE
                       INTO DL-LETTER
                   END-STRING
           END-EVALUATE
           MOVE WS-NTC-OPERATOR TO DL-OPERATOR
           MOVE WS-DISPOSITION TO DL-DISPOSITION
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       5700-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           IF WS-NOTICE-COUNT = ZERO
               MOVE "  NO NOTICES DUE" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "NOTICES DUE:" TO TL-LABEL
           MOVE WS-NOTICE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LETTERS PRINTED:" TO TL-LABEL
           MOVE WS-LETTER-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HELD -- MAIL RETURNED:" TO TL-LABEL
           MOVE WS-HELD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "NOT PRINTED:" TO TL-LABEL
           COMPUTE TL-COUNT = WS-NOTICE-COUNT - WS-LETTER-COUNT
               - WS-HELD-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF
           CLOSE LETTER-FILE
           IF NOT LETTER-OK
               DISPLAY "LETTER-FILE CLOSE FAILED, STATUS: "
                   WS-LETTER-STATUS
           END-IF
           IF WS-RETURNED-MAIL-OPEN
               CLOSE RETURNED-MAIL-FILE
           END-IF
           DISPLAY "NOTICES DUE: " WS-NOTICE-COUNT
               "  PRINTED: " WS-LETTER-COUNT
               "  HELD: " WS-HELD-COUNT
           IF WS-UNSENT-COUNT IS GREATER THAN ZERO
               DISPLAY "*** " WS-UNSENT-COUNT " NOTICE(S) WITH NO "
                   "TEMPLATE ON FILE -- SEE THE CONTROL REPORT ***"
           END-IF
           DISPLAY "CONTROL REPORT WRITTEN TO " WS-REPORT-FILE-NAME
           DISPLAY "LETTERS WRITTEN TO " WS-LETTER-FILE-NAME.
       9000-EXIT.
           EXIT.

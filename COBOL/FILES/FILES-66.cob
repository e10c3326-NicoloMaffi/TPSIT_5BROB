       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-66.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. PERIODIC CROSS-FILE REFERENTIAL
      *   INTEGRITY AUDIT. FILES-15 CHECKS EACH MASTER RECORD AGAINST
      *   ITSELF; THIS RUN CHECKS THE FILES AROUND THE MASTER AGAINST
      *   IT. MERGES (FILES-37), PURGES (FILES-19) AND DELETES
      *   (FILES-1, FILES-12) LEAVE BEHIND ROWS FOR ID-NUMBERS NO
      *   LONGER ON CUSTOMERS.dat, SO EVERY ID-KEYED FILE IS SWEPT AND
      *   EACH ID LOOKED UP ON THE MASTER: CUSTOMER-ACCOUNTS,
      *   OPEN-ITEMS, STANDING-ORDERS, CONTACT-LOG, GUARDIANS (WARD AND
      *   GUARDIAN), HOUSEHOLDS, PAYMENT-PLANS AND THEIR INSTALMENTS,
      *   DD-MANDATES, DISPUTE-LOG, RETURNED-MAIL, AGED-POSITIONS AND
      *   PENDING-APPROVAL. A CUSTOMER WITH ACCOUNTS MUST ALSO HAVE
      *   THEM SUM TO THE MASTER BALANCE, THE PROOF FILES-33 SHOWS
      *   FOR ONE CUSTOMER AT A TIME. WHERE A FILE CARRIES A STATUS,
      *   A LIVE ROW (ACTIVE ORDER, PLAN OR MANDATE, PENDING ITEM) IS
      *   LISTED APART FROM A CLOSED ONE KEPT AS HISTORY. THE EXCEPTION
      *   REPORT (INTEGRITY-AUDIT-CCYYMMDD.rpt, CATALOGUED ON
      *   REPORT-CATALOG.dat) IS GROUPED BY FILE AND, WITHIN A FILE, BY
      *   PROBLEM, AND ENDS WITH A SUMMARY PER FILE. NOTHING IS
      *   CORRECTED HERE -- EACH FILE'S OWN MAINTENANCE PROGRAM TIDIES
      *   ITS ROWS. ANY EXCEPTION ENDS THE RUN WITH RETURN-CODE 1 SO
      *   THE FILES-47 MONITOR PICKS IT UP. A FILE NOT YET ON DISK IS
      *   NOTED AND PASSED OVER.
      * 15/10/2026 NM - CYCLE-CHANGES.dat (FILES-61) IS NOW SWEPT
      *   AGAINST THE MASTER TOO; A BRIDGE ROW LEFT FOR A MERGED OR
      *   PURGED ID IS LISTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUN-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT ACCOUNTS-FILE ASSIGN TO "CUSTOMER-ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT ORDERS-FILE ASSIGN TO "STANDING-ORDERS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

           SELECT HOUSEHOLDS-FILE ASSIGN TO "HOUSEHOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

           SELECT PLANS-FILE ASSIGN TO "PAYMENT-PLANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANS-STATUS.

           SELECT INSTALMENTS-FILE
               ASSIGN TO "PAYMENT-PLAN-INSTALMENTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALMENTS-STATUS.

           SELECT MANDATES-FILE ASSIGN TO "DD-MANDATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATES-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RML-ID-NUMBER
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

           SELECT POSITIONS-FILE ASSIGN TO "AGED-POSITIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AGP-ID-NUMBER
               FILE STATUS IS WS-POSITIONS-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT CYCLE-CHANGES-FILE ASSIGN TO "CYCLE-CHANGES.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CYC-ID-NUMBER
               FILE STATUS IS WS-CYCLE-CHANGES-STATUS.

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
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL.

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD ORDERS-FILE.
           01 ORDER-RECORD.
               02 STO-ID-NUMBER   PIC 9(7).
               02 STO-DRCR-CODE   PIC X.
                   88 STO-CODE-DEBIT  VALUE "D".
                   88 STO-CODE-CREDIT VALUE "C".
               02 STO-AMOUNT      PIC 9(7)V99.
               02 STO-DAY-OF-MONTH PIC 99.
               02 STO-START-DATE  PIC 9(8).
               02 STO-END-DATE    PIC 9(8).
               02 STO-STATUS      PIC X.
                   88 STO-ACTIVE      VALUE "A".
                   88 STO-CANCELLED   VALUE "X".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       FD HOUSEHOLDS-FILE.
           COPY "HOUSEHOLD-RECORD.cpy".

       FD PLANS-FILE.
           COPY "PAYMENT-PLAN-RECORD.cpy".

       FD INSTALMENTS-FILE.
           01 INSTALMENT-RECORD.
               02 INS-ID-NUMBER      PIC 9(7).
               02 INS-FIRST-DUE-DATE PIC 9(8).
               02 INS-DUE-DATE       PIC 9(8).
               02 INS-AMOUNT-DUE     PIC 9(7)V99.
               02 INS-IN-HAND        PIC 9(7)V99.
               02 INS-RESULT         PIC X.
                   88 INS-KEPT           VALUE "K".
                   88 INS-MISSED         VALUE "M".
               02 INS-DECIDED-DATE   PIC 9(8).

       FD MANDATES-FILE.
           COPY "MANDATE-RECORD.cpy".

       FD DISPUTE-FILE.
           COPY "DISPUTE-RECORD.cpy".

       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.cpy".

       FD POSITIONS-FILE.
           COPY "AGED-POSITION-RECORD.cpy".

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD CYCLE-CHANGES-FILE.
           COPY "CYCLE-CHANGE-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

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

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".
           01 WS-ACCOUNTS-STATUS    PIC X(2) VALUE SPACES.
           01 WS-OPEN-ITEMS-STATUS  PIC X(2) VALUE SPACES.
           01 WS-ORDERS-STATUS      PIC X(2) VALUE SPACES.
           01 WS-CONTACT-STATUS     PIC X(2) VALUE SPACES.
           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
           01 WS-HOUSEHOLDS-STATUS  PIC X(2) VALUE SPACES.
           01 WS-PLANS-STATUS       PIC X(2) VALUE SPACES.
           01 WS-INSTALMENTS-STATUS PIC X(2) VALUE SPACES.
           01 WS-MANDATES-STATUS    PIC X(2) VALUE SPACES.
           01 WS-DISPUTE-STATUS     PIC X(2) VALUE SPACES.
           01 WS-RETURNED-MAIL-STATUS PIC X(2) VALUE SPACES.
           01 WS-POSITIONS-STATUS   PIC X(2) VALUE SPACES.
           01 WS-APPROVAL-STATUS    PIC X(2) VALUE SPACES.
           01 WS-CYCLE-CHANGES-STATUS PIC X(2) VALUE SPACES.

      *    THE OPEN STATUS OF WHICHEVER FILE IS BEING AUDITED.
           01 WS-AUDIT-STATUS       PIC X(2) VALUE SPACES.
               88 AUDIT-FILE-OK         VALUE "00".
               88 AUDIT-FILE-NOT-FOUND  VALUE "35".
           77 WS-AUDIT-OPEN-SWITCH  PIC X VALUE "N".
               88 WS-AUDIT-FILE-OPEN    VALUE "Y".
           77 AUDIT-EOF             PIC X VALUE "N".
               88 AUDIT-EOF-REACHED     VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

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

      *    THE MASTER LOOKUP.
           77 WS-CHECK-ID           PIC 9(7) VALUE ZERO.
           77 WS-ON-MASTER-SWITCH   PIC X VALUE "N".
               88 WS-ON-MASTER          VALUE "Y".

      *    ONE CUSTOMER'S ACCOUNTS, SUMMED AT THE ID BREAK.
           77 WS-GROUP-ID           PIC 9(7) VALUE ZERO.
           77 WS-GROUP-COUNT        PIC 9(3) VALUE ZERO.
           77 WS-GROUP-TOTAL        PIC S9(9)V99 VALUE ZERO.
           77 WS-GROUP-BALANCE      PIC S9(7)V99 VALUE ZERO.
           77 WS-GROUP-ON-MASTER    PIC X VALUE "N".

      *    THE FILE BEING AUDITED, ITS PROBLEM TYPES AND THE
      *    EXCEPTIONS HELD FOR PRINTING GROUPED BY PROBLEM. ONLY THE
      *    FIRST 500 OF A FILE ARE LISTED; THE REST ARE COUNTED.
           77 WS-FILE-NAME          PIC X(30) VALUE SPACES.
           77 WS-FILE-READ          PIC 9(7) VALUE ZERO.
           77 WS-FILE-EXCEPTIONS    PIC 9(7) VALUE ZERO.
           77 WS-PROBLEM-COUNT      PIC 9 VALUE ZERO.
           01 WS-PROBLEM-TABLE.
               02 WS-PROBLEM OCCURS 2 TIMES.
                   03 WS-PROB-TITLE      PIC X(50).
                   03 WS-PROB-HITS       PIC 9(7).
           77 WS-PROB-SUB           PIC 9 VALUE ZERO.

           01 WS-HELD-TABLE.
               02 WS-HELD-ENTRY OCCURS 500 TIMES.
                   03 WS-HELD-PROBLEM    PIC 9.
                   03 WS-HELD-ID         PIC 9(7).
                   03 WS-HELD-TEXT       PIC X(80).
           77 WS-HELD-COUNT         PIC 9(3) COMP VALUE ZERO.
           77 WS-HELD-SUB           PIC 9(3) COMP VALUE ZERO.
           77 WS-UNLISTED           PIC 9(7) VALUE ZERO.
           01 WS-COUNT-EDIT         PIC ZZZZZZ9.

      *    WHAT THE CHECK PARAGRAPHS HAND TO 8100-NOTE-EXCEPTION.
           77 WS-EXC-PROBLEM        PIC 9 VALUE ZERO.
           77 WS-EXC-ID             PIC 9(7) VALUE ZERO.
           01 WS-EXC-TEXT           PIC X(80) VALUE SPACES.
           01 WS-AMOUNT-EDIT        PIC -,---,---,--9.99.
           01 WS-AMOUNT-EDIT-2      PIC -,---,---,--9.99.

      *    ONE SUMMARY LINE PER FILE, PRINTED AT THE END.
           01 WS-SUMMARY-TABLE.
               02 WS-SUM-ENTRY OCCURS 14 TIMES.
                   03 WS-SUM-FILE        PIC X(30).
                   03 WS-SUM-READ        PIC 9(7).
                   03 WS-SUM-EXCEPTIONS  PIC 9(7).
                   03 WS-SUM-NOTE        PIC X(30).
           77 WS-SUM-COUNT          PIC 99 VALUE ZERO.
           77 WS-SUM-SUB            PIC 99 VALUE ZERO.
           77 WS-TOTAL-READ         PIC 9(9) VALUE ZERO.
           77 WS-TOTAL-EXCEPTIONS   PIC 9(7) VALUE ZERO.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(45) VALUE
                   "CROSS-FILE REFERENTIAL INTEGRITY AUDIT -- RUN".
               02 FILLER             PIC X(4) VALUE " ON ".
               02 HL-RUN-DATE        PIC 99/99/9999.

           01 WS-FILE-LINE.
               02 FILLER             PIC X(6) VALUE "FILE: ".
               02 FL-FILE            PIC X(30).
               02 FILLER             PIC X(16) VALUE
                   "  RECORDS READ: ".
               02 FL-READ            PIC ZZZZZZ9.
               02 FILLER             PIC X(16) VALUE
                   "  EXCEPTIONS:   ".
               02 FL-EXCEPTIONS      PIC ZZZZZZ9.

           01 WS-PROBLEM-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 PL-TITLE           PIC X(50).
               02 FILLER             PIC X(2) VALUE " (".
               02 PL-HITS            PIC ZZZZZZ9.
               02 FILLER             PIC X VALUE ")".

           01 WS-EXCEPTION-LINE.
               02 FILLER             PIC X(7) VALUE "    ID ".
               02 EL-ID              PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 EL-TEXT            PIC X(80).

           01 WS-SUMMARY-HEAD.
               02 FILLER             PIC X(41) VALUE
                   "  SUMMARY BY FILE               RECORDS".
               02 FILLER             PIC X(10) VALUE
                   "EXCEPTIONS".

           01 WS-SUMMARY-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 SML-FILE           PIC X(30).
               02 SML-READ           PIC ZZZZZZZZ9.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 SML-EXCEPTIONS     PIC ZZZZZZ9.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 SML-NOTE           PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-CHECK-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-AUDIT-ACCOUNTS THRU 2000-EXIT
               PERFORM 2100-AUDIT-OPEN-ITEMS THRU 2100-EXIT
               PERFORM 2200-AUDIT-ORDERS THRU 2200-EXIT
               PERFORM 2300-AUDIT-CONTACTS THRU 2300-EXIT
               PERFORM 2400-AUDIT-GUARDIANS THRU 2400-EXIT
               PERFORM 2500-AUDIT-HOUSEHOLDS THRU 2500-EXIT
               PERFORM 2600-AUDIT-PLANS THRU 2600-EXIT
               PERFORM 2700-AUDIT-INSTALMENTS THRU 2700-EXIT
               PERFORM 2800-AUDIT-MANDATES THRU 2800-EXIT
               PERFORM 2900-AUDIT-DISPUTES THRU 2900-EXIT
               PERFORM 3000-AUDIT-RETURNED-MAIL THRU 3000-EXIT
               PERFORM 3100-AUDIT-POSITIONS THRU 3100-EXIT
               PERFORM 3200-AUDIT-APPROVALS THRU 3200-EXIT
               PERFORM 3300-AUDIT-CYCLE-CHANGES THRU 3300-EXIT
               PERFORM 8900-PRINT-SUMMARY THRU 8900-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               IF WS-TOTAL-EXCEPTIONS IS GREATER THAN ZERO
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           IF WS-TOTAL-READ IS GREATER THAN 9999999
               MOVE 9999999 TO WS-RLG-READ
           ELSE
               MOVE WS-TOTAL-READ TO WS-RLG-READ
           END-IF
           MOVE WS-TOTAL-EXCEPTIONS TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.

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
           MOVE "FILES-66" TO RLG-PROGRAM-ID
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

       0700-REGISTER-REPORT.
      *    THE AUDIT GOES ON REPORT-CATALOG.dat LIKE EVERY OTHER
      *    PRINT FILE, ITS LINE COUNT PROVED BY REREADING IT. SEE
      *    FILES-39 FOR BROWSE AND REPRINT.
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
           MOVE "FILES-66" TO RPC-PROGRAM
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
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS " -- NOTHING TO AUDIT AGAINST"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

           STRING "INTEGRITY-AUDIT-"   DELIMITED BY SIZE
                  WS-CURRENT-DATE-NUM  DELIMITED BY SIZE
                  ".rpt"               DELIMITED BY SIZE
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

           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE.
       1000-EXIT.
           EXIT.

       2000-AUDIT-ACCOUNTS.
      *    THE ACCOUNTS COME IN ID ORDER, SO ONE CUSTOMER'S ACCOUNTS
      *    ARE SUMMED TOGETHER AND PROVED AT THE ID BREAK. THE MASTER
      *    IS LOOKED UP ONCE PER CUSTOMER.
           MOVE "CUSTOMER-ACCOUNTS.dat" TO WS-FILE-NAME
           MOVE 2 TO WS-PROBLEM-COUNT
           MOVE "ACCOUNT FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           MOVE "ACCOUNTS DO NOT SUM TO THE MASTER BALANCE"
               TO WS-PROB-TITLE (2)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT ACCOUNTS-FILE
           MOVE WS-ACCOUNTS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               MOVE ZERO TO WS-GROUP-COUNT
               PERFORM 2010-CHECK-ACCOUNT THRU 2010-EXIT
                   UNTIL AUDIT-EOF-REACHED
               IF WS-GROUP-COUNT IS GREATER THAN ZERO
                   PERFORM 2050-PROVE-ACCOUNT-GROUP THRU 2050-EXIT
               END-IF
               CLOSE ACCOUNTS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2000-EXIT.
           EXIT.

       2010-CHECK-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF WS-GROUP-COUNT IS GREATER THAN ZERO
               AND ACT-ID-NUMBER NOT EQUAL WS-GROUP-ID
               PERFORM 2050-PROVE-ACCOUNT-GROUP THRU 2050-EXIT
           END-IF
           IF WS-GROUP-COUNT = ZERO
               MOVE ACT-ID-NUMBER TO WS-GROUP-ID
               MOVE ZERO TO WS-GROUP-TOTAL
               MOVE ACT-ID-NUMBER TO WS-CHECK-ID
               PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
               MOVE WS-ON-MASTER-SWITCH TO WS-GROUP-ON-MASTER
               IF WS-ON-MASTER
                   MOVE CUSTOMER-BALANCE TO WS-GROUP-BALANCE
               END-IF
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           ADD ACT-ACCOUNT-BALANCE TO WS-GROUP-TOTAL
           IF WS-GROUP-ON-MASTER NOT EQUAL "Y"
               MOVE 1 TO WS-EXC-PROBLEM
               MOVE ACT-ID-NUMBER TO WS-EXC-ID
               MOVE ACT-ACCOUNT-BALANCE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-EXC-TEXT
               STRING "ACCOUNT "          DELIMITED BY SIZE
                      ACT-ACCOUNT-NUMBER  DELIMITED BY SIZE
                      " TYPE "            DELIMITED BY SIZE
                      ACT-ACCOUNT-TYPE    DELIMITED BY SIZE
                      "  BALANCE "        DELIMITED BY SIZE
                      WS-AMOUNT-EDIT      DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

       2050-PROVE-ACCOUNT-GROUP.
      *    AN ORPHAN CUSTOMER'S ACCOUNTS ARE ALREADY LISTED ONE BY ONE;
      *    THERE IS NO MASTER BALANCE TO PROVE THEM AGAINST.
           IF WS-GROUP-ON-MASTER = "Y"
               AND WS-GROUP-TOTAL NOT EQUAL WS-GROUP-BALANCE
               MOVE 2 TO WS-EXC-PROBLEM
               MOVE WS-GROUP-ID TO WS-EXC-ID
               MOVE WS-GROUP-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-GROUP-BALANCE TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO WS-EXC-TEXT
               STRING WS-GROUP-COUNT      DELIMITED BY SIZE
                      " ACCOUNTS SUM TO " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT      DELIMITED BY SIZE
                      "  MASTER BALANCE " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT-2    DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT
           END-IF
           MOVE ZERO TO WS-GROUP-COUNT.
       2050-EXIT.
           EXIT.

       2100-AUDIT-OPEN-ITEMS.
           MOVE "OPEN-ITEMS.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "OPEN ITEM FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT OPEN-ITEMS-FILE
           MOVE WS-OPEN-ITEMS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2110-CHECK-OPEN-ITEM THRU 2110-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE OPEN-ITEMS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2100-EXIT.
           EXIT.

       2110-CHECK-OPEN-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE OPN-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2110-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE OPN-ID-NUMBER TO WS-EXC-ID
           MOVE OPN-OUTSTANDING TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-EXC-TEXT
           STRING "INVOICE "          DELIMITED BY SIZE
                  OPN-INVOICE-SEQ     DELIMITED BY SIZE
                  "  DUE "            DELIMITED BY SIZE
                  OPN-DUE-DATE        DELIMITED BY SIZE
                  "  OUTSTANDING "    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT      DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2110-EXIT.
           EXIT.

       2200-AUDIT-ORDERS.
           MOVE "STANDING-ORDERS.dat" TO WS-FILE-NAME
           MOVE 2 TO WS-PROBLEM-COUNT
           MOVE "ACTIVE ORDER FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           MOVE "CANCELLED ORDER FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (2)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT ORDERS-FILE
           MOVE WS-ORDERS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2210-CHECK-ORDER THRU 2210-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE ORDERS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2200-EXIT.
           EXIT.

       2210-CHECK-ORDER.
           READ ORDERS-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE STO-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2210-EXIT
           END-IF
           IF STO-CANCELLED
               MOVE 2 TO WS-EXC-PROBLEM
           ELSE
               MOVE 1 TO WS-EXC-PROBLEM
           END-IF
           MOVE STO-ID-NUMBER TO WS-EXC-ID
           MOVE STO-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-EXC-TEXT
           STRING STO-DRCR-CODE       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-AMOUNT-EDIT      DELIMITED BY SIZE
                  "  ON DAY "         DELIMITED BY SIZE
                  STO-DAY-OF-MONTH    DELIMITED BY SIZE
                  "  FROM "           DELIMITED BY SIZE
                  STO-START-DATE      DELIMITED BY SIZE
                  "  TO "             DELIMITED BY SIZE
                  STO-END-DATE        DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2210-EXIT.
           EXIT.

       2300-AUDIT-CONTACTS.
           MOVE "CONTACT-LOG.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "CONTACT NOTE FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT CONTACT-FILE
           MOVE WS-CONTACT-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2310-CHECK-CONTACT THRU 2310-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE CONTACT-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2300-EXIT.
           EXIT.

       2310-CHECK-CONTACT.
           READ CONTACT-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE CTL-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2310-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE CTL-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING CTL-DATE            DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  CTL-OPERATOR        DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  CTL-REASON-CODE     DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  CTL-TEXT            DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2310-EXIT.
           EXIT.

       2400-AUDIT-GUARDIANS.
      *    A LINK NEEDS BOTH ENDS ON THE MASTER: THE WARD IT IS KEYED
      *    ON AND THE GUARDIAN IT NAMES.
           MOVE "GUARDIANS.dat" TO WS-FILE-NAME
           MOVE 2 TO WS-PROBLEM-COUNT
           MOVE "GUARDIAN LINK FOR A WARD NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           MOVE "GUARDIAN NOT ON THE MASTER"
               TO WS-PROB-TITLE (2)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT GUARDIANS-FILE
           MOVE WS-GUARDIANS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2410-CHECK-GUARDIAN THRU 2410-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE GUARDIANS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2400-EXIT.
           EXIT.

       2410-CHECK-GUARDIAN.
           READ GUARDIANS-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE GRD-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF NOT WS-ON-MASTER
               MOVE 1 TO WS-EXC-PROBLEM
               MOVE GRD-ID-NUMBER TO WS-EXC-ID
               MOVE SPACES TO WS-EXC-TEXT
               STRING "GUARDIAN "         DELIMITED BY SIZE
                      GRD-GUARDIAN-ID     DELIMITED BY SIZE
                      "  LINKED "         DELIMITED BY SIZE
                      GRD-LINKED-DATE     DELIMITED BY SIZE
                      " BY "              DELIMITED BY SIZE
                      GRD-LINKED-BY       DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT
           END-IF
           MOVE GRD-GUARDIAN-ID TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF NOT WS-ON-MASTER
               MOVE 2 TO WS-EXC-PROBLEM
               MOVE GRD-GUARDIAN-ID TO WS-EXC-ID
               MOVE SPACES TO WS-EXC-TEXT
               STRING "GUARDIAN OF WARD " DELIMITED BY SIZE
                      GRD-ID-NUMBER       DELIMITED BY SIZE
                      "  LINKED "         DELIMITED BY SIZE
                      GRD-LINKED-DATE     DELIMITED BY SIZE
                      " BY "              DELIMITED BY SIZE
                      GRD-LINKED-BY       DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT
           END-IF.
       2410-EXIT.
           EXIT.

       2500-AUDIT-HOUSEHOLDS.
           MOVE "HOUSEHOLDS.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "HOUSEHOLD MEMBER NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT HOUSEHOLDS-FILE
           MOVE WS-HOUSEHOLDS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2510-CHECK-MEMBER THRU 2510-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE HOUSEHOLDS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2500-EXIT.
           EXIT.

       2510-CHECK-MEMBER.
           READ HOUSEHOLDS-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE HSH-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2510-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE HSH-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "HOUSEHOLD "        DELIMITED BY SIZE
                  HSH-HOUSEHOLD-ID    DELIMITED BY SIZE
                  "  ROLE "           DELIMITED BY SIZE
                  HSH-ROLE            DELIMITED BY SIZE
                  "  ADDED "          DELIMITED BY SIZE
                  HSH-ADDED-DATE      DELIMITED BY SIZE
                  " BY "              DELIMITED BY SIZE
                  HSH-ADDED-BY        DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2510-EXIT.
           EXIT.

       2600-AUDIT-PLANS.
           MOVE "PAYMENT-PLANS.dat" TO WS-FILE-NAME
           MOVE 2 TO WS-PROBLEM-COUNT
           MOVE "ACTIVE PLAN FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           MOVE "CLOSED PLAN FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (2)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT PLANS-FILE
           MOVE WS-PLANS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2610-CHECK-PLAN THRU 2610-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE PLANS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2600-EXIT.
           EXIT.

       2610-CHECK-PLAN.
           READ PLANS-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE PPL-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2610-EXIT
           END-IF
           IF PPL-ACTIVE
               MOVE 1 TO WS-EXC-PROBLEM
           ELSE
               MOVE 2 TO WS-EXC-PROBLEM
           END-IF
           MOVE PPL-ID-NUMBER TO WS-EXC-ID
           MOVE PPL-AGREED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-EXC-TEXT
           STRING "STATUS "           DELIMITED BY SIZE
                  PPL-STATUS          DELIMITED BY SIZE
                  "  AGREED "         DELIMITED BY SIZE
                  PPL-AGREED-DATE     DELIMITED BY SIZE
                  "  TOTAL "          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT      DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2610-EXIT.
           EXIT.

       2700-AUDIT-INSTALMENTS.
           MOVE "PAYMENT-PLAN-INSTALMENTS.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "INSTALMENT FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT INSTALMENTS-FILE
           MOVE WS-INSTALMENTS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2710-CHECK-INSTALMENT THRU 2710-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE INSTALMENTS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2700-EXIT.
           EXIT.

       2710-CHECK-INSTALMENT.
           READ INSTALMENTS-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE INS-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2710-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE INS-ID-NUMBER TO WS-EXC-ID
           MOVE INS-AMOUNT-DUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-EXC-TEXT
           STRING "DUE "              DELIMITED BY SIZE
                  INS-DUE-DATE        DELIMITED BY SIZE
                  "  AMOUNT "         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT      DELIMITED BY SIZE
                  "  RESULT "         DELIMITED BY SIZE
                  INS-RESULT          DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2710-EXIT.
           EXIT.

       2800-AUDIT-MANDATES.
           MOVE "DD-MANDATES.dat" TO WS-FILE-NAME
           MOVE 2 TO WS-PROBLEM-COUNT
           MOVE "ACTIVE MANDATE FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           MOVE "STOPPED MANDATE FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (2)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT MANDATES-FILE
           MOVE WS-MANDATES-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2810-CHECK-MANDATE THRU 2810-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE MANDATES-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2800-EXIT.
           EXIT.

       2810-CHECK-MANDATE.
           READ MANDATES-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2810-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE DDM-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2810-EXIT
           END-IF
           IF DDM-ACTIVE
               MOVE 1 TO WS-EXC-PROBLEM
           ELSE
               MOVE 2 TO WS-EXC-PROBLEM
           END-IF
           MOVE DDM-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "REFERENCE "        DELIMITED BY SIZE
                  DDM-REFERENCE       DELIMITED BY SIZE
                  "  STATUS "         DELIMITED BY SIZE
                  DDM-STATUS          DELIMITED BY SIZE
                  " SINCE "           DELIMITED BY SIZE
                  DDM-STATUS-DATE     DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2810-EXIT.
           EXIT.

       2900-AUDIT-DISPUTES.
           MOVE "DISPUTE-LOG.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "DISPUTE ENTRY FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT DISPUTE-FILE
           MOVE WS-DISPUTE-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 2910-CHECK-DISPUTE THRU 2910-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE DISPUTE-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       2900-EXIT.
           EXIT.

       2910-CHECK-DISPUTE.
           READ DISPUTE-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 2910-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE DSP-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 2910-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE DSP-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "INVOICE "          DELIMITED BY SIZE
                  DSP-INVOICE-SEQ     DELIMITED BY SIZE
                  "  ACTION "         DELIMITED BY SIZE
                  DSP-ACTION          DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  DSP-DATE            DELIMITED BY SIZE
                  " BY "              DELIMITED BY SIZE
                  DSP-OPERATOR        DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       2910-EXIT.
           EXIT.

       3000-AUDIT-RETURNED-MAIL.
           MOVE "RETURNED-MAIL.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "RETURNED-MAIL RECORD FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT RETURNED-MAIL-FILE
           MOVE WS-RETURNED-MAIL-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 3010-CHECK-RETURNED-MAIL THRU 3010-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE RETURNED-MAIL-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       3000-EXIT.
           EXIT.

       3010-CHECK-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 3010-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE RML-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 3010-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE RML-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "RETURNED "         DELIMITED BY SIZE
                  RML-RETURNED-DATE   DELIMITED BY SIZE
                  "  DOCUMENT "       DELIMITED BY SIZE
                  RML-DOCUMENT        DELIMITED BY SIZE
                  "  RECORDED BY "    DELIMITED BY SIZE
                  RML-RECORDED-BY     DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       3010-EXIT.
           EXIT.

       3100-AUDIT-POSITIONS.
           MOVE "AGED-POSITIONS.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "AGED POSITION FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT POSITIONS-FILE
           MOVE WS-POSITIONS-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 3110-CHECK-POSITION THRU 3110-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE POSITIONS-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-POSITION.
           READ POSITIONS-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 3110-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE AGP-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 3110-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE AGP-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "AGED "             DELIMITED BY SIZE
                  AGP-AGED-DATE       DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       3110-EXIT.
           EXIT.

       3200-AUDIT-APPROVALS.
           MOVE "PENDING-APPROVAL.dat" TO WS-FILE-NAME
           MOVE 2 TO WS-PROBLEM-COUNT
           MOVE "PENDING ITEM FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           MOVE "DECIDED ITEM FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (2)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT APPROVAL-FILE
           MOVE WS-APPROVAL-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 3210-CHECK-APPROVAL THRU 3210-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE APPROVAL-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       3200-EXIT.
           EXIT.

       3210-CHECK-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 3210-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE APR-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 3210-EXIT
           END-IF
           IF APR-PENDING
               MOVE 1 TO WS-EXC-PROBLEM
           ELSE
               MOVE 2 TO WS-EXC-PROBLEM
           END-IF
           MOVE APR-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "TYPE "             DELIMITED BY SIZE
                  APR-ITEM-TYPE       DELIMITED BY SIZE
                  "  STATUS "         DELIMITED BY SIZE
                  APR-STATUS          DELIMITED BY SIZE
                  "  KEYED "          DELIMITED BY SIZE
                  APR-KEYED-DATE      DELIMITED BY SIZE
                  " BY "              DELIMITED BY SIZE
                  APR-KEYED-BY        DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       3210-EXIT.
           EXIT.

       3300-AUDIT-CYCLE-CHANGES.
           MOVE "CYCLE-CHANGES.dat" TO WS-FILE-NAME
           MOVE 1 TO WS-PROBLEM-COUNT
           MOVE "CYCLE CHANGE FOR AN ID NOT ON THE MASTER"
               TO WS-PROB-TITLE (1)
           PERFORM 8000-START-FILE THRU 8000-EXIT
           OPEN INPUT CYCLE-CHANGES-FILE
           MOVE WS-CYCLE-CHANGES-STATUS TO WS-AUDIT-STATUS
           PERFORM 8050-CHECK-OPEN THRU 8050-EXIT
           IF WS-AUDIT-FILE-OPEN
               PERFORM 3310-CHECK-CYCLE-CHANGE THRU 3310-EXIT
                   UNTIL AUDIT-EOF-REACHED
               CLOSE CYCLE-CHANGES-FILE
           END-IF
           PERFORM 8500-END-FILE THRU 8500-EXIT.
       3300-EXIT.
           EXIT.

       3310-CHECK-CYCLE-CHANGE.
           READ CYCLE-CHANGES-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF-REACHED TO TRUE
                   GO TO 3310-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE CYC-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-LOOKUP-MASTER THRU 7000-EXIT
           IF WS-ON-MASTER
               GO TO 3310-EXIT
           END-IF
           MOVE 1 TO WS-EXC-PROBLEM
           MOVE CYC-ID-NUMBER TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "DAY "              DELIMITED BY SIZE
                  CYC-OLD-DAY         DELIMITED BY SIZE
                  " TO "              DELIMITED BY SIZE
                  CYC-NEW-DAY         DELIMITED BY SIZE
                  "  MOVED "          DELIMITED BY SIZE
                  CYC-MOVED-DATE      DELIMITED BY SIZE
                  " BY "              DELIMITED BY SIZE
                  CYC-MOVED-BY        DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
       3310-EXIT.
           EXIT.

       7000-LOOKUP-MASTER.
           MOVE WS-CHECK-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-MASTER-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER-SWITCH
           END-READ.
       7000-EXIT.
           EXIT.

       8000-START-FILE.
           MOVE ZERO TO WS-FILE-READ
           MOVE ZERO TO WS-FILE-EXCEPTIONS
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-UNLISTED
           MOVE ZERO TO WS-PROB-HITS (1)
           MOVE ZERO TO WS-PROB-HITS (2)
           MOVE "N" TO AUDIT-EOF
           MOVE "N" TO WS-AUDIT-OPEN-SWITCH
           ADD 1 TO WS-SUM-COUNT
           MOVE WS-FILE-NAME TO WS-SUM-FILE (WS-SUM-COUNT)
           MOVE SPACES TO WS-SUM-NOTE (WS-SUM-COUNT).
       8000-EXIT.
           EXIT.

       8050-CHECK-OPEN.
      *    A FILE NOT YET ON DISK HAS NOTHING IN IT TO DISAGREE WITH
      *    THE MASTER. ONE THAT WILL NOT OPEN IS A FAILURE.
           IF AUDIT-FILE-OK
               SET WS-AUDIT-FILE-OPEN TO TRUE
               GO TO 8050-EXIT
           END-IF
           IF AUDIT-FILE-NOT-FOUND
               MOVE "NOT ON DISK -- NOT AUDITED"
                   TO WS-SUM-NOTE (WS-SUM-COUNT)
               GO TO 8050-EXIT
           END-IF
           DISPLAY WS-FILE-NAME " OPEN FAILED, STATUS: "
               WS-AUDIT-STATUS
           MOVE 1 TO RETURN-CODE
           MOVE SPACES TO WS-SUM-NOTE (WS-SUM-COUNT)
           STRING "OPEN FAILED, STATUS "  DELIMITED BY SIZE
                  WS-AUDIT-STATUS         DELIMITED BY SIZE
               INTO WS-SUM-NOTE (WS-SUM-COUNT)
           END-STRING.
       8050-EXIT.
           EXIT.

       8100-NOTE-EXCEPTION.
           ADD 1 TO WS-FILE-EXCEPTIONS
           ADD 1 TO WS-PROB-HITS (WS-EXC-PROBLEM)
           IF WS-HELD-COUNT IS NOT LESS THAN 500
               ADD 1 TO WS-UNLISTED
               GO TO 8100-EXIT
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-EXC-PROBLEM TO WS-HELD-PROBLEM (WS-HELD-COUNT)
           MOVE WS-EXC-ID      TO WS-HELD-ID (WS-HELD-COUNT)
           MOVE WS-EXC-TEXT    TO WS-HELD-TEXT (WS-HELD-COUNT).
       8100-EXIT.
           EXIT.

       8500-END-FILE.
      *    THE FILE'S HEADING, THEN EACH PROBLEM THAT HAS HITS WITH
      *    ITS EXCEPTIONS UNDER IT.
           MOVE WS-FILE-NAME       TO FL-FILE
           MOVE WS-FILE-READ       TO FL-READ
           MOVE WS-FILE-EXCEPTIONS TO FL-EXCEPTIONS
           WRITE REPORT-LINE FROM WS-FILE-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-FILE-READ TO WS-SUM-READ (WS-SUM-COUNT)
           MOVE WS-FILE-EXCEPTIONS TO WS-SUM-EXCEPTIONS (WS-SUM-COUNT)
           ADD WS-FILE-READ TO WS-TOTAL-READ
           ADD WS-FILE-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS
           IF NOT WS-AUDIT-FILE-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING "  "                        DELIMITED BY SIZE
                      WS-SUM-NOTE (WS-SUM-COUNT)  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               GO TO 8500-EXIT
           END-IF
           IF WS-FILE-EXCEPTIONS = ZERO
               MOVE "  NO EXCEPTIONS" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               GO TO 8500-EXIT
           END-IF
           PERFORM 8600-PRINT-PROBLEM THRU 8600-EXIT
               VARYING WS-PROB-SUB FROM 1 BY 1
               UNTIL WS-PROB-SUB IS GREATER THAN WS-PROBLEM-COUNT
           IF WS-UNLISTED IS GREATER THAN ZERO
               MOVE WS-UNLISTED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  ... AND "     DELIMITED BY SIZE
                      WS-COUNT-EDIT    DELIMITED BY SIZE
                      " MORE NOT LISTED -- ONLY THE FIRST 500 OF A "
                                       DELIMITED BY SIZE
                      "FILE ARE PRINTED"
                                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       8500-EXIT.
           EXIT.

       8600-PRINT-PROBLEM.
           IF WS-PROB-HITS (WS-PROB-SUB) = ZERO
               GO TO 8600-EXIT
           END-IF
           MOVE WS-PROB-TITLE (WS-PROB-SUB) TO PL-TITLE
           MOVE WS-PROB-HITS (WS-PROB-SUB)  TO PL-HITS
           WRITE REPORT-LINE FROM WS-PROBLEM-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 8650-PRINT-HELD-EXCEPTION THRU 8650-EXIT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB IS GREATER THAN WS-HELD-COUNT.
       8600-EXIT.
           EXIT.

       8650-PRINT-HELD-EXCEPTION.
           IF WS-HELD-PROBLEM (WS-HELD-SUB) NOT EQUAL WS-PROB-SUB
               GO TO 8650-EXIT
           END-IF
           MOVE WS-HELD-ID (WS-HELD-SUB)   TO EL-ID
           MOVE WS-HELD-TEXT (WS-HELD-SUB) TO EL-TEXT
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
       8650-EXIT.
           EXIT.

       8900-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM WS-SUMMARY-HEAD
               AFTER ADVANCING 3 LINES
           PERFORM 8950-PRINT-SUMMARY-LINE THRU 8950-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB IS GREATER THAN WS-SUM-COUNT
           MOVE "ALL FILES"         TO SML-FILE
           MOVE WS-TOTAL-READ       TO SML-READ
           MOVE WS-TOTAL-EXCEPTIONS TO SML-EXCEPTIONS
           MOVE SPACES              TO SML-NOTE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           DISPLAY "INTEGRITY AUDIT: " WS-TOTAL-READ " RECORDS READ, "
               WS-TOTAL-EXCEPTIONS " EXCEPTIONS"
           DISPLAY "EXCEPTION REPORT: " WS-REPORT-FILE-NAME.
       8900-EXIT.
           EXIT.

       8950-PRINT-SUMMARY-LINE.
           MOVE WS-SUM-FILE (WS-SUM-SUB)       TO SML-FILE
           MOVE WS-SUM-READ (WS-SUM-SUB)       TO SML-READ
           MOVE WS-SUM-EXCEPTIONS (WS-SUM-SUB) TO SML-EXCEPTIONS
           MOVE WS-SUM-NOTE (WS-SUM-SUB)       TO SML-NOTE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
       8950-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

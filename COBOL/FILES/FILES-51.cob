       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-51.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. BAD-DEBT WRITE-OFF AND
      *   POST-WRITE-OFF RECOVERY REPORTING. MODE W IS THE WRITE-OFF
      *   RUN: THE SIGNED-ON OPERATOR MUST BE NAMED ON A
      *   WRITE-OFF-AUTHORITY RUN-PARM LINE (ONE LINE PER OPERATOR; NO
      *   SUCH LINE MEANS NOBODY MAY WRITE OFF). UNDER THE EXCLUSIVE
      *   RUN-LOCK THE RUN PROPOSES EVERY CUSTOMER WHOSE DEBIT BALANCE,
      *   AGED NEWEST-FIRST AGAINST THE LEDGER DEBITS THE WAY FILES-32
      *   AGES IT, STILL HOLDS A DEBIT AT LEAST WRITE-OFF-MIN-DAYS OLD
      *   (DEFAULT 90, THE FILES-32 90-PLUS BUCKET) AND WHOSE BALANCE
      *   IS NO MORE THAN WRITE-OFF-MAX-AMOUNT (ZERO OR ABSENT = NO
      *   CEILING). A CUSTOMER WITH A PAYMENT PLAN RUNNING (SEE
      *   FILES-50) OR ALREADY WRITTEN OFF IS NEVER PROPOSED. THE
      *   OPERATOR CONFIRMS EACH CANDIDATE Y OR N. A CONFIRMED WRITE-OFF
      *   POSTS TYPE-"W" MOVEMENTS TO CUSTOMER-LEDGER.dat -- ONE PER
      *   ACCOUNT STILL CARRYING A BALANCE, AND ONE ON ACCOUNT 000 FOR
      *   ANY PART OF THE MASTER BALANCE NO ACCOUNT CARRIES -- THAT
      *   TAKE THE BALANCE TO ZERO, ZEROES THE ACCOUNTS, SETS
      *   CDR-WRITE-OFF-FLAG ON THE MASTER (SEE COPYLIB'S
      *   CUSTOMER-RECORD), DELETES THE CUSTOMER'S OPEN ITEMS AND
      *   JOURNALS THE MASTER CHANGE UNDER THE OPERATOR. EVERY
      *   CANDIDATE, WRITTEN OFF OR DECLINED, IS PRINTED ON THE
      *   WRITE-OFF REGISTER (WRITE-OFF-REGISTER-CCYYMMDD.rpt) WITH
      *   TOTALS FOR THE ACCOUNTANTS. MODE V IS THE RECOVERY REPORT
      *   (WRITE-OFF-RECOVERIES-CCYYMMDD.rpt): FOR EVERY CUSTOMER WITH
      *   A WRITE-OFF OR A RECOVERY ON THE LEDGER, WHAT WAS WRITTEN OFF,
      *   WHAT HAS COME BACK SINCE (THE TYPE-"V" RECOVERIES FILES-9 AND
      *   FILES-20 POST FOR A WRITTEN-OFF CUSTOMER) AND THE LOSS STILL
      *   STANDING. BOTH PRINT FILES ARE REGISTERED ON
      *   REPORT-CATALOG.dat.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - THE RECOVERY REPORT (MODE V) NOW SWEEPS EVERY
      *   LEDGER ARCHIVE ON LEDGER-ARCHIVE-CATALOG.dat, OLDEST FIRST,
      *   BEFORE THE LIVE LEDGER, SO A WRITE-OFF FILES-30 HAS ARCHIVED
      *   STILL STANDS AGAINST ITS RECOVERIES. THE DEBIT TABLE FOR
      *   AGEING A CANDIDATE NOW KEEPS THE NEWEST 200 DEBITS INSTEAD OF
      *   THE OLDEST, SO A BUSY CUSTOMER IS NO LONGER AGED AGAINST
      *   DEBITS LONG SINCE PAID.
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

           SELECT OPEN-ITEMS-FILE ASSIGN TO "OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LEDGER-ARCHIVE-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PLANS-FILE ASSIGN TO "PAYMENT-PLANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANS-STATUS.

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

       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 CAT-CUTOFF-DATE PIC 9(8).
               02 CAT-FILE-NAME   PIC X(40).
               02 CAT-REC-COUNT   PIC 9(7).

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       FD PLANS-FILE.
           COPY "PAYMENT-PLAN-RECORD.cpy".

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
           77 WS-MIN-DAYS           PIC 9(3) VALUE 90.
           01 WS-DAYS-PARM          PIC X(3) VALUE SPACES.
           01 WS-DAYS-PARM-NUM REDEFINES WS-DAYS-PARM PIC 9(3).
           77 WS-MAX-AMOUNT         PIC 9(7)V99 VALUE ZERO.
           01 WS-AMOUNT-PARM        PIC X(9) VALUE SPACES.
           01 WS-AMOUNT-PARM-NUM REDEFINES WS-AMOUNT-PARM
                                    PIC 9(7)V99.

      *    THE OPERATORS THE WRITE-OFF-AUTHORITY RUN-PARM LINES NAME.
           01 WS-AUTHORITY-TABLE.
               02 WS-AUT-OPERATOR-ID PIC X(8) OCCURS 20 TIMES.
           77 WS-AUT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-AUT-SUB            PIC 9(2) COMP VALUE ZERO.
           77 WS-AUTHORISED-SWITCH  PIC X VALUE "N".
               88 WS-AUTHORISED         VALUE "Y".

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-ACCOUNTS-STATUS    PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".

           01 WS-OPEN-ITEMS-STATUS  PIC X(2) VALUE SPACES.
               88 OPEN-ITEMS-OK         VALUE "00".
               88 OPEN-ITEMS-NOT-FOUND  VALUE "35".

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".
           77 WS-LEDGER-NAME        PIC X(40)
               VALUE "CUSTOMER-LEDGER.dat".

           01 WS-CATALOG-STATUS     PIC X(2) VALUE SPACES.
               88 CATALOG-OK            VALUE "00".
               88 CATALOG-NOT-FOUND     VALUE "35".
           77 CATALOG-EOF           PIC X VALUE "N".
               88 CATALOG-EOF-REACHED VALUE "Y".

      *    THE LEDGER ARCHIVES FILES-30 HAS CUT, OLDEST FIRST.
           01 WS-CATALOG-TABLE.
               02 WS-CAT-ENTRY OCCURS 50 TIMES.
                   03 WS-CAT-NAME      PIC X(40).
           77 WS-CAT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-CAT-SUB            PIC 9(2) COMP VALUE ZERO.

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           01 WS-PLANS-STATUS       PIC X(2) VALUE SPACES.
               88 PLANS-OK              VALUE "00".
               88 PLANS-NOT-FOUND       VALUE "35".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 EOF                   PIC X VALUE "N".
               88 EOF-REACHED       VALUE "Y".
           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".
           77 PLANS-EOF             PIC X VALUE "N".
               88 PLANS-EOF-REACHED VALUE "Y".
           77 WS-SWEEP-SWITCH       PIC X VALUE "N".
               88 WS-SWEEP-DONE         VALUE "Y".
           77 WS-OPEN-ITEMS-SWITCH  PIC X VALUE "N".
               88 WS-OPEN-ITEMS-ON-HAND VALUE "Y".

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
               88 WS-MODE-WRITE-OFF     VALUE "W".
               88 WS-MODE-RECOVERIES    VALUE "V".

           01 WS-CONFIRM-ANSWER     PIC X VALUE SPACE.

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           01 WS-DATE-EDIT-NUM      PIC 9(8).
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-DEBIT-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-DEBIT-AGE-DAYS     PIC S9(5) COMP VALUE ZERO.
           77 WS-OLDEST-AGE-DAYS    PIC S9(5) COMP VALUE ZERO.

      *    THE IDS WITH A PAYMENT PLAN RUNNING, LOADED AT START.
           01 WS-PLAN-TABLE.
               02 WS-PLN-ID-NUMBER PIC 9(7) OCCURS 500 TIMES.
           77 WS-PLN-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-PLN-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-ON-PLAN-SWITCH     PIC X VALUE "N".
               88 WS-ON-PLAN            VALUE "Y".

      *    THE CUSTOMER'S LEDGER DEBITS, GATHERED OLDEST-FIRST IN
      *    FILE ORDER AND ALLOCATED AGAINST FROM THE BACK, AS FILES-32
      *    AGES THEM. ONLY THE NEWEST 200 ARE KEPT.
           01 WS-DEBIT-TABLE.
               02 WS-DBT-ENTRY OCCURS 200 TIMES.
                   03 WS-DBT-EFF-DATE    PIC 9(8).
                   03 WS-DBT-AMOUNT      PIC 9(7)V99.
           77 WS-DBT-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-DBT-SUB            PIC 9(3) COMP VALUE ZERO.

           77 WS-REMAINING          PIC S9(7)V99 VALUE ZERO.
           77 WS-ALLOCATED          PIC 9(7)V99 VALUE ZERO.

      *    THE CUSTOMERS PROPOSED FOR WRITE-OFF, HELD UNTIL THE
      *    OPERATOR HAS BEEN THROUGH THEM.
           01 WS-CANDIDATE-TABLE.
               02 WS-CND-ENTRY OCCURS 500 TIMES.
                   03 WS-CND-ID-NUMBER   PIC 9(7).
                   03 WS-CND-F-NAME      PIC X(20).
                   03 WS-CND-L-NAME      PIC X(20).
                   03 WS-CND-BALANCE     PIC 9(7)V99.
                   03 WS-CND-AGE-DAYS    PIC 9(5).
           77 WS-CND-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-CND-SUB            PIC 9(3) COMP VALUE ZERO.

           77 WS-CUSTOMERS-READ     PIC 9(7) VALUE ZERO.
           77 WS-PLAN-EXCLUDED      PIC 9(5) VALUE ZERO.
           77 WS-CEILING-EXCLUDED   PIC 9(5) VALUE ZERO.
           77 WS-WRITTEN-OFF-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-WRITTEN-OFF-TOTAL  PIC 9(9)V99 VALUE ZERO.
           77 WS-DECLINED-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-DECLINED-TOTAL     PIC 9(9)V99 VALUE ZERO.
           77 WS-FAILED-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-MOVEMENTS-WRITTEN  PIC 9(7) VALUE ZERO.
           77 WS-ITEMS-DELETED      PIC 9(7) VALUE ZERO.

      *    THE WRITE-OFF OF ONE CUSTOMER AS IT STEPS THE BALANCE DOWN
      *    ACCOUNT BY ACCOUNT.
           77 WS-WRITE-OFF-FAILED-SW PIC X VALUE "N".
               88 WS-WRITE-OFF-FAILED   VALUE "Y".
           77 WS-RUNNING-BALANCE    PIC S9(7)V99 VALUE ZERO.
           77 WS-MOVE-AMOUNT        PIC S9(7)V99 VALUE ZERO.
           77 WS-MOVE-ACCOUNT       PIC 9(3) VALUE ZERO.

      *    MODE V: ONE ENTRY PER CUSTOMER WITH A WRITE-OFF OR A
      *    RECOVERY ON THE LEDGER.
           01 WS-RECOVERY-TABLE.
               02 WS-RCV-ENTRY OCCURS 2000 TIMES.
                   03 WS-RCV-ID-NUMBER   PIC 9(7).
                   03 WS-RCV-WRITTEN-OFF PIC S9(9)V99.
                   03 WS-RCV-RECOVERED   PIC S9(9)V99.
           77 WS-RCV-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-RCV-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-RCV-PICK           PIC 9(4) COMP VALUE ZERO.

           77 WS-NET-LOSS           PIC S9(9)V99 VALUE ZERO.
           77 WS-TOT-WRITTEN-OFF    PIC S9(9)V99 VALUE ZERO.
           77 WS-TOT-RECOVERED      PIC S9(9)V99 VALUE ZERO.
           77 WS-TOT-NET-LOSS       PIC S9(9)V99 VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

           01 WS-REGISTER-HEAD-LINE.
               02 FILLER             PIC X(36) VALUE
                   "WRITE-OFF REGISTER -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(16) VALUE
                   "   AUTHORISED BY".
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HL-OPERATOR        PIC X(8).

           01 WS-REGISTER-COL-LINE.
               02 FILLER             PIC X(39) VALUE
                   "ID       NAME                          ".
               02 FILLER             PIC X(33) VALUE
                   "  AGE      BALANCE   OUTCOME".

           01 WS-REGISTER-LINE.
               02 RL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-NAME            PIC X(30).
               02 RL-AGE-DAYS        PIC ZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-BALANCE         PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 RL-OUTCOME         PIC X(20).

           01 WS-REGISTER-TOTAL-LINE.
               02 TL-LABEL           PIC X(39).
               02 TL-COUNT           PIC ZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 TL-AMOUNT          PIC $$,$$$,$$9.99.

           01 WS-RECOVERY-HEAD-LINE.
               02 FILLER             PIC X(38) VALUE
                   "WRITE-OFFS AND RECOVERIES -- AS AT ".
               02 VH-DATE            PIC 99/99/9999.

           01 WS-RECOVERY-COL-LINE.
               02 FILLER             PIC X(39) VALUE
                   "ID       NAME                          ".
               02 FILLER             PIC X(42) VALUE
                   "  WRITTEN OFF     RECOVERED      NET LOSS".

           01 WS-RECOVERY-LINE.
               02 VL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 VL-NAME            PIC X(30).
               02 VL-WRITTEN-OFF     PIC $$,$$$,$$9.99-.
               02 VL-RECOVERED       PIC $$,$$$,$$9.99-.
               02 VL-NET-LOSS        PIC $$,$$$,$$9.99-.

           01 WS-NONE-LINE.
               02 FILLER             PIC X(20) VALUE "  NONE".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "BAD-DEBT WRITE-OFF"
           DISPLAY "  W = WRITE-OFF RUN"
           DISPLAY "  V = WRITE-OFF AND RECOVERY REPORT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           EVALUATE TRUE
               WHEN WS-MODE-WRITE-OFF
                   PERFORM 1000-WRITE-OFF-RUN THRU 1000-EXIT
               WHEN WS-MODE-RECOVERIES
                   PERFORM 6000-RECOVERY-REPORT THRU 6000-EXIT
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

       0080-CHECK-AUTHORITY.
      *    WRITING A DEBT OFF IS NOT EVERY OPERATOR'S CALL: ONLY THE
      *    OPERATORS THE RUN-PARMS NAME MAY DO IT, AND NO NAMES AT ALL
      *    MEANS NOBODY MAY.
           IF WS-AUT-COUNT = ZERO
               DISPLAY "NO WRITE-OFF-AUTHORITY RUN-PARM ON FILE -- "
                   "WRITE-OFF REFUSED"
               GO TO 0080-EXIT
           END-IF
           PERFORM 0090-MATCH-AUTHORITY THRU 0090-EXIT
               VARYING WS-AUT-SUB FROM 1 BY 1
               UNTIL WS-AUT-SUB IS GREATER THAN WS-AUT-COUNT
                   OR WS-AUTHORISED
           IF NOT WS-AUTHORISED
               DISPLAY "OPERATOR " WS-OPERATOR-ID " HAS NO WRITE-OFF "
                   "AUTHORITY -- WRITE-OFF REFUSED"
           END-IF.
       0080-EXIT.
           EXIT.

       0090-MATCH-AUTHORITY.
           IF WS-AUT-OPERATOR-ID (WS-AUT-SUB) = WS-OPERATOR-ID
               SET WS-AUTHORISED TO TRUE
           END-IF.
       0090-EXIT.
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
               WHEN "WRITE-OFF-AUTHORITY"
                   IF WS-AUT-COUNT IS NOT LESS THAN 20
                       DISPLAY "WRITE-OFF-AUTHORITY TABLE FULL -- "
                           PRM-VALUE (1:8) " IGNORED"
                       GO TO 0150-EXIT
                   END-IF
                   ADD 1 TO WS-AUT-COUNT
                   MOVE PRM-VALUE (1:8)
                       TO WS-AUT-OPERATOR-ID (WS-AUT-COUNT)
               WHEN "WRITE-OFF-MIN-DAYS"
                   MOVE PRM-VALUE (1:3) TO WS-DAYS-PARM
                   IF WS-DAYS-PARM IS NOT NUMERIC
                       DISPLAY "RUN-PARM WRITE-OFF-MIN-DAYS NOT "
                           "NUMERIC -- DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-DAYS-PARM-NUM TO WS-MIN-DAYS
               WHEN "WRITE-OFF-MAX-AMOUNT"
                   MOVE PRM-VALUE (1:9) TO WS-AMOUNT-PARM
                   IF WS-AMOUNT-PARM-NUM IS NOT NUMERIC
                       DISPLAY "RUN-PARM WRITE-OFF-MAX-AMOUNT NOT "
                           "NUMERIC -- NO CEILING"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-AMOUNT-PARM-NUM TO WS-MAX-AMOUNT
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
           MOVE "FILES-51" TO RLG-PROGRAM-ID
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
           MOVE "FILES-51" TO LCK-PROGRAM
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-LOCK-RECORD
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD-BY-US TO TRUE.
       0300-EXIT.
           EXIT.

       0350-CHECK-LOCK.
      *    THE RECOVERY REPORT ONLY LOOKS -- AN EXCLUSIVE UPDATE LOCK
      *    ON HAND MEANS THE LEDGER IS MID-UPDATE AND IT MUST NOT START.
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
               MOVE "FILES-51" TO LCK-PROGRAM
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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4).
       0500-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE PRINT FILE GOES ON REPORT-CATALOG.dat THE WAY FILES-32
      *    REGISTERS ITS PRINT FILES, REREAD FOR ITS LINE COUNT SO THE
      *    CATALOG PROVES WHAT IS ON DISK.
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
           MOVE "FILES-51" TO RPC-PROGRAM
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

       1000-WRITE-OFF-RUN.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0080-CHECK-AUTHORITY THRU 0080-EXIT
           IF NOT WS-AUTHORISED
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT

           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-LOAD-PLANS THRU 1100-EXIT
               PERFORM 2000-PROPOSE-CANDIDATES THRU 2000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-OPEN-POSTING-FILES THRU 3000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-CONFIRM-CANDIDATE THRU 4000-EXIT
                   VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT
               PERFORM 8000-PRINT-REGISTER-TOTALS THRU 8000-EXIT
               PERFORM 9000-CLOSE-POSTING-FILES THRU 9000-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 8500-DISPLAY-WRITE-OFF-TOTALS THRU 8500-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-CUSTOMERS-READ TO WS-RLG-READ
           MOVE WS-MOVEMENTS-WRITTEN TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-PLANS.
      *    NO PLAN FILE SIMPLY MEANS NOBODY IS ON A PLAN.
           MOVE ZERO TO WS-PLN-COUNT
           OPEN INPUT PLANS-FILE
           IF PLANS-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT PLANS-OK
               DISPLAY "PLANS-FILE OPEN FAILED, STATUS: "
                   WS-PLANS-STATUS " -- WRITE-OFF REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-LOAD-ONE-PLAN THRU 1150-EXIT
               UNTIL PLANS-EOF-REACHED
           CLOSE PLANS-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-PLAN.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF NOT PPL-ACTIVE
               GO TO 1150-EXIT
           END-IF
      *    A PLAN THAT CANNOT BE HELD MUST NOT LET ITS CUSTOMER BE
      *    PROPOSED, SO A FULL TABLE STOPS THE RUN.
           IF WS-PLN-COUNT IS NOT LESS THAN 500
               DISPLAY "PLAN TABLE FULL -- WRITE-OFF REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               SET PLANS-EOF-REACHED TO TRUE
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-PLN-COUNT
           MOVE PPL-ID-NUMBER TO WS-PLN-ID-NUMBER (WS-PLN-COUNT).
       1150-EXIT.
           EXIT.

       2000-PROPOSE-CANDIDATES.
           IF WS-ABORT-REQUESTED
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO EOF
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
           PERFORM 2100-SCREEN-CUSTOMER THRU 2100-EXIT
               UNTIL EOF-REACHED
           CLOSE CUSTOMERS-FILE
           DISPLAY "CUSTOMERS PROPOSED FOR WRITE-OFF: " WS-CND-COUNT.
       2000-EXIT.
           EXIT.

       2100-SCREEN-CUSTOMER.
           IF CUSTOMER-BALANCE IS NOT GREATER THAN ZERO
               OR WRITTEN-OFF
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2150-CHECK-PLAN THRU 2150-EXIT
           IF WS-ON-PLAN
               ADD 1 TO WS-PLAN-EXCLUDED
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-MAX-AMOUNT IS GREATER THAN ZERO
               AND CUSTOMER-BALANCE IS GREATER THAN WS-MAX-AMOUNT
               ADD 1 TO WS-CEILING-EXCLUDED
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE ZERO TO WS-DBT-COUNT
           PERFORM 2200-GATHER-DEBITS THRU 2200-EXIT
           PERFORM 2300-FIND-OLDEST-AGE THRU 2300-EXIT
           IF WS-OLDEST-AGE-DAYS IS LESS THAN WS-MIN-DAYS
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           IF WS-CND-COUNT IS NOT LESS THAN 500
               DISPLAY "CANDIDATE TABLE FULL -- ID " ID-NUMBER
                   " AND LATER WAIT FOR THE NEXT RUN"
               SET EOF-REACHED TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CND-COUNT
           MOVE ID-NUMBER        TO WS-CND-ID-NUMBER (WS-CND-COUNT)
           MOVE F-NAME           TO WS-CND-F-NAME (WS-CND-COUNT)
           MOVE L-NAME           TO WS-CND-L-NAME (WS-CND-COUNT)
           MOVE CUSTOMER-BALANCE TO WS-CND-BALANCE (WS-CND-COUNT)
           MOVE WS-OLDEST-AGE-DAYS
               TO WS-CND-AGE-DAYS (WS-CND-COUNT)
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2150-CHECK-PLAN.
           MOVE "N" TO WS-ON-PLAN-SWITCH
           PERFORM 2160-MATCH-ONE-PLAN THRU 2160-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB IS GREATER THAN WS-PLN-COUNT
                   OR WS-ON-PLAN.
       2150-EXIT.
           EXIT.

       2160-MATCH-ONE-PLAN.
           IF WS-PLN-ID-NUMBER (WS-PLN-SUB) = ID-NUMBER
               SET WS-ON-PLAN TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

       2200-GATHER-DEBITS.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               GO TO 2200-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-GATHER-ONE-DEBIT THRU 2250-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       2200-EXIT.
           EXIT.

       2250-GATHER-ONE-DEBIT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2250-EXIT
           END-READ
           IF LGR-ID-NUMBER NOT EQUAL ID-NUMBER
               OR LGR-DRCR-CODE NOT EQUAL "D"
               GO TO 2250-EXIT
           END-IF
      *    A FULL TABLE DROPS ITS OLDEST DEBIT: THE BALANCE IS AGED
      *    FROM THE NEWEST BACK, SO IT IS THE NEWEST ONES THAT MATTER,
      *    AND KEEPING THE OLDEST WOULD AGE A BUSY CUSTOMER'S BALANCE
      *    AGAINST DEBITS LONG SINCE PAID.
           IF WS-DBT-COUNT IS NOT LESS THAN 200
               PERFORM 2260-DROP-OLDEST-DEBIT THRU 2260-EXIT
                   VARYING WS-DBT-SUB FROM 1 BY 1
                   UNTIL WS-DBT-SUB IS NOT LESS THAN WS-DBT-COUNT
               SUBTRACT 1 FROM WS-DBT-COUNT
           END-IF
           ADD 1 TO WS-DBT-COUNT
           MOVE LGR-EFFECTIVE-DATE TO WS-DBT-EFF-DATE (WS-DBT-COUNT)
           MOVE LGR-AMOUNT         TO WS-DBT-AMOUNT (WS-DBT-COUNT).
       2250-EXIT.
           EXIT.

       2260-DROP-OLDEST-DEBIT.
           MOVE WS-DBT-ENTRY (WS-DBT-SUB + 1)
               TO WS-DBT-ENTRY (WS-DBT-SUB).
       2260-EXIT.
           EXIT.

       2300-FIND-OLDEST-AGE.
      *    THE BALANCE IS SPREAD OVER THE DEBITS NEWEST FIRST; THE
      *    OLDEST DEBIT IT REACHES SAYS HOW LONG THE MONEY HAS BEEN
      *    OWED. BALANCE NO DEBIT DATES COUNTS AS CURRENT, SO A
      *    CUSTOMER WITH NO LEDGER TRAIL IS NEVER PROPOSED.
           MOVE ZERO TO WS-OLDEST-AGE-DAYS
           MOVE CUSTOMER-BALANCE TO WS-REMAINING
           PERFORM 2350-AGE-ONE-DEBIT THRU 2350-EXIT
               VARYING WS-DBT-SUB FROM WS-DBT-COUNT BY -1
               UNTIL WS-DBT-SUB IS LESS THAN 1
                   OR WS-REMAINING IS NOT GREATER THAN ZERO.
       2300-EXIT.
           EXIT.

       2350-AGE-ONE-DEBIT.
           IF WS-DBT-AMOUNT (WS-DBT-SUB) IS LESS THAN WS-REMAINING
               MOVE WS-DBT-AMOUNT (WS-DBT-SUB) TO WS-ALLOCATED
           ELSE
               MOVE WS-REMAINING TO WS-ALLOCATED
           END-IF
           SUBTRACT WS-ALLOCATED FROM WS-REMAINING

           COMPUTE WS-DEBIT-INTEGER = FUNCTION
               INTEGER-OF-DATE(WS-DBT-EFF-DATE (WS-DBT-SUB))
           COMPUTE WS-DEBIT-AGE-DAYS =
               WS-TODAY-INTEGER - WS-DEBIT-INTEGER
           IF WS-DEBIT-AGE-DAYS IS GREATER THAN WS-OLDEST-AGE-DAYS
               MOVE WS-DEBIT-AGE-DAYS TO WS-OLDEST-AGE-DAYS
           END-IF.
       2350-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END SET EOF-REACHED TO TRUE
           END-READ
           IF NOT EOF-REACHED
               ADD 1 TO WS-CUSTOMERS-READ
           END-IF.
       2900-EXIT.
           EXIT.

       3000-OPEN-POSTING-FILES.
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
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
               GO TO 3000-EXIT
           END-IF
      *    NO OPEN-ITEMS FILE SIMPLY MEANS NO ITEMS TO CLEAR.
           MOVE "N" TO WS-OPEN-ITEMS-SWITCH
           OPEN I-O OPEN-ITEMS-FILE
           IF OPEN-ITEMS-OK
               SET WS-OPEN-ITEMS-ON-HAND TO TRUE
           ELSE
               IF NOT OPEN-ITEMS-NOT-FOUND
                   DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                       WS-OPEN-ITEMS-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   CLOSE CUSTOMERS-FILE
                   CLOSE ACCOUNTS-FILE
                   GO TO 3000-EXIT
               END-IF
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
               PERFORM 3900-CLOSE-MASTER-FILES THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS: "
                   WS-JOURNAL-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               PERFORM 3900-CLOSE-MASTER-FILES THRU 3900-EXIT
               CLOSE LEDGER-FILE
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "WRITE-OFF-REGISTER-" DELIMITED BY SIZE
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
               PERFORM 3900-CLOSE-MASTER-FILES THRU 3900-EXIT
               CLOSE LEDGER-FILE
               CLOSE JOURNAL-FILE
               GO TO 3000-EXIT
           END-IF

           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE WS-OPERATOR-ID TO HL-OPERATOR
           WRITE REPORT-LINE FROM WS-REGISTER-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REGISTER-COL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CND-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3900-CLOSE-MASTER-FILES.
           CLOSE CUSTOMERS-FILE
           CLOSE ACCOUNTS-FILE
           IF WS-OPEN-ITEMS-ON-HAND
               CLOSE OPEN-ITEMS-FILE
           END-IF.
       3900-EXIT.
           EXIT.

       4000-CONFIRM-CANDIDATE.
           MOVE WS-CND-BALANCE (WS-CND-SUB) TO WS-AMOUNT-EDIT
           DISPLAY " "
           DISPLAY "ID " WS-CND-ID-NUMBER (WS-CND-SUB) "  "
               WS-CND-F-NAME (WS-CND-SUB) " " WS-CND-L-NAME (WS-CND-SUB)
           DISPLAY "  BALANCE " WS-AMOUNT-EDIT "  OLDEST DEBIT "
               WS-CND-AGE-DAYS (WS-CND-SUB) " DAYS"
           DISPLAY "WRITE OFF THIS BALANCE? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER

           MOVE WS-CND-ID-NUMBER (WS-CND-SUB) TO RL-ID-NUMBER
           MOVE SPACES TO RL-NAME
           STRING WS-CND-F-NAME (WS-CND-SUB) DELIMITED BY "  "
                  " "                        DELIMITED BY SIZE
                  WS-CND-L-NAME (WS-CND-SUB) DELIMITED BY "  "
               INTO RL-NAME
           END-STRING
           MOVE WS-CND-AGE-DAYS (WS-CND-SUB) TO RL-AGE-DAYS
           MOVE WS-CND-BALANCE (WS-CND-SUB) TO RL-BALANCE

           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               ADD 1 TO WS-DECLINED-COUNT
               ADD WS-CND-BALANCE (WS-CND-SUB) TO WS-DECLINED-TOTAL
               MOVE "DECLINED" TO RL-OUTCOME
               DISPLAY "NOT WRITTEN OFF"
           ELSE
               PERFORM 5000-WRITE-OFF-CUSTOMER THRU 5000-EXIT
               IF WS-WRITE-OFF-FAILED
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED -- SEE LOG" TO RL-OUTCOME
                   MOVE 1 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   ADD WS-CND-BALANCE (WS-CND-SUB)
                       TO WS-WRITTEN-OFF-TOTAL
                   MOVE "WRITTEN OFF" TO RL-OUTCOME
                   DISPLAY "WRITTEN OFF"
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-REGISTER-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.

       5000-WRITE-OFF-CUSTOMER.
      *    THE MASTER IS REREAD UNDER THE LOCK AND MUST STILL CARRY
      *    THE BALANCE THE OPERATOR WAS SHOWN; IT IS REWRITTEN FIRST,
      *    THEN THE ACCOUNTS ARE WALKED DOWN TO ZERO WITH ONE
      *    MOVEMENT EACH, AND ANY BALANCE NO ACCOUNT CARRIED GOES ON
      *    ACCOUNT 000 SO THE MOVEMENTS END EXACTLY AT ZERO.
           MOVE "N" TO WS-WRITE-OFF-FAILED-SW
           MOVE WS-CND-ID-NUMBER (WS-CND-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " ID-NUMBER " NO LONGER ON THE MASTER "
                       "-- NOT WRITTEN OFF"
                   SET WS-WRITE-OFF-FAILED TO TRUE
                   GO TO 5000-EXIT
           END-READ
           IF CUSTOMER-BALANCE NOT EQUAL WS-CND-BALANCE (WS-CND-SUB)
               OR WRITTEN-OFF
               DISPLAY "ID " ID-NUMBER " CHANGED SINCE IT WAS "
                   "PROPOSED -- NOT WRITTEN OFF"
               SET WS-WRITE-OFF-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-BALANCE TO WS-RUNNING-BALANCE
           MOVE ZERO TO CUSTOMER-BALANCE
           SET WRITTEN-OFF TO TRUE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS " -- NOT WRITTEN OFF"
                   SET WS-WRITE-OFF-FAILED TO TRUE
                   GO TO 5000-EXIT
           END-REWRITE

           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 5100-WRITE-OFF-ACCOUNT THRU 5100-EXIT
               UNTIL WS-SWEEP-DONE

           IF WS-RUNNING-BALANCE NOT EQUAL ZERO
               MOVE ZERO TO WS-MOVE-ACCOUNT
               MOVE WS-RUNNING-BALANCE TO WS-MOVE-AMOUNT
               PERFORM 5200-WRITE-MOVEMENT THRU 5200-EXIT
           END-IF

           IF WS-OPEN-ITEMS-ON-HAND
               MOVE "N" TO WS-SWEEP-SWITCH
               MOVE ID-NUMBER TO OPN-ID-NUMBER
               MOVE ZERO TO OPN-INVOICE-SEQ
               START OPEN-ITEMS-FILE
                   KEY IS NOT LESS THAN OPN-ITEM-KEY
                   INVALID KEY
                       SET WS-SWEEP-DONE TO TRUE
               END-START
               PERFORM 5300-CLEAR-OPEN-ITEM THRU 5300-EXIT
                   UNTIL WS-SWEEP-DONE
           END-IF

           MOVE ID-NUMBER TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       5000-EXIT.
           EXIT.

       5100-WRITE-OFF-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF ACT-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 5100-EXIT
           END-IF
           IF ACT-ACCOUNT-BALANCE = ZERO
               GO TO 5100-EXIT
           END-IF
           MOVE ACT-ACCOUNT-NUMBER  TO WS-MOVE-ACCOUNT
           MOVE ACT-ACCOUNT-BALANCE TO WS-MOVE-AMOUNT
           MOVE ZERO TO ACT-ACCOUNT-BALANCE
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER " ACCOUNT " ACT-ACCOUNT-NUMBER
                       ", STATUS: " WS-ACCOUNTS-STATUS
                       " -- PUT IT RIGHT THROUGH FILES-33"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE
           PERFORM 5200-WRITE-MOVEMENT THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-WRITE-MOVEMENT.
      *    A POSITIVE AMOUNT IS OWED AND IS WRITTEN OFF BY A CREDIT;
      *    AN ACCOUNT IN CREDIT IS CLEARED BY A DEBIT.
           MOVE ID-NUMBER          TO LGR-ID-NUMBER
           MOVE WS-MOVE-ACCOUNT    TO LGR-ACCOUNT-NUMBER
           SET LGR-TYPE-WRITE-OFF  TO TRUE
           MOVE WS-RUNNING-BALANCE TO LGR-BEFORE-BALANCE
           IF WS-MOVE-AMOUNT IS GREATER THAN ZERO
               MOVE "C" TO LGR-DRCR-CODE
               MOVE WS-MOVE-AMOUNT TO LGR-AMOUNT
           ELSE
               MOVE "D" TO LGR-DRCR-CODE
               COMPUTE LGR-AMOUNT = ZERO - WS-MOVE-AMOUNT
           END-IF
           SUBTRACT WS-MOVE-AMOUNT FROM WS-RUNNING-BALANCE
           MOVE WS-RUNNING-BALANCE TO LGR-AFTER-BALANCE
           MOVE WS-CURRENT-DATE-NUM TO LGR-EFFECTIVE-DATE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD
           ADD 1 TO WS-MOVEMENTS-WRITTEN.
       5200-EXIT.
           EXIT.

       5300-CLEAR-OPEN-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 5300-EXIT
           END-READ
           IF OPN-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 5300-EXIT
           END-IF
           DELETE OPEN-ITEMS-FILE
               INVALID KEY
                   DISPLAY "OPEN-ITEMS-FILE DELETE FAILED, STATUS: "
                       WS-OPEN-ITEMS-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-DELETED
           END-DELETE.
       5300-EXIT.
           EXIT.

       6000-RECOVERY-REPORT.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0350-CHECK-LOCK THRU 0350-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6100-SWEEP-LEDGER THRU 6100-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 7000-PRINT-RECOVERIES THRU 7000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               MOVE WS-TOT-WRITTEN-OFF TO WS-AMOUNT-EDIT
               DISPLAY "CUSTOMERS LISTED:  " WS-RCV-COUNT
               DISPLAY "WRITTEN OFF:       " WS-AMOUNT-EDIT
               MOVE WS-TOT-RECOVERED TO WS-AMOUNT-EDIT
               DISPLAY "RECOVERED:         " WS-AMOUNT-EDIT
               MOVE WS-TOT-NET-LOSS TO WS-AMOUNT-EDIT
               DISPLAY "NET LOSS:          " WS-AMOUNT-EDIT
               DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILE-NAME
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-RCV-COUNT TO WS-RLG-READ
           MOVE WS-RCV-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       6000-EXIT.
           EXIT.

       6100-SWEEP-LEDGER.
      *    A WRITE-OFF CAN BE YEARS OLDER THAN THE RECOVERIES AGAINST
      *    IT, AND FILES-30 MAY HAVE ARCHIVED IT SINCE: EVERY
      *    CATALOGUED ARCHIVE IS SWEPT, OLDEST FIRST, BEFORE THE LIVE
      *    LEDGER, AS FILES-35 DOES.
           MOVE ZERO TO WS-CAT-COUNT
           PERFORM 6110-LOAD-ARCHIVE-CATALOG THRU 6110-EXIT
           PERFORM 6130-SWEEP-ONE-ARCHIVE THRU 6130-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
                   OR WS-ABORT-REQUESTED
           IF WS-ABORT-REQUESTED
               GO TO 6100-EXIT
           END-IF
           MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
           PERFORM 6150-SWEEP-LEDGER-FILE THRU 6150-EXIT.
       6100-EXIT.
           EXIT.

       6110-LOAD-ARCHIVE-CATALOG.
           MOVE "N" TO CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF CATALOG-NOT-FOUND
               GO TO 6110-EXIT
           END-IF
           PERFORM 6120-READ-CATALOG THRU 6120-EXIT
               UNTIL CATALOG-EOF-REACHED
           CLOSE CATALOG-FILE.
       6110-EXIT.
           EXIT.

       6120-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET CATALOG-EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-CAT-COUNT IS LESS THAN 50
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CAT-FILE-NAME
                           TO WS-CAT-NAME (WS-CAT-COUNT)
                   END-IF
           END-READ.
       6120-EXIT.
           EXIT.

       6130-SWEEP-ONE-ARCHIVE.
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-LEDGER-NAME
           PERFORM 6150-SWEEP-LEDGER-FILE THRU 6150-EXIT.
       6130-EXIT.
           EXIT.

       6150-SWEEP-LEDGER-FILE.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               DISPLAY "LEDGER FILE " WS-LEDGER-NAME
                   " IS MISSING FROM DISK"
               GO TO 6150-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS " ON " WS-LEDGER-NAME
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6150-EXIT
           END-IF
           PERFORM 6200-TALLY-MOVEMENT THRU 6200-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       6150-EXIT.
           EXIT.

       6200-TALLY-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 6200-EXIT
           END-READ
           IF NOT LGR-TYPE-WRITE-OFF AND NOT LGR-TYPE-RECOVERY
               GO TO 6200-EXIT
           END-IF

           MOVE ZERO TO WS-RCV-PICK
           PERFORM 6250-MATCH-RECOVERY-ENTRY THRU 6250-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB IS GREATER THAN WS-RCV-COUNT
                   OR WS-RCV-PICK IS GREATER THAN ZERO
           IF WS-RCV-PICK = ZERO
               IF WS-RCV-COUNT IS NOT LESS THAN 2000
                   DISPLAY "*** RECOVERY TABLE FULL -- CUSTOMER "
                       LGR-ID-NUMBER " AND LATER NOT REPORTED ***"
                   MOVE 1 TO RETURN-CODE
                   GO TO 6200-EXIT
               END-IF
               ADD 1 TO WS-RCV-COUNT
               MOVE WS-RCV-COUNT TO WS-RCV-PICK
               MOVE LGR-ID-NUMBER TO WS-RCV-ID-NUMBER (WS-RCV-PICK)
               MOVE ZERO TO WS-RCV-WRITTEN-OFF (WS-RCV-PICK)
               MOVE ZERO TO WS-RCV-RECOVERED (WS-RCV-PICK)
           END-IF

      *    CREDITS ARE WHAT WAS WRITTEN OFF OR RECOVERED; A DEBIT (AN
      *    ACCOUNT THAT WAS IN CREDIT WHEN IT WAS CLEARED) COUNTS
      *    AGAINST IT.
           IF LGR-TYPE-WRITE-OFF
               IF LGR-DRCR-CODE = "C"
                   ADD LGR-AMOUNT TO WS-RCV-WRITTEN-OFF (WS-RCV-PICK)
               ELSE
                   SUBTRACT LGR-AMOUNT
                       FROM WS-RCV-WRITTEN-OFF (WS-RCV-PICK)
               END-IF
           ELSE
               IF LGR-DRCR-CODE = "C"
                   ADD LGR-AMOUNT TO WS-RCV-RECOVERED (WS-RCV-PICK)
               ELSE
                   SUBTRACT LGR-AMOUNT
                       FROM WS-RCV-RECOVERED (WS-RCV-PICK)
               END-IF
           END-IF.
       6200-EXIT.
           EXIT.

       6250-MATCH-RECOVERY-ENTRY.
           IF WS-RCV-ID-NUMBER (WS-RCV-SUB) = LGR-ID-NUMBER
               MOVE WS-RCV-SUB TO WS-RCV-PICK
           END-IF.
       6250-EXIT.
           EXIT.

       7000-PRINT-RECOVERIES.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "WRITE-OFF-RECOVERIES-" DELIMITED BY SIZE
                  WS-CURRENT-DATE         DELIMITED BY SIZE
                  ".rpt"                  DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 7000-EXIT
           END-IF

           MOVE WS-DATE-EDIT-NUM TO VH-DATE
           WRITE REPORT-LINE FROM WS-RECOVERY-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-RECOVERY-COL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-RCV-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 7100-PRINT-ONE-RECOVERY THRU 7100-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB IS GREATER THAN WS-RCV-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE ZERO TO VL-ID-NUMBER
           MOVE "TOTALS" TO VL-NAME
           MOVE WS-TOT-WRITTEN-OFF TO VL-WRITTEN-OFF
           MOVE WS-TOT-RECOVERED   TO VL-RECOVERED
           MOVE WS-TOT-NET-LOSS    TO VL-NET-LOSS
           WRITE REPORT-LINE FROM WS-RECOVERY-LINE
               AFTER ADVANCING 1 LINE

           CLOSE CUSTOMERS-FILE
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-RECOVERY.
           MOVE WS-RCV-ID-NUMBER (WS-RCV-SUB) TO VL-ID-NUMBER
           MOVE WS-RCV-ID-NUMBER (WS-RCV-SUB) TO ID-NUMBER
           MOVE SPACES TO VL-NAME
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "** NOT ON THE MASTER **" TO VL-NAME
               NOT INVALID KEY
                   STRING F-NAME DELIMITED BY "  "
                          " "    DELIMITED BY SIZE
                          L-NAME DELIMITED BY "  "
                       INTO VL-NAME
                   END-STRING
           END-READ
           COMPUTE WS-NET-LOSS = WS-RCV-WRITTEN-OFF (WS-RCV-SUB)
               - WS-RCV-RECOVERED (WS-RCV-SUB)
           MOVE WS-RCV-WRITTEN-OFF (WS-RCV-SUB) TO VL-WRITTEN-OFF
           MOVE WS-RCV-RECOVERED (WS-RCV-SUB)   TO VL-RECOVERED
           MOVE WS-NET-LOSS                     TO VL-NET-LOSS
           WRITE REPORT-LINE FROM WS-RECOVERY-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-RCV-WRITTEN-OFF (WS-RCV-SUB) TO WS-TOT-WRITTEN-OFF
           ADD WS-RCV-RECOVERED (WS-RCV-SUB)   TO WS-TOT-RECOVERED
           ADD WS-NET-LOSS                     TO WS-TOT-NET-LOSS.
       7100-EXIT.
           EXIT.

       8000-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS WRITTEN OFF" TO TL-LABEL
           MOVE WS-WRITTEN-OFF-COUNT TO TL-COUNT
           MOVE WS-WRITTEN-OFF-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PROPOSED AND DECLINED" TO TL-LABEL
           MOVE WS-DECLINED-COUNT TO TL-COUNT
           MOVE WS-DECLINED-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CONFIRMED BUT NOT POSTED" TO TL-LABEL
           MOVE WS-FAILED-COUNT TO TL-COUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-WRITE-OFF-TOTALS.
           DISPLAY " "
           DISPLAY "BAD-DEBT WRITE-OFF -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  CUSTOMERS READ:          " WS-CUSTOMERS-READ
           DISPLAY "  ON A PAYMENT PLAN:       " WS-PLAN-EXCLUDED
           DISPLAY "  OVER THE CEILING:        " WS-CEILING-EXCLUDED
           DISPLAY "  PROPOSED:                " WS-CND-COUNT
           MOVE WS-WRITTEN-OFF-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  WRITTEN OFF:             " WS-WRITTEN-OFF-COUNT
               "  " WS-AMOUNT-EDIT
           MOVE WS-DECLINED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  DECLINED:                " WS-DECLINED-COUNT
               "  " WS-AMOUNT-EDIT
           DISPLAY "  NOT POSTED:              " WS-FAILED-COUNT
           DISPLAY "  LEDGER MOVEMENTS:        " WS-MOVEMENTS-WRITTEN
           DISPLAY "  OPEN ITEMS CLEARED:      " WS-ITEMS-DELETED
           DISPLAY "REGISTER WRITTEN TO " WS-REPORT-FILE-NAME.
       8500-EXIT.
           EXIT.

       9000-CLOSE-POSTING-FILES.
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
           IF WS-OPEN-ITEMS-ON-HAND
               CLOSE OPEN-ITEMS-FILE
               IF NOT OPEN-ITEMS-OK
                   DISPLAY "OPEN-ITEMS-FILE CLOSE FAILED, STATUS: "
                       WS-OPEN-ITEMS-STATUS
               END-IF
           END-IF
           CLOSE LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE CLOSE FAILED, STATUS: "
                   WS-LEDGER-STATUS
           END-IF
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE CLOSE FAILED, STATUS: "
                   WS-JOURNAL-STATUS
           END-IF
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

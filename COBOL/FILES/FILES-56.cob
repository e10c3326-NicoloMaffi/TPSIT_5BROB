       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-56.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. DAILY TERM-DEPOSIT MATURITY RUN.
      *   A DEPOSIT OPENED THROUGH FILES-33 NOW CARRIES A TERM, A
      *   MATURITY DATE, A RATE FIXED AT OPENING AND A MATURITY
      *   INSTRUCTION (SEE COPYLIB'S ACCOUNT-RECORD). THE RUN PASSES
      *   CUSTOMER-ACCOUNTS.dat ONCE AND TAKES EVERY TERM DEPOSIT DUE ON
      *   OR BEFORE THE BUSINESS DATE: THE FIXED-RATE INTEREST FOR THE
      *   TERM (CREDIT BALANCE x RATE x DAYS IN THE TERM / 365) IS PAID
      *   ONTO THE DEPOSIT AS A TYPE-"I" CREDIT, THE SAME MOVEMENT THE
      *   FILES-18 INTEREST WRITES, SO FILES-35 AND FILES-40 TAKE IT
      *   WITHOUT CHANGE. A ROLL-OVER DEPOSIT THEN STARTS A NEW TERM OF
      *   THE SAME LENGTH AT THE SAME RATE FROM THE OLD MATURITY DATE,
      *   INTEREST AND ALL. A PAY-OUT DEPOSIT IS TRANSFERRED WHOLE TO
      *   THE CUSTOMER'S REGULAR ACCOUNT NAMED AT OPENING, LEDGERED AS A
      *   PAIR OF TYPE-"X" MOVEMENTS (A DEBIT ON THE DEPOSIT, A CREDIT
      *   ON THE REGULAR ACCOUNT, BEFORE = AFTER AT THE CUSTOMER LEVEL,
      *   SO THE FILES-28 PROOF NETS THEM), AND THE DEPOSIT IS LEFT WITH
      *   NO TERM RUNNING FOR FILES-33 TO CLOSE. A PAY-OUT ACCOUNT NO
      *   LONGER OPEN LEAVES THE MONEY ON THE DEPOSIT, TERM ENDED, AS AN
      *   EXCEPTION. THE MATURITY REGISTER
      *   (DEPOSIT-MATURITY-REGISTER-CCYYMMDD.rpt) LISTS EVERY DEPOSIT
      *   TAKEN, AND THE UPCOMING LIST (DEPOSIT-UPCOMING-CCYYMMDD.rpt)
      *   EVERY DEPOSIT MATURING IN THE NEXT DEPOSIT-NOTICE-DAYS
      *   (RUN-PARM, DEFAULT 30) SO THE DESK CAN CALL THE CUSTOMER
      *   BEFORE IT ROLLS; BOTH ARE CATALOGUED ON REPORT-CATALOG.dat. A
      *   MATURED DEPOSIT'S MATURITY DATE MOVES ON OR CLEARS AS IT IS
      *   TAKEN, SO A RERUN FINDS NOTHING LEFT TO PAY. THE RUN TAKES THE
      *   EXCLUSIVE RUN-LOCK.
      * 15/10/2026 NM - A MATURING DEPOSIT NOW TAKES ITS INTEREST AND
      *   ITS ROLLED OR ENDED TERM IN ONE REWRITE OF THE DEPOSIT ACCOUNT
      *   BEFORE ANYTHING ELSE MOVES; ONLY WHEN THAT SUCCEEDS ARE THE
      *   MASTER REWRITTEN AND THE TYPE-"I" MOVEMENT WRITTEN. A FAILED
      *   DEPOSIT REWRITE USED TO LEAVE THE INTEREST ON THE MASTER AND
      *   THE LEDGER WITH THE DEPOSIT STILL DUE, SO THE NEXT RUN PAID IT
      *   AGAIN; NOW THE DEPOSIT IS SIMPLY STILL DUE AND NOTHING HAS
      *   BEEN PAID.
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

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT UPCOMING-FILE ASSIGN TO WS-UPCOMING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPCOMING-STATUS.

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
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF.

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD UPCOMING-FILE.
           01 UPCOMING-LINE       PIC X(132).

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

      *    DEPOSIT-NOTICE-DAYS: HOW FAR AHEAD THE UPCOMING LIST LOOKS.
           77 WS-NOTICE-DAYS        PIC 9(3) VALUE 30.
           01 WS-DAYS-PARM          PIC X(3) VALUE SPACES.
           01 WS-DAYS-PARM-NUM REDEFINES WS-DAYS-PARM PIC 9(3).

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-ACCOUNTS-STATUS    PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.
           77 WS-REGISTER-FILE-NAME PIC X(40) VALUE SPACES.

           01 WS-UPCOMING-STATUS    PIC X(2) VALUE SPACES.
               88 UPCOMING-OK           VALUE "00".
           77 WS-UPCOMING-FILE-NAME PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 WS-SCAN-SWITCH        PIC X VALUE "N".
               88 WS-SCAN-DONE          VALUE "Y".
           77 WS-PAYOUT-SWITCH      PIC X VALUE "N".
               88 WS-PAYOUT-READY       VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           01 WS-DATE-EDIT-NUM      PIC 9(8).

           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-HORIZON-INTEGER    PIC 9(7) COMP VALUE ZERO.
           77 WS-MATURITY-INTEGER   PIC 9(7) COMP VALUE ZERO.
           77 WS-START-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-TERM-DAYS          PIC 9(5) VALUE ZERO.

      *    THE MONTH ARITHMETIC THAT MOVES A ROLLED DEPOSIT'S MATURITY
      *    ON BY ITS TERM, AS FILES-33 WORKS IT OUT AT OPENING.
           77 WS-TERM-MONTHS        PIC 9(3) VALUE ZERO.
           77 WS-MONTH-COUNT        PIC 9(7) VALUE ZERO.
           77 WS-MONTH-END-INTEGER  PIC 9(7) COMP VALUE ZERO.
           01 WS-MATURITY-DATE.
               02 WS-MAT-CCYY        PIC 9999.
               02 WS-MAT-MM          PIC 99.
               02 WS-MAT-DD          PIC 99.
           01 WS-MATURITY-NUM REDEFINES WS-MATURITY-DATE PIC 9(8).
           01 WS-NEXT-MONTH-DATE.
               02 WS-NM-CCYY         PIC 9999.
               02 WS-NM-MM           PIC 99.
               02 WS-NM-DD           PIC 99.
           01 WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE PIC 9(8).
           01 WS-MONTH-END-DATE.
               02 WS-ME-CCYY         PIC 9999.
               02 WS-ME-MM           PIC 99.
               02 WS-ME-DD           PIC 99.
           01 WS-MONTH-END-NUM REDEFINES WS-MONTH-END-DATE PIC 9(8).

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

      *    THE DEPOSITS DUE TODAY, GATHERED ON THE SEQUENTIAL PASS AND
      *    TAKEN ONE BY ONE ON RANDOM READS AFTER IT, SO THE PAY-OUT
      *    ACCOUNT CAN BE READ WITHOUT LOSING THE PASS'S PLACE. A
      *    DEPOSIT THE TABLE CANNOT HOLD IS STILL DUE ON THE NEXT RUN.
           01 WS-DUE-TABLE.
               02 WS-DUE-ENTRY OCCURS 500 TIMES.
                   03 WS-DUE-ID-NUMBER   PIC 9(7).
                   03 WS-DUE-ACCOUNT     PIC 9(3).
           77 WS-DUE-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-DUE-PICK           PIC 9(3) COMP VALUE ZERO.

      *    THE DEPOSITS MATURING INSIDE THE NOTICE WINDOW.
           01 WS-UPCOMING-TABLE.
               02 WS-UPC-ENTRY OCCURS 500 TIMES.
                   03 WS-UPC-ID-NUMBER   PIC 9(7).
                   03 WS-UPC-ACCOUNT     PIC 9(3).
                   03 WS-UPC-MATURITY    PIC 9(8).
                   03 WS-UPC-DAYS        PIC 9(3).
                   03 WS-UPC-BALANCE     PIC S9(7)V99.
                   03 WS-UPC-RATE        PIC 9(2)V999.
                   03 WS-UPC-INSTR       PIC X.
                   03 WS-UPC-PAYOUT      PIC 9(3).
           77 WS-UPC-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-UPC-PICK           PIC 9(3) COMP VALUE ZERO.

           77 WS-PRINCIPAL          PIC 9(7)V99 VALUE ZERO.
           77 WS-INTEREST           PIC 9(7)V99 VALUE ZERO.
           77 WS-PAYOUT-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           77 WS-BEFORE-BALANCE     PIC S9(7)V99 VALUE ZERO.
           77 WS-DEPOSIT-ACCOUNT    PIC 9(3) VALUE ZERO.
           77 WS-PAYOUT-ACCOUNT     PIC 9(3) VALUE ZERO.

           77 WS-ACCOUNTS-READ      PIC 9(7) VALUE ZERO.
           77 WS-MATURED-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-INTEREST-TOTAL     PIC 9(9)V99 VALUE ZERO.
           77 WS-ROLLED-COUNT       PIC 9(7) VALUE ZERO.
           77 WS-ROLLED-TOTAL       PIC 9(9)V99 VALUE ZERO.
           77 WS-PAID-OUT-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-PAID-OUT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           77 WS-EXCEPTION-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-LEDGER-WRITTEN     PIC 9(7) VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

           01 WS-REGISTER-HEAD-LINE.
               02 FILLER             PIC X(47) VALUE
                   "TERM-DEPOSIT MATURITY REGISTER -- BUSINESS DATE".
               02 FILLER             PIC X VALUE SPACE.
               02 HL-DATE            PIC 99/99/9999.

           01 WS-REGISTER-COL-LINE.
               02 FILLER             PIC X(44) VALUE
                   "ID       NAME                  ACCT MATURED ".
               02 FILLER             PIC X(60) VALUE
                   "      PRINCIPAL   RATE       INTEREST  OUTCOME".

           01 WS-REGISTER-LINE.
               02 RL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-NAME            PIC X(21).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-ACCOUNT         PIC 9(3).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-MATURITY        PIC 9(8).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-PRINCIPAL       PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-RATE            PIC Z9.999.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-INTEREST        PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-OUTCOME         PIC X(50).

           01 WS-REGISTER-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 TL-AMOUNT          PIC $$$,$$$,$$9.99.

           01 WS-UPCOMING-HEAD-LINE.
               02 FILLER             PIC X(34) VALUE
                   "TERM DEPOSITS MATURING IN THE NEXT".
               02 FILLER             PIC X VALUE SPACE.
               02 UH-DAYS            PIC ZZ9.
               02 FILLER             PIC X(23) VALUE
                   " DAYS -- BUSINESS DATE ".
               02 UH-DATE            PIC 99/99/9999.

           01 WS-UPCOMING-COL-LINE.
               02 FILLER             PIC X(44) VALUE
                   "ID       NAME                  ACCT MATURES ".
               02 FILLER             PIC X(60) VALUE
                   "  DAYS     ON DEPOSIT   RATE  AT MATURITY".

           01 WS-UPCOMING-DETAIL.
               02 UL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 UL-NAME            PIC X(21).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 UL-ACCOUNT         PIC 9(3).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 UL-MATURITY        PIC 9(8).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 UL-DAYS            PIC ZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 UL-BALANCE         PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 UL-RATE            PIC Z9.999.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 UL-INSTRUCTION     PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-SCAN-ACCOUNTS THRU 1500-EXIT
               PERFORM 2000-MATURE-DEPOSIT THRU 2000-EXIT
                   VARYING WS-DUE-PICK FROM 1 BY 1
                   UNTIL WS-DUE-PICK IS GREATER THAN WS-DUE-COUNT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 7000-PRINT-UPCOMING THRU 7000-EXIT
                   VARYING WS-UPC-PICK FROM 1 BY 1
                   UNTIL WS-UPC-PICK IS GREATER THAN WS-UPC-COUNT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               MOVE WS-UPCOMING-FILE-NAME TO WS-REPORT-FILE-NAME
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               MOVE WS-REGISTER-FILE-NAME TO WS-REPORT-FILE-NAME
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-ACCOUNTS-READ TO WS-RLG-READ
           MOVE WS-LEDGER-WRITTEN TO WS-RLG-WRITTEN
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
               WHEN "DEPOSIT-NOTICE-DAYS"
                   MOVE PRM-VALUE (1:3) TO WS-DAYS-PARM
                   IF WS-DAYS-PARM IS NOT NUMERIC
                       DISPLAY "RUN-PARM DEPOSIT-NOTICE-DAYS NOT "
                           "NUMERIC -- DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-DAYS-PARM-NUM TO WS-NOTICE-DAYS
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
           MOVE "FILES-56" TO RLG-PROGRAM-ID
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
           MOVE "FILES-56" TO LCK-PROGRAM
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-LOCK-RECORD
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD-BY-US TO TRUE.
       0300-EXIT.
           EXIT.

       0400-RELEASE-LOCK.
           IF WS-LOCK-HELD-BY-US
               OPEN OUTPUT LOCK-FILE
               MOVE "F" TO LCK-STATE
               MOVE SPACE TO LCK-TYPE
               MOVE "FILES-56" TO LCK-PROGRAM
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
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-HORIZON-INTEGER =
               WS-TODAY-INTEGER + WS-NOTICE-DAYS.
       0500-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    EACH PRINT FILE GOES ON REPORT-CATALOG.dat THE WAY FILES-32
      *    REGISTERS ITS OWN, REREAD FOR ITS LINE COUNT SO THE CATALOG
      *    PROVES WHAT IS ON DISK.
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
           MOVE "FILES-56" TO RPC-PROGRAM
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

       1000-OPEN-FILES.
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

      *    NO ACCOUNTS FILE MEANS NO DEPOSIT HAS EVER BEEN OPENED; THE
      *    RUN STILL PRINTS ITS (EMPTY) REGISTER AND LIST.
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
               GO TO 1000-EXIT
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
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-REGISTER-FILE-NAME
           STRING "DEPOSIT-MATURITY-REGISTER-" DELIMITED BY SIZE
                  WS-CURRENT-DATE              DELIMITED BY SIZE
                  ".rpt"                       DELIMITED BY SIZE
               INTO WS-REGISTER-FILE-NAME
           END-STRING
           MOVE WS-REGISTER-FILE-NAME TO WS-REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-UPCOMING-FILE-NAME
           STRING "DEPOSIT-UPCOMING-" DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  ".rpt"              DELIMITED BY SIZE
               INTO WS-UPCOMING-FILE-NAME
           END-STRING
           OPEN OUTPUT UPCOMING-FILE
           IF NOT UPCOMING-OK
               DISPLAY "UPCOMING-FILE OPEN FAILED, STATUS: "
                   WS-UPCOMING-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               CLOSE REPORT-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           WRITE REPORT-LINE FROM WS-REGISTER-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REGISTER-COL-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-NOTICE-DAYS TO UH-DAYS
           MOVE WS-DATE-EDIT-NUM TO UH-DATE
           WRITE UPCOMING-LINE FROM WS-UPCOMING-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE UPCOMING-LINE FROM WS-UPCOMING-COL-LINE
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.

       1500-SCAN-ACCOUNTS.
           MOVE "N" TO WS-SCAN-SWITCH
           MOVE ZERO TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 1550-SCAN-ONE-ACCOUNT THRU 1550-EXIT
               UNTIL WS-SCAN-DONE.
       1500-EXIT.
           EXIT.

       1550-SCAN-ONE-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 1550-EXIT
           END-READ
           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT ACT-TYPE-DEPOSIT
               OR ACT-MATURITY-DATE IS NOT NUMERIC
               OR ACT-MATURITY-DATE = ZERO
               GO TO 1550-EXIT
           END-IF

           IF ACT-MATURITY-DATE IS NOT GREATER THAN WS-CURRENT-DATE-NUM
               IF WS-DUE-COUNT IS NOT LESS THAN 500
                   DISPLAY "DUE TABLE FULL -- ID " ACT-ID-NUMBER
                       " ACCOUNT " ACT-ACCOUNT-NUMBER
                       " MATURES ON THE NEXT RUN"
                   MOVE 1 TO RETURN-CODE
                   GO TO 1550-EXIT
               END-IF
               ADD 1 TO WS-DUE-COUNT
               MOVE ACT-ID-NUMBER TO WS-DUE-ID-NUMBER (WS-DUE-COUNT)
               MOVE ACT-ACCOUNT-NUMBER TO WS-DUE-ACCOUNT (WS-DUE-COUNT)
               GO TO 1550-EXIT
           END-IF

           COMPUTE WS-MATURITY-INTEGER =
               FUNCTION INTEGER-OF-DATE(ACT-MATURITY-DATE)
           IF WS-MATURITY-INTEGER IS GREATER THAN WS-HORIZON-INTEGER
               GO TO 1550-EXIT
           END-IF
           IF WS-UPC-COUNT IS NOT LESS THAN 500
               DISPLAY "UPCOMING TABLE FULL -- ID " ACT-ID-NUMBER
                   " ACCOUNT " ACT-ACCOUNT-NUMBER " NOT LISTED"
               MOVE 1 TO RETURN-CODE
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-UPC-COUNT
           MOVE ACT-ID-NUMBER TO WS-UPC-ID-NUMBER (WS-UPC-COUNT)
           MOVE ACT-ACCOUNT-NUMBER TO WS-UPC-ACCOUNT (WS-UPC-COUNT)
           MOVE ACT-MATURITY-DATE TO WS-UPC-MATURITY (WS-UPC-COUNT)
           COMPUTE WS-UPC-DAYS (WS-UPC-COUNT) =
               WS-MATURITY-INTEGER - WS-TODAY-INTEGER
           MOVE ACT-ACCOUNT-BALANCE TO WS-UPC-BALANCE (WS-UPC-COUNT)
           MOVE ACT-FIXED-RATE TO WS-UPC-RATE (WS-UPC-COUNT)
           MOVE ACT-MATURITY-INSTR TO WS-UPC-INSTR (WS-UPC-COUNT)
           MOVE ACT-PAYOUT-ACCOUNT TO WS-UPC-PAYOUT (WS-UPC-COUNT).
       1550-EXIT.
           EXIT.

       2000-MATURE-DEPOSIT.
           PERFORM 2050-TAKE-DEPOSIT THRU 2050-EXIT
           WRITE REPORT-LINE FROM WS-REGISTER-LINE
               AFTER ADVANCING 1 LINE.
       2000-EXIT.
           EXIT.

       2050-TAKE-DEPOSIT.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-DUE-ID-NUMBER (WS-DUE-PICK) TO RL-ID-NUMBER
           MOVE WS-DUE-ACCOUNT (WS-DUE-PICK)   TO RL-ACCOUNT
           MOVE WS-DUE-ACCOUNT (WS-DUE-PICK)   TO WS-DEPOSIT-ACCOUNT
           MOVE ZERO TO RL-PRINCIPAL
           MOVE ZERO TO RL-INTEREST
           MOVE ZERO TO RL-RATE

           MOVE WS-DUE-ID-NUMBER (WS-DUE-PICK) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "EXCEPTION -- ID NOT ON THE MASTER"
                       TO RL-OUTCOME
                   PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT
                   GO TO 2050-EXIT
           END-READ
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO RL-NAME
           END-STRING

           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE WS-DEPOSIT-ACCOUNT TO ACT-ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "EXCEPTION -- ACCOUNT NO LONGER ON FILE"
                       TO RL-OUTCOME
                   PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT
                   GO TO 2050-EXIT
           END-READ
           MOVE ACT-MATURITY-DATE TO RL-MATURITY
           MOVE ACT-FIXED-RATE TO RL-RATE

      *    THE INTEREST IS EARNED ON THE MONEY ON DEPOSIT -- A CREDIT
      *    BALANCE -- AT THE FIXED ANNUAL RATE FOR THE DAYS THE TERM
      *    RAN. A DEPOSIT NEVER FUNDED EARNS NOTHING BUT STILL MATURES.
           MOVE ZERO TO WS-PRINCIPAL
           MOVE ZERO TO WS-INTEREST
           IF ACT-ACCOUNT-BALANCE IS LESS THAN ZERO
               COMPUTE WS-PRINCIPAL = ZERO - ACT-ACCOUNT-BALANCE
           END-IF
           IF ACT-TERM-START IS NUMERIC
               AND ACT-TERM-START IS GREATER THAN ZERO
               AND ACT-TERM-START IS LESS THAN ACT-MATURITY-DATE
               COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ACT-TERM-START)
               COMPUTE WS-MATURITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ACT-MATURITY-DATE)
               COMPUTE WS-TERM-DAYS =
                   WS-MATURITY-INTEGER - WS-START-INTEGER
           ELSE
               COMPUTE WS-TERM-DAYS = ACT-TERM-MONTHS * 365 / 12
           END-IF
           IF ACT-FIXED-RATE IS NUMERIC
               COMPUTE WS-INTEREST ROUNDED = WS-PRINCIPAL
                   * ACT-FIXED-RATE / 100 * WS-TERM-DAYS / 365
           END-IF
           MOVE WS-PRINCIPAL TO RL-PRINCIPAL
           MOVE WS-INTEREST TO RL-INTEREST

      *    THE DEPOSIT GOES FIRST: THE INTEREST AND THE NEW TERM -- OR
      *    THE END OF THE TERM -- ARE ONE REWRITE, AND IF IT FAILS
      *    NOTHING ELSE MOVES AND THE DEPOSIT IS STILL DUE FOR THE NEXT
      *    RUN. ONLY THEN DO THE MASTER AND THE LEDGER TAKE THE
      *    INTEREST.
           SUBTRACT WS-INTEREST FROM ACT-ACCOUNT-BALANCE
           IF ACT-MATURE-PAY-OUT
               MOVE ZERO TO ACT-MATURITY-DATE
           ELSE
               PERFORM 2150-SET-NEXT-TERM THRU 2150-EXIT
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO ACT-LAST-ACTIVITY
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER " ACCOUNT " WS-DEPOSIT-ACCOUNT
                       ", STATUS: " WS-ACCOUNTS-STATUS
                   MOVE "EXCEPTION -- ACCOUNT REWRITE FAILED, STILL DUE"
                       TO RL-OUTCOME
                   PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT
                   GO TO 2050-EXIT
           END-REWRITE
           ADD 1 TO WS-MATURED-COUNT

           IF WS-INTEREST IS GREATER THAN ZERO
               PERFORM 2100-PAY-INTEREST THRU 2100-EXIT
               IF WS-ABORT-REQUESTED
                   MOVE "N" TO WS-ABORT-SWITCH
                   GO TO 2050-EXIT
               END-IF
           END-IF

           IF ACT-MATURE-PAY-OUT
               PERFORM 2300-PAY-OUT THRU 2300-EXIT
           ELSE
               PERFORM 2200-ROLL-OVER THRU 2200-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2100-PAY-INTEREST.
      *    THE DEPOSIT ALREADY CARRIES THE INTEREST (SEE 2050); THE
      *    MASTER FOLLOWS, THEN THE LEDGER. A FAILED MASTER REWRITE
      *    LEAVES THE DEPOSIT AHEAD OF THE MASTER BY THE INTEREST, WITH
      *    NO MOVEMENT WRITTEN, FOR THE DESK TO PUT RIGHT.
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT WS-INTEREST FROM CUSTOMER-BALANCE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                       " -- INTEREST ON ACCOUNT " WS-DEPOSIT-ACCOUNT
                       " ONLY, PUT IT RIGHT THROUGH FILES-33"
                   MOVE "EXCEPTION -- MASTER REWRITE FAILED"
                       TO RL-OUTCOME
                   PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 2100-EXIT
           END-REWRITE

           MOVE ID-NUMBER           TO LGR-ID-NUMBER
           MOVE WS-DEPOSIT-ACCOUNT  TO LGR-ACCOUNT-NUMBER
           MOVE "C"                 TO LGR-DRCR-CODE
           SET LGR-TYPE-INTEREST    TO TRUE
           MOVE WS-INTEREST         TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO LGR-EFFECTIVE-DATE
           MOVE WS-BEFORE-BALANCE   TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE    TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD
           ADD 1 TO WS-LEDGER-WRITTEN
           ADD WS-INTEREST TO WS-INTEREST-TOTAL.
       2100-EXIT.
           EXIT.

       2150-SET-NEXT-TERM.
      *    A NEW TERM OF THE SAME LENGTH AT THE SAME RATE, RUNNING ON
      *    FROM THE OLD MATURITY DATE SO A LATE RUN DOES NOT SHORTEN
      *    THE CUSTOMER'S NEXT TERM.
           MOVE ACT-MATURITY-DATE TO WS-MATURITY-NUM
           MOVE ACT-TERM-MONTHS TO WS-TERM-MONTHS
           PERFORM 2250-ADD-TERM THRU 2250-EXIT
           MOVE ACT-MATURITY-DATE TO ACT-TERM-START
           MOVE WS-MATURITY-NUM TO ACT-MATURITY-DATE.
       2150-EXIT.
           EXIT.

       2200-ROLL-OVER.
      *    THE DEPOSIT IS ALREADY ON ITS NEW TERM (SEE 2050).
           ADD 1 TO WS-ROLLED-COUNT
           IF ACT-ACCOUNT-BALANCE IS LESS THAN ZERO
               COMPUTE WS-ROLLED-TOTAL =
                   WS-ROLLED-TOTAL - ACT-ACCOUNT-BALANCE
           END-IF
           STRING "ROLLED OVER TO " DELIMITED BY SIZE
                  WS-MATURITY-NUM   DELIMITED BY SIZE
               INTO RL-OUTCOME
           END-STRING.
       2200-EXIT.
           EXIT.

       2250-ADD-TERM.
      *    WS-MATURITY-DATE MOVES ON WS-TERM-MONTHS WHOLE MONTHS. A DAY
      *    THE TARGET MONTH NEVER REACHES FALLS ON ITS LAST DAY, FOUND
      *    AS THE FIRST OF THE NEXT MONTH BACKED OFF BY ONE -- THE SAME
      *    ARITHMETIC FILES-33 USES AT OPENING.
           COMPUTE WS-MONTH-COUNT = WS-MAT-CCYY * 12 + WS-MAT-MM - 1
               + WS-TERM-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-NM-CCYY
               REMAINDER WS-NM-MM
           ADD 1 TO WS-NM-MM
           MOVE 01 TO WS-NM-DD
           IF WS-NM-MM = 12
               MOVE 01 TO WS-NM-MM
               ADD 1 TO WS-NM-CCYY
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1
           COMPUTE WS-MONTH-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INTEGER)
           MOVE WS-ME-CCYY TO WS-MAT-CCYY
           MOVE WS-ME-MM   TO WS-MAT-MM
           IF WS-MAT-DD IS GREATER THAN WS-ME-DD
               MOVE WS-ME-DD TO WS-MAT-DD
           END-IF.
       2250-EXIT.
           EXIT.

       2300-PAY-OUT.
      *    THE TERM HAS ALREADY ENDED, WITH THE INTEREST (SEE 2050),
      *    WHATEVER HAPPENS TO THE MONEY: A DEPOSIT LEFT DUE WOULD BE
      *    PAID ITS INTEREST AGAIN TOMORROW.
           MOVE ZERO TO WS-PAYOUT-AMOUNT
           IF ACT-ACCOUNT-BALANCE IS LESS THAN ZERO
               COMPUTE WS-PAYOUT-AMOUNT = ZERO - ACT-ACCOUNT-BALANCE
           END-IF
           MOVE ACT-PAYOUT-ACCOUNT TO WS-PAYOUT-ACCOUNT

           IF WS-PAYOUT-AMOUNT = ZERO
               MOVE "TERM ENDED -- NOTHING ON DEPOSIT TO PAY OUT"
                   TO RL-OUTCOME
               GO TO 2300-EXIT
           END-IF

      *    THE MONEY MOVES ONLY TO AN OPEN REGULAR ACCOUNT OF THE SAME
      *    CUSTOMER; OTHERWISE IT WAITS ON THE DEPOSIT FOR THE DESK.
           MOVE "N" TO WS-PAYOUT-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE WS-PAYOUT-ACCOUNT TO ACT-ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACT-TYPE-REGULAR
                       SET WS-PAYOUT-READY TO TRUE
                   END-IF
           END-READ
           IF NOT WS-PAYOUT-READY
               MOVE SPACES TO RL-OUTCOME
               STRING "EXCEPTION -- ACCOUNT " DELIMITED BY SIZE
                      WS-PAYOUT-ACCOUNT      DELIMITED BY SIZE
                      " NOT OPEN, LEFT ON DEPOSIT"
                                             DELIMITED BY SIZE
                   INTO RL-OUTCOME
               END-STRING
               PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF

           SUBTRACT WS-PAYOUT-AMOUNT FROM ACT-ACCOUNT-BALANCE
           MOVE WS-CURRENT-DATE-NUM TO ACT-LAST-ACTIVITY
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER " ACCOUNT " WS-PAYOUT-ACCOUNT
                       ", STATUS: " WS-ACCOUNTS-STATUS
                   MOVE "EXCEPTION -- PAY-OUT ACCOUNT REWRITE FAILED"
                       TO RL-OUTCOME
                   PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT
                   GO TO 2300-EXIT
           END-REWRITE

           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE WS-DEPOSIT-ACCOUNT TO ACT-ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REREAD FAILED FOR ID "
                       ID-NUMBER " ACCOUNT " WS-DEPOSIT-ACCOUNT
                       " -- PUT IT RIGHT THROUGH FILES-33"
                   MOVE 1 TO RETURN-CODE
                   GO TO 2300-EXIT
           END-READ
           ADD WS-PAYOUT-AMOUNT TO ACT-ACCOUNT-BALANCE
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER " ACCOUNT " WS-DEPOSIT-ACCOUNT
                       ", STATUS: " WS-ACCOUNTS-STATUS
                       " -- PUT IT RIGHT THROUGH FILES-33"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE

      *    THE CUSTOMER TOTAL DOES NOT MOVE, SO BOTH HALVES CARRY IT
      *    AS BEFORE AND AFTER.
           MOVE "D" TO LGR-DRCR-CODE
           MOVE WS-DEPOSIT-ACCOUNT TO LGR-ACCOUNT-NUMBER
           PERFORM 2350-WRITE-TRANSFER THRU 2350-EXIT
           MOVE "C" TO LGR-DRCR-CODE
           MOVE WS-PAYOUT-ACCOUNT TO LGR-ACCOUNT-NUMBER
           PERFORM 2350-WRITE-TRANSFER THRU 2350-EXIT

           ADD 1 TO WS-PAID-OUT-COUNT
           ADD WS-PAYOUT-AMOUNT TO WS-PAID-OUT-TOTAL
           MOVE SPACES TO RL-OUTCOME
           STRING "PAID OUT TO ACCOUNT " DELIMITED BY SIZE
                  WS-PAYOUT-ACCOUNT      DELIMITED BY SIZE
               INTO RL-OUTCOME
           END-STRING.
       2300-EXIT.
           EXIT.

       2350-WRITE-TRANSFER.
           MOVE ID-NUMBER           TO LGR-ID-NUMBER
           SET LGR-TYPE-TRANSFER    TO TRUE
           MOVE WS-PAYOUT-AMOUNT    TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO LGR-EFFECTIVE-DATE
           MOVE CUSTOMER-BALANCE    TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE    TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD
           ADD 1 TO WS-LEDGER-WRITTEN.
       2350-EXIT.
           EXIT.

       2900-NOTE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 1 TO RETURN-CODE.
       2900-EXIT.
           EXIT.

       7000-PRINT-UPCOMING.
           MOVE SPACES TO WS-UPCOMING-DETAIL
           MOVE WS-UPC-ID-NUMBER (WS-UPC-PICK) TO UL-ID-NUMBER
           MOVE WS-UPC-ACCOUNT (WS-UPC-PICK)   TO UL-ACCOUNT
           MOVE WS-UPC-MATURITY (WS-UPC-PICK)  TO UL-MATURITY
           MOVE WS-UPC-DAYS (WS-UPC-PICK)      TO UL-DAYS
           MOVE ZERO TO UL-BALANCE
           IF WS-UPC-BALANCE (WS-UPC-PICK) IS LESS THAN ZERO
               COMPUTE UL-BALANCE = ZERO - WS-UPC-BALANCE (WS-UPC-PICK)
           END-IF
           MOVE WS-UPC-RATE (WS-UPC-PICK) TO UL-RATE
           IF WS-UPC-INSTR (WS-UPC-PICK) = "P"
               STRING "PAY OUT TO ACCOUNT "     DELIMITED BY SIZE
                      WS-UPC-PAYOUT (WS-UPC-PICK) DELIMITED BY SIZE
                   INTO UL-INSTRUCTION
               END-STRING
           ELSE
               MOVE "ROLL OVER" TO UL-INSTRUCTION
           END-IF
           MOVE WS-UPC-ID-NUMBER (WS-UPC-PICK) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO UL-NAME
               NOT INVALID KEY
                   STRING F-NAME DELIMITED BY "  "
                          " "    DELIMITED BY SIZE
                          L-NAME DELIMITED BY "  "
                       INTO UL-NAME
                   END-STRING
           END-READ
           WRITE UPCOMING-LINE FROM WS-UPCOMING-DETAIL
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "DEPOSITS MATURED / INTEREST PAID" TO TL-LABEL
           MOVE WS-MATURED-COUNT TO TL-COUNT
           MOVE WS-INTEREST-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ROLLED OVER / NOW ON DEPOSIT" TO TL-LABEL
           MOVE WS-ROLLED-COUNT TO TL-COUNT
           MOVE WS-ROLLED-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PAID OUT TO REGULAR ACCOUNTS" TO TL-LABEL
           MOVE WS-PAID-OUT-COUNT TO TL-COUNT
           MOVE WS-PAID-OUT-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "EXCEPTIONS" TO TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "TERM-DEPOSIT MATURITY -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  ACCOUNTS READ:          " WS-ACCOUNTS-READ
           MOVE WS-INTEREST-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  DEPOSITS MATURED:       " WS-MATURED-COUNT
               "  INTEREST " WS-AMOUNT-EDIT
           MOVE WS-ROLLED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  ROLLED OVER:            " WS-ROLLED-COUNT
               "  " WS-AMOUNT-EDIT
           MOVE WS-PAID-OUT-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  PAID OUT:               " WS-PAID-OUT-COUNT
               "  " WS-AMOUNT-EDIT
           DISPLAY "  MATURING IN " WS-NOTICE-DAYS " DAYS:     "
               WS-UPC-COUNT
           DISPLAY "  EXCEPTIONS:             " WS-EXCEPTION-COUNT
           DISPLAY "REGISTER WRITTEN TO " WS-REGISTER-FILE-NAME
           DISPLAY "UPCOMING LIST WRITTEN TO " WS-UPCOMING-FILE-NAME
           IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
               DISPLAY "*** WORK THE EXCEPTIONS ON THE REGISTER "
                   "THROUGH FILES-33 ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
       8500-EXIT.
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
           CLOSE REPORT-FILE
           CLOSE UPCOMING-FILE.
       9000-EXIT.
           EXIT.

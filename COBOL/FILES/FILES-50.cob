       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-50.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. INSTALMENT PAYMENT PLANS FOR
      *   OVERDUE CUSTOMERS. PAYMENT-PLANS.dat (LAYOUT IN COPYLIB'S
      *   PAYMENT-PLAN-RECORD) CARRIES ONE ARRANGEMENT PER LINE. MODE
      *   M IS THE MAINTENANCE SESSION (OPERATOR SIGN-ON AGAINST
      *   OPERATORS.dat LIKE FILES-31, THEN ADD / CANCEL / LIST): A
      *   PLAN IS AGREED FOR AN ID ON THE MASTER THAT OWES US MONEY
      *   AND HAS NO PLAN ALREADY RUNNING, FOR AN AGREED TOTAL NO
      *   GREATER THAN THE BALANCE, AN INSTALMENT AMOUNT, A FREQUENCY
      *   (W/F/M) AND A FIRST DUE DATE. MODE N IS THE NIGHTLY MATCH:
      *   EVERY PAYMENT CREDIT POSTED TO THE LEDGER SINCE THE PLAN
      *   WAS LAST MATCHED -- THE FILES-20 BILLING PAYMENTS (TYPE "Y")
      *   AND THE FILES-9 CREDITS (TYPE "P") -- GOES TO THE PLAN, LESS
      *   ANY FILES-48 REVERSAL OF SUCH A PAYMENT, AND EACH INSTALMENT
      *   DUE ON OR BEFORE THE BUSINESS DATE IS MARKED KEPT (PAID OUT
      *   OF THE MONEY IN HAND) OR MISSED, ON THE
      *   PAYMENT-PLAN-INSTALMENTS.dat HISTORY AND ON THE NIGHT'S
      *   REPORT (PAYMENT-PLANS-CCYYMMDD.rpt, REGISTERED ON
      *   REPORT-CATALOG.dat). A PLAN BREAKS ON THE MISSED INSTALMENT
      *   THAT BRINGS ITS MISSES TO THE PLAN-BREAK-MISSES RUN-PARM
      *   (DEFAULT 1); A BROKEN PLAN IS LISTED ON THE REPORT AND THE
      *   RUN ENDS WITH RETURN-CODE 1 SO THE LIST GETS WORKED. ONLY AN
      *   ACTIVE PLAN WITHHOLDS THE FILES-32 DUNNING LETTER, SO A
      *   BROKEN ONE PUTS THE CUSTOMER BACK INTO NORMAL DUNNING ON THE
      *   NEXT AGING RUN. A PLAN WHOSE AGREED TOTAL HAS BEEN PAID IS
      *   COMPLETED. MODE N REBUILDS THE PLAN FILE THROUGH THE SAME
      *   PARK-AND-REBUILD WORK FILE FILES-31 USES, UNDER THE
      *   EXCLUSIVE RUN-LOCK.
      * 15/10/2026 NM - PLANS ARE NOW ADDED AND CANCELLED BY CUSTOMER
      *   NUMBER -- THE ID-NUMBER AND ITS CHECK DIGIT -- AND REFUSED ON
      *   A CHECK DIGIT THAT DOES NOT AGREE, AS THE OTHER MAINTENANCE
      *   PROGRAMS DO.
      * 15/10/2026 NM - THE NIGHTLY MATCH NOW CHECKS THAT
      *   CUSTOMER-LEDGER.dat CAN BE OPENED BEFORE ANY PLAN IS DECIDED
      *   AND STOPS IF IT CANNOT, AND A PLAN WHOSE LEDGER READ FAILS
      *   PART-WAY THROUGH THE RUN GOES ACROSS UNCHANGED -- AN
      *   UNREADABLE LEDGER NO LONGER MARKS KEPT INSTALMENTS MISSED OR
      *   BREAKS THE PLAN.
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

           SELECT PLANS-FILE ASSIGN TO "PAYMENT-PLANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANS-STATUS.

           SELECT PLANS-WORK-FILE ASSIGN TO "PAYMENT-PLANS-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT INSTALMENTS-FILE
               ASSIGN TO "PAYMENT-PLAN-INSTALMENTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALMENTS-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

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

       FD PLANS-FILE.
           COPY "PAYMENT-PLAN-RECORD.cpy".

       FD PLANS-WORK-FILE.
           01 PWK-RECORD            PIC X(150).

      *    ONE LINE PER INSTALMENT DECIDED BY THE NIGHTLY MATCH. THE
      *    PLAN IS NAMED BY ITS ID AND FIRST DUE DATE.
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

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

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
           77 WS-BREAK-MISSES       PIC 9(3) VALUE 1.
           01 WS-BREAK-PARM         PIC X(3) VALUE SPACES.
           01 WS-BREAK-PARM-NUM REDEFINES WS-BREAK-PARM PIC 9(3).

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-PLANS-STATUS       PIC X(2) VALUE SPACES.
               88 PLANS-OK              VALUE "00".
               88 PLANS-NOT-FOUND       VALUE "35".

           01 WS-WORK-STATUS        PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".

           01 WS-INSTALMENTS-STATUS PIC X(2) VALUE SPACES.
               88 INSTALMENTS-OK        VALUE "00".
               88 INSTALMENTS-NOT-FOUND VALUE "35".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".
           77 WS-LEDGER-SWITCH      PIC X VALUE "N".
               88 WS-LEDGER-UNREAD      VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 PLANS-EOF             PIC X VALUE "N".
               88 PLANS-EOF-REACHED VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".
           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
               88 WS-MODE-MAINTAIN      VALUE "M".
               88 WS-MODE-NIGHTLY       VALUE "N".

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

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

      *    THE PLAN UNDER ENTRY, MIRRORING THE FILE LAYOUT THE WAY
      *    FILES-31 MIRRORS ITS ORDER.
           01 WS-PLAN.
               02 WS-PPL-ID-NUMBER   PIC 9(7).
               02 WS-PPL-AGREED-TOTAL PIC 9(7)V99.
               02 WS-PPL-INSTALMENT  PIC 9(7)V99.
               02 WS-PPL-FREQUENCY   PIC X.
               02 WS-PPL-FIRST-DUE-DATE PIC 9(8).
               02 WS-PPL-FIRST-DUE REDEFINES WS-PPL-FIRST-DUE-DATE.
                   03 WS-PPL-FD-CCYY     PIC 9999.
                   03 WS-PPL-FD-MM       PIC 99.
                   03 WS-PPL-FD-DD       PIC 99.

           77 WS-CANCEL-ID          PIC 9(7) VALUE ZERO.
           77 WS-CANCEL-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-RUNNING-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-BALANCE-OWED       PIC 9(7)V99 VALUE ZERO.

      *    THE NEXT DUE DATE AS IT IS STEPPED ON BY ONE INSTALMENT.
           01 WS-DUE-DATE.
               02 WS-DUE-CCYY        PIC 9999.
               02 WS-DUE-MM          PIC 99.
               02 WS-DUE-DD          PIC 99.
           01 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).
           77 WS-DUE-INTEGER        PIC 9(7) COMP VALUE ZERO.

           77 WS-AMOUNT-DUE         PIC 9(7)V99 VALUE ZERO.
           77 WS-APPLIED            PIC 9(7)V99 VALUE ZERO.
           77 WS-NEW-CREDITS        PIC 9(7)V99 VALUE ZERO.
           77 WS-NEW-REVERSALS      PIC 9(7)V99 VALUE ZERO.

           77 WS-PLANS-READ         PIC 9(5) VALUE ZERO.
           77 WS-PLANS-MATCHED      PIC 9(5) VALUE ZERO.
           77 WS-KEPT-COUNT         PIC 9(5) VALUE ZERO.
           77 WS-MISSED-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-BROKEN-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-COMPLETED-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-CREDITS-MATCHED    PIC 9(9)V99 VALUE ZERO.

      *    PLANS BROKEN TONIGHT, HELD FOR THE REPORT'S CLOSING
      *    SECTION.
           01 WS-BROKEN-TABLE.
               02 WS-BRK-ENTRY OCCURS 200 TIMES.
                   03 WS-BRK-ID-NUMBER   PIC 9(7).
                   03 WS-BRK-FIRST-DUE   PIC 9(8).
                   03 WS-BRK-KEPT        PIC 9(3).
                   03 WS-BRK-MISSED      PIC 9(3).
                   03 WS-BRK-PAID        PIC 9(7)V99.
                   03 WS-BRK-AGREED      PIC 9(7)V99.
           77 WS-BRK-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-BRK-SUB            PIC 9(3) COMP VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.
           01 WS-TOTAL-EDIT         PIC $$,$$$,$$9.99.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(37) VALUE
                   "PAYMENT-PLAN MATCH -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.

           01 WS-COL-LINE.
               02 FILLER             PIC X(36) VALUE
                   "ID       DUE DATE      AMOUNT DUE   ".
               02 FILLER             PIC X(30) VALUE
                   "    IN HAND   RESULT".

           01 WS-DETAIL-LINE.
               02 DL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-DUE-DATE        PIC 9(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-AMOUNT-DUE      PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-IN-HAND         PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 DL-RESULT          PIC X(30).

           01 WS-BROKEN-HEAD-LINE.
               02 FILLER             PIC X(50) VALUE
                   "PLANS BROKEN -- BACK INTO NORMAL DUNNING".

           01 WS-BROKEN-COL-LINE.
               02 FILLER             PIC X(36) VALUE
                   "ID       FIRST DUE  KEPT MISSED     ".
               02 FILLER             PIC X(30) VALUE
                   "    PAID       AGREED".

           01 WS-BROKEN-LINE.
               02 BL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 BL-FIRST-DUE       PIC 9(8).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 BL-KEPT            PIC ZZ9.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 BL-MISSED          PIC ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 BL-PAID            PIC $$,$$$,$$9.99.
               02 BL-AGREED          PIC $$,$$$,$$9.99.

           01 WS-NONE-LINE.
               02 FILLER             PIC X(20) VALUE "  NONE".

      *    THE CUSTOMER NUMBER AS KEYED: THE ID-NUMBER AND ITS CHECK
      *    DIGIT, EIGHT DIGITS WITH THE LEADING ZEROS.
           01 WS-CUSTOMER-NUMBER.
               02 WS-CUSTNO-ID      PIC 9(7).
               02 WS-CUSTNO-CHECK   PIC 9.
           77 WS-CUSTNO-SWITCH      PIC X VALUE "N".
               88 WS-CUSTNO-VERIFIED    VALUE "Y".

      *    CUSTOMER-NUMBER CHECK DIGIT (SEE 0980-COMPUTE-CHECK-DIGIT).
           01 WS-CHK-ID             PIC 9(7) VALUE ZERO.
           01 WS-CHK-ID-DIGITS REDEFINES WS-CHK-ID.
               02 WS-CHK-DIGIT      PIC 9 OCCURS 7 TIMES.
           77 WS-CHK-SUB            PIC 9(2) COMP VALUE ZERO.
           77 WS-CHK-PRODUCT        PIC 9(2) VALUE ZERO.
           77 WS-CHK-SUM            PIC 9(3) VALUE ZERO.
           77 WS-CHK-QUOTIENT       PIC 9(3) VALUE ZERO.
           77 WS-CHK-REMAINDER      PIC 9(2) VALUE ZERO.
           77 WS-CHK-COMPUTED       PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "PAYMENT PLANS"
           DISPLAY "  M = MAINTAIN PLANS"
           DISPLAY "  N = NIGHTLY MATCH OF PAYMENTS TO PLANS"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           EVALUATE TRUE
               WHEN WS-MODE-MAINTAIN
                   PERFORM 1000-MAINTAIN-PLANS THRU 1000-EXIT
               WHEN WS-MODE-NIGHTLY
                   PERFORM 5000-NIGHTLY-MATCH THRU 5000-EXIT
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
               WHEN "PLAN-BREAK-MISSES"
      *            A VALUE THAT IS NOT THREE DIGITS, OR IS ZERO, KEEPS
      *            THE DEFAULT -- A PLAN MUST BE ALLOWED AT LEAST THE
      *            ONE MISS THAT BREAKS IT.
                   MOVE PRM-VALUE (1:3) TO WS-BREAK-PARM
                   IF WS-BREAK-PARM IS NUMERIC
                       AND WS-BREAK-PARM-NUM IS GREATER THAN ZERO
                       MOVE WS-BREAK-PARM-NUM TO WS-BREAK-MISSES
                   END-IF
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
           MOVE "FILES-50" TO RLG-PROGRAM-ID
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
           MOVE "FILES-50" TO LCK-PROGRAM
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-LOCK-RECORD
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD-BY-US TO TRUE.
       0300-EXIT.
           EXIT.

       0350-CHECK-LOCK.
      *    MAINTENANCE ONLY APPENDS OR REWRITES ONE PLAN AT A TIME, BUT
      *    MUST NOT START WHILE THE NIGHTLY MATCH HAS THE PLAN FILE
      *    PARKED FOR ITS REBUILD.
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
               MOVE "FILES-50" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE NIGHT'S REPORT GOES ON REPORT-CATALOG.dat THE WAY
      *    FILES-32 REGISTERS ITS PRINT FILES, REREAD FOR ITS LINE
      *    COUNT SO THE CATALOG PROVES WHAT IS ON DISK.
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
           MOVE "FILES-50" TO RPC-PROGRAM
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

       0980-COMPUTE-CHECK-DIGIT.
      *    LUHN MOD 10 OVER THE SEVEN DIGITS OF WS-CHK-ID: WORKING IN
      *    FROM THE RIGHT, EVERY OTHER DIGIT STARTING WITH THE LAST IS
      *    DOUBLED (LESS NINE WHEN THAT PASSES NINE), AND THE CHECK
      *    DIGIT IS WHAT BRINGS THE SUM UP TO A MULTIPLE OF TEN. ANY ONE
      *    DIGIT MIS-KEYED, AND ANY TWO NEIGHBOURS SWAPPED EXCEPT 0 AND
      *    9, GIVES A DIFFERENT DIGIT.
           MOVE ZERO TO WS-CHK-SUM
           PERFORM 0985-ADD-ONE-DIGIT THRU 0985-EXIT
               VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB IS GREATER THAN 7
           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOTIENT
               REMAINDER WS-CHK-REMAINDER
           IF WS-CHK-REMAINDER = ZERO
               MOVE ZERO TO WS-CHK-COMPUTED
           ELSE
               COMPUTE WS-CHK-COMPUTED = 10 - WS-CHK-REMAINDER
           END-IF.
       0980-EXIT.
           EXIT.

       0985-ADD-ONE-DIGIT.
      *    POSITIONS 1, 3, 5 AND 7 FROM THE LEFT ARE THE DOUBLED ONES.
           DIVIDE WS-CHK-SUB BY 2 GIVING WS-CHK-QUOTIENT
               REMAINDER WS-CHK-REMAINDER
           IF WS-CHK-REMAINDER = 1
               COMPUTE WS-CHK-PRODUCT = WS-CHK-DIGIT (WS-CHK-SUB) * 2
               IF WS-CHK-PRODUCT IS GREATER THAN 9
                   SUBTRACT 9 FROM WS-CHK-PRODUCT
               END-IF
           ELSE
               MOVE WS-CHK-DIGIT (WS-CHK-SUB) TO WS-CHK-PRODUCT
           END-IF
           ADD WS-CHK-PRODUCT TO WS-CHK-SUM.
       0985-EXIT.
           EXIT.

       0990-VERIFY-CUSTOMER-NUMBER.
      *    NOTHING IS LOOKED UP ON THE MASTER UNTIL THE KEYED NUMBER IS
      *    ALL DIGITS AND ITS CHECK DIGIT AGREES; ON SUCCESS THE
      *    ID-NUMBER IS IN WS-CUSTNO-ID.
           MOVE "N" TO WS-CUSTNO-SWITCH
           IF WS-CUSTOMER-NUMBER IS NOT NUMERIC
               OR WS-CUSTNO-ID = ZERO
               DISPLAY "INVALID CUSTOMER NUMBER -- KEY ALL EIGHT DIGITS"
               GO TO 0990-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           IF WS-CHK-COMPUTED NOT EQUAL WS-CUSTNO-CHECK
               DISPLAY "CHECK DIGIT FAILED -- RE-KEY THE CUSTOMER "
                   "NUMBER"
               GO TO 0990-EXIT
           END-IF
           SET WS-CUSTNO-VERIFIED TO TRUE.
       0990-EXIT.
           EXIT.

       1000-MAINTAIN-PLANS.
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
           DISPLAY "PAYMENT-PLAN MAINTENANCE"
           DISPLAY "  A = AGREE A PLAN"
           DISPLAY "  C = CANCEL THE PLAN FOR AN ID"
           DISPLAY "  L = LIST PLANS"
           DISPLAY "  X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-PLAN THRU 3000-EXIT
               WHEN WS-CHOICE-CANCEL
                   PERFORM 3500-CANCEL-PLAN THRU 3500-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 4000-LIST-PLANS THRU 4000-EXIT
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-PLAN.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-PPL-ID-NUMBER
           DISPLAY "AGREED TOTAL (9999999V99, 0 = WHOLE BALANCE): "
               WITH NO ADVANCING
           ACCEPT WS-PPL-AGREED-TOTAL
           DISPLAY "INSTALMENT AMOUNT (9999999V99): "
               WITH NO ADVANCING
           ACCEPT WS-PPL-INSTALMENT
           DISPLAY "FREQUENCY (W = WEEKLY, F = FORTNIGHTLY, "
               "M = MONTHLY): " WITH NO ADVANCING
           ACCEPT WS-PPL-FREQUENCY
           DISPLAY "FIRST DUE DATE (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-PPL-FIRST-DUE-DATE

           IF WS-PPL-ID-NUMBER IS NOT NUMERIC
               OR WS-PPL-ID-NUMBER = ZERO
               DISPLAY "INVALID ID-NUMBER -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           IF WS-PPL-AGREED-TOTAL IS NOT NUMERIC
               DISPLAY "INVALID AGREED TOTAL -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           IF WS-PPL-INSTALMENT IS NOT NUMERIC
               OR WS-PPL-INSTALMENT = ZERO
               DISPLAY "INVALID INSTALMENT AMOUNT -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           EVALUATE WS-PPL-FREQUENCY
               WHEN "W"
               WHEN "F"
               WHEN "M"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID FREQUENCY -- NOT ADDED"
                   GO TO 3000-EXIT
           END-EVALUATE
           IF WS-PPL-FIRST-DUE-DATE IS NOT NUMERIC
               OR WS-PPL-FD-MM = ZERO
               OR WS-PPL-FD-MM IS GREATER THAN 12
               OR WS-PPL-FD-DD = ZERO
               OR WS-PPL-FD-DD IS GREATER THAN 28
               DISPLAY "INVALID FIRST DUE DATE (DAY MUST BE 01-28 SO "
                   "EVERY MONTH HAS IT) -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           IF WS-PPL-FIRST-DUE-DATE IS LESS THAN WS-CURRENT-DATE-NUM
               DISPLAY "FIRST DUE DATE IS IN THE PAST -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF

      *    A PLAN IS ONLY AGREED FOR A CUSTOMER ON THE MASTER WHO OWES
      *    US MONEY, AND NEVER FOR MORE THAN THEY OWE.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PPL-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " WS-PPL-ID-NUMBER " NOT ON THE "
                       "MASTER -- NOT ADDED"
                   CLOSE CUSTOMERS-FILE
                   GO TO 3000-EXIT
           END-READ
           CLOSE CUSTOMERS-FILE
           IF CUSTOMER-BALANCE IS NOT GREATER THAN ZERO
               DISPLAY "ID " WS-PPL-ID-NUMBER " OWES NOTHING -- "
                   "NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           MOVE CUSTOMER-BALANCE TO WS-BALANCE-OWED
           IF WS-PPL-AGREED-TOTAL = ZERO
               MOVE WS-BALANCE-OWED TO WS-PPL-AGREED-TOTAL
           END-IF
           IF WS-PPL-AGREED-TOTAL IS GREATER THAN WS-BALANCE-OWED
               MOVE WS-BALANCE-OWED TO WS-AMOUNT-EDIT
               DISPLAY "AGREED TOTAL EXCEEDS THE BALANCE OF "
                   WS-AMOUNT-EDIT " -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           IF WS-PPL-INSTALMENT IS GREATER THAN WS-PPL-AGREED-TOTAL
               DISPLAY "INSTALMENT EXCEEDS THE AGREED TOTAL -- "
                   "NOT ADDED"
               GO TO 3000-EXIT
           END-IF

      *    ONE RUNNING PLAN PER ID; A SECOND ONE IS AGREED ONLY AFTER
      *    THE FIRST IS CANCELLED.
           MOVE ZERO TO WS-RUNNING-COUNT
           MOVE "N" TO PLANS-EOF
           OPEN INPUT PLANS-FILE
           IF PLANS-OK
               PERFORM 3100-CHECK-RUNNING-PLAN THRU 3100-EXIT
                   UNTIL PLANS-EOF-REACHED
               CLOSE PLANS-FILE
           END-IF
           IF WS-RUNNING-COUNT IS GREATER THAN ZERO
               DISPLAY "ID " WS-PPL-ID-NUMBER " ALREADY HAS A PLAN "
                   "RUNNING -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF

           OPEN EXTEND PLANS-FILE
           IF PLANS-NOT-FOUND
               OPEN OUTPUT PLANS-FILE
               CLOSE PLANS-FILE
               OPEN EXTEND PLANS-FILE
           END-IF
           IF NOT PLANS-OK
               DISPLAY "PLANS-FILE OPEN FAILED, STATUS: "
                   WS-PLANS-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PPL-ID-NUMBER      TO PPL-ID-NUMBER
           SET PPL-ACTIVE TO TRUE
           MOVE WS-PPL-FREQUENCY      TO PPL-FREQUENCY
           MOVE WS-PPL-AGREED-TOTAL   TO PPL-AGREED-TOTAL
           MOVE WS-PPL-INSTALMENT     TO PPL-INSTALMENT
           MOVE WS-PPL-FIRST-DUE-DATE TO PPL-FIRST-DUE-DATE
           MOVE WS-PPL-FIRST-DUE-DATE TO PPL-NEXT-DUE-DATE
           MOVE ZERO TO PPL-KEPT-COUNT
           MOVE ZERO TO PPL-MISSED-COUNT
           MOVE ZERO TO PPL-PAID-TO-DATE
           MOVE ZERO TO PPL-PAID-IN-HAND
      *    ONLY PAYMENTS POSTED FROM NOW ON COUNT TOWARD THE PLAN.
           ACCEPT PPL-MATCHED-DATE FROM DATE YYYYMMDD
           ACCEPT PPL-MATCHED-TIME FROM TIME
           MOVE WS-OPERATOR-ID        TO PPL-AGREED-BY
           MOVE WS-CURRENT-DATE-NUM   TO PPL-AGREED-DATE
           MOVE ZERO TO PPL-STATUS-DATE
           WRITE PPL-PLAN-RECORD
           CLOSE PLANS-FILE
           DISPLAY "PAYMENT PLAN AGREED FOR ID " WS-PPL-ID-NUMBER.
       3000-EXIT.
           EXIT.

       3100-CHECK-RUNNING-PLAN.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF PPL-ID-NUMBER = WS-PPL-ID-NUMBER AND PPL-ACTIVE
               ADD 1 TO WS-RUNNING-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3500-CANCEL-PLAN.
      *    THE FILE IS REWRITTEN IN ONE PASS WITH THE RUNNING PLAN
      *    FLAGGED CANCELLED, THROUGH THE SAME PARK-AND-REBUILD WORK
      *    FILE FILES-31 USES, SO A DROPPED SESSION LEAVES THE PLANS
      *    AS IT FOUND THEM.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT) TO CANCEL: "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "NOTHING CANCELLED"
               GO TO 3500-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-CANCEL-ID
           MOVE ZERO TO WS-CANCEL-COUNT

           MOVE "N" TO PLANS-EOF
           OPEN INPUT PLANS-FILE
           IF PLANS-NOT-FOUND
               DISPLAY "NO PLANS FILE ON HAND"
               GO TO 3500-EXIT
           END-IF
           OPEN OUTPUT PLANS-WORK-FILE
           PERFORM 3600-PARK-PLAN THRU 3600-EXIT
               UNTIL PLANS-EOF-REACHED
           CLOSE PLANS-FILE
           CLOSE PLANS-WORK-FILE

           PERFORM 3700-REBUILD-PLANS THRU 3700-EXIT

           IF WS-CANCEL-COUNT = ZERO
               DISPLAY "NO RUNNING PLAN FOR ID " WS-CANCEL-ID
           ELSE
               DISPLAY "PAYMENT PLAN CANCELLED FOR ID " WS-CANCEL-ID
           END-IF.
       3500-EXIT.
           EXIT.

       3600-PARK-PLAN.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 3600-EXIT
           END-READ
           IF PPL-ID-NUMBER = WS-CANCEL-ID AND PPL-ACTIVE
               SET PPL-CANCELLED TO TRUE
               MOVE WS-CURRENT-DATE-NUM TO PPL-STATUS-DATE
               ADD 1 TO WS-CANCEL-COUNT
           END-IF
           MOVE SPACES TO PWK-RECORD
           MOVE PPL-PLAN-RECORD TO PWK-RECORD
           WRITE PWK-RECORD.
       3600-EXIT.
           EXIT.

       3700-REBUILD-PLANS.
           MOVE "N" TO WORK-EOF
           OPEN OUTPUT PLANS-FILE
           IF NOT PLANS-OK
               DISPLAY "PLANS-FILE REBUILD FAILED, STATUS: "
                   WS-PLANS-STATUS " -- THE UPDATED PLANS ARE ON "
                   "PAYMENT-PLANS-WORK.dat"
               MOVE 1 TO RETURN-CODE
               GO TO 3700-EXIT
           END-IF
           OPEN INPUT PLANS-WORK-FILE
           PERFORM 3800-COPY-BACK-PLAN THRU 3800-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE PLANS-WORK-FILE
           CLOSE PLANS-FILE.
       3700-EXIT.
           EXIT.

       3800-COPY-BACK-PLAN.
           READ PLANS-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE PWK-RECORD TO PPL-PLAN-RECORD
                   WRITE PPL-PLAN-RECORD
           END-READ.
       3800-EXIT.
           EXIT.

       4000-LIST-PLANS.
           MOVE "N" TO PLANS-EOF
           MOVE ZERO TO WS-PLANS-READ
           OPEN INPUT PLANS-FILE
           IF PLANS-NOT-FOUND
               DISPLAY "NO PLANS FILE ON HAND"
               GO TO 4000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "ID      ST FQ AGREED        INSTALMENT    "
               "NEXT DUE KEPT MISS PAID"
           PERFORM 4100-LIST-ONE-PLAN THRU 4100-EXIT
               UNTIL PLANS-EOF-REACHED
           CLOSE PLANS-FILE
           DISPLAY "PLANS ON FILE: " WS-PLANS-READ.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-PLAN.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-PLANS-READ
           MOVE PPL-AGREED-TOTAL TO WS-TOTAL-EDIT
           MOVE PPL-INSTALMENT   TO WS-AMOUNT-EDIT
           DISPLAY PPL-ID-NUMBER "  " PPL-STATUS "  " PPL-FREQUENCY
               " " WS-TOTAL-EDIT " " WS-AMOUNT-EDIT " "
               PPL-NEXT-DUE-DATE " " PPL-KEPT-COUNT "  "
               PPL-MISSED-COUNT "  " PPL-PAID-TO-DATE.
       4100-EXIT.
           EXIT.

       5000-NIGHTLY-MATCH.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 5100-OPEN-MATCH-FILES THRU 5100-EXIT
               IF WS-ABORT-REQUESTED
                   PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6000-MATCH-ONE-PLAN THRU 6000-EXIT
                   UNTIL PLANS-EOF-REACHED
               CLOSE PLANS-FILE
               CLOSE PLANS-WORK-FILE
               CLOSE INSTALMENTS-FILE
               PERFORM 3700-REBUILD-PLANS THRU 3700-EXIT
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               PERFORM 8000-PRINT-BROKEN-PLANS THRU 8000-EXIT
               CLOSE REPORT-FILE
               IF NOT REPORT-OK
                   DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                       WS-REPORT-STATUS
               END-IF
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-PLANS-READ TO WS-RLG-READ
           COMPUTE WS-RLG-WRITTEN = WS-KEPT-COUNT + WS-MISSED-COUNT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       5000-EXIT.
           EXIT.

       5100-OPEN-MATCH-FILES.
      *    A LEDGER THAT IS THERE BUT CANNOT BE READ WOULD SHOW EVERY
      *    PAYMENT AS MISSING AND BREAK PLANS THAT ARE BEING KEPT, SO
      *    THE RUN STOPS BEFORE ANY PLAN IS DECIDED. NO LEDGER AT ALL
      *    SIMPLY MEANS NO PAYMENTS YET.
           OPEN INPUT LEDGER-FILE
           IF NOT LEDGER-OK AND NOT LEDGER-NOT-FOUND
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS " -- NO PLAN MATCHED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5100-EXIT
           END-IF
           IF LEDGER-OK
               CLOSE LEDGER-FILE
           END-IF

           MOVE "N" TO PLANS-EOF
           OPEN INPUT PLANS-FILE
           IF PLANS-NOT-FOUND
               DISPLAY "NO PLANS FILE ON HAND -- NOTHING TO MATCH"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5100-EXIT
           END-IF
           IF NOT PLANS-OK
               DISPLAY "PLANS-FILE OPEN FAILED, STATUS: "
                   WS-PLANS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5100-EXIT
           END-IF

           OPEN OUTPUT PLANS-WORK-FILE
           IF NOT WORK-OK
               DISPLAY "PLANS-WORK-FILE OPEN FAILED, STATUS: "
                   WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE PLANS-FILE
               GO TO 5100-EXIT
           END-IF

           OPEN EXTEND INSTALMENTS-FILE
           IF INSTALMENTS-NOT-FOUND
               OPEN OUTPUT INSTALMENTS-FILE
               CLOSE INSTALMENTS-FILE
               OPEN EXTEND INSTALMENTS-FILE
           END-IF
           IF NOT INSTALMENTS-OK
               DISPLAY "INSTALMENTS-FILE OPEN FAILED, STATUS: "
                   WS-INSTALMENTS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE PLANS-FILE
               CLOSE PLANS-WORK-FILE
               GO TO 5100-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "PAYMENT-PLANS-"    DELIMITED BY SIZE
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
               CLOSE PLANS-FILE
               CLOSE PLANS-WORK-FILE
               CLOSE INSTALMENTS-FILE
               GO TO 5100-EXIT
           END-IF

           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 1 LINE.
       5100-EXIT.
           EXIT.

       6000-MATCH-ONE-PLAN.
      *    EVERY PLAN IS PARKED ON THE WORK FILE, RUNNING OR ENDED, SO
      *    THE REBUILD CARRIES THE WHOLE FILE ACROSS.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 6000-EXIT
           END-READ
           ADD 1 TO WS-PLANS-READ
           IF PPL-ACTIVE
               ADD 1 TO WS-PLANS-MATCHED
               PERFORM 6100-GATHER-PAYMENTS THRU 6100-EXIT
      *        A PLAN WHOSE PAYMENTS COULD NOT BE READ GOES ACROSS AS
      *        IT STOOD; NOTHING IS DECIDED ON IT.
               IF NOT WS-LEDGER-UNREAD
                   PERFORM 6300-DECIDE-INSTALMENTS THRU 6300-EXIT
               END-IF
           END-IF
           MOVE SPACES TO PWK-RECORD
           MOVE PPL-PLAN-RECORD TO PWK-RECORD
           WRITE PWK-RECORD.
       6000-EXIT.
           EXIT.

       6100-GATHER-PAYMENTS.
           MOVE ZERO TO WS-NEW-CREDITS
           MOVE ZERO TO WS-NEW-REVERSALS
           MOVE "N" TO WS-LEDGER-SWITCH
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               GO TO 6100-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS " -- PLAN " PPL-ID-NUMBER
                   " LEFT UNDECIDED"
               MOVE 1 TO RETURN-CODE
               SET WS-LEDGER-UNREAD TO TRUE
               GO TO 6100-EXIT
           END-IF
           PERFORM 6200-GATHER-ONE-MOVEMENT THRU 6200-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE

      *    A REVERSED PAYMENT COMES BACK OFF THE PLAN: OUT OF THE
      *    MONEY IN HAND FIRST, NEVER BELOW ZERO.
           ADD WS-NEW-CREDITS TO PPL-PAID-TO-DATE
           ADD WS-NEW-CREDITS TO PPL-PAID-IN-HAND
           ADD WS-NEW-CREDITS TO WS-CREDITS-MATCHED
           IF WS-NEW-REVERSALS IS GREATER THAN PPL-PAID-TO-DATE
               MOVE ZERO TO PPL-PAID-TO-DATE
           ELSE
               SUBTRACT WS-NEW-REVERSALS FROM PPL-PAID-TO-DATE
           END-IF
           IF WS-NEW-REVERSALS IS GREATER THAN PPL-PAID-IN-HAND
               MOVE ZERO TO PPL-PAID-IN-HAND
           ELSE
               SUBTRACT WS-NEW-REVERSALS FROM PPL-PAID-IN-HAND
           END-IF.
       6100-EXIT.
           EXIT.

       6200-GATHER-ONE-MOVEMENT.
      *    ONLY MOVEMENTS POSTED AFTER THE PLAN'S MATCHED STAMP ARE
      *    NEW; THE STAMP MOVES UP TO THE LAST ONE COUNTED SO NO
      *    PAYMENT IS EVER COUNTED TWICE.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 6200-EXIT
           END-READ
           IF LGR-ID-NUMBER NOT EQUAL PPL-ID-NUMBER
               GO TO 6200-EXIT
           END-IF
           IF LGR-POSTING-DATE IS LESS THAN PPL-MATCHED-DATE
               GO TO 6200-EXIT
           END-IF
           IF LGR-POSTING-DATE = PPL-MATCHED-DATE
               AND LGR-POSTING-TIME IS NOT GREATER THAN
                   PPL-MATCHED-TIME
               GO TO 6200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN LGR-DRCR-CODE = "C" AND LGR-TYPE-PAYMENT
               WHEN LGR-DRCR-CODE = "C" AND LGR-TYPE-MONETARY
                   ADD LGR-AMOUNT TO WS-NEW-CREDITS
               WHEN LGR-DRCR-CODE = "D" AND LGR-TYPE-REVERSAL
                   AND LGR-REV-ORIG-TYPE = "Y"
               WHEN LGR-DRCR-CODE = "D" AND LGR-TYPE-REVERSAL
                   AND LGR-REV-ORIG-TYPE = "P"
                   ADD LGR-AMOUNT TO WS-NEW-REVERSALS
               WHEN OTHER
                   GO TO 6200-EXIT
           END-EVALUATE
           MOVE LGR-POSTING-DATE TO PPL-MATCHED-DATE
           MOVE LGR-POSTING-TIME TO PPL-MATCHED-TIME.
       6200-EXIT.
           EXIT.

       6300-DECIDE-INSTALMENTS.
      *    A PLAN PAID IN FULL IS COMPLETE WHATEVER ITS SCHEDULE SAYS;
      *    OTHERWISE EVERY INSTALMENT DUE BY THE BUSINESS DATE IS
      *    DECIDED IN TURN UNTIL THE PLAN ENDS OR CATCHES UP.
           IF PPL-PAID-TO-DATE IS NOT LESS THAN PPL-AGREED-TOTAL
               PERFORM 6600-COMPLETE-PLAN THRU 6600-EXIT
               GO TO 6300-EXIT
           END-IF
           PERFORM 6400-DECIDE-ONE-INSTALMENT THRU 6400-EXIT
               UNTIL NOT PPL-ACTIVE
                   OR PPL-NEXT-DUE-DATE IS GREATER THAN
                       WS-CURRENT-DATE-NUM.
       6300-EXIT.
           EXIT.

       6400-DECIDE-ONE-INSTALMENT.
      *    THE LAST INSTALMENT IS ONLY WHAT IS LEFT OF THE AGREED
      *    TOTAL AFTER THE ONES ALREADY KEPT.
           MOVE PPL-INSTALMENT TO WS-AMOUNT-DUE
           COMPUTE WS-APPLIED = PPL-PAID-TO-DATE - PPL-PAID-IN-HAND
           IF PPL-AGREED-TOTAL - WS-APPLIED IS LESS THAN WS-AMOUNT-DUE
               COMPUTE WS-AMOUNT-DUE = PPL-AGREED-TOTAL - WS-APPLIED
           END-IF

           MOVE PPL-ID-NUMBER      TO INS-ID-NUMBER
           MOVE PPL-FIRST-DUE-DATE TO INS-FIRST-DUE-DATE
           MOVE PPL-NEXT-DUE-DATE  TO INS-DUE-DATE
           MOVE WS-AMOUNT-DUE      TO INS-AMOUNT-DUE
           MOVE PPL-PAID-IN-HAND   TO INS-IN-HAND
           MOVE WS-CURRENT-DATE-NUM TO INS-DECIDED-DATE
           MOVE PPL-ID-NUMBER      TO DL-ID-NUMBER
           MOVE PPL-NEXT-DUE-DATE  TO DL-DUE-DATE
           MOVE WS-AMOUNT-DUE      TO DL-AMOUNT-DUE
           MOVE PPL-PAID-IN-HAND   TO DL-IN-HAND

           IF PPL-PAID-IN-HAND IS NOT LESS THAN WS-AMOUNT-DUE
               SET INS-KEPT TO TRUE
               SUBTRACT WS-AMOUNT-DUE FROM PPL-PAID-IN-HAND
               ADD 1 TO PPL-KEPT-COUNT
               ADD 1 TO WS-KEPT-COUNT
               MOVE "KEPT" TO DL-RESULT
           ELSE
      *        A PART PAYMENT STAYS IN HAND TOWARD THE NEXT ONE.
               SET INS-MISSED TO TRUE
               ADD 1 TO PPL-MISSED-COUNT
               ADD 1 TO WS-MISSED-COUNT
               MOVE "MISSED" TO DL-RESULT
               IF PPL-MISSED-COUNT IS NOT LESS THAN WS-BREAK-MISSES
                   MOVE "MISSED -- PLAN BROKEN" TO DL-RESULT
               END-IF
           END-IF
           WRITE INSTALMENT-RECORD
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF INS-MISSED
               AND PPL-MISSED-COUNT IS NOT LESS THAN WS-BREAK-MISSES
               PERFORM 6700-BREAK-PLAN THRU 6700-EXIT
               GO TO 6400-EXIT
           END-IF
           IF INS-KEPT
               AND WS-APPLIED + WS-AMOUNT-DUE
                   IS NOT LESS THAN PPL-AGREED-TOTAL
               PERFORM 6600-COMPLETE-PLAN THRU 6600-EXIT
               GO TO 6400-EXIT
           END-IF
           PERFORM 6500-STEP-DUE-DATE THRU 6500-EXIT.
       6400-EXIT.
           EXIT.

       6500-STEP-DUE-DATE.
      *    WEEKLY AND FORTNIGHTLY STEP BY DAYS THROUGH THE DATE
      *    INTRINSICS; MONTHLY STEPS THE MONTH AND KEEPS THE DAY, WHICH
      *    MAINTENANCE HOLDS TO 01-28 SO EVERY MONTH HAS IT.
           MOVE PPL-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
           EVALUATE TRUE
               WHEN PPL-WEEKLY
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM) + 7
                   COMPUTE WS-DUE-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               WHEN PPL-FORTNIGHTLY
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM) + 14
                   COMPUTE WS-DUE-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               WHEN OTHER
                   IF WS-DUE-MM = 12
                       MOVE 01 TO WS-DUE-MM
                       ADD 1 TO WS-DUE-CCYY
                   ELSE
                       ADD 1 TO WS-DUE-MM
                   END-IF
           END-EVALUATE
           MOVE WS-DUE-DATE-NUM TO PPL-NEXT-DUE-DATE.
       6500-EXIT.
           EXIT.

       6600-COMPLETE-PLAN.
           SET PPL-COMPLETED TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO PPL-STATUS-DATE
           ADD 1 TO WS-COMPLETED-COUNT
           DISPLAY "PLAN COMPLETED FOR ID " PPL-ID-NUMBER.
       6600-EXIT.
           EXIT.

       6700-BREAK-PLAN.
           SET PPL-BROKEN TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO PPL-STATUS-DATE
           ADD 1 TO WS-BROKEN-COUNT
           IF WS-BRK-COUNT IS NOT LESS THAN 200
               DISPLAY "BROKEN-PLAN TABLE FULL -- ID " PPL-ID-NUMBER
                   " IS ON THE DETAIL LINES ONLY"
               GO TO 6700-EXIT
           END-IF
           ADD 1 TO WS-BRK-COUNT
           MOVE PPL-ID-NUMBER      TO WS-BRK-ID-NUMBER (WS-BRK-COUNT)
           MOVE PPL-FIRST-DUE-DATE TO WS-BRK-FIRST-DUE (WS-BRK-COUNT)
           MOVE PPL-KEPT-COUNT     TO WS-BRK-KEPT (WS-BRK-COUNT)
           MOVE PPL-MISSED-COUNT   TO WS-BRK-MISSED (WS-BRK-COUNT)
           MOVE PPL-PAID-TO-DATE   TO WS-BRK-PAID (WS-BRK-COUNT)
           MOVE PPL-AGREED-TOTAL   TO WS-BRK-AGREED (WS-BRK-COUNT).
       6700-EXIT.
           EXIT.

       8000-PRINT-BROKEN-PLANS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-BROKEN-HEAD-LINE
               AFTER ADVANCING 1 LINE
           IF WS-BRK-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 8000-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-BROKEN-COL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 8100-PRINT-ONE-BROKEN THRU 8100-EXIT
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB IS GREATER THAN WS-BRK-COUNT.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-BROKEN.
           MOVE WS-BRK-ID-NUMBER (WS-BRK-SUB) TO BL-ID-NUMBER
           MOVE WS-BRK-FIRST-DUE (WS-BRK-SUB) TO BL-FIRST-DUE
           MOVE WS-BRK-KEPT (WS-BRK-SUB)      TO BL-KEPT
           MOVE WS-BRK-MISSED (WS-BRK-SUB)    TO BL-MISSED
           MOVE WS-BRK-PAID (WS-BRK-SUB)      TO BL-PAID
           MOVE WS-BRK-AGREED (WS-BRK-SUB)    TO BL-AGREED
           WRITE REPORT-LINE FROM WS-BROKEN-LINE
               AFTER ADVANCING 1 LINE.
       8100-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "PAYMENT-PLAN MATCH -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  PLANS ON FILE:        " WS-PLANS-READ
           DISPLAY "  PLANS MATCHED:        " WS-PLANS-MATCHED
           MOVE WS-CREDITS-MATCHED TO WS-AMOUNT-EDIT
           DISPLAY "  PAYMENTS MATCHED:     " WS-AMOUNT-EDIT
           DISPLAY "  INSTALMENTS KEPT:     " WS-KEPT-COUNT
           DISPLAY "  INSTALMENTS MISSED:   " WS-MISSED-COUNT
           DISPLAY "  PLANS COMPLETED:      " WS-COMPLETED-COUNT
           DISPLAY "  PLANS BROKEN:         " WS-BROKEN-COUNT
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILE-NAME
           IF WS-BROKEN-COUNT IS GREATER THAN ZERO
               DISPLAY "*** BROKEN PLANS ARE BACK IN NORMAL DUNNING -- "
                   "SEE THE REPORT ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-57.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. BEHAVIOUR-BASED REGRADING OF
      *   CDR-SCORE. THE GRADE WAS KEYED ONCE AT ADD TIME THROUGH
      *   FILES-1 OR FILES-12 AND NEVER LOOKED AT AGAIN, SO FILES-22 AND
      *   CUSTOM-DATA-CLASSIFICATION WERE READING A STALE OPINION. THIS
      *   RUN WORKS EVERY CUSTOMER'S GRADE OUT AFRESH FROM WHAT THEY
      *   HAVE ACTUALLY DONE OVER THE LOOK-BACK OF THE SCORE-WEIGHT LINE
      *   IN FORCE (SCORE-WEIGHTS.dat, MAINTAINED THROUGH FILES-34 --
      *   SEE COPYLIB'S SCORE-WEIGHT-RECORD): HOW FAR PAST ITS DUE DATE
      *   THEIR OLDEST UNDISPUTED OPEN ITEM STANDS, THE LATE FEES
      *   FILES-52 CHARGED THEM FOR ITEMS SETTLED LATE, THE PAYMENT-PLAN
      *   INSTALMENTS THEY MISSED, THE "OVER CREDIT LIMIT" ITEMS ON
      *   CUSTOMER-SUSPENSE.dat, THE DIRECT DEBITS FILES-55 HAD RETURNED
      *   UNPAID AND ANY WRITE-OFF. A CUSTOMER WITH NO LEDGER MOVEMENT
      *   AND NOTHING AGAINST THEM IN THE LOOK-BACK HAS NO BEHAVIOUR TO
      *   GRADE AND KEEPS THE GRADE THEY HAVE. EVERY PROPOSED CHANGE IS
      *   PRINTED ON THE PROPOSED-REGRADE REPORT
      *   (SCORE-REGRADE-CCYYMMDD.rpt) WITH THE FIGURES BEHIND IT, AND
      *   THE REPORT IS CLOSED BEFORE THE SIGNED-ON OPERATOR IS ASKED
      *   WHETHER TO APPLY THEM. ONLY ON "Y" IS CDR-SCORE UPDATED, AND
      *   ONLY WHERE THE MASTER STILL HOLDS THE GRADE THE REPORT SHOWS,
      *   WITH A BEFORE/AFTER IMAGE ON CUSTOMER-JOURNAL.dat UNDER THE
      *   OPERATOR FOR EACH CHANGE. THE OUTCOME IS ADDED TO THE FOOT OF
      *   THE REPORT, WHICH IS CATALOGUED ON REPORT-CATALOG.dat. THE RUN
      *   TAKES THE EXCLUSIVE RUN-LOCK.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - THE LEDGER SWEEP NOW TAKES IN EVERY ARCHIVE ON
      *   LEDGER-ARCHIVE-CATALOG.dat CUT ON OR AFTER THE START OF THE
      *   LOOK-BACK, OLDEST FIRST, BEFORE THE LIVE LEDGER, SO LATE FEES,
      *   RETURNED DIRECT DEBITS AND WRITE-OFFS THAT FILES-30 HAS
      *   ARCHIVED STILL COUNT WHILE THEY ARE INSIDE THE WINDOW.
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

           SELECT SCORE-WEIGHT-FILE ASSIGN TO "SCORE-WEIGHTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

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

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTOMER-SUSPENSE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PLANS-FILE ASSIGN TO "PAYMENT-PLANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

       FD SCORE-WEIGHT-FILE.
           COPY "SCORE-WEIGHT-RECORD.cpy".

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

       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 CAT-CUTOFF-DATE PIC 9(8).
               02 CAT-FILE-NAME   PIC X(40).
               02 CAT-REC-COUNT   PIC 9(7).

       FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".

       FD PLANS-FILE.
           COPY "PAYMENT-PLAN-RECORD.cpy".

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

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

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-WEIGHTS-STATUS     PIC X(2) VALUE SPACES.
               88 WEIGHTS-OK            VALUE "00".
               88 WEIGHTS-NOT-FOUND     VALUE "35".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

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

      *    THE LEDGER ARCHIVES THAT CAN HOLD MOVEMENTS INSIDE THE
      *    LOOK-BACK, OLDEST FIRST.
           01 WS-CATALOG-TABLE.
               02 WS-CAT-ENTRY OCCURS 50 TIMES.
                   03 WS-CAT-NAME      PIC X(40).
           77 WS-CAT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-CAT-SUB            PIC 9(2) COMP VALUE ZERO.

           01 WS-SUSPENSE-STATUS    PIC X(2) VALUE SPACES.
               88 SUSPENSE-OK           VALUE "00".
               88 SUSPENSE-NOT-FOUND    VALUE "35".

           01 WS-PLANS-STATUS       PIC X(2) VALUE SPACES.
               88 PLANS-OK              VALUE "00".
               88 PLANS-NOT-FOUND       VALUE "35".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

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
           77 WEIGHTS-EOF           PIC X VALUE "N".
               88 WEIGHTS-EOF-REACHED VALUE "Y".
           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".
           77 OPEN-ITEMS-EOF        PIC X VALUE "N".
               88 OPEN-ITEMS-EOF-REACHED VALUE "Y".
           77 SUSPENSE-EOF          PIC X VALUE "N".
               88 SUSPENSE-EOF-REACHED VALUE "Y".
           77 PLANS-EOF             PIC X VALUE "N".
               88 PLANS-EOF-REACHED VALUE "Y".

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
           77 WS-DUE-INTEGER        PIC 9(7) COMP VALUE ZERO.
           77 WS-DAYS-OVERDUE       PIC S9(5) COMP VALUE ZERO.

      *    THE FIRST DAY OF THE LOOK-BACK: BEHAVIOUR DATED BEFORE IT
      *    NO LONGER COUNTS AGAINST THE CUSTOMER.
           77 WS-WINDOW-START       PIC 9(8) VALUE ZERO.
           77 WS-WINDOW-INTEGER     PIC 9(7) COMP VALUE ZERO.

      *    THE SCORE-WEIGHT LINE IN FORCE ON THE BUSINESS DATE.
           01 WS-WEIGHTS-IN-FORCE.
               02 WS-WGT-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
               02 WS-WGT-LOOKBACK-DAYS  PIC 9(3) VALUE ZERO.
               02 WS-WGT-UNIT-DAYS      PIC 9(3) VALUE ZERO.
               02 WS-WGT-OVERDUE-PTS    PIC 9(2) VALUE ZERO.
               02 WS-WGT-LATE-FEE-PTS   PIC 9(2) VALUE ZERO.
               02 WS-WGT-MISSED-PTS     PIC 9(2) VALUE ZERO.
               02 WS-WGT-LIMIT-PTS      PIC 9(2) VALUE ZERO.
               02 WS-WGT-BOUNCE-PTS     PIC 9(2) VALUE ZERO.
               02 WS-WGT-WRITE-OFF-PTS  PIC 9(2) VALUE ZERO.
               02 WS-WGT-GRADE-A-MAX    PIC 9(3) VALUE ZERO.
               02 WS-WGT-GRADE-B-MAX    PIC 9(3) VALUE ZERO.
               02 WS-WGT-GRADE-C-MAX    PIC 9(3) VALUE ZERO.
               02 WS-WGT-GRADE-D-MAX    PIC 9(3) VALUE ZERO.

      *    ONE ENTRY PER CUSTOMER, LOADED IN ID ORDER OFF THE MASTER SO
      *    EACH SWEEP OF THE BEHAVIOUR FILES FINDS ITS CUSTOMER BY
      *    HALVING THE TABLE. A CUSTOMER THE TABLE CANNOT HOLD IS NOT
      *    GRADED THIS RUN.
           01 WS-GRADE-TABLE.
               02 WS-GRD-ENTRY OCCURS 5000 TIMES.
                   03 WS-GRD-ID-NUMBER   PIC 9(7).
                   03 WS-GRD-F-NAME      PIC X(20).
                   03 WS-GRD-L-NAME      PIC X(20).
                   03 WS-GRD-OLD-SCORE   PIC X.
                   03 WS-GRD-NEW-SCORE   PIC X.
                   03 WS-GRD-MOVEMENTS   PIC 9(5).
                   03 WS-GRD-OVERDUE-DAYS PIC 9(5).
                   03 WS-GRD-LATE-FEES   PIC 9(3).
                   03 WS-GRD-MISSED      PIC 9(3).
                   03 WS-GRD-OVER-LIMIT  PIC 9(3).
                   03 WS-GRD-BOUNCES     PIC 9(3).
                   03 WS-GRD-WRITE-OFFS  PIC 9(1).
                   03 WS-GRD-POINTS      PIC 9(5).
           77 WS-GRD-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-GRD-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-GRD-PICK           PIC 9(4) COMP VALUE ZERO.
           77 WS-FIND-ID            PIC 9(7) VALUE ZERO.
           77 WS-FIND-LOW           PIC S9(5) COMP VALUE ZERO.
           77 WS-FIND-HIGH          PIC S9(5) COMP VALUE ZERO.
           77 WS-FIND-MID           PIC S9(5) COMP VALUE ZERO.

           77 WS-OVERDUE-UNITS      PIC 9(5) VALUE ZERO.
           77 WS-POINTS             PIC 9(7) VALUE ZERO.

           77 WS-CUSTOMERS-READ     PIC 9(7) VALUE ZERO.
           77 WS-NOT-GRADED         PIC 9(7) VALUE ZERO.
           77 WS-NO-BEHAVIOUR       PIC 9(7) VALUE ZERO.
           77 WS-UNCHANGED-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-PROPOSED-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-UPGRADE-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-DOWNGRADE-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-FIRST-GRADE-COUNT  PIC 9(7) VALUE ZERO.
           77 WS-APPLIED-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-CHANGED-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-FAILED-COUNT       PIC 9(7) VALUE ZERO.
           77 WS-LEDGER-READ        PIC 9(7) VALUE ZERO.

           77 WS-APPLY-SWITCH       PIC X VALUE "N".
               88 WS-APPLY-CONFIRMED    VALUE "Y".

           01 WS-REGRADE-HEAD-LINE.
               02 FILLER             PIC X(40) VALUE
                   "PROPOSED SCORE REGRADES -- BUSINESS DATE".
               02 FILLER             PIC X VALUE SPACE.
               02 HL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(20) VALUE
                   "   WEIGHTS EFFECTIVE".
               02 FILLER             PIC X VALUE SPACE.
               02 HL-WEIGHTS-DATE    PIC 9(8).
               02 FILLER             PIC X(12) VALUE
                   "   LOOK BACK".
               02 FILLER             PIC X VALUE SPACE.
               02 HL-LOOKBACK        PIC ZZ9.
               02 FILLER             PIC X(5) VALUE " DAYS".

           01 WS-REGRADE-COL-LINE.
               02 FILLER             PIC X(48) VALUE
                   "ID       NAME                          OLD NEW ".
               02 FILLER             PIC X(60) VALUE
                   "POINTS  OVERDUE  LATE MISSED  OVER  D/D  W/O".
           01 WS-REGRADE-COL-LINE-2.
               02 FILLER             PIC X(48) VALUE SPACES.
               02 FILLER             PIC X(60) VALUE
                   "           DAYS  FEES  INSTS LIMIT  RTN".

           01 WS-REGRADE-LINE.
               02 RL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-NAME            PIC X(30).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-OLD-SCORE       PIC X.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 RL-NEW-SCORE       PIC X.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-POINTS          PIC ZZZZ9.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 RL-OVERDUE-DAYS    PIC ZZZZ9.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 RL-LATE-FEES       PIC ZZ9.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 RL-MISSED          PIC ZZ9.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 RL-OVER-LIMIT      PIC ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-BOUNCES         PIC ZZ9.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 RL-WRITE-OFFS      PIC 9.

           01 WS-REGRADE-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.

           01 WS-OUTCOME-LINE.
               02 OL-TEXT            PIC X(40).
               02 OL-OPERATOR        PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 OL-COUNT           PIC ZZZZZZ9.

           01 WS-NONE-LINE.
               02 FILLER             PIC X(30) VALUE
                   "  NO REGRADE PROPOSED".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-LOAD-WEIGHTS THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-LOAD-CUSTOMERS THRU 1200-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-SWEEP-LEDGER THRU 2000-EXIT
               PERFORM 2200-SWEEP-OPEN-ITEMS THRU 2200-EXIT
               PERFORM 2400-SWEEP-SUSPENSE THRU 2400-EXIT
               PERFORM 2600-SWEEP-PLANS THRU 2600-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-PRINT-PROPOSALS THRU 3000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-CONFIRM-AND-APPLY THRU 4000-EXIT
               PERFORM 8000-PRINT-OUTCOME THRU 8000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-CUSTOMERS-READ TO WS-RLG-READ
           MOVE WS-APPLIED-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
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
           MOVE "FILES-57" TO RLG-PROGRAM-ID
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
           MOVE "FILES-57" TO LCK-PROGRAM
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
               MOVE "FILES-57" TO LCK-PROGRAM
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
           MOVE "FILES-57" TO RPC-PROGRAM
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

       1000-LOAD-WEIGHTS.
      *    THE LINE IN FORCE IS THE LATEST EFFECTIVE ON OR BEFORE THE
      *    BUSINESS DATE, AS FILES-18 PICKS ITS RATE SET. WITH NO LINE
      *    IN FORCE THERE IS NOTHING TO GRADE AGAINST.
           MOVE "N" TO WEIGHTS-EOF
           OPEN INPUT SCORE-WEIGHT-FILE
           IF WEIGHTS-NOT-FOUND
               DISPLAY "NO SCORE-WEIGHT FILE ON HAND -- SET THE "
                   "WEIGHTS UP THROUGH FILES-34, RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT WEIGHTS-OK
               DISPLAY "SCORE-WEIGHT-FILE OPEN FAILED, STATUS: "
                   WS-WEIGHTS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-PICK-WEIGHT-LINE THRU 1100-EXIT
               UNTIL WEIGHTS-EOF-REACHED
           CLOSE SCORE-WEIGHT-FILE
           IF WS-WGT-EFFECTIVE-DATE = ZERO
               DISPLAY "NO SCORE-WEIGHT LINE IN FORCE ON "
                   WS-CURRENT-DATE-NUM " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           COMPUTE WS-WINDOW-INTEGER =
               WS-TODAY-INTEGER - WS-WGT-LOOKBACK-DAYS
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
           DISPLAY "SCORE WEIGHTS EFFECTIVE " WS-WGT-EFFECTIVE-DATE
               " -- BEHAVIOUR FROM " WS-WINDOW-START " COUNTS".
       1000-EXIT.
           EXIT.

       1100-PICK-WEIGHT-LINE.
           READ SCORE-WEIGHT-FILE
               AT END
                   SET WEIGHTS-EOF-REACHED TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF SCW-EFFECTIVE-DATE IS GREATER THAN WS-CURRENT-DATE-NUM
               OR SCW-EFFECTIVE-DATE IS NOT GREATER THAN
                   WS-WGT-EFFECTIVE-DATE
               GO TO 1100-EXIT
           END-IF
           MOVE SCW-EFFECTIVE-DATE    TO WS-WGT-EFFECTIVE-DATE
           MOVE SCW-LOOKBACK-DAYS     TO WS-WGT-LOOKBACK-DAYS
           MOVE SCW-OVERDUE-UNIT-DAYS TO WS-WGT-UNIT-DAYS
           MOVE SCW-OVERDUE-POINTS    TO WS-WGT-OVERDUE-PTS
           MOVE SCW-LATE-FEE-POINTS   TO WS-WGT-LATE-FEE-PTS
           MOVE SCW-MISSED-POINTS     TO WS-WGT-MISSED-PTS
           MOVE SCW-OVER-LIMIT-POINTS TO WS-WGT-LIMIT-PTS
           MOVE SCW-BOUNCE-POINTS     TO WS-WGT-BOUNCE-PTS
           MOVE SCW-WRITE-OFF-POINTS  TO WS-WGT-WRITE-OFF-PTS
           MOVE SCW-GRADE-A-MAX       TO WS-WGT-GRADE-A-MAX
           MOVE SCW-GRADE-B-MAX       TO WS-WGT-GRADE-B-MAX
           MOVE SCW-GRADE-C-MAX       TO WS-WGT-GRADE-C-MAX
           MOVE SCW-GRADE-D-MAX       TO WS-WGT-GRADE-D-MAX.
       1100-EXIT.
           EXIT.

       1200-LOAD-CUSTOMERS.
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO EOF
           PERFORM 1250-LOAD-ONE-CUSTOMER THRU 1250-EXIT
               UNTIL EOF-REACHED.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
                   GO TO 1250-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-READ
           IF WS-GRD-COUNT IS NOT LESS THAN 5000
               ADD 1 TO WS-NOT-GRADED
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-GRD-COUNT
           INITIALIZE WS-GRD-ENTRY (WS-GRD-COUNT)
           MOVE ID-NUMBER TO WS-GRD-ID-NUMBER (WS-GRD-COUNT)
           MOVE F-NAME    TO WS-GRD-F-NAME (WS-GRD-COUNT)
           MOVE L-NAME    TO WS-GRD-L-NAME (WS-GRD-COUNT)
           MOVE SCORE     TO WS-GRD-OLD-SCORE (WS-GRD-COUNT)
      *    A CUSTOMER ALREADY WRITTEN OFF CARRIES THE LOSS WHENEVER IT
      *    WAS TAKEN; A WRITE-OFF COUNTS ONCE HOWEVER MANY ACCOUNTS IT
      *    TOOK.
           IF WRITTEN-OFF
               MOVE 1 TO WS-GRD-WRITE-OFFS (WS-GRD-COUNT)
           END-IF.
       1250-EXIT.
           EXIT.

       2000-SWEEP-LEDGER.
      *    THE LOOK-BACK CAN REACH BEHIND A FILES-30 CLOSE, SO EVERY
      *    CATALOGUED ARCHIVE THAT CAN HOLD MOVEMENTS DATED INSIDE IT
      *    IS SWEPT, OLDEST FIRST, BEFORE THE LIVE LEDGER, AS FILES-35
      *    DOES. AN ARCHIVE HOLDS ONLY MOVEMENTS DATED BEFORE ITS
      *    CUTOFF, SO ONE CUT BEFORE THE WINDOW OPENS IS LEFT ALONE.
           MOVE ZERO TO WS-CAT-COUNT
           PERFORM 2010-LOAD-ARCHIVE-CATALOG THRU 2010-EXIT
           PERFORM 2030-SWEEP-ONE-ARCHIVE THRU 2030-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
                   OR WS-ABORT-REQUESTED
           IF WS-ABORT-REQUESTED
               GO TO 2000-EXIT
           END-IF
           MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
           PERFORM 2040-SWEEP-LEDGER-FILE THRU 2040-EXIT.
       2000-EXIT.
           EXIT.

       2010-LOAD-ARCHIVE-CATALOG.
           MOVE "N" TO CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF CATALOG-NOT-FOUND
               GO TO 2010-EXIT
           END-IF
           PERFORM 2020-READ-CATALOG THRU 2020-EXIT
               UNTIL CATALOG-EOF-REACHED
           CLOSE CATALOG-FILE.
       2010-EXIT.
           EXIT.

       2020-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET CATALOG-EOF-REACHED TO TRUE
                   GO TO 2020-EXIT
           END-READ
           IF CAT-CUTOFF-DATE IS NUMERIC
               AND CAT-CUTOFF-DATE IS LESS THAN WS-WINDOW-START
               GO TO 2020-EXIT
           END-IF
           IF WS-CAT-COUNT IS LESS THAN 50
               ADD 1 TO WS-CAT-COUNT
               MOVE CAT-FILE-NAME TO WS-CAT-NAME (WS-CAT-COUNT)
           END-IF.
       2020-EXIT.
           EXIT.

       2030-SWEEP-ONE-ARCHIVE.
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-LEDGER-NAME
           PERFORM 2040-SWEEP-LEDGER-FILE THRU 2040-EXIT.
       2030-EXIT.
           EXIT.

       2040-SWEEP-LEDGER-FILE.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               DISPLAY "LEDGER FILE " WS-LEDGER-NAME
                   " IS MISSING FROM DISK"
               GO TO 2040-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS " ON " WS-LEDGER-NAME
                   " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2040-EXIT
           END-IF
           PERFORM 2050-TALLY-MOVEMENT THRU 2050-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       2040-EXIT.
           EXIT.

       2050-TALLY-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2050-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READ
           IF LGR-EFFECTIVE-DATE IS NOT NUMERIC
               OR LGR-EFFECTIVE-DATE IS LESS THAN WS-WINDOW-START
               GO TO 2050-EXIT
           END-IF
           MOVE LGR-ID-NUMBER TO WS-FIND-ID
           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
           IF WS-GRD-PICK = ZERO
               GO TO 2050-EXIT
           END-IF
           ADD 1 TO WS-GRD-MOVEMENTS (WS-GRD-PICK)
           EVALUATE TRUE
               WHEN LGR-TYPE-LATE-FEE AND LGR-DRCR-CODE = "D"
                   ADD 1 TO WS-GRD-LATE-FEES (WS-GRD-PICK)
               WHEN LGR-TYPE-REVERSAL AND LGR-REV-REASON = "RDD"
                   ADD 1 TO WS-GRD-BOUNCES (WS-GRD-PICK)
               WHEN LGR-TYPE-WRITE-OFF
                   MOVE 1 TO WS-GRD-WRITE-OFFS (WS-GRD-PICK)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2050-EXIT.
           EXIT.

       2200-SWEEP-OPEN-ITEMS.
      *    AN ITEM IN DISPUTE IS NOT HELD AGAINST THE CUSTOMER UNTIL
      *    THE DISPUTE IS SETTLED, AS FILES-32 KEEPS IT OUT OF AGING.
           MOVE "N" TO OPEN-ITEMS-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-NOT-FOUND
               GO TO 2200-EXIT
           END-IF
           IF NOT OPEN-ITEMS-OK
               DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                   WS-OPEN-ITEMS-STATUS " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-TALLY-OPEN-ITEM THRU 2250-EXIT
               UNTIL OPEN-ITEMS-EOF-REACHED
           CLOSE OPEN-ITEMS-FILE.
       2200-EXIT.
           EXIT.

       2250-TALLY-OPEN-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-EOF-REACHED TO TRUE
                   GO TO 2250-EXIT
           END-READ
           IF OPN-IN-DISPUTE
               OR OPN-DUE-DATE IS NOT NUMERIC
               OR OPN-DUE-DATE = ZERO
               OR OPN-DUE-DATE IS NOT LESS THAN WS-CURRENT-DATE-NUM
               GO TO 2250-EXIT
           END-IF
           MOVE OPN-ID-NUMBER TO WS-FIND-ID
           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
           IF WS-GRD-PICK = ZERO
               GO TO 2250-EXIT
           END-IF
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(OPN-DUE-DATE)
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER - WS-DUE-INTEGER
           IF WS-DAYS-OVERDUE IS GREATER THAN
               WS-GRD-OVERDUE-DAYS (WS-GRD-PICK)
               MOVE WS-DAYS-OVERDUE TO WS-GRD-OVERDUE-DAYS (WS-GRD-PICK)
           END-IF.
       2250-EXIT.
           EXIT.

       2400-SWEEP-SUSPENSE.
           MOVE "N" TO SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
               GO TO 2400-EXIT
           END-IF
           IF NOT SUSPENSE-OK
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS: "
                   WS-SUSPENSE-STATUS " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2400-EXIT
           END-IF
           PERFORM 2450-TALLY-SUSPENSE-ITEM THRU 2450-EXIT
               UNTIL SUSPENSE-EOF-REACHED
           CLOSE SUSPENSE-FILE.
       2400-EXIT.
           EXIT.

       2450-TALLY-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET SUSPENSE-EOF-REACHED TO TRUE
                   GO TO 2450-EXIT
           END-READ
           IF SUS-REASON NOT EQUAL "OVER CREDIT LIMIT"
               OR SUS-DATE IS NOT NUMERIC
               OR SUS-DATE IS LESS THAN WS-WINDOW-START
               GO TO 2450-EXIT
           END-IF
           MOVE SUS-ID-NUMBER TO WS-FIND-ID
           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
           IF WS-GRD-PICK NOT EQUAL ZERO
               ADD 1 TO WS-GRD-OVER-LIMIT (WS-GRD-PICK)
           END-IF.
       2450-EXIT.
           EXIT.

       2600-SWEEP-PLANS.
           MOVE "N" TO PLANS-EOF
           OPEN INPUT PLANS-FILE
           IF PLANS-NOT-FOUND
               GO TO 2600-EXIT
           END-IF
           IF NOT PLANS-OK
               DISPLAY "PLANS-FILE OPEN FAILED, STATUS: "
                   WS-PLANS-STATUS " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2600-EXIT
           END-IF
           PERFORM 2650-TALLY-PLAN THRU 2650-EXIT
               UNTIL PLANS-EOF-REACHED
           CLOSE PLANS-FILE.
       2600-EXIT.
           EXIT.

       2650-TALLY-PLAN.
      *    THE PLAN CARRIES ITS MISSED INSTALMENTS AS A COUNT, NOT A
      *    DATED LIST, SO A PLAN COUNTS WHOLE WHILE IT RUNS AND FOR THE
      *    LOOK-BACK AFTER IT ENDED.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 2650-EXIT
           END-READ
           IF PPL-MISSED-COUNT IS NOT NUMERIC
               OR PPL-MISSED-COUNT = ZERO
               GO TO 2650-EXIT
           END-IF
           IF NOT PPL-ACTIVE
               IF PPL-STATUS-DATE IS NOT NUMERIC
                   OR PPL-STATUS-DATE IS LESS THAN WS-WINDOW-START
                   GO TO 2650-EXIT
               END-IF
           END-IF
           MOVE PPL-ID-NUMBER TO WS-FIND-ID
           PERFORM 2900-FIND-CUSTOMER THRU 2900-EXIT
           IF WS-GRD-PICK NOT EQUAL ZERO
               ADD PPL-MISSED-COUNT TO WS-GRD-MISSED (WS-GRD-PICK)
           END-IF.
       2650-EXIT.
           EXIT.

       2900-FIND-CUSTOMER.
      *    THE TABLE IS IN ID ORDER, SO EACH LOOK HALVES WHAT IS LEFT.
      *    WS-GRD-PICK COMES BACK ZERO FOR AN ID NOT ON THE TABLE.
           MOVE ZERO TO WS-GRD-PICK
           MOVE 1 TO WS-FIND-LOW
           MOVE WS-GRD-COUNT TO WS-FIND-HIGH
           PERFORM 2950-HALVE-TABLE THRU 2950-EXIT
               UNTIL WS-FIND-LOW IS GREATER THAN WS-FIND-HIGH
                   OR WS-GRD-PICK NOT EQUAL ZERO.
       2900-EXIT.
           EXIT.

       2950-HALVE-TABLE.
           COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-GRD-ID-NUMBER (WS-FIND-MID) = WS-FIND-ID
                   MOVE WS-FIND-MID TO WS-GRD-PICK
               WHEN WS-GRD-ID-NUMBER (WS-FIND-MID) IS LESS THAN
                   WS-FIND-ID
                   COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
               WHEN OTHER
                   COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
           END-EVALUATE.
       2950-EXIT.
           EXIT.

       3000-PRINT-PROPOSALS.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "SCORE-REGRADE-"  DELIMITED BY SIZE
                  WS-CURRENT-DATE   DELIMITED BY SIZE
                  ".rpt"            DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE WS-WGT-EFFECTIVE-DATE TO HL-WEIGHTS-DATE
           MOVE WS-WGT-LOOKBACK-DAYS TO HL-LOOKBACK
           WRITE REPORT-LINE FROM WS-REGRADE-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REGRADE-COL-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-REGRADE-COL-LINE-2
               AFTER ADVANCING 1 LINE

           PERFORM 3100-GRADE-CUSTOMER THRU 3100-EXIT
               VARYING WS-GRD-SUB FROM 1 BY 1
               UNTIL WS-GRD-SUB IS GREATER THAN WS-GRD-COUNT
           IF WS-PROPOSED-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS GRADED" TO TL-LABEL
           MOVE WS-GRD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "NO BEHAVIOUR IN THE LOOK-BACK -- KEPT" TO TL-LABEL
           MOVE WS-NO-BEHAVIOUR TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "GRADE UNCHANGED" TO TL-LABEL
           MOVE WS-UNCHANGED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PROPOSED UPGRADES" TO TL-LABEL
           MOVE WS-UPGRADE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PROPOSED DOWNGRADES" TO TL-LABEL
           MOVE WS-DOWNGRADE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PROPOSED FOR AN UNGRADED CUSTOMER" TO TL-LABEL
           MOVE WS-FIRST-GRADE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-NOT-GRADED IS GREATER THAN ZERO
               MOVE "NOT GRADED -- TABLE FULL" TO TL-LABEL
               MOVE WS-NOT-GRADED TO TL-COUNT
               WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 1 TO RETURN-CODE
           END-IF
      *    CLOSED HERE SO THE OPERATOR CAN READ IT BEFORE ANSWERING;
      *    THE OUTCOME IS ADDED TO ITS FOOT AFTERWARDS.
           CLOSE REPORT-FILE.
       3000-EXIT.
           EXIT.

       3100-GRADE-CUSTOMER.
           COMPUTE WS-OVERDUE-UNITS =
               WS-GRD-OVERDUE-DAYS (WS-GRD-SUB) / WS-WGT-UNIT-DAYS
           COMPUTE WS-POINTS =
                 WS-OVERDUE-UNITS * WS-WGT-OVERDUE-PTS
               + WS-GRD-LATE-FEES (WS-GRD-SUB) * WS-WGT-LATE-FEE-PTS
               + WS-GRD-MISSED (WS-GRD-SUB) * WS-WGT-MISSED-PTS
               + WS-GRD-OVER-LIMIT (WS-GRD-SUB) * WS-WGT-LIMIT-PTS
               + WS-GRD-BOUNCES (WS-GRD-SUB) * WS-WGT-BOUNCE-PTS
               + WS-GRD-WRITE-OFFS (WS-GRD-SUB) * WS-WGT-WRITE-OFF-PTS
           IF WS-POINTS IS GREATER THAN 99999
               MOVE 99999 TO WS-GRD-POINTS (WS-GRD-SUB)
           ELSE
               MOVE WS-POINTS TO WS-GRD-POINTS (WS-GRD-SUB)
           END-IF

           IF WS-POINTS = ZERO
               AND WS-GRD-MOVEMENTS (WS-GRD-SUB) = ZERO
               MOVE WS-GRD-OLD-SCORE (WS-GRD-SUB)
                   TO WS-GRD-NEW-SCORE (WS-GRD-SUB)
               ADD 1 TO WS-NO-BEHAVIOUR
               GO TO 3100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-POINTS IS NOT GREATER THAN WS-WGT-GRADE-A-MAX
                   MOVE "A" TO WS-GRD-NEW-SCORE (WS-GRD-SUB)
               WHEN WS-POINTS IS NOT GREATER THAN WS-WGT-GRADE-B-MAX
                   MOVE "B" TO WS-GRD-NEW-SCORE (WS-GRD-SUB)
               WHEN WS-POINTS IS NOT GREATER THAN WS-WGT-GRADE-C-MAX
                   MOVE "C" TO WS-GRD-NEW-SCORE (WS-GRD-SUB)
               WHEN WS-POINTS IS NOT GREATER THAN WS-WGT-GRADE-D-MAX
                   MOVE "D" TO WS-GRD-NEW-SCORE (WS-GRD-SUB)
               WHEN OTHER
                   MOVE "F" TO WS-GRD-NEW-SCORE (WS-GRD-SUB)
           END-EVALUATE

           IF WS-GRD-NEW-SCORE (WS-GRD-SUB) =
               WS-GRD-OLD-SCORE (WS-GRD-SUB)
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-PROPOSED-COUNT
           EVALUATE TRUE
               WHEN WS-GRD-OLD-SCORE (WS-GRD-SUB) NOT = "A"
                   AND WS-GRD-OLD-SCORE (WS-GRD-SUB) NOT = "B"
                   AND WS-GRD-OLD-SCORE (WS-GRD-SUB) NOT = "C"
                   AND WS-GRD-OLD-SCORE (WS-GRD-SUB) NOT = "D"
                   AND WS-GRD-OLD-SCORE (WS-GRD-SUB) NOT = "E"
                   AND WS-GRD-OLD-SCORE (WS-GRD-SUB) NOT = "F"
                   ADD 1 TO WS-FIRST-GRADE-COUNT
               WHEN WS-GRD-NEW-SCORE (WS-GRD-SUB) IS LESS THAN
                   WS-GRD-OLD-SCORE (WS-GRD-SUB)
                   ADD 1 TO WS-UPGRADE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DOWNGRADE-COUNT
           END-EVALUATE

           MOVE SPACES TO WS-REGRADE-LINE
           MOVE WS-GRD-ID-NUMBER (WS-GRD-SUB) TO RL-ID-NUMBER
           STRING WS-GRD-F-NAME (WS-GRD-SUB) DELIMITED BY "  "
                  " "                        DELIMITED BY SIZE
                  WS-GRD-L-NAME (WS-GRD-SUB) DELIMITED BY "  "
               INTO RL-NAME
           END-STRING
           MOVE WS-GRD-OLD-SCORE (WS-GRD-SUB)    TO RL-OLD-SCORE
           MOVE WS-GRD-NEW-SCORE (WS-GRD-SUB)    TO RL-NEW-SCORE
           MOVE WS-GRD-POINTS (WS-GRD-SUB)       TO RL-POINTS
           MOVE WS-GRD-OVERDUE-DAYS (WS-GRD-SUB) TO RL-OVERDUE-DAYS
           MOVE WS-GRD-LATE-FEES (WS-GRD-SUB)    TO RL-LATE-FEES
           MOVE WS-GRD-MISSED (WS-GRD-SUB)       TO RL-MISSED
           MOVE WS-GRD-OVER-LIMIT (WS-GRD-SUB)   TO RL-OVER-LIMIT
           MOVE WS-GRD-BOUNCES (WS-GRD-SUB)      TO RL-BOUNCES
           MOVE WS-GRD-WRITE-OFFS (WS-GRD-SUB)   TO RL-WRITE-OFFS
           WRITE REPORT-LINE FROM WS-REGRADE-LINE
               AFTER ADVANCING 1 LINE.
       3100-EXIT.
           EXIT.

       4000-CONFIRM-AND-APPLY.
           IF WS-PROPOSED-COUNT = ZERO
               DISPLAY "NO REGRADE PROPOSED -- MASTER NOT TOUCHED"
               GO TO 4000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY WS-PROPOSED-COUNT " REGRADES PROPOSED -- SEE "
               WS-REPORT-FILE-NAME
           DISPLAY "APPLY THEM TO THE CUSTOMER MASTER? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               DISPLAY "REGRADES NOT APPLIED -- MASTER NOT TOUCHED"
               GO TO 4000-EXIT
           END-IF
           SET WS-APPLY-CONFIRMED TO TRUE

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS: "
                   WS-JOURNAL-STATUS " -- REGRADES NOT APPLIED"
               MOVE 1 TO RETURN-CODE
               MOVE "N" TO WS-APPLY-SWITCH
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-APPLY-ONE-REGRADE THRU 4100-EXIT
               VARYING WS-GRD-SUB FROM 1 BY 1
               UNTIL WS-GRD-SUB IS GREATER THAN WS-GRD-COUNT
           CLOSE JOURNAL-FILE.
       4000-EXIT.
           EXIT.

       4100-APPLY-ONE-REGRADE.
      *    THE MASTER IS REREAD AND MUST STILL HOLD THE GRADE THE
      *    REPORT SHOWED; ONE CHANGED IN THE MEANTIME IS LEFT ALONE.
           IF WS-GRD-NEW-SCORE (WS-GRD-SUB) =
               WS-GRD-OLD-SCORE (WS-GRD-SUB)
               GO TO 4100-EXIT
           END-IF
           MOVE WS-GRD-ID-NUMBER (WS-GRD-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " ID-NUMBER " NO LONGER ON THE MASTER "
                       "-- NOT REGRADED"
                   ADD 1 TO WS-CHANGED-COUNT
                   GO TO 4100-EXIT
           END-READ
           IF SCORE NOT EQUAL WS-GRD-OLD-SCORE (WS-GRD-SUB)
               DISPLAY "ID " ID-NUMBER " CHANGED SINCE IT WAS "
                   "PROPOSED -- NOT REGRADED"
               ADD 1 TO WS-CHANGED-COUNT
               GO TO 4100-EXIT
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE WS-GRD-NEW-SCORE (WS-GRD-SUB) TO SCORE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 1 TO RETURN-CODE
                   GO TO 4100-EXIT
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT

           MOVE ID-NUMBER TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       4100-EXIT.
           EXIT.

       8000-PRINT-OUTCOME.
           OPEN EXTEND REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS " -- OUTCOME NOT PRINTED"
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-OUTCOME-LINE
           MOVE WS-OPERATOR-ID TO OL-OPERATOR
           EVALUATE TRUE
               WHEN WS-PROPOSED-COUNT = ZERO
                   MOVE "NOTHING TO APPLY -- RUN BY" TO OL-TEXT
               WHEN WS-APPLY-CONFIRMED
                   MOVE "REGRADES APPLIED BY" TO OL-TEXT
                   MOVE WS-APPLIED-COUNT TO OL-COUNT
               WHEN OTHER
                   MOVE "REGRADES NOT APPLIED -- DECLINED BY"
                       TO OL-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-OUTCOME-LINE
               AFTER ADVANCING 1 LINE
           IF WS-APPLY-CONFIRMED
               MOVE "CHANGED SINCE PROPOSED -- NOT APPLIED" TO TL-LABEL
               MOVE WS-CHANGED-COUNT TO TL-COUNT
               WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "REWRITE FAILED -- NOT APPLIED" TO TL-LABEL
               MOVE WS-FAILED-COUNT TO TL-COUNT
               WRITE REPORT-LINE FROM WS-REGRADE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "SCORE REGRADING -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  CUSTOMERS READ:          " WS-CUSTOMERS-READ
           DISPLAY "  LEDGER MOVEMENTS READ:   " WS-LEDGER-READ
           DISPLAY "  NO BEHAVIOUR -- KEPT:    " WS-NO-BEHAVIOUR
           DISPLAY "  GRADE UNCHANGED:         " WS-UNCHANGED-COUNT
           DISPLAY "  REGRADES PROPOSED:       " WS-PROPOSED-COUNT
           DISPLAY "  REGRADES APPLIED:        " WS-APPLIED-COUNT
           DISPLAY "  CHANGED SINCE PROPOSED:  " WS-CHANGED-COUNT
           DISPLAY "  REWRITES FAILED:         " WS-FAILED-COUNT
           IF WS-NOT-GRADED IS GREATER THAN ZERO
               DISPLAY "  NOT GRADED (TABLE FULL): " WS-NOT-GRADED
           END-IF
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
       8500-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

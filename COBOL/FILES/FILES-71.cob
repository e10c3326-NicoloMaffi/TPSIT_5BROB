       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-71.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. UNUSUAL-ACTIVITY MONITOR OVER THE
      *   DAY'S POSTINGS. THE FILES-9 CREDIT-LIMIT CHECK ONLY CATCHES A
      *   DEBIT THAT BREAKS THE LIMIT; NOTHING NOTICED A CUSTOMER WHO
      *   SUDDENLY HAD TWENTY CREDITS IN ONE DAY, A PAYMENT TEN TIMES
      *   THEIR USUAL SIZE OR A BURST OF POSTINGS JUST AFTER AN ADDRESS
      *   CHANGE. MODE M IS THE DAILY MONITOR: IT TAKES THE MOVEMENTS
      *   THE CUSTOMER DRIVES -- FILES-9 MONETARY POSTS ("P"), FILES-20
      *   PAYMENTS ("Y") AND RECOVERIES ("V") -- POSTED ON
      *   CUSTOMER-LEDGER.dat ON THE BUSINESS DATE AND MEASURES EACH
      *   CUSTOMER AGAINST THEIR OWN SUCH MOVEMENTS OVER THE HISTORY
      *   WINDOW BEFORE IT, USING THE THRESHOLDS IN FORCE ON
      *   ACTIVITY-THRESHOLDS.dat (LAYOUT IN COPYLIB'S
      *   ACTIVITY-THRESHOLD-RECORD, MAINTAINED THROUGH FILES-34). A DAY
      *   WITH MORE POSTINGS THAN USUAL, A POSTING LARGER THAN USUAL, A
      *   FIRST POSTING AFTER A LONG DORMANCY AND ANY POSTING SOON AFTER
      *   A JOURNALLED ADDRESS OR CREDIT-LIMIT CHANGE ON
      *   CUSTOMER-JOURNAL.dat ARE EACH A HIT, QUEUED PENDING ON
      *   ACTIVITY-REVIEW.dat (LAYOUT IN COPYLIB'S ACTIVITY-HIT-RECORD)
      *   AND LISTED FOR THE SUPERVISOR ON
      *   UNUSUAL-ACTIVITY-CCYYMMDD.rpt, CATALOGUED ON
      *   REPORT-CATALOG.dat. THE RUN ENDS WITH RETURN CODE 1 WHEN
      *   THERE IS ANYTHING TO REVIEW, AND REFUSES A DAY WHOSE HITS ARE
      *   ALREADY QUEUED. THE BUSINESS-DATE RUN-PARM MONITORS AN
      *   EARLIER DAY. MODE R IS THE SUPERVISOR'S REVIEW SESSION: SIGNED
      *   ON AGAINST OPERATORS.dat, THEY CLEAR, ESCALATE OR SKIP EACH
      *   PENDING HIT, AND EVERY DECISION IS STAMPED ON THE QUEUE AND
      *   RECORDED ON CONTACT-LOG.dat AS REASON "UAR" WITH ITS OUTCOME
      *   -- AN ESCALATION MAY CARRY A FOLLOW-UP DATE FOR THE FILES-38
      *   CALLS-DUE LIST. BOTH MODES TAKE THE EXCLUSIVE RUN-LOCK; MODE
      *   R REBUILDS THE QUEUE THROUGH THE SAME PARK-AND-REBUILD WORK
      *   FILE FILES-49 USES.
      * 15/10/2026 NM - THE HISTORY PASS NOW READS EVERY CATALOGUED
      *   LEDGER ARCHIVE BEFORE THE LIVE LEDGER, AND A CARRY-FORWARD
      *   COUNTS AS EARLIER ACTIVITY, SO A PERIOD CLOSE NO LONGER MAKES
      *   A DORMANT CUSTOMER LOOK NEW. RECOVERIES ("V") ARE MONITORED;
      *   THE "X" HOUSEKEEPING TRANSFERS ARE NOT. THE REVIEW WORK RECORD
      *   MATCHES THE 99-BYTE HIT RECORD, AND THE CHANGE-CHECK
      *   DESCRIPTION IS SHORTENED SO THE OUTCOME FITS ON THE
      *   CONTACT-LOG LINE.
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
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LEDGER-ARCHIVE-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO "ACTIVITY-THRESHOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "ACTIVITY-REVIEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT REVIEW-WORK-FILE
               ASSIGN TO "ACTIVITY-REVIEW-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

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
       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 CAT-CUTOFF-DATE PIC 9(8).
               02 CAT-FILE-NAME   PIC X(40).
               02 CAT-REC-COUNT   PIC 9(7).

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       FD THRESHOLD-FILE.
           COPY "ACTIVITY-THRESHOLD-RECORD.cpy".

       FD REVIEW-FILE.
           COPY "ACTIVITY-HIT-RECORD.cpy".

       FD REVIEW-WORK-FILE.
           01 RVW-RECORD            PIC X(99).

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

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".
           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".
           77 WS-LEDGER-NAME        PIC X(40) VALUE SPACES.

      *    THE CATALOGUED LEDGER ARCHIVES, OLDEST FIRST, SO THE HISTORY
      *    PASS CAN REACH BACK PAST THE LAST PERIOD CLOSE.
           01 WS-CATALOG-STATUS     PIC X(2) VALUE SPACES.
               88 CATALOG-OK            VALUE "00".
               88 CATALOG-NOT-FOUND     VALUE "35".
           77 CATALOG-EOF           PIC X VALUE "N".
               88 CATALOG-EOF-REACHED VALUE "Y".
           01 WS-CATALOG-TABLE.
               02 WS-CAT-ENTRY OCCURS 50 TIMES.
                   03 WS-CAT-NAME      PIC X(40).
           77 WS-CAT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-CAT-SUB            PIC 9(2) COMP VALUE ZERO.

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".
           77 JOURNAL-EOF           PIC X VALUE "N".
               88 JOURNAL-EOF-REACHED VALUE "Y".

           01 WS-THRESHOLD-STATUS   PIC X(2) VALUE SPACES.
               88 THRESHOLD-OK          VALUE "00".
               88 THRESHOLD-NOT-FOUND   VALUE "35".
           77 THRESHOLD-EOF         PIC X VALUE "N".
               88 THRESHOLD-EOF-REACHED VALUE "Y".

           01 WS-REVIEW-STATUS      PIC X(2) VALUE SPACES.
               88 REVIEW-OK             VALUE "00".
               88 REVIEW-NOT-FOUND      VALUE "35".
           77 REVIEW-EOF            PIC X VALUE "N".
               88 REVIEW-EOF-REACHED VALUE "Y".

           01 WS-WORK-STATUS        PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".

           01 WS-CONTACT-STATUS     PIC X(2) VALUE SPACES.
               88 CONTACT-OK            VALUE "00".
               88 CONTACT-NOT-FOUND     VALUE "35".

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

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
               88 WS-MODE-MONITOR       VALUE "M".
               88 WS-MODE-REVIEW        VALUE "R".

           01 WS-DECISION           PIC X VALUE SPACE.
               88 WS-DECIDE-CLEAR       VALUE "C".
               88 WS-DECIDE-ESCALATE    VALUE "E".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).
           01 WS-DATE-EDIT-NUM      PIC 9(8).

      *    THE THRESHOLD LINE IN FORCE ON THE BUSINESS DATE: THE ONE
      *    WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.
           COPY "ACTIVITY-THRESHOLD-RECORD.cpy"
               REPLACING ATH-THRESHOLD-RECORD BY THR-THRESHOLD-RECORD
                         ATH-EFFECTIVE-DATE   BY THR-EFFECTIVE-DATE
                         ATH-HISTORY-DAYS     BY THR-HISTORY-DAYS
                         ATH-MIN-COUNT        BY THR-MIN-COUNT
                         ATH-COUNT-FACTOR     BY THR-COUNT-FACTOR
                         ATH-MIN-AMOUNT       BY THR-MIN-AMOUNT
                         ATH-AMOUNT-FACTOR    BY THR-AMOUNT-FACTOR
                         ATH-DORMANT-DAYS     BY THR-DORMANT-DAYS
                         ATH-CHANGE-DAYS      BY THR-CHANGE-DAYS.
           77 WS-THRESHOLD-SWITCH   PIC X VALUE "N".
               88 WS-THRESHOLD-IN-FORCE VALUE "Y".

      *    THE WINDOWS, WORKED OUT ONCE FROM THE BUSINESS DATE.
           77 WS-BUSINESS-INTEGER   PIC 9(7) COMP VALUE ZERO.
           77 WS-WORK-INTEGER       PIC 9(7) COMP VALUE ZERO.
           77 WS-HISTORY-START      PIC 9(8) VALUE ZERO.
           77 WS-CHANGE-START       PIC 9(8) VALUE ZERO.

      *    ONE ENTRY PER CUSTOMER WITH A CUSTOMER-DRIVEN MOVEMENT ON
      *    THE BUSINESS DATE, IN THE ORDER FIRST MET ON THE LEDGER: THE
      *    DAY'S FIGURES FROM THE FIRST PASS, THEIR HISTORY FROM THE
      *    SECOND AND THE LATEST ADDRESS OR LIMIT CHANGE FROM THE
      *    JOURNAL.
           01 WS-CUSTOMER-TABLE.
               02 WS-CUS-ENTRY OCCURS 2000 TIMES.
                   03 WS-CUS-ID-NUMBER    PIC 9(7).
                   03 WS-CUS-DAY-COUNT    PIC 9(5) COMP.
                   03 WS-CUS-DAY-LARGEST  PIC 9(7)V99.
                   03 WS-CUS-HIST-COUNT   PIC 9(7) COMP.
                   03 WS-CUS-HIST-TOTAL   PIC 9(11)V99.
                   03 WS-CUS-HIST-DAYS    PIC 9(5) COMP.
                   03 WS-CUS-HIST-LAST    PIC 9(8).
                   03 WS-CUS-PRIOR-DATE   PIC 9(8).
                   03 WS-CUS-CARRY-DATE   PIC 9(8).
                   03 WS-CUS-CHANGE-DATE  PIC 9(8).
                   03 WS-CUS-CHANGE-KIND  PIC X(7).
           77 WS-CUS-COUNT          PIC 9(5) COMP VALUE ZERO.
           77 WS-CUS-SUB            PIC 9(5) COMP VALUE ZERO.
           77 WS-CUS-MATCH          PIC 9(5) COMP VALUE ZERO.
           77 WS-FIND-ID            PIC 9(7) VALUE ZERO.

           77 WS-AVERAGE            PIC 9(9)V99 VALUE ZERO.
           77 WS-EXPECTED           PIC 9(9)V99 VALUE ZERO.
           77 WS-GAP-DAYS           PIC 9(7) VALUE ZERO.
           77 WS-DORMANT-FROM       PIC 9(8) VALUE ZERO.
           77 WS-HIT-SWITCH         PIC X VALUE "N".
               88 WS-HIT-FOUND          VALUE "Y".

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
           77 WS-LEDGER-READ        PIC 9(7) VALUE ZERO.
           77 WS-JOURNAL-READ       PIC 9(7) VALUE ZERO.
           77 WS-DAY-POSTINGS       PIC 9(7) VALUE ZERO.
           77 WS-TABLE-FULL-COUNT   PIC 9(7) VALUE ZERO.
           77 WS-HIT-COUNT          PIC 9(5) VALUE ZERO.
           77 WS-COUNT-HITS         PIC 9(5) VALUE ZERO.
           77 WS-AMOUNT-HITS        PIC 9(5) VALUE ZERO.
           77 WS-DORMANT-HITS       PIC 9(5) VALUE ZERO.
           77 WS-CHANGE-HITS        PIC 9(5) VALUE ZERO.

           77 WS-ITEMS-READ         PIC 9(5) VALUE ZERO.
           77 WS-CLEARED-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-ESCALATED-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-FOLLOW-UP-X        PIC X(8) VALUE SPACES.
           77 WS-OUTCOME            PIC X(12) VALUE SPACES.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.
           01 WS-EXPECTED-EDIT      PIC $$,$$$,$$9.99.
           01 WS-OBSERVED-EDIT      PIC ZZ,ZZZ,ZZ9.99.
           01 WS-FIGURE-EDIT        PIC ZZ,ZZZ,ZZ9.99.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(44) VALUE
                   "UNUSUAL ACTIVITY REVIEW LIST -- POSTINGS OF ".
               02 HL-DATE            PIC 99/99/9999.

           01 WS-THRESHOLD-LINE.
               02 FILLER             PIC X(21) VALUE
                   "THRESHOLDS EFFECTIVE ".
               02 TH-EFFECTIVE-DATE  PIC 9(8).
               02 FILLER             PIC X(18) VALUE
                   "  HISTORY WINDOW  ".
               02 TH-HISTORY-DAYS    PIC ZZ9.
               02 FILLER             PIC X(5) VALUE " DAYS".

           01 WS-COL-LINE.
               02 FILLER             PIC X(35) VALUE
                   "ID       NAME                      ".
               02 FILLER             PIC X(41) VALUE
                   "CHECK                                    ".
               02 FILLER             PIC X(32) VALUE
                   "      OBSERVED          EXPECTED".

           01 WS-DETAIL-LINE.
               02 DL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-NAME            PIC X(25).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 DL-DESCRIPTION     PIC X(40).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 DL-OBSERVED        PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 DL-EXPECTED        PIC ZZ,ZZZ,ZZ9.99.

           01 WS-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "UNUSUAL-ACTIVITY MONITOR"
           DISPLAY "  M = MONITOR THE DAY'S POSTINGS"
           DISPLAY "  R = REVIEW PENDING HITS"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           EVALUATE TRUE
               WHEN WS-MODE-MONITOR
                   PERFORM 1000-MONITOR-DAY THRU 1000-EXIT
               WHEN WS-MODE-REVIEW
                   PERFORM 6000-REVIEW-HITS THRU 6000-EXIT
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
           MOVE "FILES-71" TO RLG-PROGRAM-ID
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
           MOVE "FILES-71" TO LCK-PROGRAM
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
               MOVE "FILES-71" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE REVIEW LIST GOES ON REPORT-CATALOG.dat THE WAY FILES-69
      *    CATALOGS ITS CONTROL REPORT, REREAD FOR ITS LINE COUNT.
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
           MOVE "FILES-71" TO RPC-PROGRAM
           MOVE WS-RPC-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE WS-RPC-PAGES TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0790-EXIT.
           EXIT.

       1000-MONITOR-DAY.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1300-CHECK-QUEUE THRU 1300-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1400-OPEN-MONITOR-FILES THRU 1400-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-COLLECT-THE-DAY THRU 2000-EXIT
               PERFORM 3000-COLLECT-HISTORY THRU 3000-EXIT
               PERFORM 4000-COLLECT-CHANGES THRU 4000-EXIT
               PERFORM 5000-CHECK-ONE-CUSTOMER THRU 5000-EXIT
                   VARYING WS-CUS-SUB FROM 1 BY 1
                   UNTIL WS-CUS-SUB IS GREATER THAN WS-CUS-COUNT
               PERFORM 5800-PRINT-TOTALS THRU 5800-EXIT
               CLOSE REVIEW-FILE
               CLOSE REPORT-FILE
               CLOSE CUSTOMERS-FILE
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               IF WS-HIT-COUNT IS GREATER THAN ZERO
                   OR WS-TABLE-FULL-COUNT IS GREATER THAN ZERO
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
           MOVE "END" TO WS-RLG-EVENT
           COMPUTE WS-RLG-READ = WS-LEDGER-READ + WS-JOURNAL-READ
           MOVE WS-HIT-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       1000-EXIT.
           EXIT.

       1100-SET-BUSINESS-DATE.
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
               GO TO 1100-EXIT
           END-IF
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
       1100-EXIT.
           EXIT.

       1200-LOAD-THRESHOLDS.
      *    WITHOUT A THRESHOLD LINE IN FORCE THERE IS NOTHING TO
      *    MEASURE AGAINST, AND A MONITOR THAT SILENTLY FINDS NOTHING
      *    IS WORSE THAN ONE THAT DOES NOT RUN.
           MOVE "N" TO WS-THRESHOLD-SWITCH
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-NOT-FOUND
               DISPLAY "NO ACTIVITY THRESHOLDS ON HAND -- SET THEM UP "
                   "THROUGH FILES-34, RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF NOT THRESHOLD-OK
               DISPLAY "THRESHOLD-FILE OPEN FAILED, STATUS: "
                   WS-THRESHOLD-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-TAKE-THRESHOLD-LINE THRU 1250-EXIT
               UNTIL THRESHOLD-EOF-REACHED
           CLOSE THRESHOLD-FILE
           IF NOT WS-THRESHOLD-IN-FORCE
               DISPLAY "NO ACTIVITY-THRESHOLD LINE IN FORCE ON "
                   WS-CURRENT-DATE-NUM " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF

           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - THR-HISTORY-DAYS
           COMPUTE WS-HISTORY-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           COMPUTE WS-WORK-INTEGER =
               WS-BUSINESS-INTEGER - THR-CHANGE-DAYS
           COMPUTE WS-CHANGE-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           DISPLAY "THRESHOLDS EFFECTIVE " THR-EFFECTIVE-DATE
               " -- HISTORY FROM " WS-HISTORY-START.
       1200-EXIT.
           EXIT.

       1250-TAKE-THRESHOLD-LINE.
           READ THRESHOLD-FILE
               AT END
                   SET THRESHOLD-EOF-REACHED TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF ATH-EFFECTIVE-DATE IS GREATER THAN WS-CURRENT-DATE-NUM
               GO TO 1250-EXIT
           END-IF
           IF WS-THRESHOLD-IN-FORCE
               AND ATH-EFFECTIVE-DATE IS LESS THAN THR-EFFECTIVE-DATE
               GO TO 1250-EXIT
           END-IF
           MOVE ATH-THRESHOLD-RECORD TO THR-THRESHOLD-RECORD
           SET WS-THRESHOLD-IN-FORCE TO TRUE.
       1250-EXIT.
           EXIT.

       1300-CHECK-QUEUE.
      *    A DAY IS MONITORED ONCE -- A RERUN WOULD QUEUE EVERY HIT A
      *    SECOND TIME FOR THE SUPERVISOR TO WORK THROUGH AGAIN.
           MOVE "N" TO REVIEW-EOF
           OPEN INPUT REVIEW-FILE
           IF REVIEW-NOT-FOUND
               GO TO 1300-EXIT
           END-IF
           IF NOT REVIEW-OK
               DISPLAY "REVIEW-FILE OPEN FAILED, STATUS: "
                   WS-REVIEW-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1350-MATCH-QUEUED-DAY THRU 1350-EXIT
               UNTIL REVIEW-EOF-REACHED OR WS-ABORT-REQUESTED
           CLOSE REVIEW-FILE.
       1300-EXIT.
           EXIT.

       1350-MATCH-QUEUED-DAY.
           READ REVIEW-FILE
               AT END
                   SET REVIEW-EOF-REACHED TO TRUE
                   GO TO 1350-EXIT
           END-READ
           IF AHT-BUSINESS-DATE = WS-CURRENT-DATE-NUM
               DISPLAY "HITS FOR " WS-CURRENT-DATE-NUM " ARE ALREADY "
                   "ON ACTIVITY-REVIEW.dat -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1350-EXIT.
           EXIT.

       1400-OPEN-MONITOR-FILES.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1400-EXIT
           END-IF

           OPEN EXTEND REVIEW-FILE
           IF REVIEW-NOT-FOUND
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN EXTEND REVIEW-FILE
           END-IF
           IF NOT REVIEW-OK
               DISPLAY "REVIEW-FILE OPEN FAILED, STATUS: "
                   WS-REVIEW-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 1400-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "UNUSUAL-ACTIVITY-" DELIMITED BY SIZE
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
               CLOSE REVIEW-FILE
               GO TO 1400-EXIT
           END-IF

           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE THR-EFFECTIVE-DATE TO TH-EFFECTIVE-DATE
           MOVE THR-HISTORY-DAYS   TO TH-HISTORY-DAYS
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-THRESHOLD-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 2 LINES.
       1400-EXIT.
           EXIT.

       2000-COLLECT-THE-DAY.
      *    FIRST PASS: WHO MOVED ON THE BUSINESS DATE, HOW OFTEN AND
      *    HOW LARGE. NO LEDGER MEANS NOTHING WAS POSTED.
           MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               DISPLAY "NO CUSTOMER LEDGER ON HAND"
               GO TO 2000-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-TAKE-DAY-MOVEMENT THRU 2100-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       2000-EXIT.
           EXIT.

       2100-TAKE-DAY-MOVEMENT.
      *    ONLY THE MOVEMENTS A CUSTOMER DRIVES COUNT -- INTEREST,
      *    CHARGES, FEES AND THE HOUSEKEEPING TYPES (THE "X" MERGE AND
      *    MATURITY TRANSFERS OF FILES-37 AND FILES-56 AMONG THEM) ARE
      *    THE SHOP'S OWN DOING AND SAY NOTHING ABOUT THE CUSTOMER'S
      *    BEHAVIOUR. MONEY TAKEN FROM A WRITTEN-OFF CUSTOMER ("V") IS
      *    THEIR OWN PAYMENT AND COUNTS.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READ
           IF LGR-POSTING-DATE NOT EQUAL WS-CURRENT-DATE-NUM
               GO TO 2100-EXIT
           END-IF
           IF NOT LGR-TYPE-MONETARY AND NOT LGR-TYPE-PAYMENT
               AND NOT LGR-TYPE-RECOVERY
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-DAY-POSTINGS
           MOVE LGR-ID-NUMBER TO WS-FIND-ID
           PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT
           IF WS-CUS-MATCH = ZERO
               IF WS-CUS-COUNT IS NOT LESS THAN 2000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "CUSTOMER TABLE FULL -- ID " LGR-ID-NUMBER
                       " NOT MONITORED"
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-CUS-COUNT
               MOVE WS-CUS-COUNT TO WS-CUS-MATCH
               MOVE LGR-ID-NUMBER TO WS-CUS-ID-NUMBER (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-DAY-COUNT (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-DAY-LARGEST (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-HIST-COUNT (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-HIST-TOTAL (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-HIST-DAYS (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-HIST-LAST (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-PRIOR-DATE (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-CARRY-DATE (WS-CUS-MATCH)
               MOVE ZERO TO WS-CUS-CHANGE-DATE (WS-CUS-MATCH)
               MOVE SPACES TO WS-CUS-CHANGE-KIND (WS-CUS-MATCH)
           END-IF
           ADD 1 TO WS-CUS-DAY-COUNT (WS-CUS-MATCH)
           IF LGR-AMOUNT IS GREATER THAN
               WS-CUS-DAY-LARGEST (WS-CUS-MATCH)
               MOVE LGR-AMOUNT TO WS-CUS-DAY-LARGEST (WS-CUS-MATCH)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-CUSTOMER.
           MOVE ZERO TO WS-CUS-MATCH
           PERFORM 2250-MATCH-ONE-CUSTOMER THRU 2250-EXIT
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB IS GREATER THAN WS-CUS-COUNT
                   OR WS-CUS-MATCH IS GREATER THAN ZERO.
       2200-EXIT.
           EXIT.

       2250-MATCH-ONE-CUSTOMER.
           IF WS-CUS-ID-NUMBER (WS-CUS-SUB) = WS-FIND-ID
               MOVE WS-CUS-SUB TO WS-CUS-MATCH
           END-IF.
       2250-EXIT.
           EXIT.

       3000-COLLECT-HISTORY.
      *    SECOND PASS: THE SAME CUSTOMERS' EARLIER MOVEMENTS, ACROSS
      *    EVERY CATALOGUED ARCHIVE, OLDEST FIRST, AND THEN THE LIVE
      *    LEDGER, THE WAY FILES-35 READS A TAX YEAR -- A PERIOD CLOSE
      *    MUST NOT MAKE A CUSTOMER LOOK NEW OR CUT THEIR HISTORY SHORT.
      *    EACH FILE IS APPENDED IN POSTING ORDER, SO A CUSTOMER'S
      *    POSTING DAYS ARRIVE IN ORDER AND A NEW DAY IS ONE LATER THAN
      *    THE LAST ONE SEEN.
           IF WS-CUS-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-LOAD-ARCHIVE-CATALOG THRU 3050-EXIT
           PERFORM 3070-SWEEP-ONE-ARCHIVE THRU 3070-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
           MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
           PERFORM 3080-SWEEP-LEDGER-FILE THRU 3080-EXIT.
       3000-EXIT.
           EXIT.

       3050-LOAD-ARCHIVE-CATALOG.
           MOVE ZERO TO WS-CAT-COUNT
           MOVE "N" TO CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF CATALOG-NOT-FOUND
               GO TO 3050-EXIT
           END-IF
           IF NOT CATALOG-OK
               DISPLAY "CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-CATALOG-STATUS " -- LIVE LEDGER ONLY"
               MOVE 1 TO RETURN-CODE
               GO TO 3050-EXIT
           END-IF
           PERFORM 3060-READ-CATALOG THRU 3060-EXIT
               UNTIL CATALOG-EOF-REACHED
           CLOSE CATALOG-FILE.
       3050-EXIT.
           EXIT.

       3060-READ-CATALOG.
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
       3060-EXIT.
           EXIT.

       3070-SWEEP-ONE-ARCHIVE.
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-LEDGER-NAME
           PERFORM 3080-SWEEP-LEDGER-FILE THRU 3080-EXIT.
       3070-EXIT.
           EXIT.

       3080-SWEEP-LEDGER-FILE.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               DISPLAY "LEDGER FILE " WS-LEDGER-NAME
                   " IS MISSING FROM DISK"
               GO TO 3080-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 3080-EXIT
           END-IF
           PERFORM 3100-TAKE-HISTORY-MOVEMENT THRU 3100-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       3080-EXIT.
           EXIT.

       3100-TAKE-HISTORY-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF LGR-TYPE-CARRY-FWD
               PERFORM 3150-TAKE-CARRY-FORWARD THRU 3150-EXIT
               GO TO 3100-EXIT
           END-IF
           IF LGR-POSTING-DATE IS NOT LESS THAN WS-CURRENT-DATE-NUM
               GO TO 3100-EXIT
           END-IF
           IF NOT LGR-TYPE-MONETARY AND NOT LGR-TYPE-PAYMENT
               AND NOT LGR-TYPE-RECOVERY
               GO TO 3100-EXIT
           END-IF
           MOVE LGR-ID-NUMBER TO WS-FIND-ID
           PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT
           IF WS-CUS-MATCH = ZERO
               GO TO 3100-EXIT
           END-IF
           IF LGR-POSTING-DATE IS GREATER THAN
               WS-CUS-PRIOR-DATE (WS-CUS-MATCH)
               MOVE LGR-POSTING-DATE TO WS-CUS-PRIOR-DATE (WS-CUS-MATCH)
           END-IF
           IF LGR-POSTING-DATE IS LESS THAN WS-HISTORY-START
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CUS-HIST-COUNT (WS-CUS-MATCH)
           ADD LGR-AMOUNT TO WS-CUS-HIST-TOTAL (WS-CUS-MATCH)
           IF LGR-POSTING-DATE IS GREATER THAN
               WS-CUS-HIST-LAST (WS-CUS-MATCH)
               ADD 1 TO WS-CUS-HIST-DAYS (WS-CUS-MATCH)
               MOVE LGR-POSTING-DATE TO WS-CUS-HIST-LAST (WS-CUS-MATCH)
           END-IF.
       3100-EXIT.
           EXIT.

       3150-TAKE-CARRY-FORWARD.
      *    A CARRY-FORWARD SAYS THE CUSTOMER HAD MOVEMENTS UP TO ITS
      *    CUTOFF THAT WERE CLOSED TO AN ARCHIVE. WHEN THAT ARCHIVE IS
      *    NOT ON HAND THE CUTOFF STANDS IN FOR THE LAST PRIOR POSTING,
      *    SO THE CUSTOMER IS NOT TAKEN FOR NEW.
           IF LGR-EFFECTIVE-DATE IS NOT LESS THAN WS-CURRENT-DATE-NUM
               GO TO 3150-EXIT
           END-IF
           MOVE LGR-ID-NUMBER TO WS-FIND-ID
           PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT
           IF WS-CUS-MATCH = ZERO
               GO TO 3150-EXIT
           END-IF
           IF LGR-EFFECTIVE-DATE IS GREATER THAN
               WS-CUS-CARRY-DATE (WS-CUS-MATCH)
               MOVE LGR-EFFECTIVE-DATE
                   TO WS-CUS-CARRY-DATE (WS-CUS-MATCH)
           END-IF.
       3150-EXIT.
           EXIT.

       4000-COLLECT-CHANGES.
      *    THE JOURNAL IS ONLY READ WHEN THE CHANGE CHECK IS ON AND
      *    SOMEONE MOVED ON THE DAY.
           IF THR-CHANGE-DAYS = ZERO OR WS-CUS-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-NOT-FOUND
               GO TO 4000-EXIT
           END-IF
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS: "
                   WS-JOURNAL-STATUS " -- NO CHANGE CHECK"
               MOVE 1 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-TAKE-JOURNAL-ENTRY THRU 4100-EXIT
               UNTIL JOURNAL-EOF-REACHED
           CLOSE JOURNAL-FILE.
       4000-EXIT.
           EXIT.

       4100-TAKE-JOURNAL-ENTRY.
      *    ONLY AN ORDINARY CHANGE WHOSE IMAGES CARRY A DIFFERENT
      *    ADDRESS OR CREDIT LIMIT COUNTS -- A MERGE OR A REINSTATE IS
      *    HOUSEKEEPING, THE SAME RULE FILES-69 KEEPS. A CHANGE MADE ON
      *    THE BUSINESS DATE ITSELF IS INSIDE THE WINDOW.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF-REACHED TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-JOURNAL-READ
           IF NOT JRN-ACTION-CHANGE
               OR JRN-EVENT-MERGE OR JRN-EVENT-REINSTATE
               GO TO 4100-EXIT
           END-IF
           IF JRN-DATE IS LESS THAN WS-CHANGE-START
               OR JRN-DATE IS GREATER THAN WS-CURRENT-DATE-NUM
               GO TO 4100-EXIT
           END-IF
           MOVE JRN-ID-NUMBER TO WS-FIND-ID
           PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT
           IF WS-CUS-MATCH = ZERO
               GO TO 4100-EXIT
           END-IF
           IF JRN-DATE IS LESS THAN WS-CUS-CHANGE-DATE (WS-CUS-MATCH)
               GO TO 4100-EXIT
           END-IF
           MOVE JRN-BEFORE-IMAGE TO JBF-CUSTOMER-DATA
           MOVE JRN-AFTER-IMAGE  TO JAF-CUSTOMER-DATA
           IF JBF-CUSTOMER-ADDRESS NOT EQUAL JAF-CUSTOMER-ADDRESS
               MOVE JRN-DATE TO WS-CUS-CHANGE-DATE (WS-CUS-MATCH)
               MOVE "ADDRESS" TO WS-CUS-CHANGE-KIND (WS-CUS-MATCH)
               GO TO 4100-EXIT
           END-IF
           IF JBF-CREDIT-LIMIT NOT EQUAL JAF-CREDIT-LIMIT
               MOVE JRN-DATE TO WS-CUS-CHANGE-DATE (WS-CUS-MATCH)
               MOVE "LIMIT" TO WS-CUS-CHANGE-KIND (WS-CUS-MATCH)
           END-IF.
       4100-EXIT.
           EXIT.

       5000-CHECK-ONE-CUSTOMER.
      *    EACH CHECK STANDS ON ITS OWN, SO ONE CUSTOMER'S DAY CAN BE
      *    SEVERAL HITS. A CUSTOMER WITH NO HISTORY IN THE WINDOW IS
      *    MEASURED AGAINST THE FLOOR ALONE.
           MOVE WS-CUS-ID-NUMBER (WS-CUS-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE SPACES TO F-NAME
                   MOVE "(NOT ON MASTER)" TO L-NAME
           END-READ

           IF THR-COUNT-FACTOR IS GREATER THAN ZERO
               AND WS-CUS-DAY-COUNT (WS-CUS-SUB)
                   IS NOT LESS THAN THR-MIN-COUNT
               PERFORM 5100-CHECK-COUNT THRU 5100-EXIT
           END-IF
           IF THR-AMOUNT-FACTOR IS GREATER THAN ZERO
               AND WS-CUS-DAY-LARGEST (WS-CUS-SUB)
                   IS NOT LESS THAN THR-MIN-AMOUNT
               PERFORM 5200-CHECK-AMOUNT THRU 5200-EXIT
           END-IF
           IF THR-DORMANT-DAYS IS GREATER THAN ZERO
               AND (WS-CUS-PRIOR-DATE (WS-CUS-SUB) IS GREATER THAN ZERO
                   OR WS-CUS-CARRY-DATE (WS-CUS-SUB)
                       IS GREATER THAN ZERO)
               PERFORM 5300-CHECK-DORMANT THRU 5300-EXIT
           END-IF
           IF WS-CUS-CHANGE-DATE (WS-CUS-SUB) IS GREATER THAN ZERO
               PERFORM 5400-CHECK-CHANGE THRU 5400-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-COUNT.
           MOVE SPACES TO AHT-HIT-RECORD
           SET AHT-CHECK-COUNT TO TRUE
           MOVE WS-CUS-DAY-COUNT (WS-CUS-SUB) TO AHT-OBSERVED
           IF WS-CUS-HIST-DAYS (WS-CUS-SUB) = ZERO
               MOVE ZERO TO AHT-EXPECTED
               MOVE "POSTINGS IN A DAY -- NO HISTORY"
                   TO AHT-DESCRIPTION
               PERFORM 5500-RECORD-HIT THRU 5500-EXIT
               ADD 1 TO WS-COUNT-HITS
               GO TO 5100-EXIT
           END-IF
           COMPUTE WS-EXPECTED ROUNDED =
               WS-CUS-HIST-COUNT (WS-CUS-SUB) * THR-COUNT-FACTOR
               / WS-CUS-HIST-DAYS (WS-CUS-SUB)
           IF WS-CUS-DAY-COUNT (WS-CUS-SUB) IS GREATER THAN WS-EXPECTED
               MOVE WS-EXPECTED TO AHT-EXPECTED
               MOVE "MORE POSTINGS IN A DAY THAN USUAL"
                   TO AHT-DESCRIPTION
               PERFORM 5500-RECORD-HIT THRU 5500-EXIT
               ADD 1 TO WS-COUNT-HITS
           END-IF.
       5100-EXIT.
           EXIT.

       5200-CHECK-AMOUNT.
           MOVE SPACES TO AHT-HIT-RECORD
           SET AHT-CHECK-AMOUNT TO TRUE
           MOVE WS-CUS-DAY-LARGEST (WS-CUS-SUB) TO AHT-OBSERVED
           IF WS-CUS-HIST-COUNT (WS-CUS-SUB) = ZERO
               MOVE ZERO TO AHT-EXPECTED
               MOVE "LARGE POSTING -- NO HISTORY" TO AHT-DESCRIPTION
               PERFORM 5500-RECORD-HIT THRU 5500-EXIT
               ADD 1 TO WS-AMOUNT-HITS
               GO TO 5200-EXIT
           END-IF
           COMPUTE WS-AVERAGE ROUNDED =
               WS-CUS-HIST-TOTAL (WS-CUS-SUB)
               / WS-CUS-HIST-COUNT (WS-CUS-SUB)
           COMPUTE WS-EXPECTED ROUNDED = WS-AVERAGE * THR-AMOUNT-FACTOR
           IF WS-CUS-DAY-LARGEST (WS-CUS-SUB)
               IS GREATER THAN WS-EXPECTED
               MOVE WS-EXPECTED TO AHT-EXPECTED
               MOVE "POSTING LARGER THAN USUAL" TO AHT-DESCRIPTION
               PERFORM 5500-RECORD-HIT THRU 5500-EXIT
               ADD 1 TO WS-AMOUNT-HITS
           END-IF.
       5200-EXIT.
           EXIT.

       5300-CHECK-DORMANT.
      *    A CUSTOMER WHO HAS NEVER POSTED BEFORE IS NEW, NOT DORMANT.
      *    ONE WHOSE ONLY EARLIER TRACE IS A CARRY-FORWARD IS MEASURED
      *    FROM ITS CUTOFF -- THE LAST REAL POSTING CAN ONLY BE OLDER.
           MOVE WS-CUS-PRIOR-DATE (WS-CUS-SUB) TO WS-DORMANT-FROM
           IF WS-DORMANT-FROM = ZERO
               MOVE WS-CUS-CARRY-DATE (WS-CUS-SUB) TO WS-DORMANT-FROM
           END-IF
           COMPUTE WS-GAP-DAYS = WS-BUSINESS-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-DORMANT-FROM)
           IF WS-GAP-DAYS IS LESS THAN THR-DORMANT-DAYS
               GO TO 5300-EXIT
           END-IF
           MOVE SPACES TO AHT-HIT-RECORD
           SET AHT-CHECK-DORMANT TO TRUE
           MOVE WS-GAP-DAYS TO AHT-OBSERVED
           MOVE THR-DORMANT-DAYS TO AHT-EXPECTED
           MOVE "FIRST POSTING AFTER DORMANCY (DAYS)"
               TO AHT-DESCRIPTION
           PERFORM 5500-RECORD-HIT THRU 5500-EXIT
           ADD 1 TO WS-DORMANT-HITS.
       5300-EXIT.
           EXIT.

       5400-CHECK-CHANGE.
           COMPUTE WS-GAP-DAYS = WS-BUSINESS-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-CUS-CHANGE-DATE (WS-CUS-SUB))
           MOVE SPACES TO AHT-HIT-RECORD
           SET AHT-CHECK-CHANGE TO TRUE
           MOVE WS-GAP-DAYS TO AHT-OBSERVED
           MOVE THR-CHANGE-DAYS TO AHT-EXPECTED
           STRING "POSTED AFTER "       DELIMITED BY SIZE
                  WS-CUS-CHANGE-KIND (WS-CUS-SUB) DELIMITED BY SPACE
                  " CHANGE (DAYS)"      DELIMITED BY SIZE
               INTO AHT-DESCRIPTION
           END-STRING
           PERFORM 5500-RECORD-HIT THRU 5500-EXIT
           ADD 1 TO WS-CHANGE-HITS.
       5400-EXIT.
           EXIT.

       5500-RECORD-HIT.
      *    THE CALLER HAS SET THE CHECK, THE FIGURES AND THE
      *    DESCRIPTION; THE HIT GOES ON THE QUEUE PENDING AND ON THE
      *    REVIEW LIST WITH THE CUSTOMER'S NAME FROM THE MASTER.
           SET AHT-PENDING TO TRUE
           MOVE WS-CUS-ID-NUMBER (WS-CUS-SUB) TO AHT-ID-NUMBER
           MOVE WS-CURRENT-DATE-NUM TO AHT-BUSINESS-DATE
           MOVE SPACES TO AHT-REVIEWED-BY
           MOVE ZERO TO AHT-REVIEWED-DATE
           MOVE ZERO TO AHT-REVIEWED-TIME
           WRITE AHT-HIT-RECORD
           ADD 1 TO WS-HIT-COUNT

           MOVE AHT-ID-NUMBER TO DL-ID-NUMBER
           MOVE SPACES TO DL-NAME
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO DL-NAME
           END-STRING
           MOVE AHT-DESCRIPTION TO DL-DESCRIPTION
           MOVE AHT-OBSERVED TO DL-OBSERVED
           MOVE AHT-EXPECTED TO DL-EXPECTED
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       5500-EXIT.
           EXIT.

       5800-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "CUSTOMER POSTINGS ON THE DAY" TO TL-LABEL
           MOVE WS-DAY-POSTINGS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS MEASURED" TO TL-LABEL
           MOVE WS-CUS-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "POSTINGS NOT MEASURED (TABLE FULL)" TO TL-LABEL
           MOVE WS-TABLE-FULL-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HITS -- POSTINGS IN A DAY" TO TL-LABEL
           MOVE WS-COUNT-HITS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HITS -- POSTING AMOUNT" TO TL-LABEL
           MOVE WS-AMOUNT-HITS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HITS -- AFTER DORMANCY" TO TL-LABEL
           MOVE WS-DORMANT-HITS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HITS -- AFTER ADDRESS OR LIMIT CHANGE" TO TL-LABEL
           MOVE WS-CHANGE-HITS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HITS QUEUED FOR REVIEW" TO TL-LABEL
           MOVE WS-HIT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           DISPLAY "UNUSUAL-ACTIVITY MONITOR FOR " WS-CURRENT-DATE-NUM
           DISPLAY "  LEDGER MOVEMENTS READ:   " WS-LEDGER-READ
           DISPLAY "  CUSTOMER POSTINGS:       " WS-DAY-POSTINGS
           DISPLAY "  CUSTOMERS MEASURED:      " WS-CUS-COUNT
           DISPLAY "  HITS QUEUED:             " WS-HIT-COUNT
           DISPLAY "  REVIEW LIST:             " WS-REPORT-FILE-NAME.
       5800-EXIT.
           EXIT.

       6000-REVIEW-HITS.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 6000-EXIT
           END-IF

           PERFORM 6050-OPEN-REVIEW-FILES THRU 6050-EXIT
           IF WS-ABORT-REQUESTED
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 6000-EXIT
           END-IF

           PERFORM 6100-REVIEW-ONE-HIT THRU 6100-EXIT
               UNTIL REVIEW-EOF-REACHED

           CLOSE REVIEW-FILE
           CLOSE REVIEW-WORK-FILE
           CLOSE CUSTOMERS-FILE
           CLOSE CONTACT-LOG-FILE

           PERFORM 7000-REBUILD-QUEUE THRU 7000-EXIT
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           DISPLAY " "
           DISPLAY "UNUSUAL-ACTIVITY REVIEW BY " WS-OPERATOR-ID
           DISPLAY "  HITS ON THE QUEUE:       " WS-ITEMS-READ
           DISPLAY "  CLEARED:                 " WS-CLEARED-COUNT
           DISPLAY "  ESCALATED:               " WS-ESCALATED-COUNT
           DISPLAY "  SKIPPED:                 " WS-SKIPPED-COUNT.
       6000-EXIT.
           EXIT.

       6050-OPEN-REVIEW-FILES.
           MOVE "N" TO REVIEW-EOF
           OPEN INPUT REVIEW-FILE
           IF REVIEW-NOT-FOUND
               DISPLAY "NO REVIEW QUEUE ON HAND -- NOTHING TO REVIEW"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6050-EXIT
           END-IF
           IF NOT REVIEW-OK
               DISPLAY "REVIEW-FILE OPEN FAILED, STATUS: "
                   WS-REVIEW-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 6050-EXIT
           END-IF

           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE REVIEW-FILE
               GO TO 6050-EXIT
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
               CLOSE REVIEW-FILE
               CLOSE CUSTOMERS-FILE
               GO TO 6050-EXIT
           END-IF

           OPEN OUTPUT REVIEW-WORK-FILE
           IF NOT WORK-OK
               DISPLAY "REVIEW-WORK-FILE OPEN FAILED, STATUS: "
                   WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE REVIEW-FILE
               CLOSE CUSTOMERS-FILE
               CLOSE CONTACT-LOG-FILE
               GO TO 6050-EXIT
           END-IF.
       6050-EXIT.
           EXIT.

       6100-REVIEW-ONE-HIT.
      *    EVERY HIT IS PARKED ON THE WORK FILE, DECIDED OR NOT, SO
      *    THE REBUILD CARRIES THE WHOLE QUEUE ACROSS.
           READ REVIEW-FILE
               AT END
                   SET REVIEW-EOF-REACHED TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF AHT-PENDING
               PERFORM 6200-PRESENT-HIT THRU 6200-EXIT
           END-IF
           MOVE SPACES TO RVW-RECORD
           MOVE AHT-HIT-RECORD TO RVW-RECORD
           WRITE RVW-RECORD.
       6100-EXIT.
           EXIT.

       6200-PRESENT-HIT.
           MOVE AHT-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE SPACES TO F-NAME
                   MOVE "(NOT ON MASTER)" TO L-NAME
           END-READ
           DISPLAY " "
           DISPLAY "ID " AHT-ID-NUMBER "  " F-NAME " " L-NAME
               "  POSTINGS OF " AHT-BUSINESS-DATE
           IF AHT-CHECK-AMOUNT
               MOVE AHT-OBSERVED TO WS-AMOUNT-EDIT
               MOVE AHT-EXPECTED TO WS-EXPECTED-EDIT
               DISPLAY "  " AHT-DESCRIPTION "  " WS-AMOUNT-EDIT
                   " AGAINST " WS-EXPECTED-EDIT
           ELSE
               MOVE AHT-OBSERVED TO WS-OBSERVED-EDIT
               MOVE AHT-EXPECTED TO WS-FIGURE-EDIT
               DISPLAY "  " AHT-DESCRIPTION "  " WS-OBSERVED-EDIT
                   " AGAINST " WS-FIGURE-EDIT
           END-IF
           DISPLAY "C = CLEAR, E = ESCALATE, ANY OTHER KEY = SKIP: "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE TRUE
               WHEN WS-DECIDE-CLEAR
                   SET AHT-CLEARED TO TRUE
                   MOVE "CLEARED" TO WS-OUTCOME
                   MOVE ZERO TO CTL-FOLLOW-UP
                   PERFORM 6300-RECORD-DECISION THRU 6300-EXIT
                   ADD 1 TO WS-CLEARED-COUNT
                   DISPLAY "  CLEARED"
               WHEN WS-DECIDE-ESCALATE
                   SET AHT-ESCALATED TO TRUE
                   MOVE "ESCALATED" TO WS-OUTCOME
                   PERFORM 6250-TAKE-FOLLOW-UP THRU 6250-EXIT
                   PERFORM 6300-RECORD-DECISION THRU 6300-EXIT
                   ADD 1 TO WS-ESCALATED-COUNT
                   DISPLAY "  ESCALATED"
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "  SKIPPED -- STILL PENDING"
           END-EVALUATE.
       6200-EXIT.
           EXIT.

       6250-TAKE-FOLLOW-UP.
      *    A FOLLOW-UP DATE PUTS THE CUSTOMER ON THE FILES-38
      *    CALLS-DUE LIST; ANYTHING BUT EIGHT DIGITS MEANS NONE.
           DISPLAY "FOLLOW-UP DATE (CCYYMMDD, BLANK = NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FOLLOW-UP-X
           ACCEPT WS-FOLLOW-UP-X
           IF WS-FOLLOW-UP-X IS NUMERIC
               MOVE WS-FOLLOW-UP-X TO CTL-FOLLOW-UP
           ELSE
               MOVE ZERO TO CTL-FOLLOW-UP
           END-IF.
       6250-EXIT.
           EXIT.

       6300-RECORD-DECISION.
      *    THE DECISION IS STAMPED ON THE HIT AND WRITTEN TO THE
      *    CUSTOMER'S CONTACT LOG UNDER THE REVIEWER, SO IT SHOWS WHEN
      *    THE CUSTOMER IS NEXT PULLED UP.
           MOVE WS-OPERATOR-ID TO AHT-REVIEWED-BY
           ACCEPT AHT-REVIEWED-DATE FROM DATE YYYYMMDD
           ACCEPT AHT-REVIEWED-TIME FROM TIME

           MOVE AHT-ID-NUMBER TO CTL-ID-NUMBER
           MOVE AHT-REVIEWED-DATE TO CTL-DATE
           MOVE AHT-REVIEWED-TIME TO CTL-TIME
           MOVE WS-OPERATOR-ID TO CTL-OPERATOR
           MOVE "UAR" TO CTL-REASON-CODE
           MOVE SPACES TO CTL-TEXT
           STRING AHT-DESCRIPTION DELIMITED BY "  "
                  " -- "          DELIMITED BY SIZE
                  WS-OUTCOME      DELIMITED BY SPACE
               INTO CTL-TEXT
           END-STRING
           WRITE CTL-CONTACT-RECORD.
       6300-EXIT.
           EXIT.

       7000-REBUILD-QUEUE.
           MOVE "N" TO WORK-EOF
           OPEN OUTPUT REVIEW-FILE
           IF NOT REVIEW-OK
               DISPLAY "REVIEW-FILE REBUILD FAILED, STATUS: "
                   WS-REVIEW-STATUS " -- THE DECIDED QUEUE IS ON "
                   "ACTIVITY-REVIEW-WORK.dat"
               MOVE 1 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           OPEN INPUT REVIEW-WORK-FILE
           PERFORM 7100-COPY-BACK-HIT THRU 7100-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE REVIEW-WORK-FILE
           CLOSE REVIEW-FILE.
       7000-EXIT.
           EXIT.

       7100-COPY-BACK-HIT.
           READ REVIEW-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE RVW-RECORD TO AHT-HIT-RECORD
                   WRITE AHT-HIT-RECORD
           END-READ.
       7100-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-65.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. CUSTOMER REVENUE AND YIELD RANKING
      *   FOR A PERIOD THE OPERATOR KEYS. WHICH CUSTOMERS EARN US MONEY
      *   IS ON THE LEDGER, SPREAD OVER CUSTOMER-LEDGER.dat AND EVERY
      *   ARCHIVE LISTED ON LEDGER-ARCHIVE-CATALOG.dat, SO THE RUN
      *   SWEEPS THEM ALL THE WAY FILES-35 DOES -- OR READS THE PERIOD
      *   BY KEY THROUGH THE LEDGER INDEX WHEN IT COVERS THEM (SEE
      *   FILES-63). PER CUSTOMER IT TOTALS, FOR MOVEMENTS EFFECTIVE IN
      *   THE PERIOD: INTEREST EARNED (TYPE "I" DEBITS), SERVICE CHARGES
      *   (TYPE "S", WITH THE PRE-SPLIT COMBINED "A" ADJUSTMENTS), FEES
      *   (LATE FEES "L" AND RETURNED-ITEM FEES "B") AND INTEREST PAID
      *   OUT ON CREDIT BALANCES AND TERM DEPOSITS (TYPE "I" CREDITS),
      *   WITH A FILES-48 REVERSAL NETTED AGAINST WHAT IT REVERSES. NET
      *   REVENUE IS WHAT WAS EARNED LESS WHAT WAS PAID. THE AVERAGE
      *   BALANCE IS THE DAY-WEIGHTED CUSTOMER BALANCE OVER THE PERIOD
      *   FROM THE LEDGER'S BEFORE/AFTER CHAIN, AND THE YIELD IS NET
      *   REVENUE ON IT, AT AN ANNUAL RATE, WHERE THE AVERAGE IS A
      *   DEBIT. CUSTOMERS WITH ANY REVENUE MOVEMENT IN THE PERIOD ARE
      *   RANKED BY NET REVENUE; THE REPORT
      *   (REVENUE-RANKING-CCYYMMDD-CCYYMMDD.rpt, CATALOGUED ON
      *   REPORT-CATALOG.dat) LISTS THE TOP AND BOTTOM N, AND THE
      *   COMMA-DELIMITED FILE FOR THE OFFICE -- WRITTEN THE FILES-4
      *   WAY, NAMES TRIMMED, NO HEADING LINE -- CARRIES EVERY RANKED
      *   CUSTOMER IN RANK ORDER: RANK, ID, F-NAME, L-NAME, INTEREST,
      *   CHARGES, FEES, INTEREST PAID, NET REVENUE, AVERAGE BALANCE,
      *   YIELD PERCENT. THE FILE NAME IS REVENUE-RANKING-CCYYMMDD-
      *   CCYYMMDD.csv UNLESS THE REVENUE-CSV-FILE RUN-PARM NAMES ONE.
      * 15/10/2026 NM - THE KEYED PATH NO LONGER TALLIES EACH CUSTOMER'S
      *   MOVEMENTS IN INDEX-KEY ORDER: THE KEY LEADS WITH THE EFFECTIVE
      *   DATE, AND A BACK-VALUED POSTING WENT ON AFTER LATER-DATED
      *   ONES, SO THE BALANCE CARRIED BETWEEN MOVEMENTS -- AND WITH IT
      *   THE AVERAGE BALANCE AND THE YIELD -- DIFFERED FROM THE SWEPT
      *   PATH'S. EACH CUSTOMER'S IN-PERIOD ENTRIES ARE NOW GATHERED AND
      *   TALLIED IN SEQUENCE (POSTING) ORDER (SEE 2500-SCAN-INDEX); A
      *   CUSTOMER WITH MORE THAN THE TABLE HOLDS DROPS THE RUN BACK TO
      *   THE SWEPT PATH FROM THE START.
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

           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LEDGER-ARCHIVE-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT LEDGER-INDEX-FILE ASSIGN TO "LEDGER-INDEX.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIX-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDEX-CONTROL-FILE
               ASSIGN TO "LEDGER-INDEX-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVENUE-CSV-FILE ASSIGN TO WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

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

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 CAT-CUTOFF-DATE PIC 9(8).
               02 CAT-FILE-NAME   PIC X(40).
               02 CAT-REC-COUNT   PIC 9(7).

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

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD REVENUE-CSV-FILE.
           01 CSV-RECORD          PIC X(160).

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

           01 WS-LEDGER-STATUS     PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

      *    THE LEDGER INDEX (SEE FILES-63) AND WHETHER THIS RUN CAN
      *    TRUST IT: ONLY WHEN IT COVERS THE LIVE LEDGER EXACTLY.
           01 WS-INDEX-STATUS      PIC X(2) VALUE SPACES.
               88 INDEX-OK              VALUE "00".
           01 WS-CONTROL-STATUS    PIC X(2) VALUE SPACES.
               88 CONTROL-OK            VALUE "00".
           77 WS-LEDGER-PATH        PIC X VALUE "S".
               88 WS-LEDGER-KEYED       VALUE "K".
               88 WS-LEDGER-SWEPT       VALUE "S".
           77 WS-LEDGER-LINES       PIC 9(9) VALUE ZERO.
           01 WS-LEDGER-LAST        PIC X(85) VALUE SPACES.
           77 WS-LEDGER-READS       PIC 9(9) VALUE ZERO.
      *    ONE CUSTOMER'S IN-PERIOD INDEX ENTRIES, PUT BACK INTO
      *    SEQUENCE (POSTING) ORDER BEFORE THEY ARE TALLIED.
           01 WS-ENTRY-TABLE.
               02 WS-ENTRY OCCURS 500 TIMES.
                   03 WS-ENT-SEQUENCE    PIC 9(9).
                   03 WS-ENT-MOVEMENT    PIC X(85).
           77 WS-ENT-ID-NUMBER      PIC 9(7) VALUE ZERO.
           77 WS-ENT-COUNT          PIC 9(5) COMP VALUE ZERO.
           77 WS-ENT-NEXT           PIC 9(5) COMP VALUE ZERO.
           77 WS-ENT-POS            PIC 9(5) COMP VALUE ZERO.
           77 WS-ENTRY-OVERFLOW-SWITCH PIC X VALUE "N".
               88 WS-ENTRY-OVERFLOW     VALUE "Y".
           77 WS-ENTRY-PLACED-SWITCH PIC X VALUE "N".
               88 WS-ENTRY-PLACED       VALUE "Y".

           01 WS-CATALOG-STATUS    PIC X(2) VALUE SPACES.
               88 CATALOG-OK            VALUE "00".
               88 CATALOG-NOT-FOUND     VALUE "35".

           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".
           77 WS-CUSTOMERS-SWITCH   PIC X VALUE "N".
               88 WS-CUSTOMERS-OPEN     VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-CSV-STATUS         PIC X(2) VALUE SPACES.
               88 CSV-OK                VALUE "00".
           77 WS-CSV-FILE-NAME      PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-PAGES          PIC 9(5) VALUE ZERO.
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-NAME           PIC X(40) VALUE SPACES.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 WS-LEDGER-NAME        PIC X(40)
               VALUE "CUSTOMER-LEDGER.dat".

           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".
           77 CATALOG-EOF           PIC X VALUE "N".
               88 CATALOG-EOF-REACHED VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

      *    THE PERIOD AND HOW MANY TO LIST AT EACH END, FROM THE
      *    OPERATOR.
           01 WS-PERIOD-FROM        PIC 9(8) VALUE ZERO.
           01 WS-PERIOD-FROM-X REDEFINES WS-PERIOD-FROM.
               02 WS-PFR-CCYY        PIC 9(4).
               02 WS-PFR-MM          PIC 9(2).
               02 WS-PFR-DD          PIC 9(2).
           01 WS-PERIOD-TO          PIC 9(8) VALUE ZERO.
           01 WS-PERIOD-TO-X REDEFINES WS-PERIOD-TO.
               02 WS-PTO-CCYY        PIC 9(4).
               02 WS-PTO-MM          PIC 9(2).
               02 WS-PTO-DD          PIC 9(2).
           77 WS-FROM-INTEGER       PIC 9(7) COMP VALUE ZERO.
           77 WS-TO-INTEGER         PIC 9(7) COMP VALUE ZERO.
           77 WS-PERIOD-DAYS        PIC 9(5) COMP VALUE ZERO.
           77 WS-MOVE-INTEGER       PIC 9(7) COMP VALUE ZERO.
           77 WS-LIST-COUNT         PIC 9(2) VALUE ZERO.

           01 WS-CATALOG-TABLE.
               02 WS-CAT-ENTRY OCCURS 50 TIMES.
                   03 WS-CAT-NAME      PIC X(40).
           77 WS-CAT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-CAT-SUB            PIC 9(2) COMP VALUE ZERO.

      *    ONE ENTRY PER CUSTOMER WITH A MOVEMENT IN THE PERIOD. THE
      *    RUNNING BALANCE AND BALANCE-DAYS BUILD THE AVERAGE BALANCE:
      *    THE FIRST MOVEMENT'S BEFORE-BALANCE STANDS FROM THE FIRST
      *    DAY OF THE PERIOD, EACH MOVEMENT'S AFTER-BALANCE FROM ITS
      *    EFFECTIVE DATE. A BACK-DATED MOVEMENT TAKES EFFECT FROM THE
      *    LAST DATE ALREADY COUNTED.
           01 WS-REVENUE-TABLE.
               02 WS-REV-ENTRY OCCURS 2000 TIMES.
                   03 WS-REV-ID          PIC 9(7).
                   03 WS-REV-INTEREST    PIC S9(9)V99.
                   03 WS-REV-CHARGES     PIC S9(9)V99.
                   03 WS-REV-FEES        PIC S9(9)V99.
                   03 WS-REV-PAID        PIC S9(9)V99.
                   03 WS-REV-NET         PIC S9(9)V99.
                   03 WS-REV-MOVEMENTS   PIC 9(5).
                   03 WS-REV-BALANCE     PIC S9(7)V99.
                   03 WS-REV-LAST-DAY    PIC 9(7) COMP.
                   03 WS-REV-BAL-DAYS    PIC S9(13)V99.
                   03 WS-REV-AVERAGE     PIC S9(9)V99.
                   03 WS-REV-RANKED      PIC X.
           77 WS-REV-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-REV-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-REV-PICK           PIC 9(4) COMP VALUE ZERO.
           77 WS-TABLE-FULL-SWITCH  PIC X VALUE "N".
               88 WS-TABLE-FULL         VALUE "Y".

      *    THE RANKED CUSTOMERS, BEST NET REVENUE FIRST, AS
      *    SUBSCRIPTS INTO WS-REVENUE-TABLE.
           01 WS-RANK-TABLE.
               02 WS-RANK-REV-SUB   PIC 9(4) COMP OCCURS 2000 TIMES.
           77 WS-RANK-COUNT         PIC 9(4) COMP VALUE ZERO.
           77 WS-RANK-SUB           PIC 9(4) COMP VALUE ZERO.
           77 WS-RANK-FIRST         PIC 9(4) COMP VALUE ZERO.
           77 WS-RANK-LAST          PIC 9(4) COMP VALUE ZERO.
           77 WS-BEST-NET           PIC S9(9)V99 VALUE ZERO.

           77 WS-TOT-INTEREST       PIC S9(11)V99 VALUE ZERO.
           77 WS-TOT-CHARGES        PIC S9(11)V99 VALUE ZERO.
           77 WS-TOT-FEES           PIC S9(11)V99 VALUE ZERO.
           77 WS-TOT-PAID           PIC S9(11)V99 VALUE ZERO.
           77 WS-TOT-NET            PIC S9(11)V99 VALUE ZERO.
           77 WS-YIELD              PIC S9(5)V99 VALUE ZERO.
           77 WS-YIELD-SWITCH       PIC X VALUE "N".
               88 WS-YIELD-SHOWN        VALUE "Y".
           77 WS-CSV-COUNT          PIC 9(7) VALUE ZERO.

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-DATE-EDIT-NUM      PIC 9(8).

      *    CSV WORK AREAS: EACH FIGURE IS EDITED, THEN LEFT-JUSTIFIED
      *    WITH ITS LENGTH SO THE LINE CARRIES NO PADDING.
           77 WS-F-NAME-TRAIL       PIC 9(2) VALUE 0.
           77 WS-L-NAME-TRAIL       PIC 9(2) VALUE 0.
           77 WS-F-NAME-LEN         PIC 9(2) VALUE 0.
           77 WS-L-NAME-LEN         PIC 9(2) VALUE 0.
           77 WS-CSV-F-NAME         PIC X(20) VALUE SPACES.
           77 WS-CSV-L-NAME         PIC X(20) VALUE SPACES.
           01 WS-CSV-RANK           PIC 9(4).
           01 WS-CSV-VALUE          PIC S9(9)V99 VALUE ZERO.
           01 WS-CSV-EDIT           PIC -(9)9.99.
           77 WS-CSV-LEAD           PIC 9(2) VALUE 0.
           77 WS-CSV-FIG            PIC 9 VALUE 0.
           01 WS-CSV-FIGURES.
               02 WS-CSV-FIGURE OCCURS 7 TIMES.
                   03 WS-CSV-TEXT    PIC X(13).
                   03 WS-CSV-LEN     PIC 9(2).

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(39) VALUE
                   "CUSTOMER REVENUE AND YIELD RANKING -- ".
               02 HL-FROM            PIC 99/99/9999.
               02 FILLER             PIC X(4) VALUE " TO ".
               02 HL-TO              PIC 99/99/9999.
               02 FILLER             PIC X(11) VALUE "   RUN ON ".
               02 HL-RUN-DATE        PIC 99/99/9999.

           01 WS-SECTION-LINE.
               02 SL-TEXT            PIC X(7).
               02 SL-COUNT           PIC ZZZ9.
               02 FILLER             PIC X(30) VALUE
                   " CUSTOMERS BY NET REVENUE".

           01 WS-COL-LINE.
               02 FILLER             PIC X(40) VALUE
                   " RANK ID       NAME".
               02 FILLER             PIC X(42) VALUE
                   "      INTEREST       CHARGES          FEES".
               02 FILLER             PIC X(42) VALUE
                   "      INT PAID   NET REVENUE   AVERAGE BAL".
               02 FILLER             PIC X(8) VALUE
                   "  YIELD%".

           01 WS-DETAIL-LINE.
               02 DL-RANK            PIC ZZZZ9.
               02 FILLER             PIC X VALUE SPACE.
               02 DL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-NAME            PIC X(25).
               02 DL-INTEREST        PIC ---,---,--9.99.
               02 DL-CHARGES         PIC ---,---,--9.99.
               02 DL-FEES            PIC ---,---,--9.99.
               02 DL-PAID            PIC ---,---,--9.99.
               02 DL-NET             PIC ---,---,--9.99.
               02 DL-AVERAGE         PIC ---,---,--9.99.
               02 DL-YIELD           PIC ----9.99.
               02 DL-YIELD-X REDEFINES DL-YIELD PIC X(8).

           01 WS-TOTAL-LINE.
               02 FILLER             PIC X(40) VALUE
                   "ALL RANKED CUSTOMERS".
               02 TL-INTEREST        PIC ---,---,--9.99.
               02 TL-CHARGES         PIC ---,---,--9.99.
               02 TL-FEES            PIC ---,---,--9.99.
               02 TL-PAID            PIC ---,---,--9.99.
               02 TL-NET             PIC ---,---,--9.99.

           01 WS-COUNT-LINE.
               02 FILLER             PIC X(19) VALUE
                   "CUSTOMERS RANKED:  ".
               02 CL-RANKED          PIC ZZZZZZ9.
               02 FILLER             PIC X(30) VALUE
                   "   LEDGER ENTRIES READ:       ".
               02 CL-READS           PIC ZZZZZZZZ9.
               02 CL-PATH            PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-CHECK-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0500-ACCEPT-PERIOD THRU 0500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-LOAD-ARCHIVE-CATALOG THRU 1000-EXIT
               PERFORM 0600-CHECK-LEDGER-INDEX THRU 0600-EXIT
               IF WS-LEDGER-KEYED
                   PERFORM 2500-SCAN-INDEX THRU 2500-EXIT
               END-IF
               IF WS-LEDGER-SWEPT
                   PERFORM 2000-SWEEP-ONE-ARCHIVE THRU 2000-EXIT
                       VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
                   MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
                   PERFORM 2100-SWEEP-LEDGER-FILE THRU 2100-EXIT
               END-IF
               PERFORM 3000-CLOSE-PERIOD-BALANCES THRU 3000-EXIT
                   VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB IS GREATER THAN WS-REV-COUNT
               PERFORM 4000-RANK-CUSTOMERS THRU 4000-EXIT
               PERFORM 5000-OPEN-OUTPUTS THRU 5000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
               PERFORM 7000-WRITE-CSV THRU 7000-EXIT
                   VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB IS GREATER THAN WS-RANK-COUNT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           IF WS-LEDGER-READS IS GREATER THAN 9999999
               MOVE 9999999 TO WS-RLG-READ
           ELSE
               MOVE WS-LEDGER-READS TO WS-RLG-READ
           END-IF
           MOVE WS-CSV-COUNT TO WS-RLG-WRITTEN
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
               WHEN "REVENUE-CSV-FILE"
                   MOVE PRM-VALUE TO WS-CSV-FILE-NAME
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
           MOVE "FILES-65" TO RLG-PROGRAM-ID
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

       0500-ACCEPT-PERIOD.
           DISPLAY "PERIOD FROM (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-FROM
           DISPLAY "PERIOD TO (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-TO
           IF WS-PERIOD-FROM IS NOT NUMERIC
               OR WS-PFR-MM = ZERO OR WS-PFR-MM IS GREATER THAN 12
               OR WS-PFR-DD = ZERO OR WS-PFR-DD IS GREATER THAN 31
               OR WS-PERIOD-TO IS NOT NUMERIC
               OR WS-PTO-MM = ZERO OR WS-PTO-MM IS GREATER THAN 12
               OR WS-PTO-DD = ZERO OR WS-PTO-DD IS GREATER THAN 31
               DISPLAY "INVALID PERIOD DATE -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0500-EXIT
           END-IF
           IF WS-PERIOD-TO IS LESS THAN WS-PERIOD-FROM
               DISPLAY "PERIOD ENDS BEFORE IT STARTS -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0500-EXIT
           END-IF
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM)
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
           COMPUTE WS-PERIOD-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER + 1

           DISPLAY "HOW MANY CUSTOMERS AT THE TOP AND BOTTOM (01-50): "
               WITH NO ADVANCING
           ACCEPT WS-LIST-COUNT
           IF WS-LIST-COUNT IS NOT NUMERIC OR WS-LIST-COUNT = ZERO
               OR WS-LIST-COUNT IS GREATER THAN 50
               DISPLAY "NOT 01-50 -- THE TOP AND BOTTOM 10 ARE LISTED"
               MOVE 10 TO WS-LIST-COUNT
           END-IF.
       0500-EXIT.
           EXIT.

       0600-CHECK-LEDGER-INDEX.
      *    ONE COUNTING PASS OF THE LIVE LEDGER DECIDES THE ACCESS
      *    PATH: IF IT HOLDS EXACTLY THE LINES THE INDEX CONTROL RECORD
      *    SAYS ARE INDEXED, AND THE LAST OF THEM IS THE ONE IT
      *    REMEMBERS, THE PERIOD IS READ BY KEY. ANYTHING ELSE -- NO
      *    INDEX, OR POSTINGS SINCE FILES-63 LAST RAN -- AND THE
      *    ARCHIVES AND THE LEDGER ARE SWEPT IN FULL.
           MOVE ZERO TO WS-LEDGER-LINES
           MOVE SPACES TO WS-LEDGER-LAST
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM 0650-COUNT-LEDGER-LINE THRU 0650-EXIT
                   UNTIL LEDGER-EOF-REACHED
               CLOSE LEDGER-FILE
           END-IF
           ADD WS-LEDGER-LINES TO WS-LEDGER-READS

           OPEN INPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "IN FULL"
               GO TO 0600-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "IN FULL"
               NOT AT END
                   IF WS-LEDGER-LINES = LXC-LIVE-COUNT
                       AND WS-LEDGER-LAST = LXC-LAST-MOVEMENT
                       PERFORM 0610-CHECK-INDEX-REACH THRU 0610-EXIT
                   ELSE
                       DISPLAY "LEDGER INDEX COVERS " LXC-LIVE-COUNT
                           " OF " WS-LEDGER-LINES " LIVE MOVEMENTS -- "
                           "RUN FILES-63; THE LEDGER IS SWEPT "
                           "IN FULL"
                   END-IF
           END-READ
           CLOSE INDEX-CONTROL-FILE
           IF NOT WS-LEDGER-KEYED
               GO TO 0600-EXIT
           END-IF

           OPEN INPUT LEDGER-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "LEDGER-INDEX-FILE OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS " -- THE LEDGER IS SWEPT "
                   "IN FULL"
               SET WS-LEDGER-SWEPT TO TRUE
               GO TO 0600-EXIT
           END-IF
           DISPLAY "LEDGER READ BY KEY THROUGH THE LEDGER INDEX".
       0600-EXIT.
           EXIT.

       0610-CHECK-INDEX-REACH.
      *    THE PERIOD MAY LIE PARTLY OR WHOLLY IN THE ARCHIVES: THE
      *    INDEX MUST HOLD EVERY CATALOGUED ARCHIVE, AND FILES-41 MUST
      *    NOT HAVE TRIMMED IT PAST THE FIRST DAY OF THE PERIOD.
           IF LXC-ARCHIVES-INDEXED NOT EQUAL WS-CAT-COUNT
               DISPLAY "LEDGER INDEX HOLDS " LXC-ARCHIVES-INDEXED
                   " OF " WS-CAT-COUNT " ARCHIVES -- RUN FILES-63; "
                   "THE LEDGER IS SWEPT IN FULL"
               GO TO 0610-EXIT
           END-IF
           IF LXC-INDEXED-FROM IS GREATER THAN WS-PERIOD-FROM
               DISPLAY "LEDGER INDEX REACHES BACK ONLY TO "
                   LXC-INDEXED-FROM " -- THE LEDGER IS SWEPT IN FULL"
               GO TO 0610-EXIT
           END-IF
           SET WS-LEDGER-KEYED TO TRUE.
       0610-EXIT.
           EXIT.

       0650-COUNT-LEDGER-LINE.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-LINES
                   MOVE LGR-LEDGER-RECORD TO WS-LEDGER-LAST
           END-READ.
       0650-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE RANKING GOES ON REPORT-CATALOG.dat LIKE EVERY OTHER
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
           MOVE "FILES-65" TO RPC-PROGRAM
           MOVE WS-RPC-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE WS-RPC-PAGES TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0790-EXIT.
           EXIT.

       1000-LOAD-ARCHIVE-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-NOT-FOUND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-CATALOG THRU 1100-EXIT
               UNTIL CATALOG-EOF-REACHED
           CLOSE CATALOG-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-CATALOG.
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
       1100-EXIT.
           EXIT.

       2000-SWEEP-ONE-ARCHIVE.
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-LEDGER-NAME
           PERFORM 2100-SWEEP-LEDGER-FILE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-SWEEP-LEDGER-FILE.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               DISPLAY "LEDGER FILE " WS-LEDGER-NAME
                   " IS MISSING FROM DISK"
               GO TO 2100-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-TALLY-MOVEMENT THRU 2200-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       2100-EXIT.
           EXIT.

       2200-TALLY-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READS
           PERFORM 2210-TALLY-THIS-MOVEMENT THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

       2210-TALLY-THIS-MOVEMENT.
           IF LGR-EFFECTIVE-DATE IS LESS THAN WS-PERIOD-FROM
               OR LGR-EFFECTIVE-DATE IS GREATER THAN WS-PERIOD-TO
               GO TO 2210-EXIT
           END-IF

           MOVE ZERO TO WS-REV-PICK
           PERFORM 2250-MATCH-REVENUE-ENTRY THRU 2250-EXIT
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB IS GREATER THAN WS-REV-COUNT
                   OR WS-REV-PICK IS GREATER THAN ZERO
           IF WS-REV-PICK = ZERO
               IF WS-REV-COUNT IS NOT LESS THAN 2000
                   IF NOT WS-TABLE-FULL
                       DISPLAY "*** REVENUE TABLE FULL -- ID "
                           LGR-ID-NUMBER " AND LATER NOT RANKED ***"
                       MOVE 1 TO RETURN-CODE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   GO TO 2210-EXIT
               END-IF
               ADD 1 TO WS-REV-COUNT
               MOVE WS-REV-COUNT TO WS-REV-PICK
               MOVE LGR-ID-NUMBER TO WS-REV-ID (WS-REV-PICK)
               MOVE ZERO TO WS-REV-INTEREST (WS-REV-PICK)
               MOVE ZERO TO WS-REV-CHARGES (WS-REV-PICK)
               MOVE ZERO TO WS-REV-FEES (WS-REV-PICK)
               MOVE ZERO TO WS-REV-PAID (WS-REV-PICK)
               MOVE ZERO TO WS-REV-NET (WS-REV-PICK)
               MOVE ZERO TO WS-REV-MOVEMENTS (WS-REV-PICK)
               MOVE ZERO TO WS-REV-BAL-DAYS (WS-REV-PICK)
               MOVE ZERO TO WS-REV-AVERAGE (WS-REV-PICK)
               MOVE "N" TO WS-REV-RANKED (WS-REV-PICK)
               MOVE LGR-BEFORE-BALANCE TO WS-REV-BALANCE (WS-REV-PICK)
               MOVE WS-FROM-INTEGER TO WS-REV-LAST-DAY (WS-REV-PICK)
           END-IF

           COMPUTE WS-MOVE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LGR-EFFECTIVE-DATE)
           IF WS-MOVE-INTEGER IS GREATER THAN
               WS-REV-LAST-DAY (WS-REV-PICK)
               COMPUTE WS-REV-BAL-DAYS (WS-REV-PICK) =
                   WS-REV-BAL-DAYS (WS-REV-PICK)
                       + WS-REV-BALANCE (WS-REV-PICK)
                       * (WS-MOVE-INTEGER
                           - WS-REV-LAST-DAY (WS-REV-PICK))
               MOVE WS-MOVE-INTEGER TO WS-REV-LAST-DAY (WS-REV-PICK)
           END-IF
           MOVE LGR-AFTER-BALANCE TO WS-REV-BALANCE (WS-REV-PICK)

           PERFORM 2300-TAKE-REVENUE THRU 2300-EXIT.
       2210-EXIT.
           EXIT.

       2250-MATCH-REVENUE-ENTRY.
           IF WS-REV-ID (WS-REV-SUB) = LGR-ID-NUMBER
               MOVE WS-REV-SUB TO WS-REV-PICK
           END-IF.
       2250-EXIT.
           EXIT.

       2300-TAKE-REVENUE.
      *    A CHARGE OR FEE DEBITED IS EARNED AND ONE CREDITED BACK IS
      *    GIVEN UP. INTEREST DEBITED IS EARNED; INTEREST CREDITED IS
      *    PAID OUT. A FILES-48 REVERSAL CARRIES THE OPPOSITE CODE TO
      *    WHAT IT UNDOES, SO IT COMES OFF THE SAME COLUMN.
           EVALUATE TRUE
               WHEN LGR-TYPE-INTEREST
                   IF LGR-DRCR-CODE = "D"
                       ADD LGR-AMOUNT TO WS-REV-INTEREST (WS-REV-PICK)
                   ELSE
                       ADD LGR-AMOUNT TO WS-REV-PAID (WS-REV-PICK)
                   END-IF
               WHEN LGR-TYPE-CHARGE
               WHEN LGR-TYPE-ADJUSTMENT
                   IF LGR-DRCR-CODE = "D"
                       ADD LGR-AMOUNT TO WS-REV-CHARGES (WS-REV-PICK)
                   ELSE
                       SUBTRACT LGR-AMOUNT
                           FROM WS-REV-CHARGES (WS-REV-PICK)
                   END-IF
               WHEN LGR-TYPE-LATE-FEE
               WHEN LGR-TYPE-RETURN-FEE
                   IF LGR-DRCR-CODE = "D"
                       ADD LGR-AMOUNT TO WS-REV-FEES (WS-REV-PICK)
                   ELSE
                       SUBTRACT LGR-AMOUNT
                           FROM WS-REV-FEES (WS-REV-PICK)
                   END-IF
               WHEN LGR-TYPE-REVERSAL
                   PERFORM 2350-TAKE-REVERSAL THRU 2350-EXIT
                   GO TO 2300-EXIT
               WHEN OTHER
                   GO TO 2300-EXIT
           END-EVALUATE
           ADD 1 TO WS-REV-MOVEMENTS (WS-REV-PICK).
       2300-EXIT.
           EXIT.

       2350-TAKE-REVERSAL.
           EVALUATE LGR-REV-ORIG-TYPE
               WHEN "I"
                   IF LGR-DRCR-CODE = "C"
                       SUBTRACT LGR-AMOUNT
                           FROM WS-REV-INTEREST (WS-REV-PICK)
                   ELSE
                       SUBTRACT LGR-AMOUNT
                           FROM WS-REV-PAID (WS-REV-PICK)
                   END-IF
               WHEN "S"
               WHEN "A"
                   IF LGR-DRCR-CODE = "D"
                       ADD LGR-AMOUNT TO WS-REV-CHARGES (WS-REV-PICK)
                   ELSE
                       SUBTRACT LGR-AMOUNT
                           FROM WS-REV-CHARGES (WS-REV-PICK)
                   END-IF
               WHEN "L"
               WHEN "B"
                   IF LGR-DRCR-CODE = "D"
                       ADD LGR-AMOUNT TO WS-REV-FEES (WS-REV-PICK)
                   ELSE
                       SUBTRACT LGR-AMOUNT
                           FROM WS-REV-FEES (WS-REV-PICK)
                   END-IF
               WHEN OTHER
                   GO TO 2350-EXIT
           END-EVALUATE
           ADD 1 TO WS-REV-MOVEMENTS (WS-REV-PICK).
       2350-EXIT.
           EXIT.

       2500-SCAN-INDEX.
      *    KEYED PATH: THE INDEX HOLDS ARCHIVED AND LIVE MOVEMENTS ALIKE
      *    IN ID, EFFECTIVE-DATE ORDER, SO EACH CUSTOMER'S PERIOD IS
      *    ONE RUN OF KEYS. THE SCAN STARTS AT THE FIRST CUSTOMER'S
      *    PERIOD AND SKIPS BY START OVER WHAT LIES EITHER SIDE OF IT.
      *    A BACK-VALUED POSTING SITS AHEAD OF LATER-DATED ONES IN KEY
      *    ORDER THOUGH IT WENT ON AFTER THEM, SO EACH CUSTOMER'S RUN IS
      *    GATHERED AND TALLIED IN SEQUENCE ORDER, AS A SWEEP MEETS IT.
      *    A RUN TOO LONG TO HOLD THROWS THE TALLY AWAY AND THE LEDGER
      *    IS SWEPT INSTEAD.
           MOVE "N" TO LEDGER-EOF
           MOVE "N" TO WS-ENTRY-OVERFLOW-SWITCH
           MOVE ZERO TO WS-ENT-COUNT
           MOVE ZERO TO WS-ENT-ID-NUMBER
           MOVE ZERO           TO LIX-ID-NUMBER
           MOVE WS-PERIOD-FROM TO LIX-EFFECTIVE-DATE
           MOVE ZERO           TO LIX-SEQUENCE
           START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
               INVALID KEY
                   SET LEDGER-EOF-REACHED TO TRUE
           END-START
           PERFORM 2550-SCAN-INDEX-ENTRY THRU 2550-EXIT
               UNTIL LEDGER-EOF-REACHED OR WS-ENTRY-OVERFLOW
           CLOSE LEDGER-INDEX-FILE
           IF WS-ENTRY-OVERFLOW
               DISPLAY "CUSTOMER " WS-ENT-ID-NUMBER
                   " HAS MORE THAN 500 MOVEMENTS IN THE PERIOD -- "
                   "THE LEDGER IS SWEPT INSTEAD"
               MOVE ZERO TO WS-REV-COUNT
               MOVE "N" TO WS-TABLE-FULL-SWITCH
               SET WS-LEDGER-SWEPT TO TRUE
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-TALLY-CUSTOMER THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2550-SCAN-INDEX-ENTRY.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2550-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READS
      *    PAST THE PERIOD: ON TO THE NEXT CUSTOMER'S FIRST DAY OF IT.
           IF LIX-EFFECTIVE-DATE IS GREATER THAN WS-PERIOD-TO
               IF LIX-ID-NUMBER = 9999999
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2550-EXIT
               END-IF
               ADD 1 TO LIX-ID-NUMBER
               MOVE WS-PERIOD-FROM TO LIX-EFFECTIVE-DATE
               MOVE ZERO           TO LIX-SEQUENCE
               START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
                   INVALID KEY
                       SET LEDGER-EOF-REACHED TO TRUE
               END-START
               GO TO 2550-EXIT
           END-IF
      *    BEFORE THE PERIOD: THIS CUSTOMER'S FIRST DAY OF IT.
           IF LIX-EFFECTIVE-DATE IS LESS THAN WS-PERIOD-FROM
               MOVE WS-PERIOD-FROM TO LIX-EFFECTIVE-DATE
               MOVE ZERO           TO LIX-SEQUENCE
               START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
                   INVALID KEY
                       SET LEDGER-EOF-REACHED TO TRUE
               END-START
               GO TO 2550-EXIT
           END-IF
      *    IN THE PERIOD: HELD WITH THE REST OF THIS CUSTOMER'S RUN,
      *    SLID IN BEHIND THE LAST ENTRY WITH A LOWER SEQUENCE.
           IF LIX-ID-NUMBER NOT EQUAL WS-ENT-ID-NUMBER
               PERFORM 2600-TALLY-CUSTOMER THRU 2600-EXIT
               MOVE LIX-ID-NUMBER TO WS-ENT-ID-NUMBER
           END-IF
           IF WS-ENT-COUNT IS NOT LESS THAN 500
               SET WS-ENTRY-OVERFLOW TO TRUE
               GO TO 2550-EXIT
           END-IF
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-ENT-COUNT TO WS-ENT-POS
           MOVE "N" TO WS-ENTRY-PLACED-SWITCH
           PERFORM 2560-MAKE-ROOM THRU 2560-EXIT
               UNTIL WS-ENT-POS = 1 OR WS-ENTRY-PLACED
           MOVE LIX-SEQUENCE TO WS-ENT-SEQUENCE (WS-ENT-POS)
           MOVE LIX-MOVEMENT TO WS-ENT-MOVEMENT (WS-ENT-POS).
       2550-EXIT.
           EXIT.

       2560-MAKE-ROOM.
           IF WS-ENT-SEQUENCE (WS-ENT-POS - 1) IS GREATER THAN
                   LIX-SEQUENCE
               MOVE WS-ENTRY (WS-ENT-POS - 1) TO WS-ENTRY (WS-ENT-POS)
               SUBTRACT 1 FROM WS-ENT-POS
           ELSE
               SET WS-ENTRY-PLACED TO TRUE
           END-IF.
       2560-EXIT.
           EXIT.

       2600-TALLY-CUSTOMER.
      *    THE GATHERED RUN, NOW IN THE ORDER IT WENT ON.
           PERFORM 2650-TALLY-ENTRY THRU 2650-EXIT
               VARYING WS-ENT-NEXT FROM 1 BY 1
               UNTIL WS-ENT-NEXT IS GREATER THAN WS-ENT-COUNT
           MOVE ZERO TO WS-ENT-COUNT.
       2600-EXIT.
           EXIT.

       2650-TALLY-ENTRY.
           MOVE WS-ENT-MOVEMENT (WS-ENT-NEXT) TO LGR-LEDGER-RECORD
           PERFORM 2210-TALLY-THIS-MOVEMENT THRU 2210-EXIT.
       2650-EXIT.
           EXIT.

       3000-CLOSE-PERIOD-BALANCES.
      *    THE LAST BALANCE STANDS TO THE END OF THE PERIOD; THE
      *    AVERAGE IS THE BALANCE-DAYS OVER THE DAYS IN IT.
           COMPUTE WS-REV-BAL-DAYS (WS-REV-SUB) =
               WS-REV-BAL-DAYS (WS-REV-SUB)
                   + WS-REV-BALANCE (WS-REV-SUB)
                   * (WS-TO-INTEGER + 1 - WS-REV-LAST-DAY (WS-REV-SUB))
           COMPUTE WS-REV-AVERAGE (WS-REV-SUB) ROUNDED =
               WS-REV-BAL-DAYS (WS-REV-SUB) / WS-PERIOD-DAYS
           COMPUTE WS-REV-NET (WS-REV-SUB) =
               WS-REV-INTEREST (WS-REV-SUB)
                   + WS-REV-CHARGES (WS-REV-SUB)
                   + WS-REV-FEES (WS-REV-SUB)
                   - WS-REV-PAID (WS-REV-SUB).
       3000-EXIT.
           EXIT.

       4000-RANK-CUSTOMERS.
      *    ONLY A CUSTOMER WITH A REVENUE MOVEMENT IN THE PERIOD IS
      *    RANKED. EACH PASS TAKES THE BEST NET REVENUE NOT YET
      *    RANKED.
           MOVE ZERO TO WS-RANK-COUNT
           MOVE 1 TO WS-REV-PICK
           PERFORM 4100-TAKE-NEXT-BEST THRU 4100-EXIT
               UNTIL WS-REV-PICK = ZERO.
       4000-EXIT.
           EXIT.

       4100-TAKE-NEXT-BEST.
           MOVE ZERO TO WS-REV-PICK
           PERFORM 4150-TEST-ONE-ENTRY THRU 4150-EXIT
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB IS GREATER THAN WS-REV-COUNT
           IF WS-REV-PICK = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE "Y" TO WS-REV-RANKED (WS-REV-PICK)
           ADD 1 TO WS-RANK-COUNT
           MOVE WS-REV-PICK TO WS-RANK-REV-SUB (WS-RANK-COUNT)
           ADD WS-REV-INTEREST (WS-REV-PICK) TO WS-TOT-INTEREST
           ADD WS-REV-CHARGES (WS-REV-PICK)  TO WS-TOT-CHARGES
           ADD WS-REV-FEES (WS-REV-PICK)     TO WS-TOT-FEES
           ADD WS-REV-PAID (WS-REV-PICK)     TO WS-TOT-PAID
           ADD WS-REV-NET (WS-REV-PICK)      TO WS-TOT-NET.
       4100-EXIT.
           EXIT.

       4150-TEST-ONE-ENTRY.
           IF WS-REV-RANKED (WS-REV-SUB) = "Y"
               OR WS-REV-MOVEMENTS (WS-REV-SUB) = ZERO
               GO TO 4150-EXIT
           END-IF
           IF WS-REV-PICK = ZERO
               OR WS-REV-NET (WS-REV-SUB) IS GREATER THAN WS-BEST-NET
               MOVE WS-REV-SUB TO WS-REV-PICK
               MOVE WS-REV-NET (WS-REV-SUB) TO WS-BEST-NET
           END-IF.
       4150-EXIT.
           EXIT.

       5000-OPEN-OUTPUTS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTOMERS-OK
               SET WS-CUSTOMERS-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS " -- CUSTOMERS RANKED BY ID "
                   "ONLY"
               MOVE 1 TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "REVENUE-RANKING-" DELIMITED BY SIZE
                  WS-PERIOD-FROM     DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-PERIOD-TO       DELIMITED BY SIZE
                  ".rpt"             DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               IF WS-CUSTOMERS-OPEN
                   CLOSE CUSTOMERS-FILE
               END-IF
               GO TO 5000-EXIT
           END-IF

           IF WS-CSV-FILE-NAME = SPACES
               STRING "REVENUE-RANKING-" DELIMITED BY SIZE
                      WS-PERIOD-FROM     DELIMITED BY SIZE
                      "-"                DELIMITED BY SIZE
                      WS-PERIOD-TO       DELIMITED BY SIZE
                      ".csv"             DELIMITED BY SIZE
                   INTO WS-CSV-FILE-NAME
               END-STRING
           END-IF
           OPEN OUTPUT REVENUE-CSV-FILE
           IF NOT CSV-OK
               DISPLAY "REVENUE-CSV-FILE OPEN FAILED, STATUS: "
                   WS-CSV-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               IF WS-CUSTOMERS-OPEN
                   CLOSE CUSTOMERS-FILE
               END-IF
               CLOSE REPORT-FILE
               GO TO 5000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       6000-PRINT-REPORT.
           MOVE WS-PFR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-PFR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-PFR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-FROM
           MOVE WS-PTO-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-PTO-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-PTO-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-TO
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE

      *    THE TOP N, THEN THE BOTTOM N FROM WHAT THE TOP LEFT, SO NO
      *    CUSTOMER IS LISTED TWICE.
           IF WS-RANK-COUNT IS GREATER THAN WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO WS-RANK-LAST
           ELSE
               MOVE WS-RANK-COUNT TO WS-RANK-LAST
           END-IF
           MOVE "TOP    " TO SL-TEXT
           MOVE WS-RANK-LAST TO SL-COUNT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 6100-PRINT-RANKED THRU 6100-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB IS GREATER THAN WS-RANK-LAST

           COMPUTE WS-RANK-FIRST = WS-RANK-COUNT - WS-LIST-COUNT + 1
           IF WS-RANK-COUNT IS LESS THAN WS-LIST-COUNT
               OR WS-RANK-FIRST IS NOT GREATER THAN WS-RANK-LAST
               COMPUTE WS-RANK-FIRST = WS-RANK-LAST + 1
           END-IF
           MOVE "BOTTOM " TO SL-TEXT
           COMPUTE SL-COUNT = WS-RANK-COUNT - WS-RANK-FIRST + 1
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-RANK-FIRST IS GREATER THAN WS-RANK-COUNT
               MOVE "  ALL RANKED CUSTOMERS ARE LISTED ABOVE"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-LINE FROM WS-COL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 6100-PRINT-RANKED THRU 6100-EXIT
                   VARYING WS-RANK-SUB FROM WS-RANK-FIRST BY 1
                   UNTIL WS-RANK-SUB IS GREATER THAN WS-RANK-COUNT
           END-IF

           MOVE WS-TOT-INTEREST TO TL-INTEREST
           MOVE WS-TOT-CHARGES  TO TL-CHARGES
           MOVE WS-TOT-FEES     TO TL-FEES
           MOVE WS-TOT-PAID     TO TL-PAID
           MOVE WS-TOT-NET      TO TL-NET
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-RANK-COUNT   TO CL-RANKED
           MOVE WS-LEDGER-READS TO CL-READS
           IF WS-LEDGER-KEYED
               MOVE " (BY KEY)" TO CL-PATH
           ELSE
               MOVE " (FULL SWEEPS)" TO CL-PATH
           END-IF
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       6000-EXIT.
           EXIT.

       6100-PRINT-RANKED.
           MOVE WS-RANK-REV-SUB (WS-RANK-SUB) TO WS-REV-PICK
           PERFORM 6200-FETCH-NAME THRU 6200-EXIT
           PERFORM 6300-COMPUTE-YIELD THRU 6300-EXIT
           MOVE WS-RANK-SUB TO DL-RANK
           MOVE WS-REV-ID (WS-REV-PICK) TO DL-ID-NUMBER
           MOVE SPACES TO DL-NAME
           STRING WS-CSV-F-NAME (1:WS-F-NAME-LEN) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  WS-CSV-L-NAME (1:WS-L-NAME-LEN) DELIMITED BY SIZE
               INTO DL-NAME
           END-STRING
           MOVE WS-REV-INTEREST (WS-REV-PICK) TO DL-INTEREST
           MOVE WS-REV-CHARGES (WS-REV-PICK)  TO DL-CHARGES
           MOVE WS-REV-FEES (WS-REV-PICK)     TO DL-FEES
           MOVE WS-REV-PAID (WS-REV-PICK)     TO DL-PAID
           MOVE WS-REV-NET (WS-REV-PICK)      TO DL-NET
           MOVE WS-REV-AVERAGE (WS-REV-PICK)  TO DL-AVERAGE
           IF WS-YIELD-SHOWN
               MOVE WS-YIELD TO DL-YIELD
           ELSE
               MOVE "     N/A" TO DL-YIELD-X
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       6100-EXIT.
           EXIT.

       6200-FETCH-NAME.
      *    NAMES TRIMMED THE FILES-4 WAY; AN ID GONE FROM THE MASTER
      *    IS STILL RANKED -- THE MONEY WAS EARNED.
           MOVE SPACES TO WS-CSV-F-NAME
           MOVE SPACES TO WS-CSV-L-NAME
           IF WS-CUSTOMERS-OPEN
               MOVE WS-REV-ID (WS-REV-PICK) TO ID-NUMBER
               READ CUSTOMERS-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-CSV-F-NAME
                   NOT INVALID KEY
                       MOVE F-NAME TO WS-CSV-F-NAME
                       MOVE L-NAME TO WS-CSV-L-NAME
               END-READ
           END-IF
           MOVE ZERO TO WS-F-NAME-TRAIL WS-L-NAME-TRAIL
           INSPECT WS-CSV-F-NAME TALLYING WS-F-NAME-TRAIL
               FOR TRAILING SPACES
           INSPECT WS-CSV-L-NAME TALLYING WS-L-NAME-TRAIL
               FOR TRAILING SPACES
           COMPUTE WS-F-NAME-LEN = 20 - WS-F-NAME-TRAIL
           COMPUTE WS-L-NAME-LEN = 20 - WS-L-NAME-TRAIL
           IF WS-F-NAME-LEN = ZERO
               MOVE 1 TO WS-F-NAME-LEN
           END-IF
           IF WS-L-NAME-LEN = ZERO
               MOVE 1 TO WS-L-NAME-LEN
           END-IF.
       6200-EXIT.
           EXIT.

       6300-COMPUTE-YIELD.
      *    NET REVENUE ON THE AVERAGE DEBIT BALANCE, AT AN ANNUAL RATE.
      *    A CUSTOMER AVERAGING NOTHING OWED, OR IN CREDIT, HAS NO
      *    YIELD TO SPEAK OF.
           MOVE "N" TO WS-YIELD-SWITCH
           MOVE ZERO TO WS-YIELD
           IF WS-REV-AVERAGE (WS-REV-PICK) IS GREATER THAN ZERO
               COMPUTE WS-YIELD ROUNDED =
                   WS-REV-NET (WS-REV-PICK) * 100 * 365
                       / (WS-REV-AVERAGE (WS-REV-PICK) * WS-PERIOD-DAYS)
                   ON SIZE ERROR
                       GO TO 6300-EXIT
               END-COMPUTE
               SET WS-YIELD-SHOWN TO TRUE
           END-IF.
       6300-EXIT.
           EXIT.

       7000-WRITE-CSV.
           MOVE WS-RANK-REV-SUB (WS-RANK-SUB) TO WS-REV-PICK
           PERFORM 6200-FETCH-NAME THRU 6200-EXIT
           PERFORM 6300-COMPUTE-YIELD THRU 6300-EXIT
           MOVE WS-REV-INTEREST (WS-REV-PICK) TO WS-CSV-VALUE
           MOVE 1 TO WS-CSV-FIG
           PERFORM 7100-EDIT-CSV-FIGURE THRU 7100-EXIT
           MOVE WS-REV-CHARGES (WS-REV-PICK) TO WS-CSV-VALUE
           MOVE 2 TO WS-CSV-FIG
           PERFORM 7100-EDIT-CSV-FIGURE THRU 7100-EXIT
           MOVE WS-REV-FEES (WS-REV-PICK) TO WS-CSV-VALUE
           MOVE 3 TO WS-CSV-FIG
           PERFORM 7100-EDIT-CSV-FIGURE THRU 7100-EXIT
           MOVE WS-REV-PAID (WS-REV-PICK) TO WS-CSV-VALUE
           MOVE 4 TO WS-CSV-FIG
           PERFORM 7100-EDIT-CSV-FIGURE THRU 7100-EXIT
           MOVE WS-REV-NET (WS-REV-PICK) TO WS-CSV-VALUE
           MOVE 5 TO WS-CSV-FIG
           PERFORM 7100-EDIT-CSV-FIGURE THRU 7100-EXIT
           MOVE WS-REV-AVERAGE (WS-REV-PICK) TO WS-CSV-VALUE
           MOVE 6 TO WS-CSV-FIG
           PERFORM 7100-EDIT-CSV-FIGURE THRU 7100-EXIT
           MOVE 7 TO WS-CSV-FIG
           IF WS-YIELD-SHOWN
               MOVE WS-YIELD TO WS-CSV-VALUE
               PERFORM 7100-EDIT-CSV-FIGURE THRU 7100-EXIT
           ELSE
               MOVE SPACES TO WS-CSV-TEXT (7)
               MOVE 1 TO WS-CSV-LEN (7)
           END-IF
           MOVE WS-RANK-SUB TO WS-CSV-RANK

           MOVE SPACES TO CSV-RECORD
           STRING WS-CSV-RANK                       DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-REV-ID (WS-REV-PICK)           DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-F-NAME (1:WS-F-NAME-LEN)   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-L-NAME (1:WS-L-NAME-LEN)   DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-TEXT (1) (1:WS-CSV-LEN (1)) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-TEXT (2) (1:WS-CSV-LEN (2)) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-TEXT (3) (1:WS-CSV-LEN (3)) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-TEXT (4) (1:WS-CSV-LEN (4)) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-TEXT (5) (1:WS-CSV-LEN (5)) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-TEXT (6) (1:WS-CSV-LEN (6)) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-CSV-TEXT (7) (1:WS-CSV-LEN (7)) DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD
           ADD 1 TO WS-CSV-COUNT.
       7000-EXIT.
           EXIT.

       7100-EDIT-CSV-FIGURE.
      *    A PLAIN FIGURE WITH AN OPTIONAL LEADING MINUS AND A DECIMAL
      *    POINT -- THE SAME FORM FILES-24 TAKES IN.
           MOVE WS-CSV-VALUE TO WS-CSV-EDIT
           MOVE ZERO TO WS-CSV-LEAD
           INSPECT WS-CSV-EDIT TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           MOVE WS-CSV-EDIT (WS-CSV-LEAD + 1:)
               TO WS-CSV-TEXT (WS-CSV-FIG)
           COMPUTE WS-CSV-LEN (WS-CSV-FIG) = 13 - WS-CSV-LEAD.
       7100-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           IF WS-CUSTOMERS-OPEN
               CLOSE CUSTOMERS-FILE
           END-IF
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF
           CLOSE REVENUE-CSV-FILE
           IF NOT CSV-OK
               DISPLAY "REVENUE-CSV-FILE CLOSE FAILED, STATUS: "
                   WS-CSV-STATUS
           END-IF
           DISPLAY "CUSTOMERS RANKED: " WS-RANK-COUNT
           IF WS-LEDGER-KEYED
               DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READS
                   " (BY KEY)"
           ELSE
               DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READS
                   " (FULL SWEEPS)"
           END-IF
           DISPLAY "RANKING REPORT: " WS-REPORT-FILE-NAME
           DISPLAY "CSV FILE:       " WS-CSV-FILE-NAME.
       9000-EXIT.
           EXIT.

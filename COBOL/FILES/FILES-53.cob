       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-53.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. DISPUTE HANDLING FOR BILLED OPEN
      *   ITEMS. A CHARGE THE CUSTOMER DISPUTED USED TO GO ON AGING IN
      *   FILES-32, DRAWING LETTERS, AND FILES-20 WENT ON APPLYING
      *   PAYMENTS TO IT OLDEST-FIRST. MODE M (SIGNED-ON OPERATOR,
      *   EXCLUSIVE RUN-LOCK FOR THE SESSION) PUTS AN OPEN ITEM INTO
      *   DISPUTE WITH A REASON CODE, THE OPERATOR AND THE DATE
      *   (OPN-DISPUTE-DATA, SEE COPYLIB'S OPEN-ITEM-RECORD), AND
      *   RESOLVES IT EITHER WAY: UPHELD -- THE CHARGE STANDS AND THE
      *   ITEM GOES BACK TO NORMAL AGING, ALLOCATION AND LATE FEES -- OR
      *   CREDITED OFF IN FULL OR IN PART. A CREDIT POSTS A TYPE-"N"
      *   CREDIT NOTE TO THE LEDGER, TAKES THE AMOUNT OFF THE MASTER
      *   BALANCE, THE DEFAULT ACCOUNT 001 (AUTO-OPENED AND SEEDED THE
      *   WAY FILES-9 DOES IT) AND THE ITEM'S OUTSTANDING, AND JOURNALS
      *   THE MASTER CHANGE UNDER THE OPERATOR; AN ITEM CREDITED TO
      *   NOTHING IS DELETED, AND WHAT A PART CREDIT LEAVES IS UPHELD.
      *   EVERY OPENING AND RESOLUTION IS WRITTEN TO DISPUTE-LOG.dat
      *   (LAYOUT IN COPYLIB'S DISPUTE-RECORD). MODE R PRINTS THE
      *   OPEN-DISPUTES REPORT (OPEN-DISPUTES-CCYYMMDD.rpt, CATALOGUED
      *   ON REPORT-CATALOG.dat) WITH EACH DISPUTE'S AGE IN DAYS ON THE
      *   BUSINESS DATE, BANDED SO THE OLD ONES STAND OUT.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - AN AUTO-OPENED DEFAULT ACCOUNT 001 NOW HAS ITS
      *   DEPOSIT TERMS CLEARED BEFORE IT IS WRITTEN, AS FILES-33 DOES
      *   FOR A NEW ACCOUNT, SO IT CANNOT INHERIT THE TERMS OF THE LAST
      *   DEPOSIT ACCOUNT READ INTO THE RECORD AREA.
      * 15/10/2026 NM - ITEMS ARE NOW NAMED AND LISTED BY CUSTOMER
      *   NUMBER -- THE ID-NUMBER AND ITS CHECK DIGIT -- AND REFUSED ON
      *   A CHECK DIGIT THAT DOES NOT AGREE, AS THE OTHER MAINTENANCE
      *   PROGRAMS DO.
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

           SELECT LEDGER-FILE ASSIGN TO "CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT DISPUTE-LOG-FILE ASSIGN TO "DISPUTE-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-LOG-STATUS.

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

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       FD DISPUTE-LOG-FILE.
           COPY "DISPUTE-RECORD.cpy".

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

           01 WS-ACCOUNTS-STATUS    PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".

           01 WS-OPEN-ITEMS-STATUS  PIC X(2) VALUE SPACES.
               88 OPEN-ITEMS-OK         VALUE "00".
               88 OPEN-ITEMS-NOT-FOUND  VALUE "35".

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           01 WS-DISPUTE-LOG-STATUS PIC X(2) VALUE SPACES.
               88 DISPUTE-LOG-OK        VALUE "00".
               88 DISPUTE-LOG-NOT-FOUND VALUE "35".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 OPEN-ITEMS-EOF        PIC X VALUE "N".
               88 OPEN-ITEMS-EOF-REACHED VALUE "Y".
           77 WS-SWEEP-SWITCH       PIC X VALUE "N".
               88 WS-SWEEP-DONE         VALUE "Y".
           77 WS-ACCOUNT-SWITCH     PIC X VALUE "N".
               88 WS-ACCOUNT-READY      VALUE "Y".
           77 WS-ITEM-SWITCH        PIC X VALUE "N".
               88 WS-ITEM-FOUND         VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
               88 WS-MODE-MAINTAIN      VALUE "M".
               88 WS-MODE-REPORT        VALUE "R".

           01 WS-MENU-CHOICE        PIC X VALUE SPACE.
               88 WS-CHOICE-OPEN        VALUE "O".
               88 WS-CHOICE-UPHOLD      VALUE "U".
               88 WS-CHOICE-CREDIT      VALUE "C".
               88 WS-CHOICE-LIST        VALUE "L".
               88 WS-CHOICE-EXIT        VALUE "X".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           01 WS-DATE-EDIT-NUM      PIC 9(8).
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-OPENED-INTEGER     PIC 9(7) COMP VALUE ZERO.
           77 WS-DISPUTE-AGE-DAYS   PIC S9(5) COMP VALUE ZERO.

      *    THE ITEM THE OPERATOR PICKS, AND WHAT IS KEYED AGAINST IT.
           77 WS-SEL-ID             PIC 9(7) VALUE ZERO.
           77 WS-SEL-SEQ            PIC 9(7) VALUE ZERO.
           77 WS-REASON-CODE        PIC X(3) VALUE SPACES.
           77 WS-CREDIT-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           01 WS-CONFIRM-ANSWER     PIC X VALUE SPACE.

      *    THE DISPUTE BEING RESOLVED, KEPT FOR ITS LOG LINE ONCE THE
      *    ITEM HAS BEEN CLEARED OR DELETED.
           77 WS-DSP-REASON         PIC X(3) VALUE SPACES.
           77 WS-DSP-OPENED-DATE    PIC 9(8) VALUE ZERO.
           77 WS-DSP-OUTSTANDING    PIC 9(7)V99 VALUE ZERO.

           77 WS-BEFORE-BALANCE     PIC S9(7)V99 VALUE ZERO.
           77 WS-OTHER-ACCOUNT-SUM  PIC S9(9)V99 VALUE ZERO.

           77 WS-ITEMS-LISTED       PIC 9(5) VALUE ZERO.
           77 WS-DISPUTES-OPEN      PIC 9(7) VALUE ZERO.
           77 WS-DISPUTES-TOTAL     PIC 9(9)V99 VALUE ZERO.
           77 WS-BAND-UNDER-30      PIC 9(7) VALUE ZERO.
           77 WS-BAND-30-TO-59      PIC 9(7) VALUE ZERO.
           77 WS-BAND-60-TO-89      PIC 9(7) VALUE ZERO.
           77 WS-BAND-90-PLUS       PIC 9(7) VALUE ZERO.
           77 WS-OLDEST-AGE         PIC S9(5) COMP VALUE ZERO.

           01 WS-BALANCE-EDIT       PIC $$,$$$,$$9.99-.
           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

           01 WS-REPORT-HEAD-LINE.
               02 FILLER             PIC X(35) VALUE
                   "OPEN DISPUTES -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.

           01 WS-REPORT-COL-LINE.
               02 FILLER             PIC X(40) VALUE
                   "ID       INVOICE  NAME                  ".
               02 FILLER             PIC X(40) VALUE
                   "  OUTSTANDING  RSN OPENED   BY       AGE".

           01 WS-REPORT-LINE.
               02 RL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-INVOICE-SEQ     PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-NAME            PIC X(21).
               02 RL-OUTSTANDING     PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-REASON          PIC X(3).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-OPENED-DATE     PIC 9(8).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-OPERATOR        PIC X(8).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-AGE-DAYS        PIC ZZZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-AGE-FLAG        PIC X(12).

           01 WS-REPORT-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 TL-AMOUNT          PIC $$$,$$$,$$9.99.

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
           DISPLAY "OPEN-ITEM DISPUTES"
           DISPLAY "  M = MAINTAIN DISPUTES"
           DISPLAY "  R = OPEN-DISPUTES REPORT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           EVALUATE TRUE
               WHEN WS-MODE-MAINTAIN
                   PERFORM 1000-MAINTAIN-DISPUTES THRU 1000-EXIT
               WHEN WS-MODE-REPORT
                   PERFORM 7000-DISPUTES-REPORT THRU 7000-EXIT
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
           MOVE "FILES-53" TO RLG-PROGRAM-ID
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
           MOVE "FILES-53" TO LCK-PROGRAM
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-LOCK-RECORD
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD-BY-US TO TRUE.
       0300-EXIT.
           EXIT.

       0350-CHECK-LOCK.
      *    THE REPORT ONLY LOOKS -- AN EXCLUSIVE UPDATE LOCK ON HAND
      *    MEANS THE ITEMS ARE MID-UPDATE AND THE REPORT MUST WAIT.
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
               MOVE "FILES-53" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE REPORT GOES ON REPORT-CATALOG.dat THE WAY FILES-32
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
           MOVE "FILES-53" TO RPC-PROGRAM
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

       1000-MAINTAIN-DISPUTES.
      *    A CREDIT MOVES THE MASTER BALANCE, SO THE SESSION HOLDS THE
      *    EXCLUSIVE RUN-LOCK FROM SIGN-ON TO EXIT LIKE FILES-48.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-OPEN-FILES THRU 1100-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                   UNTIL WS-CHOICE-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT.
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.
           OPEN I-O OPEN-ITEMS-FILE
           IF OPEN-ITEMS-NOT-FOUND
               DISPLAY "NO OPEN-ITEMS FILE ON HAND -- NOTHING BILLED "
                   "TO DISPUTE"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF NOT OPEN-ITEMS-OK
               DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                   WS-OPEN-ITEMS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE OPEN-ITEMS-FILE
               GO TO 1100-EXIT
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
               CLOSE OPEN-ITEMS-FILE
               CLOSE CUSTOMERS-FILE
               GO TO 1100-EXIT
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
               CLOSE OPEN-ITEMS-FILE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               GO TO 1100-EXIT
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
               CLOSE OPEN-ITEMS-FILE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               GO TO 1100-EXIT
           END-IF

           OPEN EXTEND DISPUTE-LOG-FILE
           IF DISPUTE-LOG-NOT-FOUND
               OPEN OUTPUT DISPUTE-LOG-FILE
               CLOSE DISPUTE-LOG-FILE
               OPEN EXTEND DISPUTE-LOG-FILE
           END-IF
           IF NOT DISPUTE-LOG-OK
               DISPLAY "DISPUTE-LOG-FILE OPEN FAILED, STATUS: "
                   WS-DISPUTE-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE OPEN-ITEMS-FILE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               CLOSE JOURNAL-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "DISPUTE MAINTENANCE"
           DISPLAY "  O = OPEN A DISPUTE ON AN ITEM"
           DISPLAY "  U = RESOLVE -- CHARGE UPHELD"
           DISPLAY "  C = RESOLVE -- CREDIT THE ITEM IN FULL OR IN PART"
           DISPLAY "  L = LIST THE OPEN ITEMS OF AN ID"
           DISPLAY "  X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-OPEN
                   PERFORM 3000-OPEN-DISPUTE THRU 3000-EXIT
               WHEN WS-CHOICE-UPHOLD
                   PERFORM 4000-UPHOLD-CHARGE THRU 4000-EXIT
               WHEN WS-CHOICE-CREDIT
                   PERFORM 5000-CREDIT-ITEM THRU 5000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 6000-LIST-ITEMS THRU 6000-EXIT
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-ACCEPT-ITEM.
      *    READS THE ITEM THE OPERATOR NAMES; WS-ITEM-FOUND SAYS
      *    WHETHER IT IS ON FILE.
           MOVE "N" TO WS-ITEM-SWITCH
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 2100-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-SEL-ID
           DISPLAY "INVOICE SEQUENCE: " WITH NO ADVANCING
           ACCEPT WS-SEL-SEQ
           IF WS-SEL-SEQ IS NOT NUMERIC OR WS-SEL-SEQ = ZERO
               DISPLAY "INVALID INVOICE SEQUENCE"
               GO TO 2100-EXIT
           END-IF
           MOVE WS-SEL-ID  TO OPN-ID-NUMBER
           MOVE WS-SEL-SEQ TO OPN-INVOICE-SEQ
           READ OPEN-ITEMS-FILE
               INVALID KEY
                   DISPLAY "NO OPEN ITEM " WS-SEL-SEQ " FOR ID "
                       WS-SEL-ID " -- SETTLED OR NEVER BILLED"
                   GO TO 2100-EXIT
           END-READ
           SET WS-ITEM-FOUND TO TRUE
           MOVE OPN-OUTSTANDING TO WS-AMOUNT-EDIT
           DISPLAY "  ID " OPN-ID-NUMBER "  INV " OPN-INVOICE-SEQ
               "  BILLED " OPN-INVOICE-DATE "  DUE " OPN-DUE-DATE
               "  OUTSTANDING " WS-AMOUNT-EDIT
           IF OPN-IN-DISPUTE
               DISPLAY "  IN DISPUTE SINCE " OPN-DISPUTE-DATE
                   "  REASON " OPN-DISPUTE-REASON
                   "  OPENED BY " OPN-DISPUTE-OPERATOR
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CONFIRM.
           MOVE SPACE TO WS-CONFIRM-ANSWER
           DISPLAY "GO AHEAD? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               DISPLAY "ABANDONED -- NOTHING CHANGED"
           END-IF.
       2200-EXIT.
           EXIT.

       2300-WRITE-DISPUTE-LOG.
           MOVE WS-SEL-ID           TO DSP-ID-NUMBER
           MOVE WS-SEL-SEQ          TO DSP-INVOICE-SEQ
           MOVE WS-DSP-REASON       TO DSP-REASON
           MOVE WS-DSP-OPENED-DATE  TO DSP-OPENED-DATE
           MOVE WS-DSP-OUTSTANDING  TO DSP-OUTSTANDING
           MOVE WS-OPERATOR-ID      TO DSP-OPERATOR
           ACCEPT DSP-DATE FROM DATE YYYYMMDD
           ACCEPT DSP-TIME FROM TIME
           WRITE DSP-DISPUTE-RECORD.
       2300-EXIT.
           EXIT.

       3000-OPEN-DISPUTE.
           PERFORM 2100-ACCEPT-ITEM THRU 2100-EXIT
           IF NOT WS-ITEM-FOUND
               GO TO 3000-EXIT
           END-IF
           IF OPN-IN-DISPUTE
               DISPLAY "ITEM ALREADY IN DISPUTE -- NOTHING CHANGED"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "REASON CODES: NRC = GOODS OR SERVICE NOT RECEIVED"
           DISPLAY "              AMT = WRONG PRICE OR AMOUNT"
           DISPLAY "              DUP = BILLED TWICE"
           DISPLAY "              QLT = QUALITY OF GOODS OR SERVICE"
           DISPLAY "              OTH = OTHER"
           DISPLAY "REASON CODE: " WITH NO ADVANCING
           ACCEPT WS-REASON-CODE
           EVALUATE WS-REASON-CODE
               WHEN "NRC"
               WHEN "AMT"
               WHEN "DUP"
               WHEN "QLT"
               WHEN "OTH"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN REASON CODE -- NOTHING CHANGED"
                   GO TO 3000-EXIT
           END-EVALUATE
           PERFORM 2200-CONFIRM THRU 2200-EXIT
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               GO TO 3000-EXIT
           END-IF

           SET OPN-IN-DISPUTE TO TRUE
           MOVE WS-REASON-CODE      TO OPN-DISPUTE-REASON
           MOVE WS-OPERATOR-ID      TO OPN-DISPUTE-OPERATOR
           MOVE WS-CURRENT-DATE-NUM TO OPN-DISPUTE-DATE
           REWRITE OPN-OPEN-ITEM
               INVALID KEY
                   DISPLAY "OPEN-ITEMS-FILE REWRITE FAILED, STATUS: "
                       WS-OPEN-ITEMS-STATUS " -- NOTHING CHANGED"
                   MOVE 1 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE

           MOVE WS-REASON-CODE      TO WS-DSP-REASON
           MOVE WS-CURRENT-DATE-NUM TO WS-DSP-OPENED-DATE
           MOVE OPN-OUTSTANDING     TO WS-DSP-OUTSTANDING
           SET DSP-ACTION-OPEN TO TRUE
           MOVE ZERO TO DSP-AMOUNT
           PERFORM 2300-WRITE-DISPUTE-LOG THRU 2300-EXIT
           DISPLAY "ITEM PUT INTO DISPUTE".
       3000-EXIT.
           EXIT.

       4000-UPHOLD-CHARGE.
           PERFORM 2100-ACCEPT-ITEM THRU 2100-EXIT
           IF NOT WS-ITEM-FOUND
               GO TO 4000-EXIT
           END-IF
           IF NOT OPN-IN-DISPUTE
               DISPLAY "ITEM IS NOT IN DISPUTE -- NOTHING CHANGED"
               GO TO 4000-EXIT
           END-IF
           PERFORM 2200-CONFIRM THRU 2200-EXIT
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               GO TO 4000-EXIT
           END-IF

           MOVE OPN-DISPUTE-REASON  TO WS-DSP-REASON
           MOVE OPN-DISPUTE-DATE    TO WS-DSP-OPENED-DATE
           MOVE OPN-OUTSTANDING     TO WS-DSP-OUTSTANDING
           MOVE SPACES TO OPN-DISPUTE-DATA
           REWRITE OPN-OPEN-ITEM
               INVALID KEY
                   DISPLAY "OPEN-ITEMS-FILE REWRITE FAILED, STATUS: "
                       WS-OPEN-ITEMS-STATUS " -- NOTHING CHANGED"
                   MOVE 1 TO RETURN-CODE
                   GO TO 4000-EXIT
           END-REWRITE

           SET DSP-ACTION-UPHOLD TO TRUE
           MOVE ZERO TO DSP-AMOUNT
           PERFORM 2300-WRITE-DISPUTE-LOG THRU 2300-EXIT
           DISPLAY "CHARGE UPHELD -- ITEM BACK IN NORMAL AGING".
       4000-EXIT.
           EXIT.

       5000-CREDIT-ITEM.
      *    THE MASTER AND ACCOUNT 001 ARE BOTH READY BEFORE EITHER IS
      *    TOUCHED, SO A FAILURE REFUSES THE CREDIT RATHER THAN LEAVING
      *    THE ACCOUNTS OUT OF STEP WITH THE MASTER.
           PERFORM 2100-ACCEPT-ITEM THRU 2100-EXIT
           IF NOT WS-ITEM-FOUND
               GO TO 5000-EXIT
           END-IF
           IF NOT OPN-IN-DISPUTE
               DISPLAY "ITEM IS NOT IN DISPUTE -- OPEN A DISPUTE "
                   "FIRST, NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF
           DISPLAY "CREDIT AMOUNT (9999999V99, UP TO THE OUTSTANDING): "
               WITH NO ADVANCING
           ACCEPT WS-CREDIT-AMOUNT
           IF WS-CREDIT-AMOUNT IS NOT NUMERIC
               OR WS-CREDIT-AMOUNT = ZERO
               DISPLAY "INVALID CREDIT AMOUNT -- NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF
           IF WS-CREDIT-AMOUNT IS GREATER THAN OPN-OUTSTANDING
               DISPLAY "CREDIT IS MORE THAN THE ITEM OUTSTANDING -- "
                   "NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF

           MOVE WS-SEL-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " WS-SEL-ID " NOT ON THE MASTER -- "
                       "NOTHING CHANGED (FILES-27 REINSTATES A "
                       "DELETED CUSTOMER)"
                   GO TO 5000-EXIT
           END-READ
           IF WRITTEN-OFF
               DISPLAY "ID " WS-SEL-ID " IS WRITTEN OFF -- THERE IS "
                   "NO BALANCE TO CREDIT, NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF

           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-CREDIT-AMOUNT = OPN-OUTSTANDING
               DISPLAY "CREDIT " WS-AMOUNT-EDIT " -- THE ITEM IN FULL"
           ELSE
               DISPLAY "CREDIT " WS-AMOUNT-EDIT " -- THE REST OF THE "
                   "ITEM IS UPHELD"
           END-IF
           PERFORM 2200-CONFIRM THRU 2200-EXIT
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               GO TO 5000-EXIT
           END-IF

           PERFORM 5100-RESOLVE-ACCOUNT THRU 5100-EXIT
           IF NOT WS-ACCOUNT-READY
               DISPLAY "ACCOUNT 001 OF ID " WS-SEL-ID " COULD NOT BE "
                   "OPENED -- NOTHING CHANGED"
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           SUBTRACT WS-CREDIT-AMOUNT FROM CUSTOMER-BALANCE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS " -- NOTHING CREDITED"
                   MOVE 1 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-REWRITE

           SUBTRACT WS-CREDIT-AMOUNT FROM ACT-ACCOUNT-BALANCE
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED, STATUS: "
                       WS-ACCOUNTS-STATUS " -- THE MASTER IS "
                       "CREDITED, PUT ACCOUNT 001 RIGHT THROUGH "
                       "FILES-33"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE

           PERFORM 5300-WRITE-CREDIT-NOTE THRU 5300-EXIT

           MOVE WS-SEL-ID TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD

           PERFORM 5400-SETTLE-ITEM THRU 5400-EXIT

           SET DSP-ACTION-CREDIT TO TRUE
           MOVE WS-CREDIT-AMOUNT TO DSP-AMOUNT
           PERFORM 2300-WRITE-DISPUTE-LOG THRU 2300-EXIT

           MOVE WS-BEFORE-BALANCE TO WS-BALANCE-EDIT
           DISPLAY "ITEM CREDITED -- BALANCE WAS " WS-BALANCE-EDIT
               WITH NO ADVANCING
           MOVE CUSTOMER-BALANCE TO WS-BALANCE-EDIT
           DISPLAY ", NOW " WS-BALANCE-EDIT.
       5000-EXIT.
           EXIT.

       5100-RESOLVE-ACCOUNT.
      *    THE CREDIT LANDS ON THE DEFAULT ACCOUNT 001, AUTO-OPENED
      *    FOR A LEGACY CUSTOMER AND SEEDED SO THE ACCOUNTS STILL SUM
      *    TO THE MASTER BALANCE -- THE SAME RULE FILES-9 FOLLOWS.
           MOVE "N" TO WS-ACCOUNT-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE 1 TO ACT-ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   PERFORM 5150-OPEN-DEFAULT-ACCOUNT THRU 5150-EXIT
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5150-OPEN-DEFAULT-ACCOUNT.
           MOVE ZERO TO WS-OTHER-ACCOUNT-SUM
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 5160-SUM-OTHER-ACCOUNT THRU 5160-EXIT
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
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-WRITE.
       5150-EXIT.
           EXIT.

       5160-SUM-OTHER-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 5160-EXIT
           END-READ
           IF ACT-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 5160-EXIT
           END-IF
           ADD ACT-ACCOUNT-BALANCE TO WS-OTHER-ACCOUNT-SUM.
       5160-EXIT.
           EXIT.

       5300-WRITE-CREDIT-NOTE.
           MOVE WS-SEL-ID            TO LGR-ID-NUMBER
           MOVE 1                    TO LGR-ACCOUNT-NUMBER
           MOVE "C"                  TO LGR-DRCR-CODE
           SET LGR-TYPE-CREDIT-NOTE  TO TRUE
           MOVE WS-CREDIT-AMOUNT     TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM  TO LGR-EFFECTIVE-DATE
           MOVE WS-BEFORE-BALANCE    TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE     TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD.
       5300-EXIT.
           EXIT.

       5400-SETTLE-ITEM.
      *    AN ITEM CREDITED TO NOTHING LEAVES THE FILE AS A SETTLED ONE
      *    DOES; WHAT A PART CREDIT LEAVES IS UPHELD AND AGES AGAIN.
           MOVE OPN-DISPUTE-REASON TO WS-DSP-REASON
           MOVE OPN-DISPUTE-DATE   TO WS-DSP-OPENED-DATE
           MOVE OPN-OUTSTANDING    TO WS-DSP-OUTSTANDING
           SUBTRACT WS-CREDIT-AMOUNT FROM OPN-OUTSTANDING
           IF OPN-OUTSTANDING = ZERO
               DELETE OPEN-ITEMS-FILE
                   INVALID KEY
                       DISPLAY "OPEN-ITEMS-FILE DELETE FAILED, "
                           "STATUS: " WS-OPEN-ITEMS-STATUS
                       MOVE 1 TO RETURN-CODE
               END-DELETE
           ELSE
               MOVE SPACES TO OPN-DISPUTE-DATA
               REWRITE OPN-OPEN-ITEM
                   INVALID KEY
                       DISPLAY "OPEN-ITEMS-FILE REWRITE FAILED, "
                           "STATUS: " WS-OPEN-ITEMS-STATUS
                       MOVE 1 TO RETURN-CODE
               END-REWRITE
           END-IF.
       5400-EXIT.
           EXIT.

       6000-LIST-ITEMS.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 6000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-SEL-ID
           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE WS-SEL-ID TO OPN-ID-NUMBER
           MOVE ZERO TO OPN-INVOICE-SEQ
           START OPEN-ITEMS-FILE KEY IS NOT LESS THAN OPN-ITEM-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 6100-LIST-ONE-ITEM THRU 6100-EXIT
               UNTIL WS-SWEEP-DONE
           DISPLAY "OPEN ITEMS FOR ID " WS-SEL-ID ": " WS-ITEMS-LISTED.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF OPN-ID-NUMBER NOT EQUAL WS-SEL-ID
               SET WS-SWEEP-DONE TO TRUE
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-LISTED
           MOVE OPN-OUTSTANDING TO WS-AMOUNT-EDIT
           IF OPN-IN-DISPUTE
               DISPLAY "  INV " OPN-INVOICE-SEQ "  DUE " OPN-DUE-DATE
                   "  OUTSTANDING " WS-AMOUNT-EDIT "  IN DISPUTE "
                   OPN-DISPUTE-REASON " SINCE " OPN-DISPUTE-DATE
           ELSE
               DISPLAY "  INV " OPN-INVOICE-SEQ "  DUE " OPN-DUE-DATE
                   "  OUTSTANDING " WS-AMOUNT-EDIT
           END-IF.
       6100-EXIT.
           EXIT.

       7000-DISPUTES-REPORT.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0350-CHECK-LOCK THRU 0350-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 7100-OPEN-REPORT-FILES THRU 7100-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 7200-REPORT-ONE-ITEM THRU 7200-EXIT
                   UNTIL OPEN-ITEMS-EOF-REACHED
               PERFORM 7800-PRINT-TOTALS THRU 7800-EXIT
               CLOSE OPEN-ITEMS-FILE
               CLOSE CUSTOMERS-FILE
               CLOSE REPORT-FILE
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               DISPLAY "OPEN DISPUTES: " WS-DISPUTES-OPEN
               DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILE-NAME
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-DISPUTES-OPEN TO WS-RLG-READ
           MOVE WS-DISPUTES-OPEN TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       7000-EXIT.
           EXIT.

       7100-OPEN-REPORT-FILES.
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-NOT-FOUND
               DISPLAY "NO OPEN-ITEMS FILE ON HAND -- NOTHING IN "
                   "DISPUTE"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 7100-EXIT
           END-IF
           IF NOT OPEN-ITEMS-OK
               DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                   WS-OPEN-ITEMS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 7100-EXIT
           END-IF
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE OPEN-ITEMS-FILE
               GO TO 7100-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "OPEN-DISPUTES-" DELIMITED BY SIZE
                  WS-CURRENT-DATE  DELIMITED BY SIZE
                  ".rpt"           DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE OPEN-ITEMS-FILE
               CLOSE CUSTOMERS-FILE
               GO TO 7100-EXIT
           END-IF

           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-COL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "N" TO OPEN-ITEMS-EOF
           PERFORM 7900-READ-OPEN-ITEM THRU 7900-EXIT.
       7100-EXIT.
           EXIT.

       7200-REPORT-ONE-ITEM.
           IF NOT OPN-IN-DISPUTE
               PERFORM 7900-READ-OPEN-ITEM THRU 7900-EXIT
               GO TO 7200-EXIT
           END-IF
           ADD 1 TO WS-DISPUTES-OPEN
           ADD OPN-OUTSTANDING TO WS-DISPUTES-TOTAL

           IF OPN-DISPUTE-DATE IS NUMERIC
               AND OPN-DISPUTE-DATE IS GREATER THAN ZERO
               COMPUTE WS-OPENED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OPN-DISPUTE-DATE)
               COMPUTE WS-DISPUTE-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-OPENED-INTEGER
           ELSE
               MOVE ZERO TO WS-DISPUTE-AGE-DAYS
           END-IF
           IF WS-DISPUTE-AGE-DAYS IS LESS THAN ZERO
               MOVE ZERO TO WS-DISPUTE-AGE-DAYS
           END-IF
           IF WS-DISPUTE-AGE-DAYS IS GREATER THAN WS-OLDEST-AGE
               MOVE WS-DISPUTE-AGE-DAYS TO WS-OLDEST-AGE
           END-IF

           MOVE SPACES TO RL-AGE-FLAG
           EVALUATE TRUE
               WHEN WS-DISPUTE-AGE-DAYS IS LESS THAN 30
                   ADD 1 TO WS-BAND-UNDER-30
               WHEN WS-DISPUTE-AGE-DAYS IS LESS THAN 60
                   ADD 1 TO WS-BAND-30-TO-59
               WHEN WS-DISPUTE-AGE-DAYS IS LESS THAN 90
                   ADD 1 TO WS-BAND-60-TO-89
                   MOVE "** OVER 60" TO RL-AGE-FLAG
               WHEN OTHER
                   ADD 1 TO WS-BAND-90-PLUS
                   MOVE "*** OVER 90" TO RL-AGE-FLAG
           END-EVALUATE

           MOVE OPN-ID-NUMBER        TO RL-ID-NUMBER
           MOVE OPN-INVOICE-SEQ      TO RL-INVOICE-SEQ
           MOVE OPN-OUTSTANDING      TO RL-OUTSTANDING
           MOVE OPN-DISPUTE-REASON   TO RL-REASON
           MOVE OPN-DISPUTE-DATE     TO RL-OPENED-DATE
           MOVE OPN-DISPUTE-OPERATOR TO RL-OPERATOR
           MOVE WS-DISPUTE-AGE-DAYS  TO RL-AGE-DAYS
           MOVE SPACES TO RL-NAME
           MOVE OPN-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "*** NO MASTER ***" TO RL-NAME
               NOT INVALID KEY
                   STRING F-NAME DELIMITED BY "  "
                          " "    DELIMITED BY SIZE
                          L-NAME DELIMITED BY "  "
                       INTO RL-NAME
                   END-STRING
           END-READ
           WRITE REPORT-LINE FROM WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 7900-READ-OPEN-ITEM THRU 7900-EXIT.
       7200-EXIT.
           EXIT.

       7800-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "DISPUTES OPEN" TO TL-LABEL
           MOVE WS-DISPUTES-OPEN TO TL-COUNT
           MOVE WS-DISPUTES-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO TL-AMOUNT
           MOVE "  OPEN UNDER 30 DAYS" TO TL-LABEL
           MOVE WS-BAND-UNDER-30 TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OPEN 30 TO 59 DAYS" TO TL-LABEL
           MOVE WS-BAND-30-TO-59 TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OPEN 60 TO 89 DAYS" TO TL-LABEL
           MOVE WS-BAND-60-TO-89 TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OPEN 90 DAYS OR MORE" TO TL-LABEL
           MOVE WS-BAND-90-PLUS TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OLDEST DISPUTE, DAYS OPEN" TO TL-LABEL
           MOVE WS-OLDEST-AGE TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       7800-EXIT.
           EXIT.

       7900-READ-OPEN-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END SET OPEN-ITEMS-EOF-REACHED TO TRUE
           END-READ.
       7900-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE OPEN-ITEMS-FILE
           IF NOT OPEN-ITEMS-OK
               DISPLAY "OPEN-ITEMS-FILE CLOSE FAILED, STATUS: "
                   WS-OPEN-ITEMS-STATUS
           END-IF
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
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE CLOSE FAILED, STATUS: "
                   WS-JOURNAL-STATUS
           END-IF
           CLOSE DISPUTE-LOG-FILE
           IF NOT DISPUTE-LOG-OK
               DISPLAY "DISPUTE-LOG-FILE CLOSE FAILED, STATUS: "
                   WS-DISPUTE-LOG-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

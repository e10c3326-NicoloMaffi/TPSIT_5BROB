       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-58.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. HOUSEHOLDS AND COMBINED EXPOSURE.
      *   HOUSEHOLDS.dat (LAYOUT IN COPYLIB'S HOUSEHOLD-RECORD) LINKS
      *   ID-NUMBERS INTO A HOUSEHOLD NAMED BY ITS HEAD'S ID, WITH A
      *   ROLE FOR EACH MEMBER: HEAD, JOINT HOLDER, GUARANTOR OR
      *   DEPENDANT. MODE M IS THE MAINTENANCE SESSION (OPERATOR
      *   SIGN-ON AGAINST OPERATORS.dat LIKE FILES-50, THEN ADD /
      *   REMOVE / LIST): A HOUSEHOLD IS STARTED BY ADDING ITS HEAD
      *   UNDER THE HEAD'S OWN ID, AND THE OTHER MEMBERS ARE ADDED
      *   UNDER THAT ID. EVERY MEMBER MUST BE ON THE MASTER AND MAY
      *   BELONG TO ONE HOUSEHOLD ONLY; THE HEAD COMES OFF LAST, WHICH
      *   ENDS THE HOUSEHOLD. A MEMBER IS REMOVED THROUGH THE SAME
      *   PARK-AND-REBUILD WORK FILE FILES-50 USES. MODE R IS THE
      *   HOUSEHOLD EXPOSURE REPORT (HOUSEHOLD-EXPOSURE-CCYYMMDD.rpt,
      *   REGISTERED ON REPORT-CATALOG.dat): EACH MEMBER'S BALANCE,
      *   CREDIT LIMIT AND PAST-DUE AMOUNT (THE UNDISPUTED OPEN ITEMS ON
      *   OPEN-ITEMS.dat DUE BEFORE THE BUSINESS DATE, AS FILES-32 AGES
      *   THEM), TOTALLED PER HOUSEHOLD. ONLY WHAT A MEMBER OWES COUNTS
      *   TOWARD THE HOUSEHOLD BALANCE -- ONE MEMBER'S CREDIT DOES NOT
      *   PAY ANOTHER'S DEBT. A HOUSEHOLD OWING MORE THAN ITS MEMBERS'
      *   LIMITS ADDED TOGETHER IS MARKED, AND A MEMBER NO LONGER ON
      *   THE MASTER IS MARKED AND COUNTED SO THE LINK GETS TIDIED.
      * 15/10/2026 NM - HOUSEHOLDS AND MEMBERS ARE NOW KEYED BY CUSTOMER
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

           SELECT HOUSEHOLDS-FILE ASSIGN TO "HOUSEHOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

           SELECT HOUSEHOLDS-WORK-FILE ASSIGN TO "HOUSEHOLDS-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

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

       FD HOUSEHOLDS-FILE.
           COPY "HOUSEHOLD-RECORD.cpy".

       FD HOUSEHOLDS-WORK-FILE.
           01 HWK-RECORD            PIC X(40).

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

           01 WS-HOUSEHOLDS-STATUS  PIC X(2) VALUE SPACES.
               88 HOUSEHOLDS-OK         VALUE "00".
               88 HOUSEHOLDS-NOT-FOUND  VALUE "35".

           01 WS-WORK-STATUS        PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-OPEN-ITEMS-STATUS  PIC X(2) VALUE SPACES.
               88 OPEN-ITEMS-OK         VALUE "00".
               88 OPEN-ITEMS-NOT-FOUND  VALUE "35".

           77 WS-OPEN-ITEMS-OPEN-SW PIC X VALUE "N".
               88 WS-OPEN-ITEMS-OPEN    VALUE "Y".
           77 WS-ITEM-BROWSE-SWITCH PIC X VALUE "N".
               88 WS-ITEM-BROWSE-DONE   VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 HOUSEHOLDS-EOF        PIC X VALUE "N".
               88 HOUSEHOLDS-EOF-REACHED VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
               88 WS-MODE-MAINTAIN      VALUE "M".
               88 WS-MODE-REPORT        VALUE "R".

           01 WS-MENU-CHOICE        PIC X VALUE SPACE.
               88 WS-CHOICE-ADD         VALUE "A".
               88 WS-CHOICE-REMOVE      VALUE "R".
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

      *    THE LINK UNDER ENTRY, MIRRORING THE FILE LAYOUT THE WAY
      *    FILES-50 MIRRORS ITS PLAN.
           01 WS-LINK.
               02 WS-LNK-HOUSEHOLD-ID PIC 9(7).
               02 WS-LNK-ID-NUMBER   PIC 9(7).
               02 WS-LNK-ROLE        PIC X.
                   88 WS-LNK-ROLE-HEAD   VALUE "H".
                   88 WS-LNK-ROLE-VALID  VALUE "H" "J" "G" "D".

      *    WHAT ONE PASS OF HOUSEHOLDS.dat FOUND ABOUT THE LINK.
           77 WS-HEAD-FOUND-SW      PIC X VALUE "N".
               88 WS-HEAD-FOUND         VALUE "Y".
           77 WS-MEMBER-OF          PIC 9(7) VALUE ZERO.
           77 WS-MEMBER-ROLE        PIC X VALUE SPACE.
               88 WS-MEMBER-IS-HEAD     VALUE "H".
           77 WS-HOUSEHOLD-SIZE     PIC 9(5) VALUE ZERO.
           77 WS-REMOVE-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-LIST-COUNT         PIC 9(5) VALUE ZERO.

           01 WS-ROLE-NAME          PIC X(10) VALUE SPACES.
           01 WS-MEMBER-NAME        PIC X(41) VALUE SPACES.

      *    THE WHOLE LINK FILE FOR THE EXPOSURE REPORT, WALKED ONE
      *    HOUSEHOLD AT A TIME FROM ITS HEAD'S LINE.
           01 WS-MEMBER-TABLE.
               02 WS-MBR-ENTRY OCCURS 2000 TIMES.
                   03 WS-MBR-HOUSEHOLD-ID PIC 9(7).
                   03 WS-MBR-ID-NUMBER   PIC 9(7).
                   03 WS-MBR-ROLE        PIC X.
           77 WS-MBR-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-MBR-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-HEAD-SUB           PIC 9(4) COMP VALUE ZERO.
           77 WS-LINKS-DROPPED      PIC 9(5) VALUE ZERO.

           77 WS-MEMBER-OWED        PIC 9(7)V99 VALUE ZERO.
           77 WS-MEMBER-PAST-DUE    PIC 9(7)V99 VALUE ZERO.

           01 WS-HOUSEHOLD-TOTALS.
               02 WS-HHT-MEMBERS     PIC 9(5).
               02 WS-HHT-OWED        PIC 9(9)V99.
               02 WS-HHT-LIMIT       PIC 9(9)V99.
               02 WS-HHT-PAST-DUE    PIC 9(9)V99.

           77 WS-HOUSEHOLD-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-MEMBERS-REPORTED   PIC 9(5) VALUE ZERO.
           77 WS-MISSING-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-OVER-COUNT         PIC 9(5) VALUE ZERO.
           77 WS-GRAND-OWED         PIC 9(11)V99 VALUE ZERO.
           77 WS-GRAND-LIMIT        PIC 9(11)V99 VALUE ZERO.
           77 WS-GRAND-PAST-DUE     PIC 9(11)V99 VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.
           01 WS-BALANCE-DRCR       PIC X(2) VALUE SPACES.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(36) VALUE
                   "HOUSEHOLD EXPOSURE -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.

           01 WS-COL-LINE.
               02 FILLER             PIC X(48) VALUE
                   "HOUSEHLD ID       ROLE       NAME".
               02 FILLER             PIC X(16) VALUE SPACES.
               02 FILLER             PIC X(41) VALUE
                   "   BALANCE           LIMIT       PAST DUE".

           01 WS-DETAIL-LINE.
               02 DL-HOUSEHOLD-ID    PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-ROLE            PIC X(10).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 DL-NAME            PIC X(32).
               02 DL-BALANCE         PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 DL-DRCR            PIC X(2).
               02 DL-LIMIT           PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-PAST-DUE        PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-NOTE            PIC X(20).

           01 WS-HOUSEHOLD-LINE.
               02 FILLER             PIC X(9) VALUE SPACES.
               02 FILLER             PIC X(17) VALUE
                   "HOUSEHOLD TOTAL -".
               02 HTL-MEMBERS        PIC ZZZZ9.
               02 FILLER             PIC X(9) VALUE " MEMBERS".
               02 FILLER             PIC X(20) VALUE SPACES.
               02 HTL-OWED           PIC $$$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 HTL-LIMIT          PIC $$$,$$$,$$9.99.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HTL-PAST-DUE       PIC $$$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 HTL-NOTE           PIC X(20).

           01 WS-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZ9.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 TL-AMOUNT          PIC $$$,$$$,$$$,$$9.99.

           01 WS-NONE-LINE.
               02 FILLER             PIC X(30) VALUE
                   "  NO HOUSEHOLDS ON FILE".

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
           DISPLAY "HOUSEHOLDS"
           DISPLAY "  M = MAINTAIN HOUSEHOLDS"
           DISPLAY "  R = HOUSEHOLD EXPOSURE REPORT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           EVALUATE TRUE
               WHEN WS-MODE-MAINTAIN
                   PERFORM 1000-MAINTAIN-HOUSEHOLDS THRU 1000-EXIT
               WHEN WS-MODE-REPORT
                   PERFORM 5000-EXPOSURE-REPORT THRU 5000-EXIT
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
           MOVE "FILES-58" TO RLG-PROGRAM-ID
           MOVE WS-RLG-EVENT   TO RLG-EVENT
           MOVE WS-RLG-READ    TO RLG-RECORDS-READ
           MOVE WS-RLG-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE RETURN-CODE    TO RLG-RETURN-CODE
           WRITE RLG-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       0200-EXIT.
           EXIT.

       0350-CHECK-LOCK.
      *    NEITHER MODE TOUCHES THE MASTER, BUT NEITHER MUST READ IT
      *    WHILE AN UPDATER HAS IT MID-UPDATE.
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
           MOVE "FILES-58" TO RPC-PROGRAM
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

       0800-NAME-ROLE.
           EVALUATE WS-MEMBER-ROLE
               WHEN "H"
                   MOVE "HEAD"      TO WS-ROLE-NAME
               WHEN "J"
                   MOVE "JOINT"     TO WS-ROLE-NAME
               WHEN "G"
                   MOVE "GUARANTOR" TO WS-ROLE-NAME
               WHEN "D"
                   MOVE "DEPENDANT" TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"   TO WS-ROLE-NAME
           END-EVALUATE.
       0800-EXIT.
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

       1000-MAINTAIN-HOUSEHOLDS.
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
           DISPLAY "HOUSEHOLD MAINTENANCE"
           DISPLAY "  A = ADD A MEMBER TO A HOUSEHOLD"
           DISPLAY "  R = REMOVE A MEMBER FROM THEIR HOUSEHOLD"
           DISPLAY "  L = LIST A CUSTOMER'S HOUSEHOLD"
           DISPLAY "  X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-MEMBER THRU 3000-EXIT
               WHEN WS-CHOICE-REMOVE
                   PERFORM 3500-REMOVE-MEMBER THRU 3500-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 4000-LIST-HOUSEHOLD THRU 4000-EXIT
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-MEMBER.
           DISPLAY "HOUSEHOLD (THE HEAD'S CUSTOMER NUMBER, ID + CHECK "
               "DIGIT): " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-LNK-HOUSEHOLD-ID
           DISPLAY "MEMBER CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-LNK-ID-NUMBER
           DISPLAY "ROLE (H = HEAD, J = JOINT HOLDER, G = GUARANTOR, "
               "D = DEPENDANT): " WITH NO ADVANCING
           ACCEPT WS-LNK-ROLE

           IF NOT WS-LNK-ROLE-VALID
               DISPLAY "INVALID ROLE -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
      *    THE HEAD NAMES THE HOUSEHOLD, SO THE HEAD IS ADDED UNDER
      *    THEIR OWN ID AND NOBODY ELSE CAN BE.
           IF WS-LNK-ROLE-HEAD
               AND WS-LNK-ID-NUMBER NOT EQUAL WS-LNK-HOUSEHOLD-ID
               DISPLAY "THE HEAD IS ADDED UNDER THEIR OWN ID-NUMBER "
                   "-- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-LNK-ROLE-HEAD
               AND WS-LNK-ID-NUMBER = WS-LNK-HOUSEHOLD-ID
               DISPLAY "THE HOUSEHOLD'S OWN ID IS ITS HEAD -- "
                   "NOT ADDED"
               GO TO 3000-EXIT
           END-IF

      *    A LINK IS ONLY MADE FOR A CUSTOMER ON THE MASTER.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE WS-LNK-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " WS-LNK-ID-NUMBER " NOT ON THE "
                       "MASTER -- NOT ADDED"
                   CLOSE CUSTOMERS-FILE
                   GO TO 3000-EXIT
           END-READ
           CLOSE CUSTOMERS-FILE

           PERFORM 3100-SCAN-HOUSEHOLDS THRU 3100-EXIT
           IF WS-MEMBER-OF NOT EQUAL ZERO
               DISPLAY "ID " WS-LNK-ID-NUMBER " ALREADY BELONGS TO "
                   "HOUSEHOLD " WS-MEMBER-OF " -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           IF WS-LNK-ROLE-HEAD AND WS-HEAD-FOUND
               DISPLAY "HOUSEHOLD " WS-LNK-HOUSEHOLD-ID " ALREADY "
                   "HAS ITS HEAD -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-LNK-ROLE-HEAD AND NOT WS-HEAD-FOUND
               DISPLAY "NO HOUSEHOLD " WS-LNK-HOUSEHOLD-ID " -- ADD "
                   "ITS HEAD FIRST -- NOT ADDED"
               GO TO 3000-EXIT
           END-IF

           OPEN EXTEND HOUSEHOLDS-FILE
           IF HOUSEHOLDS-NOT-FOUND
               OPEN OUTPUT HOUSEHOLDS-FILE
               CLOSE HOUSEHOLDS-FILE
               OPEN EXTEND HOUSEHOLDS-FILE
           END-IF
           IF NOT HOUSEHOLDS-OK
               DISPLAY "HOUSEHOLDS-FILE OPEN FAILED, STATUS: "
                   WS-HOUSEHOLDS-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE WS-LNK-HOUSEHOLD-ID TO HSH-HOUSEHOLD-ID
           MOVE WS-LNK-ID-NUMBER    TO HSH-ID-NUMBER
           MOVE WS-LNK-ROLE         TO HSH-ROLE
           MOVE WS-CURRENT-DATE-NUM TO HSH-ADDED-DATE
           MOVE WS-OPERATOR-ID      TO HSH-ADDED-BY
           WRITE HSH-MEMBER-RECORD
           CLOSE HOUSEHOLDS-FILE
           DISPLAY "ID " WS-LNK-ID-NUMBER " ADDED TO HOUSEHOLD "
               WS-LNK-HOUSEHOLD-ID.
       3000-EXIT.
           EXIT.

       3100-SCAN-HOUSEHOLDS.
      *    ONE PASS SAYS WHETHER THE HOUSEHOLD HAS ITS HEAD, HOW MANY
      *    MEMBERS IT HAS, AND WHICH HOUSEHOLD (IF ANY) THE MEMBER IS
      *    ALREADY IN.
           MOVE "N" TO WS-HEAD-FOUND-SW
           MOVE ZERO TO WS-MEMBER-OF
           MOVE SPACE TO WS-MEMBER-ROLE
           MOVE ZERO TO WS-HOUSEHOLD-SIZE
           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           IF NOT HOUSEHOLDS-OK
               GO TO 3100-EXIT
           END-IF
           PERFORM 3150-SCAN-ONE-LINK THRU 3150-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
           CLOSE HOUSEHOLDS-FILE.
       3100-EXIT.
           EXIT.

       3150-SCAN-ONE-LINK.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 3150-EXIT
           END-READ
           IF HSH-HOUSEHOLD-ID = WS-LNK-HOUSEHOLD-ID
               ADD 1 TO WS-HOUSEHOLD-SIZE
               IF HSH-ROLE-HEAD
                   SET WS-HEAD-FOUND TO TRUE
               END-IF
           END-IF
           IF HSH-ID-NUMBER = WS-LNK-ID-NUMBER
               MOVE HSH-HOUSEHOLD-ID TO WS-MEMBER-OF
               MOVE HSH-ROLE TO WS-MEMBER-ROLE
           END-IF.
       3150-EXIT.
           EXIT.

       3500-REMOVE-MEMBER.
      *    THE LINK IS DROPPED THROUGH THE PARK-AND-REBUILD WORK FILE,
      *    SO A DROPPED SESSION LEAVES THE HOUSEHOLDS AS IT FOUND THEM.
      *    THE HEAD COMES OFF ONLY ONCE EVERYONE ELSE HAS.
           DISPLAY "CUSTOMER NUMBER TO REMOVE: "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           MOVE ZERO TO WS-REMOVE-COUNT
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 3500-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-LNK-ID-NUMBER
           MOVE ZERO TO WS-LNK-HOUSEHOLD-ID
           PERFORM 3100-SCAN-HOUSEHOLDS THRU 3100-EXIT
           IF WS-MEMBER-OF = ZERO
               DISPLAY "ID " WS-LNK-ID-NUMBER " IS IN NO HOUSEHOLD"
               GO TO 3500-EXIT
           END-IF
           IF WS-MEMBER-IS-HEAD
               MOVE WS-MEMBER-OF TO WS-LNK-HOUSEHOLD-ID
               PERFORM 3100-SCAN-HOUSEHOLDS THRU 3100-EXIT
               IF WS-HOUSEHOLD-SIZE IS GREATER THAN 1
                   DISPLAY "ID " WS-LNK-ID-NUMBER " HEADS A HOUSEHOLD "
                       "OF " WS-HOUSEHOLD-SIZE " -- REMOVE THE OTHER "
                       "MEMBERS FIRST"
                   GO TO 3500-EXIT
               END-IF
           END-IF

           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           OPEN OUTPUT HOUSEHOLDS-WORK-FILE
           PERFORM 3600-PARK-LINK THRU 3600-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
           CLOSE HOUSEHOLDS-FILE
           CLOSE HOUSEHOLDS-WORK-FILE

           PERFORM 3700-REBUILD-HOUSEHOLDS THRU 3700-EXIT
           DISPLAY "ID " WS-LNK-ID-NUMBER " REMOVED FROM HOUSEHOLD "
               WS-MEMBER-OF.
       3500-EXIT.
           EXIT.

       3600-PARK-LINK.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 3600-EXIT
           END-READ
           IF HSH-ID-NUMBER = WS-LNK-ID-NUMBER
               ADD 1 TO WS-REMOVE-COUNT
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES TO HWK-RECORD
           MOVE HSH-MEMBER-RECORD TO HWK-RECORD
           WRITE HWK-RECORD.
       3600-EXIT.
           EXIT.

       3700-REBUILD-HOUSEHOLDS.
           MOVE "N" TO WORK-EOF
           OPEN OUTPUT HOUSEHOLDS-FILE
           IF NOT HOUSEHOLDS-OK
               DISPLAY "HOUSEHOLDS-FILE REBUILD FAILED, STATUS: "
                   WS-HOUSEHOLDS-STATUS " -- THE UPDATED LINKS ARE "
                   "ON HOUSEHOLDS-WORK.dat"
               MOVE 1 TO RETURN-CODE
               GO TO 3700-EXIT
           END-IF
           OPEN INPUT HOUSEHOLDS-WORK-FILE
           PERFORM 3800-COPY-BACK-LINK THRU 3800-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE HOUSEHOLDS-WORK-FILE
           CLOSE HOUSEHOLDS-FILE.
       3700-EXIT.
           EXIT.

       3800-COPY-BACK-LINK.
           READ HOUSEHOLDS-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE HWK-RECORD TO HSH-MEMBER-RECORD
                   WRITE HSH-MEMBER-RECORD
           END-READ.
       3800-EXIT.
           EXIT.

       4000-LIST-HOUSEHOLD.
      *    ANY MEMBER'S ID BRINGS UP THE WHOLE HOUSEHOLD.
           DISPLAY "CUSTOMER NUMBER OF ANY MEMBER: "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-LNK-ID-NUMBER
           MOVE ZERO TO WS-LNK-HOUSEHOLD-ID
           PERFORM 3100-SCAN-HOUSEHOLDS THRU 3100-EXIT
           IF WS-MEMBER-OF = ZERO
               DISPLAY "ID " WS-LNK-ID-NUMBER " IS IN NO HOUSEHOLD"
               GO TO 4000-EXIT
           END-IF
           MOVE WS-MEMBER-OF TO WS-LNK-HOUSEHOLD-ID

           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           DISPLAY " "
           DISPLAY "HOUSEHOLD " WS-LNK-HOUSEHOLD-ID
           DISPLAY "ID       ROLE       NAME"
               "                                      ADDED    BY"
           PERFORM 4100-LIST-ONE-MEMBER THRU 4100-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
           CLOSE HOUSEHOLDS-FILE
           CLOSE CUSTOMERS-FILE
           DISPLAY "MEMBERS: " WS-LIST-COUNT.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-MEMBER.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF HSH-HOUSEHOLD-ID NOT EQUAL WS-LNK-HOUSEHOLD-ID
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE HSH-ROLE TO WS-MEMBER-ROLE
           PERFORM 0800-NAME-ROLE THRU 0800-EXIT
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE HSH-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "*** NOT ON THE MASTER ***" TO WS-MEMBER-NAME
               NOT INVALID KEY
                   STRING F-NAME DELIMITED BY "  "
                          " "    DELIMITED BY SIZE
                          L-NAME DELIMITED BY "  "
                       INTO WS-MEMBER-NAME
                   END-STRING
           END-READ
           DISPLAY HSH-ID-NUMBER "  " WS-ROLE-NAME " " WS-MEMBER-NAME
               " " HSH-ADDED-DATE " " HSH-ADDED-BY.
       4100-EXIT.
           EXIT.

       5000-EXPOSURE-REPORT.
           PERFORM 0350-CHECK-LOCK THRU 0350-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 5000-EXIT
           END-IF
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 5100-LOAD-MEMBERS THRU 5100-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 5200-OPEN-REPORT-FILES THRU 5200-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6000-REPORT-HOUSEHOLD THRU 6000-EXIT
                   VARYING WS-HEAD-SUB FROM 1 BY 1
                   UNTIL WS-HEAD-SUB IS GREATER THAN WS-MBR-COUNT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               CLOSE REPORT-FILE
               CLOSE CUSTOMERS-FILE
               IF WS-OPEN-ITEMS-OPEN
                   CLOSE OPEN-ITEMS-FILE
               END-IF
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-MBR-COUNT TO WS-RLG-READ
           MOVE WS-HOUSEHOLD-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       5000-EXIT.
           EXIT.

       5100-LOAD-MEMBERS.
           MOVE ZERO TO WS-MBR-COUNT
           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           IF HOUSEHOLDS-NOT-FOUND
               GO TO 5100-EXIT
           END-IF
           IF NOT HOUSEHOLDS-OK
               DISPLAY "HOUSEHOLDS-FILE OPEN FAILED, STATUS: "
                   WS-HOUSEHOLDS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5100-EXIT
           END-IF
           PERFORM 5150-LOAD-ONE-MEMBER THRU 5150-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
           CLOSE HOUSEHOLDS-FILE
           IF WS-LINKS-DROPPED IS GREATER THAN ZERO
               DISPLAY WS-LINKS-DROPPED " HOUSEHOLD LINKS BEYOND THE "
                   "TABLE -- NOT REPORTED"
               MOVE 1 TO RETURN-CODE
           END-IF.
       5100-EXIT.
           EXIT.

       5150-LOAD-ONE-MEMBER.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 5150-EXIT
           END-READ
           IF WS-MBR-COUNT IS NOT LESS THAN 2000
               ADD 1 TO WS-LINKS-DROPPED
               GO TO 5150-EXIT
           END-IF
           ADD 1 TO WS-MBR-COUNT
           MOVE HSH-HOUSEHOLD-ID TO WS-MBR-HOUSEHOLD-ID (WS-MBR-COUNT)
           MOVE HSH-ID-NUMBER    TO WS-MBR-ID-NUMBER (WS-MBR-COUNT)
           MOVE HSH-ROLE         TO WS-MBR-ROLE (WS-MBR-COUNT).
       5150-EXIT.
           EXIT.

       5200-OPEN-REPORT-FILES.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 5200-EXIT
           END-IF
      *    NO OPEN-ITEMS FILE JUST MEANS NOTHING IS PAST DUE.
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-OK
               SET WS-OPEN-ITEMS-OPEN TO TRUE
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "HOUSEHOLD-EXPOSURE-" DELIMITED BY SIZE
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
               IF WS-OPEN-ITEMS-OPEN
                   CLOSE OPEN-ITEMS-FILE
               END-IF
               GO TO 5200-EXIT
           END-IF
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 2 LINES
           IF WS-MBR-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       5200-EXIT.
           EXIT.

       6000-REPORT-HOUSEHOLD.
      *    EACH HEAD'S LINE OPENS A HOUSEHOLD; ITS OTHER MEMBERS ARE
      *    PICKED OUT OF THE TABLE BEHIND IT.
           IF WS-MBR-ROLE (WS-HEAD-SUB) NOT EQUAL "H"
               GO TO 6000-EXIT
           END-IF
           ADD 1 TO WS-HOUSEHOLD-COUNT
           INITIALIZE WS-HOUSEHOLD-TOTALS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-HEAD-SUB TO WS-MBR-SUB
           PERFORM 6100-REPORT-MEMBER THRU 6100-EXIT
           PERFORM 6050-PICK-MEMBER THRU 6050-EXIT
               VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB IS GREATER THAN WS-MBR-COUNT

           MOVE WS-HHT-MEMBERS  TO HTL-MEMBERS
           MOVE WS-HHT-OWED     TO HTL-OWED
           MOVE WS-HHT-LIMIT    TO HTL-LIMIT
           MOVE WS-HHT-PAST-DUE TO HTL-PAST-DUE
           MOVE SPACES TO HTL-NOTE
           IF WS-HHT-OWED IS GREATER THAN WS-HHT-LIMIT
               MOVE "OVER COMBINED LIMIT" TO HTL-NOTE
               ADD 1 TO WS-OVER-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-HOUSEHOLD-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-HHT-OWED     TO WS-GRAND-OWED
           ADD WS-HHT-LIMIT    TO WS-GRAND-LIMIT
           ADD WS-HHT-PAST-DUE TO WS-GRAND-PAST-DUE.
       6000-EXIT.
           EXIT.

       6050-PICK-MEMBER.
           IF WS-MBR-HOUSEHOLD-ID (WS-MBR-SUB) =
               WS-MBR-HOUSEHOLD-ID (WS-HEAD-SUB)
               AND WS-MBR-SUB NOT EQUAL WS-HEAD-SUB
               PERFORM 6100-REPORT-MEMBER THRU 6100-EXIT
           END-IF.
       6050-EXIT.
           EXIT.

       6100-REPORT-MEMBER.
           ADD 1 TO WS-HHT-MEMBERS
           ADD 1 TO WS-MEMBERS-REPORTED
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MBR-HOUSEHOLD-ID (WS-MBR-SUB) TO DL-HOUSEHOLD-ID
           MOVE WS-MBR-ID-NUMBER (WS-MBR-SUB)    TO DL-ID-NUMBER
           MOVE WS-MBR-ROLE (WS-MBR-SUB) TO WS-MEMBER-ROLE
           PERFORM 0800-NAME-ROLE THRU 0800-EXIT
           MOVE WS-ROLE-NAME TO DL-ROLE

           MOVE WS-MBR-ID-NUMBER (WS-MBR-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "NOT ON THE MASTER" TO DL-NOTE
                   ADD 1 TO WS-MISSING-COUNT
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   GO TO 6100-EXIT
           END-READ
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO DL-NAME
           END-STRING
           MOVE CUSTOMER-BALANCE TO DL-BALANCE
           IF CUSTOMER-BALANCE IS LESS THAN ZERO
               MOVE "CR" TO DL-DRCR
               MOVE ZERO TO WS-MEMBER-OWED
           ELSE
               MOVE "DB" TO DL-DRCR
               MOVE CUSTOMER-BALANCE TO WS-MEMBER-OWED
           END-IF
           MOVE CREDIT-LIMIT TO DL-LIMIT
           PERFORM 6200-SUM-PAST-DUE THRU 6200-EXIT
           MOVE WS-MEMBER-PAST-DUE TO DL-PAST-DUE
           IF WRITTEN-OFF
               MOVE "WRITTEN OFF" TO DL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-MEMBER-OWED     TO WS-HHT-OWED
           ADD CREDIT-LIMIT       TO WS-HHT-LIMIT
           ADD WS-MEMBER-PAST-DUE TO WS-HHT-PAST-DUE.
       6100-EXIT.
           EXIT.

       6200-SUM-PAST-DUE.
      *    THE MEMBER'S OPEN ITEMS SIT TOGETHER UNDER THEIR ID ON THE
      *    ITEM KEY, SO THE BROWSE STARTS AT THE ID AND STOPS AT THE
      *    NEXT ONE.
           MOVE ZERO TO WS-MEMBER-PAST-DUE
           IF NOT WS-OPEN-ITEMS-OPEN
               GO TO 6200-EXIT
           END-IF
           MOVE "N" TO WS-ITEM-BROWSE-SWITCH
           MOVE ID-NUMBER TO OPN-ID-NUMBER
           MOVE ZERO TO OPN-INVOICE-SEQ
           START OPEN-ITEMS-FILE KEY IS NOT LESS THAN OPN-ITEM-KEY
               INVALID KEY
                   SET WS-ITEM-BROWSE-DONE TO TRUE
           END-START
           PERFORM 6250-SUM-ONE-ITEM THRU 6250-EXIT
               UNTIL WS-ITEM-BROWSE-DONE.
       6200-EXIT.
           EXIT.

       6250-SUM-ONE-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET WS-ITEM-BROWSE-DONE TO TRUE
                   GO TO 6250-EXIT
           END-READ
           IF OPN-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-ITEM-BROWSE-DONE TO TRUE
               GO TO 6250-EXIT
           END-IF
           IF OPN-IN-DISPUTE
               OR OPN-DUE-DATE IS NOT LESS THAN WS-CURRENT-DATE-NUM
               GO TO 6250-EXIT
           END-IF
           ADD OPN-OUTSTANDING TO WS-MEMBER-PAST-DUE.
       6250-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "HOUSEHOLDS" TO TL-LABEL
           MOVE WS-HOUSEHOLD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "MEMBERS" TO TL-LABEL
           MOVE WS-MEMBERS-REPORTED TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "OWED BY ALL HOUSEHOLDS" TO TL-LABEL
           MOVE WS-GRAND-OWED TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "COMBINED CREDIT LIMITS" TO TL-LABEL
           MOVE WS-GRAND-LIMIT TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "PAST DUE" TO TL-LABEL
           MOVE WS-GRAND-PAST-DUE TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "HOUSEHOLDS OVER THEIR COMBINED LIMIT" TO TL-LABEL
           MOVE WS-OVER-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "MEMBERS NO LONGER ON THE MASTER" TO TL-LABEL
           MOVE WS-MISSING-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "HOUSEHOLD EXPOSURE -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  HOUSEHOLD LINKS READ:    " WS-MBR-COUNT
           DISPLAY "  HOUSEHOLDS:              " WS-HOUSEHOLD-COUNT
           DISPLAY "  MEMBERS REPORTED:        " WS-MEMBERS-REPORTED
           DISPLAY "  OVER COMBINED LIMIT:     " WS-OVER-COUNT
           DISPLAY "  MEMBERS NOT ON MASTER:   " WS-MISSING-COUNT
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
       8500-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-52.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. LATE-PAYMENT FEE ASSESSMENT. THE
      *   FILES-18 SERVICE CHARGE IS ONE FLAT FIGURE PER BALANCE TIER
      *   WHETHER THE CUSTOMER PAYS ON TIME OR THREE MONTHS LATE; NOW
      *   THAT FILES-7 RAISES EVERY BILLED AMOUNT ON OPEN-ITEMS.dat WITH
      *   A DUE DATE, LATENESS CAN BE CHARGED FOR WHAT IT IS. THE RUN
      *   TAKES THE EXCLUSIVE RUN-LOCK, PICKS THE LATE-FEE SCHEDULE LINE
      *   IN FORCE ON THE BUSINESS DATE (LATE-FEES.dat, LAYOUT IN
      *   COPYLIB'S LATE-FEE-RECORD, MAINTAINED THROUGH FILES-34) AND
      *   PASSES THE OPEN ITEMS. AN ITEM MORE THAN THE GRACE DAYS PAST
      *   ITS DUE DATE IS IN ITS FIRST OVERDUE PERIOD, AND IN A FURTHER
      *   ONE FOR EVERY PERIOD-DAYS AFTER THAT; IT IS CHARGED ONE FEE --
      *   FLAT, OR A PERCENT OF OPN-OUTSTANDING -- WHEN IT HAS REACHED A
      *   PERIOD NOT YET CHARGED (OPN-FEE-PERIODS), SO A RERUN OR A
      *   DAILY SCHEDULE NEVER CHARGES THE SAME PERIOD TWICE AND A
      *   MISSED RUN DOES NOT BACK-CHARGE THE PERIODS IT SKIPPED. THE
      *   FEE POSTS TO THE MASTER BALANCE AND THE DEFAULT ACCOUNT 001
      *   (AUTO-OPENED AND SEEDED THE WAY FILES-9 DOES IT) AND TO THE
      *   LEDGER AS A TYPE-"L" DEBIT. THE CREDIT-LIMIT RULE FILES-9
      *   APPLIES HOLDS HERE TOO: A FEE THAT WOULD CARRY THE BALANCE
      *   PAST A NON-ZERO LIMIT GOES TO CUSTOMER-SUSPENSE.dat WITH AN
      *   OVER-LIMIT REASON, AS FILES-18 DOES WITH ITS CHARGES, AND THE
      *   PERIOD COUNTS AS DEALT WITH. A WRITTEN-OFF CUSTOMER IS NEVER
      *   CHARGED. EVERY FEE CHARGED OR SUSPENDED IS PRINTED ON THE FEE
      *   REGISTER (LATE-FEE-REGISTER-CCYYMMDD.rpt) WITH RUN TOTALS,
      *   AND THE REGISTER IS CATALOGUED ON REPORT-CATALOG.dat.
      * 15/10/2026 NM - AN OPEN ITEM IN DISPUTE (SEE FILES-53) IS
      *   CHARGED NO LATE FEE WHILE THE DISPUTE RUNS. ONCE THE CHARGE IS
      *   UPHELD THE ITEM IS ASSESSED AGAIN, FROM THE PERIOD IT HAS
      *   REACHED BY THEN -- THE PERIODS SPENT IN DISPUTE ARE NOT
      *   BACK-CHARGED.
      * 15/10/2026 NM - THE GRACE PERIOD IS COUNTED IN BUSINESS DAYS
      *   WHEN THE SCHEDULE LINE IN FORCE SAYS SO (LFE-GRACE-BASIS "B",
      *   KEYED THROUGH FILES-34): THE GRACE THEN RUNS OUT ON THE
      *   GRACE-DAYS'TH BUSINESS DAY AFTER THE DUE DATE ON THE
      *   CALENDAR.dat BUSINESS-DAY CALENDAR (LAYOUT IN COPYLIB'S
      *   CALENDAR-RECORD), AND THE FIRST OVERDUE PERIOD STARTS THE DAY
      *   AFTER THAT. THE PERIODS THEMSELVES, AND THE DAYS OVERDUE ON
      *   THE REGISTER, STAY CALENDAR DAYS. A LINE KEYED BEFORE THE
      *   BASIS EXISTED COUNTS CALENDAR DAYS AS BEFORE. THE REGISTER'S
      *   TERMS LINE SAYS WHICH.
      * 15/10/2026 NM - AN AUTO-OPENED DEFAULT ACCOUNT 001 NOW HAS ITS
      *   DEPOSIT TERMS CLEARED BEFORE IT IS WRITTEN, AS FILES-33 DOES
      *   FOR A NEW ACCOUNT, SO IT CANNOT INHERIT THE TERMS OF THE LAST
      *   DEPOSIT ACCOUNT READ INTO THE RECORD AREA.
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

           SELECT LATE-FEE-FILE ASSIGN TO "LATE-FEES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

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

           SELECT LEDGER-FILE ASSIGN TO "CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTOMER-SUSPENSE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

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

       FD LATE-FEE-FILE.
           COPY "LATE-FEE-RECORD.cpy".

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

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

       FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".

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

           01 WS-FEES-STATUS        PIC X(2) VALUE SPACES.
               88 FEES-OK               VALUE "00".
               88 FEES-NOT-FOUND        VALUE "35".

           77 FEES-EOF              PIC X VALUE "N".
               88 FEES-EOF-REACHED  VALUE "Y".

      *    THE SCHEDULE LINE IN FORCE ON THE BUSINESS DATE.
           01 WS-SCHEDULE.
               02 WS-SCH-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
               02 WS-SCH-GRACE-DAYS     PIC 9(3) VALUE ZERO.
               02 WS-SCH-PERIOD-DAYS    PIC 9(3) VALUE ZERO.
               02 WS-SCH-FEE-BASIS      PIC X VALUE SPACE.
                   88 WS-SCH-BASIS-FLAT     VALUE "F".
                   88 WS-SCH-BASIS-PERCENT  VALUE "P".
               02 WS-SCH-FLAT-FEE       PIC 9(5)V99 VALUE ZERO.
               02 WS-SCH-PERCENT        PIC 9(2)V999 VALUE ZERO.
               02 WS-SCH-GRACE-BASIS    PIC X VALUE SPACE.
                   88 WS-SCH-GRACE-BUSINESS VALUE "B".

           01 WS-CALENDAR-STATUS    PIC X(2) VALUE SPACES.
               88 CALENDAR-OK           VALUE "00".
               88 CALENDAR-NOT-FOUND    VALUE "35".
           77 CALENDAR-EOF          PIC X VALUE "N".
               88 CALENDAR-EOF-REACHED VALUE "Y".

      *    THE NON-BUSINESS DAYS ON CALENDAR.dat AS DATE-INTRINSIC
      *    INTEGERS, LOADED AT START. DAY 1 OF THAT COUNT WAS A MONDAY,
      *    SO AN INTEGER'S REMAINDER BY 7 IS 0 ON A SUNDAY AND 6 ON A
      *    SATURDAY.
           01 WS-CALENDAR-TABLE.
               02 WS-CAL-INTEGER PIC 9(7) COMP OCCURS 500 TIMES.
           77 WS-CAL-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-CAL-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-CAL-TEST-INTEGER   PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-WEEKS          PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-DAY-OF-WEEK    PIC 9 COMP VALUE ZERO.
           77 WS-BUSINESS-DAY-SWITCH PIC X VALUE "Y".
               88 WS-BUSINESS-DAY       VALUE "Y".

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

           01 WS-SUSPENSE-STATUS    PIC X(2) VALUE SPACES.
               88 SUSPENSE-OK           VALUE "00".
               88 SUSPENSE-NOT-FOUND    VALUE "35".

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
           77 WS-GRACE-END-INTEGER  PIC 9(7) COMP VALUE ZERO.
           77 WS-PERIODS-DUE        PIC 9(3) COMP VALUE ZERO.
           77 WS-PERIODS-CHARGED    PIC 9(3) COMP VALUE ZERO.

           77 WS-FEE-AMOUNT         PIC 9(7)V99 VALUE ZERO.
           77 WS-BEFORE-BALANCE     PIC S9(7)V99 VALUE ZERO.
           77 WS-OTHER-ACCOUNT-SUM  PIC S9(9)V99 VALUE ZERO.

           77 WS-ITEMS-READ         PIC 9(7) VALUE ZERO.
           77 WS-ITEMS-IN-GRACE     PIC 9(7) VALUE ZERO.
           77 WS-ITEMS-ALREADY-DONE PIC 9(7) VALUE ZERO.
           77 WS-ITEMS-UNUSABLE     PIC 9(7) VALUE ZERO.
           77 WS-ITEMS-IN-DISPUTE   PIC 9(7) VALUE ZERO.
           77 WS-ITEMS-NO-MASTER    PIC 9(7) VALUE ZERO.
           77 WS-ITEMS-WRITTEN-OFF  PIC 9(7) VALUE ZERO.
           77 WS-FEES-CHARGED       PIC 9(7) VALUE ZERO.
           77 WS-FEES-CHARGED-TOTAL PIC 9(9)V99 VALUE ZERO.
           77 WS-FEES-SUSPENDED     PIC 9(7) VALUE ZERO.
           77 WS-FEES-SUSPENDED-TOTAL PIC 9(9)V99 VALUE ZERO.
           77 WS-FEES-FAILED        PIC 9(7) VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

           01 WS-REGISTER-HEAD-LINE.
               02 FILLER             PIC X(37) VALUE
                   "LATE-FEE REGISTER -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(20) VALUE
                   "   SCHEDULE OF ".
               02 HL-SCHEDULE-DATE   PIC 9(8).

           01 WS-REGISTER-TERMS-LINE.
               02 FILLER             PIC X(7) VALUE "GRACE ".
               02 TM-GRACE-DAYS      PIC ZZ9.
               02 TM-GRACE-UNIT      PIC X(15).
               02 FILLER             PIC X(9) VALUE "  PERIOD ".
               02 TM-PERIOD-DAYS     PIC ZZ9.
               02 FILLER             PIC X(8) VALUE " DAYS   ".
               02 TM-BASIS           PIC X(40).

           01 WS-REGISTER-COL-LINE.
               02 FILLER             PIC X(40) VALUE
                   "ID       INVOICE  DUE DATE     DAYS OVER".
               02 FILLER             PIC X(48) VALUE
                   "   OUTSTANDING           FEE   OUTCOME".

           01 WS-REGISTER-LINE.
               02 RL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-INVOICE-SEQ     PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-DUE-DATE        PIC 9(8).
               02 FILLER             PIC X(5) VALUE SPACES.
               02 RL-DAYS-OVERDUE    PIC ZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-OUTSTANDING     PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-FEE             PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 RL-OUTCOME         PIC X(30).

           01 WS-REGISTER-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 TL-AMOUNT          PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-OPEN-FILES THRU 1500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-ASSESS-ITEM THRU 2000-EXIT
                   UNTIL OPEN-ITEMS-EOF-REACHED
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-ITEMS-READ TO WS-RLG-READ
           MOVE WS-FEES-CHARGED TO WS-RLG-WRITTEN
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
           MOVE "FILES-52" TO RLG-PROGRAM-ID
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
           MOVE "FILES-52" TO LCK-PROGRAM
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
               MOVE "FILES-52" TO LCK-PROGRAM
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
           MOVE "FILES-52" TO RPC-PROGRAM
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

       0800-LOAD-CALENDAR.
      *    NO CALENDAR FILE LEAVES SATURDAYS AND SUNDAYS AS THE ONLY
      *    NON-BUSINESS DAYS. A WEEKEND DATE KEYED ON THE FILE BY HAND
      *    IS SKIPPED -- THE WEEKDAY TEST ALREADY COVERS IT.
           MOVE ZERO TO WS-CAL-COUNT
           MOVE "N" TO CALENDAR-EOF
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-NOT-FOUND
               DISPLAY "NO CALENDAR FILE -- WEEKENDS ARE THE ONLY "
                   "NON-BUSINESS DAYS"
               GO TO 0800-EXIT
           END-IF
           IF NOT CALENDAR-OK
               DISPLAY "CALENDAR-FILE OPEN FAILED, STATUS: "
                   WS-CALENDAR-STATUS " -- WEEKENDS ONLY"
               GO TO 0800-EXIT
           END-IF
           PERFORM 0810-LOAD-CALENDAR-DAY THRU 0810-EXIT
               UNTIL CALENDAR-EOF-REACHED
           CLOSE CALENDAR-FILE
           DISPLAY "NON-BUSINESS DAYS ON THE CALENDAR: " WS-CAL-COUNT.
       0800-EXIT.
           EXIT.

       0810-LOAD-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF-REACHED TO TRUE
                   GO TO 0810-EXIT
           END-READ
           IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = ZERO
               GO TO 0810-EXIT
           END-IF
           IF WS-CAL-COUNT IS NOT LESS THAN 500
               DISPLAY "CALENDAR TABLE FULL -- " CAL-DATE " IGNORED"
               GO TO 0810-EXIT
           END-IF
           COMPUTE WS-CAL-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(CAL-DATE)
           DIVIDE WS-CAL-TEST-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
               GO TO 0810-EXIT
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CAL-TEST-INTEGER TO WS-CAL-INTEGER (WS-CAL-COUNT).
       0810-EXIT.
           EXIT.

       0850-TEST-BUSINESS-DAY.
      *    WS-CAL-TEST-INTEGER IN; WS-BUSINESS-DAY SET WHEN IT IS
      *    NEITHER A WEEKEND NOR ON THE CALENDAR.
           MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           DIVIDE WS-CAL-TEST-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               GO TO 0850-EXIT
           END-IF
           PERFORM 0860-MATCH-HOLIDAY THRU 0860-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB IS GREATER THAN WS-CAL-COUNT
                   OR NOT WS-BUSINESS-DAY.
       0850-EXIT.
           EXIT.

       0860-MATCH-HOLIDAY.
           IF WS-CAL-INTEGER (WS-CAL-SUB) = WS-CAL-TEST-INTEGER
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           END-IF.
       0860-EXIT.
           EXIT.

       0870-ROLL-TO-BUSINESS-DAY.
      *    WS-CAL-TEST-INTEGER MOVES FORWARD A DAY AT A TIME UNTIL IT
      *    LANDS ON A BUSINESS DAY; ONE THAT ALREADY IS STAYS PUT.
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           PERFORM 0880-STEP-ONE-DAY THRU 0880-EXIT
               UNTIL WS-BUSINESS-DAY.
       0870-EXIT.
           EXIT.

       0880-STEP-ONE-DAY.
           ADD 1 TO WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT.
       0880-EXIT.
           EXIT.

       1000-LOAD-SCHEDULE.
      *    THE LINE WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE
      *    BUSINESS DATE IS IN FORCE, AS FILES-18 PICKS ITS RATE SET.
      *    NO LINE IN FORCE MEANS NO FEES -- THE RUN IS REFUSED RATHER
      *    THAN GUESSING A FEE.
           MOVE ZERO TO WS-SCH-EFFECTIVE-DATE
           OPEN INPUT LATE-FEE-FILE
           IF FEES-NOT-FOUND
               DISPLAY "NO LATE-FEE FILE ON HAND -- KEY A SCHEDULE "
                   "THROUGH FILES-34, RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT FEES-OK
               DISPLAY "LATE-FEE-FILE OPEN FAILED, STATUS: "
                   WS-FEES-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-TEST-SCHEDULE-LINE THRU 1100-EXIT
               UNTIL FEES-EOF-REACHED
           CLOSE LATE-FEE-FILE

           IF WS-SCH-EFFECTIVE-DATE = ZERO
               DISPLAY "NO LATE-FEE SCHEDULE IN FORCE ON "
                   WS-CURRENT-DATE-NUM " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF WS-SCH-PERIOD-DAYS IS NOT NUMERIC
               OR WS-SCH-PERIOD-DAYS = ZERO
               OR (NOT WS-SCH-BASIS-FLAT AND NOT WS-SCH-BASIS-PERCENT)
               DISPLAY "LATE-FEE SCHEDULE OF " WS-SCH-EFFECTIVE-DATE
                   " IS NOT VALID -- PUT IT RIGHT THROUGH FILES-34, "
                   "RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "LATE-FEE SCHEDULE IN FORCE: " WS-SCH-EFFECTIVE-DATE
               "  GRACE " WS-SCH-GRACE-DAYS "  PERIOD "
               WS-SCH-PERIOD-DAYS "  BASIS " WS-SCH-FEE-BASIS
           IF WS-SCH-GRACE-BUSINESS
               DISPLAY "GRACE COUNTED IN BUSINESS DAYS"
               PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-TEST-SCHEDULE-LINE.
           READ LATE-FEE-FILE
               AT END
                   SET FEES-EOF-REACHED TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF LFE-EFFECTIVE-DATE IS NOT NUMERIC
               OR LFE-EFFECTIVE-DATE IS GREATER THAN WS-CURRENT-DATE-NUM
               OR LFE-EFFECTIVE-DATE IS NOT GREATER THAN
                   WS-SCH-EFFECTIVE-DATE
               GO TO 1100-EXIT
           END-IF
           MOVE LFE-EFFECTIVE-DATE TO WS-SCH-EFFECTIVE-DATE
           MOVE LFE-GRACE-DAYS     TO WS-SCH-GRACE-DAYS
           MOVE LFE-PERIOD-DAYS    TO WS-SCH-PERIOD-DAYS
           MOVE LFE-FEE-BASIS      TO WS-SCH-FEE-BASIS
           MOVE LFE-FLAT-FEE       TO WS-SCH-FLAT-FEE
           MOVE LFE-PERCENT        TO WS-SCH-PERCENT
           MOVE LFE-GRACE-BASIS    TO WS-SCH-GRACE-BASIS.
       1100-EXIT.
           EXIT.

       1500-OPEN-FILES.
      *    NO OPEN-ITEMS FILE MEANS NOTHING HAS BEEN BILLED -- NOTHING
      *    CAN BE LATE, SO THE RUN ENDS CLEAN WITH AN EMPTY REGISTER.
           OPEN I-O OPEN-ITEMS-FILE
           IF OPEN-ITEMS-NOT-FOUND
               DISPLAY "NO OPEN-ITEMS FILE ON HAND -- NOTHING TO ASSESS"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1500-EXIT
           END-IF
           IF NOT OPEN-ITEMS-OK
               DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                   WS-OPEN-ITEMS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1500-EXIT
           END-IF

           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE OPEN-ITEMS-FILE
               GO TO 1500-EXIT
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
               GO TO 1500-EXIT
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
               GO TO 1500-EXIT
           END-IF

           OPEN EXTEND SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF
           IF NOT SUSPENSE-OK
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS: "
                   WS-SUSPENSE-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE OPEN-ITEMS-FILE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               GO TO 1500-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "LATE-FEE-REGISTER-" DELIMITED BY SIZE
                  WS-CURRENT-DATE      DELIMITED BY SIZE
                  ".rpt"               DELIMITED BY SIZE
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
               CLOSE ACCOUNTS-FILE
               CLOSE LEDGER-FILE
               CLOSE SUSPENSE-FILE
               GO TO 1500-EXIT
           END-IF

           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE WS-SCH-EFFECTIVE-DATE TO HL-SCHEDULE-DATE
           WRITE REPORT-LINE FROM WS-REGISTER-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE WS-SCH-GRACE-DAYS TO TM-GRACE-DAYS
           IF WS-SCH-GRACE-BUSINESS
               MOVE " BUSINESS DAYS" TO TM-GRACE-UNIT
           ELSE
               MOVE " CALENDAR DAYS" TO TM-GRACE-UNIT
           END-IF
           MOVE WS-SCH-PERIOD-DAYS TO TM-PERIOD-DAYS
           MOVE SPACES TO TM-BASIS
           IF WS-SCH-BASIS-FLAT
               MOVE WS-SCH-FLAT-FEE TO WS-AMOUNT-EDIT
               STRING "FLAT FEE " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO TM-BASIS
               END-STRING
           ELSE
               STRING "PERCENT " DELIMITED BY SIZE
                      WS-SCH-PERCENT DELIMITED BY SIZE
                      " OF THE OUTSTANDING" DELIMITED BY SIZE
                   INTO TM-BASIS
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-REGISTER-TERMS-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-REGISTER-COL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "N" TO OPEN-ITEMS-EOF
           PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT.
       1500-EXIT.
           EXIT.

       2000-ASSESS-ITEM.
      *    AN ITEM WITHOUT A USABLE DUE DATE OR AMOUNT CANNOT BE AGED;
      *    IT IS COUNTED AND LEFT FOR THE FILES-7 OWNER TO PUT RIGHT.
           IF OPN-DUE-DATE IS NOT NUMERIC
               OR OPN-DUE-DATE = ZERO
               OR OPN-OUTSTANDING IS NOT NUMERIC
               ADD 1 TO WS-ITEMS-UNUSABLE
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF OPN-OUTSTANDING = ZERO
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF OPN-IN-DISPUTE
               ADD 1 TO WS-ITEMS-IN-DISPUTE
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(OPN-DUE-DATE)
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER - WS-DUE-INTEGER
           IF WS-SCH-GRACE-BUSINESS
               MOVE WS-DUE-INTEGER TO WS-CAL-TEST-INTEGER
               PERFORM 2050-STEP-BUSINESS-DAY THRU 2050-EXIT
                   WS-SCH-GRACE-DAYS TIMES
               MOVE WS-CAL-TEST-INTEGER TO WS-GRACE-END-INTEGER
           ELSE
               COMPUTE WS-GRACE-END-INTEGER =
                   WS-DUE-INTEGER + WS-SCH-GRACE-DAYS
           END-IF
           IF WS-TODAY-INTEGER IS NOT GREATER THAN WS-GRACE-END-INTEGER
               ADD 1 TO WS-ITEMS-IN-GRACE
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

      *    THE FIRST PERIOD STARTS THE DAY AFTER THE GRACE RUNS OUT.
           COMPUTE WS-PERIODS-DUE =
               (WS-TODAY-INTEGER - WS-GRACE-END-INTEGER - 1)
                   / WS-SCH-PERIOD-DAYS + 1
           IF OPN-FEE-PERIODS IS NUMERIC
               MOVE OPN-FEE-PERIODS TO WS-PERIODS-CHARGED
           ELSE
               MOVE ZERO TO WS-PERIODS-CHARGED
           END-IF
           IF WS-PERIODS-CHARGED IS NOT LESS THAN WS-PERIODS-DUE
               ADD 1 TO WS-ITEMS-ALREADY-DONE
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-SCH-BASIS-FLAT
               MOVE WS-SCH-FLAT-FEE TO WS-FEE-AMOUNT
           ELSE
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   OPN-OUTSTANDING * WS-SCH-PERCENT / 100
           END-IF
           IF WS-FEE-AMOUNT = ZERO
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE OPN-ID-NUMBER   TO RL-ID-NUMBER
           MOVE OPN-INVOICE-SEQ TO RL-INVOICE-SEQ
           MOVE OPN-DUE-DATE    TO RL-DUE-DATE
           MOVE WS-DAYS-OVERDUE TO RL-DAYS-OVERDUE
           MOVE OPN-OUTSTANDING TO RL-OUTSTANDING
           MOVE WS-FEE-AMOUNT   TO RL-FEE

           MOVE OPN-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   ADD 1 TO WS-ITEMS-NO-MASTER
                   MOVE "NOT CHARGED -- NO MASTER" TO RL-OUTCOME
                   PERFORM 2800-PRINT-LINE THRU 2800-EXIT
                   PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ
           IF WRITTEN-OFF
               ADD 1 TO WS-ITEMS-WRITTEN-OFF
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

      *    THE SAME CREDIT-LIMIT GATE FILES-9 KEEPS: A FEE THAT WOULD
      *    CARRY THE BALANCE PAST THE LIMIT GOES TO SUSPENSE FOR A
      *    HUMAN. ZERO OR NOT-YET-KEYED MEANS NO LIMIT.
           IF CREDIT-LIMIT IS NUMERIC
               AND CREDIT-LIMIT IS GREATER THAN ZERO
               AND CUSTOMER-BALANCE + WS-FEE-AMOUNT
                   IS GREATER THAN CREDIT-LIMIT
               PERFORM 2400-SUSPEND-FEE THRU 2400-EXIT
               PERFORM 2500-MARK-ITEM THRU 2500-EXIT
               PERFORM 2800-PRINT-LINE THRU 2800-EXIT
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           PERFORM 2200-RESOLVE-ACCOUNT THRU 2200-EXIT
           IF NOT WS-ACCOUNT-READY
               ADD 1 TO WS-FEES-FAILED
               MOVE "NOT CHARGED -- NO ACCOUNT 001" TO RL-OUTCOME
               PERFORM 2800-PRINT-LINE THRU 2800-EXIT
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-POST-FEE THRU 2100-EXIT
           PERFORM 2800-PRINT-LINE THRU 2800-EXIT
           PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2050-STEP-BUSINESS-DAY.
      *    ONE BUSINESS DAY OF GRACE: ON TO THE NEXT DAY, THEN PAST ANY
      *    NON-BUSINESS DAYS.
           ADD 1 TO WS-CAL-TEST-INTEGER
           PERFORM 0870-ROLL-TO-BUSINESS-DAY THRU 0870-EXIT.
       2050-EXIT.
           EXIT.

       2100-POST-FEE.
      *    A FEE IS NOT CUSTOMER ACTIVITY, SO LAST-ACTIVITY IS LEFT
      *    ALONE -- THE SAME RULE FILES-18 KEEPS FOR ITS CHARGES.
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           ADD WS-FEE-AMOUNT TO CUSTOMER-BALANCE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                   MOVE 1 TO RETURN-CODE
                   ADD 1 TO WS-FEES-FAILED
                   MOVE "NOT CHARGED -- REWRITE FAILED" TO RL-OUTCOME
                   GO TO 2100-EXIT
           END-REWRITE

           ADD WS-FEE-AMOUNT TO ACT-ACCOUNT-BALANCE
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER " ACCOUNT 001, STATUS: "
                       WS-ACCOUNTS-STATUS
                       " -- PUT IT RIGHT THROUGH FILES-33"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE

           MOVE ID-NUMBER          TO LGR-ID-NUMBER
           MOVE 1                  TO LGR-ACCOUNT-NUMBER
           MOVE "D"                TO LGR-DRCR-CODE
           SET LGR-TYPE-LATE-FEE   TO TRUE
           MOVE WS-FEE-AMOUNT      TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO LGR-EFFECTIVE-DATE
           MOVE WS-BEFORE-BALANCE  TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE   TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD

           ADD 1 TO WS-FEES-CHARGED
           ADD WS-FEE-AMOUNT TO WS-FEES-CHARGED-TOTAL
           MOVE "CHARGED" TO RL-OUTCOME
           PERFORM 2500-MARK-ITEM THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

       2200-RESOLVE-ACCOUNT.
      *    THE FEE LANDS ON THE DEFAULT ACCOUNT 001, AUTO-OPENED FOR A
      *    LEGACY CUSTOMER AND SEEDED SO THE ACCOUNTS STILL SUM TO THE
      *    MASTER BALANCE -- THE SAME RULE FILES-9 FOLLOWS.
           MOVE "N" TO WS-ACCOUNT-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE 1 TO ACT-ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   PERFORM 2250-OPEN-DEFAULT-ACCOUNT THRU 2250-EXIT
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

       2250-OPEN-DEFAULT-ACCOUNT.
           MOVE ZERO TO WS-OTHER-ACCOUNT-SUM
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 2260-SUM-OTHER-ACCOUNT THRU 2260-EXIT
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
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-WRITE.
       2250-EXIT.
           EXIT.

       2260-SUM-OTHER-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 2260-EXIT
           END-READ
           IF ACT-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 2260-EXIT
           END-IF
           ADD ACT-ACCOUNT-BALANCE TO WS-OTHER-ACCOUNT-SUM.
       2260-EXIT.
           EXIT.

       2400-SUSPEND-FEE.
      *    SOURCE FILES-52 KEEPS THE ITEM OUT OF THE FILES-45 NIGHTLY
      *    RE-MATCH -- A SUSPENDED FEE WAITS FOR THE FILES-10 REVIEW.
           ADD 1 TO WS-FEES-SUSPENDED
           ADD WS-FEE-AMOUNT TO WS-FEES-SUSPENDED-TOTAL
           MOVE ID-NUMBER     TO SUS-ID-NUMBER
           MOVE F-NAME        TO SUS-F-NAME
           MOVE L-NAME        TO SUS-L-NAME
           MOVE "OVER CREDIT LIMIT" TO SUS-REASON
           MOVE WS-CURRENT-DATE TO SUS-DATE
           MOVE "FILES-52"    TO SUS-SOURCE
           MOVE "D"           TO SUS-DRCR-CODE
           MOVE WS-FEE-AMOUNT TO SUS-AMOUNT
           MOVE 1             TO SUS-ACCOUNT
           WRITE SUS-SUSPENSE-RECORD
           MOVE "SUSPENDED -- OVER CREDIT LIMIT" TO RL-OUTCOME.
       2400-EXIT.
           EXIT.

       2500-MARK-ITEM.
           MOVE WS-PERIODS-DUE      TO OPN-FEE-PERIODS
           MOVE WS-CURRENT-DATE-NUM TO OPN-LAST-FEE-DATE
           REWRITE OPN-OPEN-ITEM
               INVALID KEY
                   DISPLAY "OPEN-ITEMS-FILE REWRITE FAILED FOR ID "
                       OPN-ID-NUMBER " ITEM " OPN-INVOICE-SEQ
                       ", STATUS: " WS-OPEN-ITEMS-STATUS
                   MOVE 1 TO RETURN-CODE
           END-REWRITE.
       2500-EXIT.
           EXIT.

       2800-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-REGISTER-LINE
               AFTER ADVANCING 1 LINE.
       2800-EXIT.
           EXIT.

       2900-READ-OPEN-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END SET OPEN-ITEMS-EOF-REACHED TO TRUE
           END-READ
           IF NOT OPEN-ITEMS-EOF-REACHED
               ADD 1 TO WS-ITEMS-READ
           END-IF.
       2900-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "FEES CHARGED" TO TL-LABEL
           MOVE WS-FEES-CHARGED TO TL-COUNT
           MOVE WS-FEES-CHARGED-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "FEES SUSPENDED OVER CREDIT LIMIT" TO TL-LABEL
           MOVE WS-FEES-SUSPENDED TO TL-COUNT
           MOVE WS-FEES-SUSPENDED-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "FEES NOT CHARGED -- SEE THE LINES ABOVE" TO TL-LABEL
           COMPUTE TL-COUNT = WS-FEES-FAILED + WS-ITEMS-NO-MASTER
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "LATE-FEE ASSESSMENT -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  OPEN ITEMS READ:         " WS-ITEMS-READ
           DISPLAY "  WITHIN DUE DATE/GRACE:   " WS-ITEMS-IN-GRACE
           DISPLAY "  PERIOD ALREADY CHARGED:  " WS-ITEMS-ALREADY-DONE
           DISPLAY "  IN DISPUTE:              " WS-ITEMS-IN-DISPUTE
           DISPLAY "  WRITTEN-OFF CUSTOMER:    " WS-ITEMS-WRITTEN-OFF
           DISPLAY "  NO MASTER RECORD:        " WS-ITEMS-NO-MASTER
           DISPLAY "  NO USABLE DUE DATE:      " WS-ITEMS-UNUSABLE
           MOVE WS-FEES-CHARGED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  FEES CHARGED:            " WS-FEES-CHARGED
               "  " WS-AMOUNT-EDIT
           MOVE WS-FEES-SUSPENDED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  SUSPENDED OVER LIMIT:    " WS-FEES-SUSPENDED
               "  " WS-AMOUNT-EDIT
           DISPLAY "  NOT POSTED:              " WS-FEES-FAILED
           DISPLAY "REGISTER WRITTEN TO " WS-REPORT-FILE-NAME.
       8500-EXIT.
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
           CLOSE SUSPENSE-FILE
           IF NOT SUSPENSE-OK
               DISPLAY "SUSPENSE-FILE CLOSE FAILED, STATUS: "
                   WS-SUSPENSE-STATUS
           END-IF
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

      *   CUSTOMER'S ACCOUNTS WITH THE CUSTOMER TOTAL PROVED AGAINST
      *   THE MASTER BALANCE, AND C CLOSES AN ACCOUNT THAT STANDS AT
      *   ZERO. OPERATOR SIGN-ON AND THE LOCK REFUSAL FOLLOW FILES-12.
      * 15/10/2026 NM - A DEPOSIT ACCOUNT IS NOW A TERM DEPOSIT (SEE
      *   COPYLIB'S ACCOUNT-RECORD): O ASKS FOR THE TERM IN MONTHS, THE
      *   ANNUAL RATE FIXED FOR THE TERM AND THE MATURITY INSTRUCTION --
      *   ROLL OVER, OR PAY OUT TO A REGULAR ACCOUNT OF THE SAME
      *   CUSTOMER, WHICH MUST ALREADY BE OPEN -- AND WORKS OUT THE
      *   MATURITY DATE FROM TODAY (A DAY THE MATURITY MONTH NEVER
      *   REACHES FALLS ON ITS LAST DAY). THE FILES-56 MATURITY RUN
      *   TAKES IT FROM THERE. L SHOWS THE TERMS UNDER THE DEPOSIT. T
      *   REFUSES TO MOVE MONEY OUT OF A DEPOSIT WHILE ITS TERM RUNS,
      *   AND MONEY GOES IN ONLY ON THE DAY THE TERM STARTS, SINCE THE
      *   RATE IS PAID ON THE BALANCE FOR THE WHOLE TERM.
      * 15/10/2026 NM - EVERY ACCOUNT OPENED, TRANSFER MADE AND ACCOUNT
      *   CLOSED IS NOW APPENDED TO ACCOUNT-ACTIVITY.dat (LAYOUT IN
      *   COPYLIB'S ACCOUNT-ACTIVITY-RECORD) WITH THE DATE, TIME AND
      *   SIGNED-ON OPERATOR, THE WAY FILES-34 JOURNALS THE RATE TABLES.
      *   THE FILES-69 CORRESPONDENCE RUN WRITES TO THE CUSTOMER ABOUT
      *   EACH ACCOUNT CLOSED FROM IT. A TRAIL THAT WILL NOT OPEN IS
      *   REPORTED TO THE OPERATOR; THE MAINTENANCE ITSELF IS ALREADY
      *   DONE BY THEN.
      * 15/10/2026 NM - EVERY ACCOUNT ACTION NOW TAKES THE CUSTOMER
      *   NUMBER -- THE ID-NUMBER AND ITS CHECK DIGIT -- AND REFUSES ONE
      *   WHOSE CHECK DIGIT DOES NOT AGREE, AS THE OTHER MAINTENANCE
      *   PROGRAMS DO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ACT-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACCOUNT-ACTIVITY.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD ACTIVITY-FILE.
           COPY "ACCOUNT-ACTIVITY-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".

           01 WS-ACTIVITY-STATUS   PIC X(2) VALUE SPACES.
               88 ACTIVITY-OK           VALUE "00".
               88 ACTIVITY-NOT-FOUND    VALUE "35".

           01 WS-MENU-CHOICE         PIC X VALUE SPACE.
               88 WS-CHOICE-OPEN         VALUE "O".
               88 WS-CHOICE-TRANSFER     VALUE "T".
           77 WS-FROM-ACCOUNT       PIC 9(3) VALUE ZERO.
           77 WS-TO-ACCOUNT         PIC 9(3) VALUE ZERO.
           77 WS-WORK-TYPE          PIC X VALUE SPACE.

      *    THE TERMS OF A NEW TERM DEPOSIT, AND THE MONTH ARITHMETIC
      *    THAT TURNS THE TERM INTO A MATURITY DATE.
           77 WS-TERM-MONTHS        PIC 9(3) VALUE ZERO.
           77 WS-FIXED-RATE         PIC 9(2)V999 VALUE ZERO.
           77 WS-MATURITY-INSTR     PIC X VALUE SPACE.
           77 WS-PAYOUT-ACCOUNT     PIC 9(3) VALUE ZERO.
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
           01 WS-RATE-EDIT          PIC Z9.999.
           77 WS-TRANSFER-AMOUNT    PIC 9(7)V99 VALUE ZERO.
           77 WS-FROM-BALANCE       PIC S9(7)V99 VALUE ZERO.

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

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
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
       0300-EXIT.
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

       1000-OPEN-FILES.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
       1000-EXIT.
           EXIT.

       1900-WRITE-ACTIVITY.
      *    AAC-ACTION AND AAC-OTHER-ACCOUNT ARE SET BY THE CALLER; THE
      *    ACCOUNT IS THE ONE IN THE ACCOUNT RECORD AREA, AND THE AMOUNT
      *    IS ITS BALANCE EXCEPT ON A TRANSFER. SAME OPEN-EXTEND-PER-
      *    WRITE PATTERN AS THE FILES-34 RATES JOURNAL.
           OPEN EXTEND ACTIVITY-FILE
           IF ACTIVITY-NOT-FOUND
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN EXTEND ACTIVITY-FILE
           END-IF
           IF NOT ACTIVITY-OK
               DISPLAY "ACTIVITY-FILE OPEN FAILED, STATUS: "
                   WS-ACTIVITY-STATUS " -- NOT RECORDED ON "
                   "ACCOUNT-ACTIVITY.dat"
               GO TO 1900-EXIT
           END-IF
           ACCEPT AAC-DATE FROM DATE YYYYMMDD
           ACCEPT AAC-TIME FROM TIME
           MOVE WS-OPERATOR-ID      TO AAC-OPERATOR
           MOVE ACT-ID-NUMBER       TO AAC-ID-NUMBER
           MOVE ACT-ACCOUNT-NUMBER  TO AAC-ACCOUNT-NUMBER
           MOVE ACT-ACCOUNT-TYPE    TO AAC-ACCOUNT-TYPE
           IF AAC-ACTION-TRANSFER
               MOVE WS-TRANSFER-AMOUNT  TO AAC-AMOUNT
           ELSE
               MOVE ACT-ACCOUNT-BALANCE TO AAC-AMOUNT
           END-IF
           WRITE AAC-ACTIVITY-RECORD
           CLOSE ACTIVITY-FILE.
       1900-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "ACCOUNT MAINTENANCE"
           EXIT.

       3000-OPEN-ACCOUNT.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-WORK-ID
           DISPLAY "ACCOUNT NUMBER (001-999): " WITH NO ADVANCING
           ACCEPT WS-WORK-ACCOUNT
           DISPLAY "ACCOUNT TYPE (R=REGULAR, D=DEPOSIT): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-TYPE

           IF WS-WORK-ACCOUNT IS NOT NUMERIC OR WS-WORK-ACCOUNT = ZERO
               DISPLAY "INVALID ACCOUNT NUMBER -- NOT OPENED"
               GO TO 3000-EXIT
                   GO TO 3000-EXIT
           END-READ

           IF WS-WORK-TYPE = "D"
               PERFORM 3100-TAKE-DEPOSIT-TERMS THRU 3100-EXIT
               IF WS-ABORT-REQUESTED
                   MOVE "N" TO WS-ABORT-SWITCH
                   GO TO 3000-EXIT
               END-IF
           END-IF

      *    NEW ACCOUNTS OPEN AT ZERO; MONEY ARRIVES BY TRANSFER OR
      *    POSTING, SO THE ACCOUNTS ALWAYS SUM TO THE MASTER BALANCE.
           MOVE WS-WORK-ID      TO ACT-ID-NUMBER
           MOVE WS-WORK-TYPE    TO ACT-ACCOUNT-TYPE
           MOVE ZERO            TO ACT-ACCOUNT-BALANCE
           MOVE WS-CURRENT-DATE-NUM TO ACT-LAST-ACTIVITY
           MOVE SPACES          TO ACT-DEPOSIT-TERMS
           IF WS-WORK-TYPE = "D"
               MOVE WS-TERM-MONTHS      TO ACT-TERM-MONTHS
               MOVE WS-CURRENT-DATE-NUM TO ACT-TERM-START
               MOVE WS-MATURITY-NUM     TO ACT-MATURITY-DATE
               MOVE WS-FIXED-RATE       TO ACT-FIXED-RATE
               MOVE WS-MATURITY-INSTR   TO ACT-MATURITY-INSTR
               MOVE WS-PAYOUT-ACCOUNT   TO ACT-PAYOUT-ACCOUNT
           END-IF
           WRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE WRITE FAILED, STATUS: "
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " OPENED FOR "
                       "ID " WS-WORK-ID
                   MOVE "O" TO AAC-ACTION
                   MOVE ZERO TO AAC-OTHER-ACCOUNT
                   PERFORM 1900-WRITE-ACTIVITY THRU 1900-EXIT
                   IF WS-WORK-TYPE = "D"
                       DISPLAY "TERM DEPOSIT MATURES " WS-MATURITY-NUM
                           " -- TRANSFER THE MONEY IN TODAY"
                   END-IF
           END-WRITE.
       3000-EXIT.
           EXIT.

       3100-TAKE-DEPOSIT-TERMS.
      *    A DEPOSIT IS OPENED FOR A TERM AT A RATE FIXED NOW, WITH
      *    THE INSTRUCTION FOR ITS MATURITY. ANY FAILURE SETS THE
      *    ABORT SWITCH AND THE ACCOUNT IS NOT OPENED.
           DISPLAY "TERM IN MONTHS (001-120): " WITH NO ADVANCING
           ACCEPT WS-TERM-MONTHS
           DISPLAY "FIXED ANNUAL RATE % (99V999): " WITH NO ADVANCING
           ACCEPT WS-FIXED-RATE
           DISPLAY "AT MATURITY (R=ROLL OVER, P=PAY OUT): "
               WITH NO ADVANCING
           ACCEPT WS-MATURITY-INSTR
           MOVE ZERO TO WS-PAYOUT-ACCOUNT
           IF WS-MATURITY-INSTR = "P"
               DISPLAY "PAY OUT TO REGULAR ACCOUNT: " WITH NO ADVANCING
               ACCEPT WS-PAYOUT-ACCOUNT
           END-IF

           IF WS-TERM-MONTHS IS NOT NUMERIC
               OR WS-TERM-MONTHS = ZERO
               OR WS-TERM-MONTHS IS GREATER THAN 120
               DISPLAY "INVALID TERM -- NOT OPENED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-FIXED-RATE IS NOT NUMERIC
               DISPLAY "INVALID RATE -- NOT OPENED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-MATURITY-INSTR NOT EQUAL "R"
               AND WS-MATURITY-INSTR NOT EQUAL "P"
               DISPLAY "INVALID MATURITY INSTRUCTION -- NOT OPENED"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3100-EXIT
           END-IF

           IF WS-MATURITY-INSTR = "P"
               IF WS-PAYOUT-ACCOUNT IS NOT NUMERIC
                   OR WS-PAYOUT-ACCOUNT = ZERO
                   OR WS-PAYOUT-ACCOUNT = WS-WORK-ACCOUNT
                   DISPLAY "INVALID PAY-OUT ACCOUNT -- NOT OPENED"
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 3100-EXIT
               END-IF
               MOVE WS-WORK-ID        TO ACT-ID-NUMBER
               MOVE WS-PAYOUT-ACCOUNT TO ACT-ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY
                       DISPLAY "PAY-OUT ACCOUNT " WS-PAYOUT-ACCOUNT
                           " IS NOT OPEN -- OPEN IT FIRST, NOT OPENED"
                       SET WS-ABORT-REQUESTED TO TRUE
                       GO TO 3100-EXIT
               END-READ
               IF NOT ACT-TYPE-REGULAR
                   DISPLAY "PAY-OUT ACCOUNT " WS-PAYOUT-ACCOUNT
                       " IS NOT A REGULAR ACCOUNT -- NOT OPENED"
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 3100-EXIT
               END-IF
           END-IF

           MOVE WS-CURRENT-DATE-NUM TO WS-MATURITY-NUM
           PERFORM 3150-ADD-TERM THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

       3150-ADD-TERM.
      *    WS-MATURITY-DATE MOVES ON WS-TERM-MONTHS WHOLE MONTHS. A DAY
      *    THE TARGET MONTH NEVER REACHES FALLS ON ITS LAST DAY, FOUND
      *    AS THE FIRST OF THE NEXT MONTH BACKED OFF BY ONE -- THE
      *    FILES-31 MONTH-END ARITHMETIC.
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
       3150-EXIT.
           EXIT.

       4000-TRANSFER-FUNDS.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-WORK-ID
           DISPLAY "FROM ACCOUNT: " WITH NO ADVANCING
           ACCEPT WS-FROM-ACCOUNT
           DISPLAY "TO ACCOUNT: " WITH NO ADVANCING
                       "TRANSFERRED"
                   GO TO 4000-EXIT
           END-READ
           IF ACT-TYPE-DEPOSIT
               AND ACT-MATURITY-DATE IS NUMERIC
               AND ACT-MATURITY-DATE IS GREATER THAN ZERO
               DISPLAY "ACCOUNT " WS-FROM-ACCOUNT " IS A TERM DEPOSIT "
                   "RUNNING TO " ACT-MATURITY-DATE " -- NOT "
                   "TRANSFERRED"
               GO TO 4000-EXIT
           END-IF
           MOVE ACT-ACCOUNT-BALANCE TO WS-FROM-BALANCE
      *    BALANCES ARE SIGNED, SO AN OVERDRAWING TRANSFER IS LEGAL
      *    -- BUT THE OPERATOR SHOULD HEAR ABOUT IT BEFORE THE MONEY
                       "TRANSFERRED"
                   GO TO 4000-EXIT
           END-READ
      *    THE FIXED RATE IS PAID ON THE WHOLE BALANCE FOR THE WHOLE
      *    TERM, SO A TERM DEPOSIT TAKES MONEY ONLY ON ITS FIRST DAY.
           IF ACT-TYPE-DEPOSIT
               AND ACT-MATURITY-DATE IS NUMERIC
               AND ACT-MATURITY-DATE IS GREATER THAN ZERO
               AND ACT-TERM-START NOT EQUAL WS-CURRENT-DATE-NUM
               DISPLAY "ACCOUNT " WS-TO-ACCOUNT " IS A TERM DEPOSIT "
                   "STARTED " ACT-TERM-START " -- NOT TRANSFERRED"
               GO TO 4000-EXIT
           END-IF

           ADD WS-TRANSFER-AMOUNT TO ACT-ACCOUNT-BALANCE
           MOVE WS-CURRENT-DATE-NUM TO ACT-LAST-ACTIVITY
                       WS-ACCOUNTS-STATUS
               NOT INVALID KEY
                   DISPLAY "TRANSFERRED -- CUSTOMER TOTAL UNCHANGED"
                   MOVE "T" TO AAC-ACTION
                   MOVE WS-TO-ACCOUNT TO AAC-OTHER-ACCOUNT
                   PERFORM 1900-WRITE-ACTIVITY THRU 1900-EXIT
           END-REWRITE.
       4000-EXIT.
           EXIT.

       5000-LIST-ACCOUNTS.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 5000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-WORK-ID

           MOVE WS-WORK-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
           END-IF
           DISPLAY "  ACCOUNT " ACT-ACCOUNT-NUMBER "  TYPE "
               ACT-ACCOUNT-TYPE "  BALANCE " WS-BALANCE-EDIT " "
               WS-BALANCE-DRCR "  LAST ACTIVITY " ACT-LAST-ACTIVITY
           IF ACT-TYPE-DEPOSIT
               AND ACT-MATURITY-DATE IS NUMERIC
               AND ACT-MATURITY-DATE IS GREATER THAN ZERO
               MOVE ACT-FIXED-RATE TO WS-RATE-EDIT
               IF ACT-MATURE-PAY-OUT
                   DISPLAY "      TERM " ACT-TERM-MONTHS " MONTHS FROM "
                       ACT-TERM-START " TO " ACT-MATURITY-DATE " AT "
                       WS-RATE-EDIT "% -- PAY OUT TO ACCOUNT "
                       ACT-PAYOUT-ACCOUNT
               ELSE
                   DISPLAY "      TERM " ACT-TERM-MONTHS " MONTHS FROM "
                       ACT-TERM-START " TO " ACT-MATURITY-DATE " AT "
                       WS-RATE-EDIT "% -- ROLL OVER"
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       6000-CLOSE-ACCOUNT.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 6000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-WORK-ID
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-WORK-ACCOUNT

               NOT INVALID KEY
                   DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " CLOSED FOR "
                       "ID " WS-WORK-ID
                   MOVE "C" TO AAC-ACTION
                   MOVE ZERO TO AAC-OTHER-ACCOUNT
                   PERFORM 1900-WRITE-ACTIVITY THRU 1900-EXIT
           END-DELETE.
       6000-EXIT.
           EXIT.

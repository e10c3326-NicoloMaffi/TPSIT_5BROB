       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-48.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. TARGETED REVERSAL OF ONE POSTED
      *   LEDGER MOVEMENT. UNTIL NOW A MISTAKEN POSTING WAS CORRECTED
      *   BY KEYING AN OFFSETTING FILES-9 TRANSACTION, WHICH LEFT TWO
      *   UNRELATED MOVEMENTS ON THE STATEMENT AND NOTHING TO SAY THE
      *   SECOND UNDID THE FIRST. THE SIGNED-ON OPERATOR PICKS THE
      *   MOVEMENT ON CUSTOMER-LEDGER.dat BY ID-NUMBER, POSTING DATE
      *   AND POSTING TIME (AND BY MOVEMENT TYPE WHEN TWO MOVEMENTS
      *   SHARE THE STAMP, AS THE FILES-18 INTEREST AND CHARGE PIECES
      *   CAN) AND KEYS A REASON CODE. THE RUN WRITES A TYPE-"R"
      *   CONTRA MOVEMENT -- OPPOSITE DEBIT/CREDIT CODE, SAME AMOUNT,
      *   SAME ACCOUNT -- WHOSE LGR-REVERSAL-DATA POINTS BACK AT THE
      *   ORIGINAL (SEE COPYLIB'S LEDGER-RECORD), UNWINDS
      *   CUSTOMER-BALANCE AND THE ACT-ACCOUNT-BALANCE OF THE ACCOUNT
      *   THE ORIGINAL HIT, AND JOURNALS THE MASTER CHANGE WITH
      *   BEFORE/AFTER IMAGES UNDER THE OPERATOR. A MOVEMENT ALREADY
      *   POINTED AT BY A REVERSAL IS REFUSED, AS ARE CARRY-FORWARDS,
      *   MERGE TRANSFERS AND REVERSALS THEMSELVES -- A WRONG REVERSAL
      *   IS PUT RIGHT BY POSTING THE ORIGINAL AGAIN, NOT BY STACKING
      *   REVERSALS. A REVERSED PAYMENT DOES NOT REOPEN THE FILES-20
      *   OPEN-ITEM ALLOCATION: THE AMOUNT RETURNS TO THE BALANCE AND
      *   THE NEXT FILES-7 BILLING RAISES IT AS AN ITEM. THE REVERSAL
      *   IS NOT CUSTOMER ACTIVITY AND DOES NOT STAMP LAST-ACTIVITY. THE
      *   RUN TAKES THE EXCLUSIVE RUN-LOCK LIKE EVERY OTHER MASTER
      *   UPDATER, BEFORE THE LEDGER IS SEARCHED.
      * 15/10/2026 NM - FILES-52 LATE FEES (TYPE "L") ARE REVERSIBLE, SO
      *   A FEE WAIVED ON APPEAL GOES BACK THROUGH HERE LIKE A SERVICE
      *   CHARGE. THE OPEN ITEM KEEPS ITS FEE-PERIOD COUNT, SO A WAIVED
      *   FEE IS NOT CHARGED AGAIN FOR THE SAME PERIOD.
      * 15/10/2026 NM - FILES-55 RETURNED-ITEM FEES (TYPE "B") ARE
      *   REVERSIBLE, SO A FEE WAIVED WHEN THE BANK WAS AT FAULT GOES
      *   BACK THROUGH HERE LIKE A LATE FEE.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - THE MOVEMENT IS NOW SELECTED BY CUSTOMER NUMBER
      *   -- THE ID-NUMBER AND ITS CHECK DIGIT -- AND REFUSED ON A CHECK
      *   DIGIT THAT DOES NOT AGREE, AS THE OTHER ENQUIRY AND
      *   MAINTENANCE PROGRAMS DO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

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

           SELECT LEDGER-FILE ASSIGN TO "CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
           COPY "LOCK-RECORD.cpy".

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
                         CDR-CREDIT-LIMIT      BY CREDIT-LIMIT.

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

           77 WS-LOCK-HELD-SWITCH   PIC X VALUE "N".
               88 WS-LOCK-HELD-BY-US VALUE "Y".

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-ACCOUNTS-STATUS   PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".

           01 WS-LEDGER-STATUS     PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

           01 WS-JOURNAL-STATUS    PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           77 WS-REFUSE-SWITCH      PIC X VALUE "N".
               88 WS-REVERSAL-REFUSED   VALUE "Y".

      *    THE STAMP THE OPERATOR PICKS THE MOVEMENT BY.
           77 WS-SEL-ID             PIC 9(7) VALUE ZERO.
           77 WS-SEL-POST-DATE      PIC 9(8) VALUE ZERO.
           77 WS-SEL-POST-TIME      PIC 9(8) VALUE ZERO.
           77 WS-SEL-TYPE           PIC X VALUE SPACE.

      *    EVERY MOVEMENT CARRYING THE STAMP. MORE THAN ONE MEANS THE
      *    OPERATOR NAMES THE TYPE AS WELL.
           01 WS-CANDIDATE-TABLE.
               02 WS-CND-ENTRY OCCURS 10 TIMES.
                   03 WS-CND-ACCOUNT     PIC 9(3).
                   03 WS-CND-DRCR        PIC X.
                   03 WS-CND-TYPE        PIC X.
                   03 WS-CND-AMOUNT      PIC 9(7)V99.
                   03 WS-CND-EFFECTIVE   PIC 9(8).
           77 WS-CND-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-CND-SUB            PIC 9(2) COMP VALUE ZERO.
           77 WS-CND-PICK           PIC 9(2) COMP VALUE ZERO.
           77 WS-CND-TYPE-MATCHES   PIC 9(2) COMP VALUE ZERO.

      *    REVERSALS ALREADY ON THE LEDGER THAT POINT AT THE STAMP.
           01 WS-REVERSED-TABLE.
               02 WS-RVD-ENTRY OCCURS 10 TIMES.
                   03 WS-RVD-TYPE        PIC X.
                   03 WS-RVD-POST-DATE   PIC 9(8).
                   03 WS-RVD-POST-TIME   PIC 9(8).
           77 WS-RVD-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-RVD-SUB            PIC 9(2) COMP VALUE ZERO.

      *    THE MOVEMENT BEING REVERSED, ONCE SINGLED OUT.
           77 WS-ORIG-ACCOUNT       PIC 9(3) VALUE ZERO.
           77 WS-ORIG-DRCR          PIC X VALUE SPACE.
           77 WS-ORIG-TYPE          PIC X VALUE SPACE.
           77 WS-ORIG-AMOUNT        PIC 9(7)V99 VALUE ZERO.
           77 WS-ORIG-EFFECTIVE     PIC 9(8) VALUE ZERO.
           77 WS-REV-DRCR           PIC X VALUE SPACE.

           77 WS-REASON-CODE        PIC X(3) VALUE SPACES.
           01 WS-CONFIRM-ANSWER     PIC X VALUE SPACE.

           77 WS-BEFORE-BALANCE     PIC S9(7)V99 VALUE ZERO.

           01 WS-BALANCE-EDIT       PIC $$,$$$,$$9.99-.
           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

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
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-ACCEPT-SELECTION THRU 1000-EXIT
           IF WS-REVERSAL-REFUSED
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-LOCK-HELD-BY-US
               PERFORM 2000-FIND-MOVEMENT THRU 2000-EXIT
               IF NOT WS-REVERSAL-REFUSED
                   PERFORM 2500-CONFIRM-REVERSAL THRU 2500-EXIT
               END-IF
               IF NOT WS-REVERSAL-REFUSED
                   PERFORM 3000-OPEN-FILES THRU 3000-EXIT
                   IF NOT WS-REVERSAL-REFUSED
                       PERFORM 4000-APPLY-REVERSAL THRU 4000-EXIT
                   END-IF
                   PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               END-IF
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
           END-IF
           IF WS-REVERSAL-REFUSED
               MOVE 1 TO RETURN-CODE
           END-IF
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
                           SET WS-REVERSAL-REFUSED TO TRUE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-REVERSAL-REFUSED
               GO TO 0300-EXIT
           END-IF
           OPEN OUTPUT LOCK-FILE
           MOVE "L" TO LCK-STATE
           MOVE "X" TO LCK-TYPE
           MOVE "FILES-48" TO LCK-PROGRAM
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
               MOVE "FILES-48" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
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

       1000-ACCEPT-SELECTION.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT) OF THE "
               "MOVEMENT: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "REVERSAL REFUSED"
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-SEL-ID
           DISPLAY "POSTING DATE (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-SEL-POST-DATE
           IF WS-SEL-POST-DATE IS NOT NUMERIC
               OR WS-SEL-POST-DATE = ZERO
               DISPLAY "INVALID POSTING DATE -- REVERSAL REFUSED"
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "POSTING TIME (HHMMSSCC): " WITH NO ADVANCING
           ACCEPT WS-SEL-POST-TIME
           IF WS-SEL-POST-TIME IS NOT NUMERIC
               DISPLAY "INVALID POSTING TIME -- REVERSAL REFUSED"
               SET WS-REVERSAL-REFUSED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-FIND-MOVEMENT.
      *    ONE PASS OVER THE LEDGER GATHERS EVERY MOVEMENT CARRYING
      *    THE STAMP AND EVERY REVERSAL ALREADY POINTING AT IT; THE
      *    LOCK IS HELD, SO NOTHING CAN POST IN BETWEEN.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               DISPLAY "NO LEDGER FILE ON HAND -- NOTHING TO REVERSE"
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SCAN-MOVEMENT THRU 2100-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE

           IF WS-CND-COUNT = ZERO
               DISPLAY "NO MOVEMENT FOR ID " WS-SEL-ID " POSTED "
                   WS-SEL-POST-DATE " " WS-SEL-POST-TIME
                   " -- REVERSAL REFUSED"
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF WS-CND-COUNT = 1
               MOVE 1 TO WS-CND-PICK
           ELSE
               PERFORM 2200-PICK-CANDIDATE THRU 2200-EXIT
               IF WS-REVERSAL-REFUSED
                   GO TO 2000-EXIT
               END-IF
           END-IF

           MOVE WS-CND-ACCOUNT (WS-CND-PICK)   TO WS-ORIG-ACCOUNT
           MOVE WS-CND-DRCR (WS-CND-PICK)      TO WS-ORIG-DRCR
           MOVE WS-CND-TYPE (WS-CND-PICK)      TO WS-ORIG-TYPE
           MOVE WS-CND-AMOUNT (WS-CND-PICK)    TO WS-ORIG-AMOUNT
           MOVE WS-CND-EFFECTIVE (WS-CND-PICK) TO WS-ORIG-EFFECTIVE

      *    ONLY MOVEMENTS THAT CARRIED MONEY IN FROM A POSTING RUN ARE
      *    REVERSIBLE. A CARRY-FORWARD MOVES NO MONEY, A TRANSFER IS
      *    HALF OF A MERGE, AND A REVERSAL IS PUT RIGHT BY POSTING THE
      *    ORIGINAL AGAIN.
           EVALUATE WS-ORIG-TYPE
               WHEN "P"
               WHEN "A"
               WHEN "I"
               WHEN "S"
               WHEN "Y"
               WHEN "L"
               WHEN "B"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TYPE-" WS-ORIG-TYPE " MOVEMENTS ARE NOT "
                       "REVERSIBLE -- REVERSAL REFUSED"
                   SET WS-REVERSAL-REFUSED TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM 2300-CHECK-NOT-REVERSED THRU 2300-EXIT
               VARYING WS-RVD-SUB FROM 1 BY 1
               UNTIL WS-RVD-SUB IS GREATER THAN WS-RVD-COUNT
                   OR WS-REVERSAL-REFUSED.
       2000-EXIT.
           EXIT.

       2100-SCAN-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF LGR-ID-NUMBER NOT EQUAL WS-SEL-ID
               GO TO 2100-EXIT
           END-IF

           IF LGR-TYPE-REVERSAL
               AND LGR-REV-POSTING-DATE = WS-SEL-POST-DATE
               AND LGR-REV-POSTING-TIME = WS-SEL-POST-TIME
               AND WS-RVD-COUNT IS LESS THAN 10
               ADD 1 TO WS-RVD-COUNT
               MOVE LGR-REV-ORIG-TYPE TO WS-RVD-TYPE (WS-RVD-COUNT)
               MOVE LGR-POSTING-DATE  TO WS-RVD-POST-DATE (WS-RVD-COUNT)
               MOVE LGR-POSTING-TIME  TO WS-RVD-POST-TIME (WS-RVD-COUNT)
           END-IF

           IF LGR-POSTING-DATE NOT EQUAL WS-SEL-POST-DATE
               OR LGR-POSTING-TIME NOT EQUAL WS-SEL-POST-TIME
               GO TO 2100-EXIT
           END-IF
           IF WS-CND-COUNT IS NOT LESS THAN 10
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CND-COUNT
           MOVE LGR-ACCOUNT-NUMBER TO WS-CND-ACCOUNT (WS-CND-COUNT)
           MOVE LGR-DRCR-CODE      TO WS-CND-DRCR (WS-CND-COUNT)
           MOVE LGR-MOVEMENT-TYPE  TO WS-CND-TYPE (WS-CND-COUNT)
           MOVE LGR-AMOUNT         TO WS-CND-AMOUNT (WS-CND-COUNT)
           MOVE LGR-EFFECTIVE-DATE TO WS-CND-EFFECTIVE (WS-CND-COUNT).
       2100-EXIT.
           EXIT.

       2200-PICK-CANDIDATE.
           DISPLAY "MORE THAN ONE MOVEMENT CARRIES THAT POSTING STAMP:"
           PERFORM 2250-SHOW-CANDIDATE THRU 2250-EXIT
               VARYING WS-CND-SUB FROM 1 BY 1
               UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT
           DISPLAY "MOVEMENT TYPE TO REVERSE: " WITH NO ADVANCING
           ACCEPT WS-SEL-TYPE

           MOVE ZERO TO WS-CND-TYPE-MATCHES
           MOVE ZERO TO WS-CND-PICK
           PERFORM 2270-MATCH-CANDIDATE-TYPE THRU 2270-EXIT
               VARYING WS-CND-SUB FROM 1 BY 1
               UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT
           IF WS-CND-TYPE-MATCHES = ZERO
               DISPLAY "NO TYPE-" WS-SEL-TYPE " MOVEMENT AT THAT "
                   "STAMP -- REVERSAL REFUSED"
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF WS-CND-TYPE-MATCHES IS GREATER THAN 1
               DISPLAY "THE MOVEMENTS CANNOT BE TOLD APART -- "
                   "REVERSAL REFUSED, CORRECT BY HAND THROUGH FILES-9"
               SET WS-REVERSAL-REFUSED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       2250-SHOW-CANDIDATE.
           MOVE WS-CND-AMOUNT (WS-CND-SUB) TO WS-AMOUNT-EDIT
           DISPLAY "  TYPE " WS-CND-TYPE (WS-CND-SUB)
               "  ACCOUNT " WS-CND-ACCOUNT (WS-CND-SUB)
               "  " WS-CND-DRCR (WS-CND-SUB) " " WS-AMOUNT-EDIT
               "  EFFECTIVE " WS-CND-EFFECTIVE (WS-CND-SUB).
       2250-EXIT.
           EXIT.

       2270-MATCH-CANDIDATE-TYPE.
           IF WS-CND-TYPE (WS-CND-SUB) = WS-SEL-TYPE
               ADD 1 TO WS-CND-TYPE-MATCHES
               MOVE WS-CND-SUB TO WS-CND-PICK
           END-IF.
       2270-EXIT.
           EXIT.

       2300-CHECK-NOT-REVERSED.
           IF WS-RVD-TYPE (WS-RVD-SUB) = WS-ORIG-TYPE
               DISPLAY "MOVEMENT ALREADY REVERSED BY THE REVERSAL "
                   "POSTED " WS-RVD-POST-DATE (WS-RVD-SUB) " "
                   WS-RVD-POST-TIME (WS-RVD-SUB)
                   " -- REVERSAL REFUSED"
               SET WS-REVERSAL-REFUSED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2500-CONFIRM-REVERSAL.
           MOVE WS-ORIG-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY " "
           DISPLAY "MOVEMENT TO REVERSE:"
           DISPLAY "  ID " WS-SEL-ID "  ACCOUNT " WS-ORIG-ACCOUNT
               "  TYPE " WS-ORIG-TYPE
           DISPLAY "  " WS-ORIG-DRCR " " WS-AMOUNT-EDIT
               "  EFFECTIVE " WS-ORIG-EFFECTIVE
               "  POSTED " WS-SEL-POST-DATE " " WS-SEL-POST-TIME
           DISPLAY "REASON CODES: DUP = DUPLICATE POSTING"
           DISPLAY "              AMT = WRONG AMOUNT"
           DISPLAY "              CUS = WRONG CUSTOMER"
           DISPLAY "              ACC = WRONG ACCOUNT"
           DISPLAY "              OTH = OTHER"
           DISPLAY "REASON CODE: " WITH NO ADVANCING
           ACCEPT WS-REASON-CODE
           EVALUATE WS-REASON-CODE
               WHEN "DUP"
               WHEN "AMT"
               WHEN "CUS"
               WHEN "ACC"
               WHEN "OTH"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN REASON CODE -- REVERSAL REFUSED"
                   SET WS-REVERSAL-REFUSED TO TRUE
                   GO TO 2500-EXIT
           END-EVALUATE
           DISPLAY "REVERSE THIS MOVEMENT? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               DISPLAY "REVERSAL ABANDONED -- NOTHING CHANGED"
               SET WS-REVERSAL-REFUSED TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

       3000-OPEN-FILES.
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               SET WS-REVERSAL-REFUSED TO TRUE
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
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               SET WS-REVERSAL-REFUSED TO TRUE
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
               SET WS-REVERSAL-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
       3000-EXIT.
           EXIT.

       4000-APPLY-REVERSAL.
      *    THE MASTER AND THE ACCOUNT ARE BOTH READ BEFORE EITHER IS
      *    TOUCHED, SO A MISSING ACCOUNT REFUSES THE REVERSAL RATHER
      *    THAN LEAVING THE ACCOUNTS OUT OF STEP WITH THE MASTER.
           MOVE WS-SEL-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " WS-SEL-ID " NOT ON THE MASTER -- "
                       "REVERSAL REFUSED (FILES-27 REINSTATES A "
                       "DELETED CUSTOMER)"
                   SET WS-REVERSAL-REFUSED TO TRUE
                   GO TO 4000-EXIT
           END-READ
           IF WS-ORIG-ACCOUNT IS GREATER THAN ZERO
               MOVE WS-SEL-ID       TO ACT-ID-NUMBER
               MOVE WS-ORIG-ACCOUNT TO ACT-ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT " WS-ORIG-ACCOUNT " OF ID "
                           WS-SEL-ID " NO LONGER ON FILE -- REVERSAL "
                           "REFUSED"
                       SET WS-REVERSAL-REFUSED TO TRUE
                       GO TO 4000-EXIT
               END-READ
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           IF WS-ORIG-DRCR = "D"
               MOVE "C" TO WS-REV-DRCR
               SUBTRACT WS-ORIG-AMOUNT FROM CUSTOMER-BALANCE
           ELSE
               MOVE "D" TO WS-REV-DRCR
               ADD WS-ORIG-AMOUNT TO CUSTOMER-BALANCE
           END-IF

      *    PUTTING BACK A DEBIT THE CUSTOMER REALLY OWES IS NOT HELD
      *    UP BY THE CREDIT LIMIT THE WAY A NEW FILES-9 DEBIT IS --
      *    THE OPERATOR IS TOLD AND THE REVERSAL GOES ON.
           IF WS-REV-DRCR = "D"
               AND CREDIT-LIMIT IS NUMERIC
               AND CREDIT-LIMIT IS GREATER THAN ZERO
               AND CUSTOMER-BALANCE IS GREATER THAN CREDIT-LIMIT
               DISPLAY "NOTE -- THE REVERSAL TAKES ID " WS-SEL-ID
                   " OVER ITS CREDIT LIMIT"
           END-IF

           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS " -- NOTHING REVERSED"
                   SET WS-REVERSAL-REFUSED TO TRUE
                   GO TO 4000-EXIT
           END-REWRITE

           IF WS-ORIG-ACCOUNT IS GREATER THAN ZERO
               IF WS-REV-DRCR = "D"
                   ADD WS-ORIG-AMOUNT TO ACT-ACCOUNT-BALANCE
               ELSE
                   SUBTRACT WS-ORIG-AMOUNT FROM ACT-ACCOUNT-BALANCE
               END-IF
               REWRITE ACT-ACCOUNT-DATA
                   INVALID KEY
                       DISPLAY "ACCOUNTS-FILE REWRITE FAILED, STATUS: "
                           WS-ACCOUNTS-STATUS " -- THE MASTER IS "
                           "UNWOUND, PUT ACCOUNT " WS-ORIG-ACCOUNT
                           " RIGHT THROUGH FILES-33"
                       MOVE 1 TO RETURN-CODE
               END-REWRITE
           END-IF

           PERFORM 4100-WRITE-REVERSAL THRU 4100-EXIT

           MOVE WS-SEL-ID TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD

           MOVE WS-BEFORE-BALANCE TO WS-BALANCE-EDIT
           DISPLAY "MOVEMENT REVERSED -- BALANCE WAS " WS-BALANCE-EDIT
               WITH NO ADVANCING
           MOVE CUSTOMER-BALANCE TO WS-BALANCE-EDIT
           DISPLAY ", NOW " WS-BALANCE-EDIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-REVERSAL.
           MOVE WS-SEL-ID          TO LGR-ID-NUMBER
           MOVE WS-ORIG-ACCOUNT    TO LGR-ACCOUNT-NUMBER
           MOVE WS-REV-DRCR        TO LGR-DRCR-CODE
           SET LGR-TYPE-REVERSAL   TO TRUE
           MOVE WS-ORIG-AMOUNT     TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO LGR-EFFECTIVE-DATE
           MOVE WS-BEFORE-BALANCE  TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE   TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE WS-SEL-POST-DATE   TO LGR-REV-POSTING-DATE
           MOVE WS-SEL-POST-TIME   TO LGR-REV-POSTING-TIME
           MOVE WS-ORIG-TYPE       TO LGR-REV-ORIG-TYPE
           MOVE WS-REASON-CODE     TO LGR-REV-REASON
           WRITE LGR-LEDGER-RECORD.
       4100-EXIT.
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
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE CLOSE FAILED, STATUS: "
                   WS-JOURNAL-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

      * 02/09/2026 NM - THE MONETARY-TRANS LAYOUT NOW CARRIES AN
      *   ACCOUNT COLUMN (SEE FILES-9); GENERATED ORDERS STAMP ZERO,
      *   WHICH FILES-9 POSTS AGAINST THE DEFAULT ACCOUNT 001.
      * 15/10/2026 NM - THE MONETARY-TRANS LAYOUT NOW CARRIES TRAILING
      *   KEYED-BY AND APPROVED-BY COLUMNS (SEE FILES-9). GENERATED
      *   ORDERS ARE KEYED BY "FILES-31" AND CARRY NO APPROVER, SO A
      *   STANDING ORDER OVER THE APPROVAL-THRESHOLD WAITS ON THE
      *   FILES-49 QUEUE FOR A SECOND OPERATOR LIKE ANY HAND-KEYED ITEM.
      * 15/10/2026 NM - MODE G NOW READS THE CALENDAR.dat BUSINESS-DAY
      *   CALENDAR (LAYOUT IN COPYLIB'S CALENDAR-RECORD, MAINTAINED
      *   THROUGH FILES-34). AN ORDER FALLING DUE ON A SATURDAY, SUNDAY
      *   OR CALENDAR NON-BUSINESS DAY ROLLS TO THE NEXT BUSINESS DAY:
      *   THE RUN ON A BUSINESS DAY GENERATES EVERY ORDER DUE ON ANY DAY
      *   SINCE THE PREVIOUS BUSINESS DAY, ITSELF INCLUDED, SO THE FIRST
      *   RUN AFTER A LONG WEEKEND PICKS UP THE WEEKEND'S ORDERS WITHOUT
      *   A BUSINESS-DATE OVERRIDE PER MISSED DAY. A RUN ON A
      *   NON-BUSINESS DAY GENERATES NOTHING AND SAYS SO, LEAVING AN
      *   EMPTY BATCH FOR FILES-9. THE START AND END DATES ARE TESTED
      *   AGAINST THE DAY THE ORDER FELL DUE, SO AN ORDER ENDING ON A
      *   SUNDAY STILL PAYS ITS LAST INSTALMENT ON THE MONDAY.
      * 15/10/2026 NM - THE MONETARY-TRANS LAYOUT NOW CARRIES A TRAILING
      *   CHECK-DIGIT COLUMN (SEE FILES-9); A GENERATED ORDER CARRIES
      *   THE DIGIT OF ITS ID-NUMBER (LUHN MOD 10, SEE
      *   0980-COMPUTE-CHECK-DIGIT). A NEW ORDER IS KEYED AGAINST THE
      *   EIGHT-DIGIT CUSTOMER NUMBER, ID-NUMBER FOLLOWED BY CHECK
      *   DIGIT, AND REFUSED BEFORE THE MASTER IS READ WHEN THE DIGIT
      *   DOES NOT AGREE.
      * 15/10/2026 NM - REMOVED 0870-ROLL-TO-BUSINESS-DAY AND
      *   0880-STEP-ONE-DAY, LEFT OVER FROM THE CALENDAR CHANGE AND
      *   NEVER PERFORMED -- A MISSED DAY'S ORDERS ARE CAUGHT UP BY 5060
      *   THROUGH 0850.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATED-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS-FILE.
                   03 GEN-EFF-MM   PIC 99.
                   03 GEN-EFF-CCYY PIC 9999.
               02 GEN-ACCOUNT-NUMBER PIC 9(3).
               02 GEN-KEYED-BY    PIC X(8).
               02 GEN-APPROVED-BY PIC X(8).
               02 GEN-ID-CHECK    PIC 9.

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

       WORKING-STORAGE SECTION.

           77 WS-MONTH-END-INTEGER  PIC 9(7) COMP VALUE ZERO.
           77 WS-GENERATED-AMOUNT   PIC 9(9)V99 VALUE ZERO.

      *    THE DAYS WHOSE ORDERS THIS RUN GENERATES: FROM THE DAY
      *    AFTER THE PREVIOUS BUSINESS DAY UP TO THE BUSINESS DATE.
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-WINDOW-START       PIC 9(7) COMP VALUE ZERO.
           77 WS-WINDOW-INTEGER     PIC 9(7) COMP VALUE ZERO.
           01 WS-WINDOW-DATE.
               02 WS-WIN-CCYY        PIC 9999.
               02 WS-WIN-MM          PIC 99.
               02 WS-WIN-DD          PIC 99.
           01 WS-WINDOW-DATE-NUM REDEFINES WS-WINDOW-DATE PIC 9(8).
           77 WS-DUE-ON-INTEGER     PIC 9(7) COMP VALUE ZERO.
           77 WS-ORDER-DUE-SWITCH   PIC X VALUE "N".
               88 WS-ORDER-DUE          VALUE "Y".
           77 WS-ROLLED-COUNT       PIC 9(5) VALUE ZERO.

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

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

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
           DISPLAY "STANDING ORDERS"
       0150-EXIT.
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

       1000-MAINTAIN-ORDERS.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
           EXIT.

       3000-ADD-ORDER.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "ORDER NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-STO-ID-NUMBER
           DISPLAY "DEBIT/CREDIT (D/C): " WITH NO ADVANCING
           ACCEPT WS-STO-DRCR-CODE
           DISPLAY "AMOUNT (9999999V99): " WITH NO ADVANCING
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
           PERFORM 5060-FIND-WINDOW-START THRU 5060-EXIT

           MOVE "N" TO ORDERS-EOF
           OPEN INPUT ORDERS-FILE
               WS-CURRENT-DATE-NUM
           DISPLAY "  ORDERS READ:       " WS-ORDER-COUNT
           DISPLAY "  ORDERS GENERATED:  " WS-DUE-COUNT
           DISPLAY "  ROLLED FROM A NON-BUSINESS DAY: " WS-ROLLED-COUNT
           MOVE WS-GENERATED-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  AMOUNT GENERATED:  " WS-AMOUNT-EDIT
           DISPLAY "  EXCEPTIONS:        " WS-EXCEPTION-COUNT
           EXIT.

       5050-COMPUTE-MONTH-END.
      *    THE LAST DAY OF THE MONTH THE DAY UNDER TEST FALLS IN: THE
      *    FIRST OF THE NEXT MONTH BACKED OFF BY ONE THROUGH THE DATE
      *    INTRINSICS, SAME ARITHMETIC AS THE FILES-10 AGING.
           MOVE WS-WINDOW-DATE-NUM TO WS-NEXT-MONTH-NUM
           MOVE 01 TO WS-NM-DD
           IF WS-NM-MM = 12
               MOVE 01 TO WS-NM-MM
       5050-EXIT.
           EXIT.

       5060-FIND-WINDOW-START.
      *    A NON-BUSINESS BUSINESS DATE GETS AN EMPTY WINDOW -- ITS
      *    ORDERS WAIT FOR THE NEXT BUSINESS DAY. OTHERWISE THE WINDOW
      *    REACHES BACK OVER THE NON-BUSINESS DAYS BEFORE IT.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE WS-TODAY-INTEGER TO WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           IF NOT WS-BUSINESS-DAY
               COMPUTE WS-WINDOW-START = WS-TODAY-INTEGER + 1
               DISPLAY "BUSINESS DATE " WS-CURRENT-DATE-NUM " IS NOT A "
                   "BUSINESS DAY -- NOTHING GENERATED, ITS ORDERS "
                   "GO OUT ON THE NEXT BUSINESS DAY"
               GO TO 5060-EXIT
           END-IF
           COMPUTE WS-CAL-TEST-INTEGER = WS-TODAY-INTEGER - 1
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           PERFORM 5070-STEP-BACK-ONE-DAY THRU 5070-EXIT
               UNTIL WS-BUSINESS-DAY
           COMPUTE WS-WINDOW-START = WS-CAL-TEST-INTEGER + 1
           IF WS-WINDOW-START IS LESS THAN WS-TODAY-INTEGER
               COMPUTE WS-WINDOW-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-START)
               DISPLAY "ORDERS DUE FROM " WS-WINDOW-DATE-NUM " TO "
                   WS-CURRENT-DATE-NUM " ARE GENERATED TODAY"
           END-IF.
       5060-EXIT.
           EXIT.

       5070-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT.
       5070-EXIT.
           EXIT.

       5100-GENERATE-ONE-ORDER.
           READ ORDERS-FILE
               AT END
           IF NOT STO-ACTIVE
               GO TO 5100-EXIT
           END-IF
           MOVE "N" TO WS-ORDER-DUE-SWITCH
           PERFORM 5150-TEST-DUE-DAY THRU 5150-EXIT
               VARYING WS-WINDOW-INTEGER FROM WS-WINDOW-START BY 1
               UNTIL WS-WINDOW-INTEGER IS GREATER THAN WS-TODAY-INTEGER
                   OR WS-ORDER-DUE
           IF NOT WS-ORDER-DUE
               GO TO 5100-EXIT
           END-IF

                       "MASTER, NOT GENERATED"
               NOT INVALID KEY
                   PERFORM 5200-WRITE-GENERATED THRU 5200-EXIT
                   IF WS-DUE-ON-INTEGER NOT EQUAL WS-TODAY-INTEGER
                       ADD 1 TO WS-ROLLED-COUNT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5150-TEST-DUE-DAY.
      *    AN ORDER KEYED FOR DAY 29, 30 OR 31 STILL FALLS DUE IN A
      *    SHORTER MONTH -- ON THE MONTH'S LAST DAY, EVERY ORDER
      *    WHOSE DAY THE MONTH NEVER REACHES GENERATES TOO, SO A
      *    DAY-31 ORDER NO LONGER SKIPS APRIL AND FEBRUARY UNSEEN.
           COMPUTE WS-WINDOW-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
           PERFORM 5050-COMPUTE-MONTH-END THRU 5050-EXIT
           IF STO-DAY-OF-MONTH NOT EQUAL WS-WIN-DD
               AND NOT (WS-WIN-DD = WS-MONTH-END-DD
                   AND STO-DAY-OF-MONTH IS GREATER THAN
                       WS-MONTH-END-DD)
               GO TO 5150-EXIT
           END-IF
           IF STO-START-DATE IS GREATER THAN WS-WINDOW-DATE-NUM
               GO TO 5150-EXIT
           END-IF
           IF STO-END-DATE NOT EQUAL ZERO
               AND STO-END-DATE IS LESS THAN WS-WINDOW-DATE-NUM
               GO TO 5150-EXIT
           END-IF
           MOVE WS-WINDOW-INTEGER TO WS-DUE-ON-INTEGER
           SET WS-ORDER-DUE TO TRUE.
       5150-EXIT.
           EXIT.

       5200-WRITE-GENERATED.
           MOVE STO-ID-NUMBER TO GEN-ID-NUMBER
           MOVE STO-DRCR-CODE TO GEN-DRCR-CODE
           MOVE WS-CUR-MM     TO GEN-EFF-MM
           MOVE WS-CUR-CCYY   TO GEN-EFF-CCYY
           MOVE ZERO          TO GEN-ACCOUNT-NUMBER
           MOVE "FILES-31"    TO GEN-KEYED-BY
           MOVE SPACES        TO GEN-APPROVED-BY
           MOVE STO-ID-NUMBER TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           MOVE WS-CHK-COMPUTED TO GEN-ID-CHECK
           WRITE GENERATED-RECORD
           ADD 1 TO WS-DUE-COUNT
           ADD STO-AMOUNT TO WS-GENERATED-AMOUNT.

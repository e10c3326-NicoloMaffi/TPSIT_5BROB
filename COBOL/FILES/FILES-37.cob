      *   MASTER OR IF THE SURVIVOR IS AMONG THE DUPLICATES -- ACTING
      *   ON A HALF-CHECKED LIST IS HOW MERGES GO WRONG. THE RUN TAKES
      *   THE EXCLUSIVE RUN-LOCK LIKE EVERY OTHER MASTER UPDATER.
      * 15/10/2026 NM - THE LEDGER MOVEMENT NOW CARRIES A TRAILING
      *   REVERSAL REFERENCE (SEE COPYLIB'S LEDGER-RECORD); IT IS
      *   CLEARED TO SPACES ON BOTH TRANSFER MOVEMENTS. A TRANSFER IS
      *   NOT REVERSIBLE THROUGH FILES-48 -- A MERGE IS UNDONE BY HAND.
      * 15/10/2026 NM - EVERY JOURNAL ENTRY OF A MERGE -- THE DELETE OF
      *   EACH DUPLICATE AND THE CHANGE ON THE SURVIVOR -- NOW CARRIES
      *   JRN-EVENT M, SO THE FILES-68 OPERATOR ACTIVITY REPORT CAN
      *   COUNT MERGES APART FROM ORDINARY DELETES AND CHANGES.
      * 15/10/2026 NM - THE SURVIVOR AND EACH DUPLICATE ARE NOW KEYED BY
      *   CUSTOMER NUMBER -- THE ID-NUMBER AND ITS CHECK DIGIT -- AND
      *   THE MERGE IS REFUSED ON A CHECK DIGIT THAT DOES NOT AGREE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           01 WS-BALANCE-EDIT       PIC $$,$$$,$$9.99-.

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

       1000-ACCEPT-MERGE-LIST.
           DISPLAY "SURVIVING CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "INVALID SURVIVOR -- MERGE REFUSED"
               SET WS-MERGE-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-SURVIVOR-ID

           PERFORM 1100-ACCEPT-ONE-DUPLICATE THRU 1100-EXIT
               UNTIL WS-MERGE-REFUSED
           EXIT.

       1100-ACCEPT-ONE-DUPLICATE.
           DISPLAY "DUPLICATE CUSTOMER NUMBER (ID + CHECK DIGIT, "
               "0 = DONE): " WITH NO ADVANCING
           MOVE SPACES TO WS-CUSTOMER-NUMBER
           ACCEPT WS-CUSTOMER-NUMBER
           IF WS-CUSTOMER-NUMBER = SPACES OR "0" OR ZEROS
               MOVE ZERO TO WS-ENTRY-ID
               GO TO 1100-EXIT
           END-IF
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "INVALID DUPLICATE -- MERGE REFUSED"
               SET WS-MERGE-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-ENTRY-ID
           IF WS-ENTRY-ID = WS-SURVIVOR-ID
               DISPLAY "THE SURVIVOR IS AMONG THE DUPLICATES -- "
                   "MERGE REFUSED"
               MOVE ZERO TO LGR-AFTER-BALANCE
               ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
               ACCEPT LGR-POSTING-TIME FROM TIME
               MOVE SPACES TO LGR-REVERSAL-DATA
               WRITE LGR-LEDGER-RECORD
           END-IF

           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE "M" TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       4900-EXIT.
           EXIT.
               MOVE CUSTOMER-BALANCE TO LGR-AFTER-BALANCE
               ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
               ACCEPT LGR-POSTING-TIME FROM TIME
               MOVE SPACES TO LGR-REVERSAL-DATA
               WRITE LGR-LEDGER-RECORD
           END-IF


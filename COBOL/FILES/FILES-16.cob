      *   OPTIONAL ARCHIVE RUN DATE AND SWEEPS THAT ARCHIVE PAIR
      *   AFTER THE LIVE FILES WITH THE SAME MATCH LOGIC, SO THE
      *   AUDITORS CAN ASK AN ARCHIVED YEAR.
      * 15/10/2026 NM - THE SEARCH BY ID NOW TAKES THE EIGHT-DIGIT
      *   CUSTOMER NUMBER -- THE ID-NUMBER FOLLOWED BY THE CHECK DIGIT
      *   IT IS NOW ISSUED WITH (LUHN MOD 10, SEE
      *   0980-COMPUTE-CHECK-DIGIT). A NUMBER WHOSE DIGIT DOES NOT AGREE
      *   IS REFUSED AS CHECK DIGIT FAILED BEFORE ANY FILE IS SWEPT,
      *   INSTEAD OF SHOWING NO ACTIVITY OR ANOTHER CUSTOMER'S.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           01 WS-ACTION-DESC        PIC X(6) VALUE SPACES.

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
           ACCEPT WS-SEARCH-MODE
           EVALUATE TRUE
               WHEN WS-SEARCH-BY-ID
                   DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
                       WITH NO ADVANCING
                   ACCEPT WS-CUSTOMER-NUMBER
                   PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
                   IF NOT WS-CUSTNO-VERIFIED
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CUSTNO-ID TO WS-SEARCH-ID
               WHEN WS-SEARCH-BY-DATE
                   DISPLAY "DATE (CCYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-SEARCH-DATE
       0060-EXIT.
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

       2000-SWEEP-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-NOT-FOUND

      *   IS ACCEPTED AND VERIFIED AGAINST OPERATORS.dat BEFORE
      *   ANYTHING ELSE RUNS, SO "WHO WAS ON THE TERMINAL" IS NO
      *   LONGER GUESSWORK.
      * 15/10/2026 NM - THE RESUBMIT RECORD PICKS UP THE TRAILING
      *   GUARDIAN AND CHECK-DIGIT COLUMNS OF THE TRANSACTION LAYOUT
      *   (SEE FILES-1); THE GUARDIAN IS LEFT BLANK. THE ID IS NOW
      *   RE-KEYED AS THE EIGHT-DIGIT CUSTOMER NUMBER, ID-NUMBER
      *   FOLLOWED BY ITS CHECK DIGIT, WHICH GOES THROUGH FOR FILES-1 TO
      *   VERIFY. LEFT BLANK, THE ID SHOWN KEEPS ITS DIGIT (SEE
      *   0980-COMPUTE-CHECK-DIGIT) -- EXCEPT ON AN ITEM TURNED AWAY FOR
      *   ITS CHECK DIGIT OR ID, WHICH MUST BE KEYED AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               02 RSB-ADDR-CITY   PIC X(20).
               02 RSB-ADDR-POSTAL PIC X(10).
               02 RSB-CREDIT-LIMIT PIC 9(7)V99.
               02 RSB-GUARDIAN-ID PIC X(7).
               02 RSB-ID-CHECK    PIC X.
           01 TRANSMITTAL-HEADER-RECORD.
               02 TH-RECORD-TYPE  PIC X.
               02 TH-BATCH-DATE   PIC 9(8).
           77 WS-KEPT-COUNT         PIC 9(3) VALUE ZERO.
           77 WS-PURGED-COUNT       PIC 9(3) VALUE ZERO.
           77 WS-AGED-COUNT         PIC 9(3) VALUE ZERO.
           77 WS-ITEM-REASON        PIC X(30) VALUE SPACES.

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

       2000-PROCESS-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
                   MOVE WS-SUS-ID-NUMBER (WS-SUB) TO RSB-ID-NUMBER
                   MOVE WS-SUS-F-NAME (WS-SUB)    TO RSB-F-NAME
                   MOVE WS-SUS-L-NAME (WS-SUB)    TO RSB-L-NAME
                   MOVE WS-SUS-REASON (WS-SUB)    TO WS-ITEM-REASON
                   PERFORM 5000-BUILD-RESUBMIT THRU 5000-EXIT
               WHEN WS-ACTION-PURGE
                   MOVE "P" TO WS-SUS-ACTION (WS-SUB)
                   MOVE WS-REJ-ID-NUMBER (WS-SUB) TO RSB-ID-NUMBER
                   MOVE WS-REJ-F-NAME (WS-SUB)    TO RSB-F-NAME
                   MOVE WS-REJ-L-NAME (WS-SUB)    TO RSB-L-NAME
                   MOVE WS-REJ-REASON (WS-SUB)    TO WS-ITEM-REASON
                   PERFORM 5000-BUILD-RESUBMIT THRU 5000-EXIT
               WHEN WS-ACTION-PURGE
                   MOVE "P" TO WS-REJ-ACTION (WS-SUB)
      *    CARRY (CODE, DOB, SCORE, BALANCE) MUST BE KEYED IN FULL.
           DISPLAY "TXN CODE (A/C/D): " WITH NO ADVANCING
           ACCEPT RSB-TXN-CODE
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT) [" RSB-ID-NUMBER
               "]: " WITH NO ADVANCING
           PERFORM 5100-ACCEPT-ID THRU 5100-EXIT
           DISPLAY "F-NAME [" RSB-F-NAME "]: " WITH NO ADVANCING
           PERFORM 5200-ACCEPT-F-NAME THRU 5200-EXIT
           DISPLAY "CREDIT LIMIT (9999999V99, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT RSB-CREDIT-LIMIT
           MOVE SPACES TO RSB-GUARDIAN-ID
           WRITE RESUBMIT-RECORD
           ADD 1 TO WS-RESUBMIT-COUNT
           ADD RSB-ID-NUMBER TO WS-RESUBMIT-HASH
           EXIT.

       5100-ACCEPT-ID.
      *    A KEYED CUSTOMER NUMBER GOES THROUGH AS KEYED, CHECK DIGIT
      *    AND ALL, FOR FILES-1 TO VERIFY. THE ID SHOWN ALREADY PASSED
      *    ITS CHECK ON THE WAY IN AND KEEPS ITS DIGIT -- UNLESS THE
      *    CHECK IS WHAT TURNED IT AWAY, WHEN IT MUST BE KEYED AGAIN.
           MOVE SPACES TO WS-ACCEPT-BUFFER
           ACCEPT WS-ACCEPT-BUFFER
           IF WS-ACCEPT-BUFFER NOT EQUAL SPACES
               MOVE WS-ACCEPT-BUFFER (1:7) TO RSB-ID-NUMBER
               MOVE WS-ACCEPT-BUFFER (8:1) TO RSB-ID-CHECK
               GO TO 5100-EXIT
           END-IF
           MOVE SPACE TO RSB-ID-CHECK
           IF WS-ITEM-REASON = "CHECK DIGIT FAILED"
               OR WS-ITEM-REASON = "INVALID ID-NUMBER"
               OR RSB-ID-NUMBER IS NOT NUMERIC
               DISPLAY "  NO CUSTOMER NUMBER KEYED -- FILES-1 WILL "
                   "TURN THIS ONE AWAY AGAIN"
               GO TO 5100-EXIT
           END-IF
           MOVE RSB-ID-NUMBER TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           MOVE WS-CHK-COMPUTED TO RSB-ID-CHECK.
       5100-EXIT.
           EXIT.


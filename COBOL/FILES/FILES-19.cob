      *   LOCK-RECORD) LIKE EVERY OTHER MASTER UPDATER, AND THE
      *   REPORT MODE REFUSES TO START WHILE AN UPDATER HOLDS IT,
      *   THE SAME SPLIT THE REST OF THE SUITE USES.
      * 15/10/2026 NM - A REINSTATE IS REFUSED WHEN THE ARCHIVED COPY
      *   HAS BEEN THROUGH THE FILES-67 PERSONAL-DATA ERASURE (NAMES
      *   READ ERASED) -- THE IMAGE NO LONGER CARRIES A NAME, BIRTH DATE
      *   OR ADDRESS TO PUT BACK.
      * 15/10/2026 NM - A REINSTATE IS NOW JOURNALLED ON
      *   CUSTOMER-JOURNAL.dat AS AN ADD OF THE RECORD PUT BACK, UNDER
      *   THE SIGNED-ON OPERATOR AND MARKED WITH JRN-EVENT R, SO IT HAS
      *   A TRAIL AND A FILES-42 ROLL-FORWARD PUTS IT BACK.
      * 15/10/2026 NM - THE CUSTOMER TO REINSTATE IS NOW KEYED BY
      *   CUSTOMER NUMBER -- THE ID-NUMBER AND ITS CHECK DIGIT -- AND
      *   REFUSED ON A CHECK DIGIT THAT DOES NOT AGREE, AS THE OTHER
      *   MAINTENANCE PROGRAMS DO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
               02 ARC-ID-NUMBER       PIC 9(7).
               02 ARC-CUSTOMER-IMAGE  PIC X(150).

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 ARCHIVE-OK            VALUE "00".
               88 ARCHIVE-NOT-FOUND     VALUE "35".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
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

       1000-ACCEPT-PERIOD.
           DISPLAY "DORMANT AFTER HOW MANY DAYS (E.G. 0365): "
               WITH NO ADVANCING
           EXIT.

       5000-REINSTATE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT) TO REINSTATE: "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-REINSTATE-ID

           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-NOT-FOUND
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           IF WS-REINSTATE-IMAGE (8:20) = "ERASED"
               AND WS-REINSTATE-IMAGE (28:20) = "ERASED"
               DISPLAY "ID " WS-REINSTATE-ID " HAS HAD ITS PERSONAL "
                   "DATA ERASED -- REINSTATE REFUSED"
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF

           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
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
               CLOSE CUSTOMERS-FILE
               GO TO 5000-EXIT
           END-IF

           MOVE WS-REINSTATE-IMAGE TO CUSTOMER-DATA
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "CUSTOMER " WS-REINSTATE-ID " REINSTATED"
                   PERFORM 5200-WRITE-JOURNAL THRU 5200-EXIT
           END-WRITE
           CLOSE CUSTOMERS-FILE
           CLOSE JOURNAL-FILE.
       5000-EXIT.
           EXIT.

           END-IF.
       5100-EXIT.
           EXIT.

       5200-WRITE-JOURNAL.
      *    THE REINSTATE GOES ON THE JOURNAL AS AN ADD OF THE RECORD
      *    AS WRITTEN (LAST-ACTIVITY ALREADY RESTAMPED), MARKED AS A
      *    REINSTATE, THE SAME AS FILES-27'S 5100-WRITE-JOURNAL.
           MOVE "A" TO JRN-ACTION
           MOVE WS-REINSTATE-ID TO JRN-ID-NUMBER
           MOVE WS-CURRENT-DATE TO JRN-DATE
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           MOVE "R" TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       5200-EXIT.
           EXIT.

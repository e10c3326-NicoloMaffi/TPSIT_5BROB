      *   AROUND ITS WRITE TO THE MASTER, LIKE EVERY OTHER UPDATER;
      *   THE ARCHIVE INQUIRY NEVER TOUCHES THE MASTER AND NEEDS NO
      *   LOCK.
      * 15/10/2026 NM - BOTH MODES NOW TAKE THE EIGHT-DIGIT CUSTOMER
      *   NUMBER -- THE ID-NUMBER FOLLOWED BY THE CHECK DIGIT IT IS NOW
      *   ISSUED WITH (LUHN MOD 10, SEE 0980-COMPUTE-CHECK-DIGIT). A
      *   NUMBER WHOSE DIGIT DOES NOT AGREE IS REFUSED AS CHECK DIGIT
      *   FAILED BEFORE THE ARCHIVE OR THE MASTER IS READ, SO A SLIP OF
      *   THE FINGER CANNOT REINSTATE THE WRONG CUSTOMER.
      * 15/10/2026 NM - A CUSTOMER WHOSE ARCHIVED COPY HAS BEEN THROUGH
      *   THE FILES-67 PERSONAL-DATA ERASURE (NAMES READ ERASED) IS
      *   REFUSED FOR REINSTATE -- THE IMAGE NO LONGER CARRIES A NAME,
      *   BIRTH DATE OR ADDRESS TO PUT BACK.
      * 15/10/2026 NM - A REINSTATE IS NOW JOURNALLED ON
      *   CUSTOMER-JOURNAL.dat AS AN ADD OF THE RECORD PUT BACK, UNDER
      *   THE SIGNED-ON OPERATOR AND MARKED WITH JRN-EVENT R -- UNTIL
      *   NOW THE CUSTOMER REAPPEARED ON THE MASTER WITH NO TRAIL, AND A
      *   FILES-42 ROLL-FORWARD LEFT IT OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL.

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           01 WS-RUN-MODE           PIC X VALUE SPACE.
               88 WS-MODE-INQUIRE       VALUE "I".
               88 WS-MODE-REINSTATE     VALUE "R".
           01 WS-BALANCE-EDIT       PIC $$,$$$,$$9.99.
           01 WS-BALANCE-DRCR       PIC X(2) VALUE SPACES.

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
           END-IF
           DISPLAY "MODE (I=INQUIRE, R=REINSTATE): " WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CUSTNO-ID TO WS-SEARCH-ID

           EVALUATE TRUE
               WHEN WS-MODE-INQUIRE
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

       2000-SCAN-ARCHIVE.
      *    THE WHOLE ARCHIVE IS SCANNED; ON A REINSTATE THE LATEST
      *    ARCHIVED COPY IS THE ONE LEFT IN THE WORK RECORD WHEN THE
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           IF WS-F-NAME = "ERASED" AND WS-L-NAME = "ERASED"
               DISPLAY "ID " WS-SEARCH-ID " HAS HAD ITS PERSONAL DATA "
                   "ERASED -- REINSTATE REFUSED"
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
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
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF

           MOVE WS-CUSTOMER-DATA TO CUSTOMER-DATA
           WRITE CUSTOMER-DATA
               NOT INVALID KEY
                   DISPLAY "CUSTOMER " WS-SEARCH-ID " REINSTATED "
                       "FROM THE DELETED-CUSTOMER ARCHIVE"
                   PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT
           END-WRITE
           CLOSE CUSTOMERS-FILE
           CLOSE JOURNAL-FILE
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-JOURNAL.
      *    THE REINSTATE GOES ON THE JOURNAL AS AN ADD OF THE RECORD
      *    AS WRITTEN, MARKED AS A REINSTATE, SO THE FILES-42
      *    ROLL-FORWARD PUTS IT BACK AND THE OPERATOR REPORTS SEE WHO
      *    DID IT.
           MOVE "A" TO JRN-ACTION
           MOVE WS-SEARCH-ID TO JRN-ID-NUMBER
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           MOVE "R" TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       5100-EXIT.
           EXIT.

      *   REASON CODE, A FREE-TEXT LINE AND AN OPTIONAL FOLLOW-UP
      *   DATE, STAMPED WITH THE SIGNED-ON OPERATOR. SEE FILES-38 FOR
      *   THE DAILY CALLS-DUE LIST THE FOLLOW-UP DATE DRIVES.
      * 15/10/2026 NM - THE LOOKUP NOW SHOWS THE CUSTOMER'S HOUSEHOLD
      *   AND RELATED PARTIES FROM HOUSEHOLDS.dat (LAYOUT IN COPYLIB'S
      *   HOUSEHOLD-RECORD, MAINTAINED THROUGH FILES-58) -- THE
      *   HOUSEHOLD, THE CUSTOMER'S OWN ROLE IN IT, AND EVERY OTHER
      *   MEMBER BY ID, ROLE AND NAME -- AFTER THE CONTACT LOG. A
      *   CUSTOMER IN NO HOUSEHOLD SIMPLY SHOWS NO HOUSEHOLD LINES.
      * 15/10/2026 NM - THE LOOKUP NOW TAKES THE EIGHT-DIGIT CUSTOMER
      *   NUMBER -- THE ID-NUMBER FOLLOWED BY THE CHECK DIGIT IT IS NOW
      *   ISSUED WITH (LUHN MOD 10, SEE 0980-COMPUTE-CHECK-DIGIT). A
      *   NUMBER WHOSE DIGIT DOES NOT AGREE IS REFUSED AS CHECK DIGIT
      *   FAILED WITHOUT THE MASTER BEING READ, SO A MIS-KEYED ID NO
      *   LONGER SHOWS SOMEONE ELSE'S ACCOUNT OR COMES BACK NOT FOUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT HOUSEHOLDS-FILE ASSIGN TO "HOUSEHOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS-FILE.
       FD CONTACT-LOG-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD HOUSEHOLDS-FILE.
           COPY "HOUSEHOLD-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
                   03 WS-CTC-FOLLOW-UP   PIC 9(8).
           77 WS-CTC-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-CTC-SUB            PIC 9(3) COMP VALUE ZERO.

           01 WS-HOUSEHOLDS-STATUS  PIC X(2) VALUE SPACES.
               88 HOUSEHOLDS-OK         VALUE "00".
               88 HOUSEHOLDS-NOT-FOUND  VALUE "35".

           77 HOUSEHOLDS-EOF        PIC X VALUE "N".
               88 HOUSEHOLDS-EOF-REACHED VALUE "Y".

      *    THE OTHER MEMBERS OF THE CUSTOMER'S HOUSEHOLD.
           77 WS-REL-SELF-ID        PIC 9(7) VALUE ZERO.
           77 WS-REL-SELF-ROLE      PIC X VALUE SPACE.
           77 WS-REL-HOUSEHOLD-ID   PIC 9(7) VALUE ZERO.
           01 WS-RELATED-TABLE.
               02 WS-REL-ENTRY OCCURS 50 TIMES.
                   03 WS-REL-ID-NUMBER   PIC 9(7).
                   03 WS-REL-ROLE        PIC X.
           77 WS-REL-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-REL-SUB            PIC 9(3) COMP VALUE ZERO.
           01 WS-REL-ROLE-CODE      PIC X VALUE SPACE.
           01 WS-REL-ROLE-NAME      PIC X(10) VALUE SPACES.

           01 WS-LOG-ANSWER         PIC X VALUE SPACE.

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
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               DISPLAY "ENTER CUSTOMER NUMBER (ID + CHECK DIGIT) TO "
                   "LOOK UP: " WITH NO ADVANCING
               ACCEPT WS-CUSTOMER-NUMBER
               PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
               IF WS-CUSTNO-VERIFIED
                   MOVE WS-CUSTNO-ID TO ID-NUMBER
                   PERFORM 2000-LOOKUP-CUSTOMER THRU 2000-EXIT
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
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
               PERFORM 2200-DISPLAY-ACCOUNTS THRU 2200-EXIT
           END-IF
           PERFORM 2300-DISPLAY-CONTACTS THRU 2300-EXIT
           PERFORM 2500-DISPLAY-RELATED-PARTIES THRU 2500-EXIT
           PERFORM 2400-OFFER-CONTACT-LOG THRU 2400-EXIT.
       2100-EXIT.
           EXIT.
       2250-EXIT.
           EXIT.

       2500-DISPLAY-RELATED-PARTIES.
      *    THE CUSTOMER'S HOUSEHOLD FROM HOUSEHOLDS.dat (SEE FILES-58):
      *    ONE PASS FINDS THEIR HOUSEHOLD, A SECOND GATHERS THE OTHER
      *    MEMBERS, AND EACH IS NAMED OFF THE MASTER.
           MOVE ID-NUMBER TO WS-REL-SELF-ID
           MOVE ZERO TO WS-REL-HOUSEHOLD-ID
           MOVE ZERO TO WS-REL-COUNT
           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           IF HOUSEHOLDS-NOT-FOUND
               GO TO 2500-EXIT
           END-IF
           IF NOT HOUSEHOLDS-OK
               DISPLAY "HOUSEHOLDS-FILE OPEN FAILED, STATUS: "
                   WS-HOUSEHOLDS-STATUS
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-FIND-OWN-HOUSEHOLD THRU 2510-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
                   OR WS-REL-HOUSEHOLD-ID NOT EQUAL ZERO
           CLOSE HOUSEHOLDS-FILE
           IF WS-REL-HOUSEHOLD-ID = ZERO
               GO TO 2500-EXIT
           END-IF

           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           PERFORM 2520-GATHER-ONE-RELATED THRU 2520-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
           CLOSE HOUSEHOLDS-FILE

           MOVE WS-REL-SELF-ROLE TO WS-REL-ROLE-CODE
           PERFORM 2540-NAME-ROLE THRU 2540-EXIT
           DISPLAY "HOUSEHOLD: " WS-REL-HOUSEHOLD-ID " (THIS CUSTOMER: "
               WS-REL-ROLE-NAME ")"
           IF WS-REL-COUNT IS GREATER THAN ZERO
               DISPLAY "RELATED PARTIES:"
               PERFORM 2530-SHOW-ONE-RELATED THRU 2530-EXIT
                   VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB IS GREATER THAN WS-REL-COUNT
           END-IF

      *    THE CUSTOMER'S OWN RECORD GOES BACK IN THE RECORD AREA FOR
      *    WHAT FOLLOWS.
           MOVE WS-REL-SELF-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
       2500-EXIT.
           EXIT.

       2510-FIND-OWN-HOUSEHOLD.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF HSH-ID-NUMBER = WS-REL-SELF-ID
               MOVE HSH-HOUSEHOLD-ID TO WS-REL-HOUSEHOLD-ID
               MOVE HSH-ROLE TO WS-REL-SELF-ROLE
           END-IF.
       2510-EXIT.
           EXIT.

       2520-GATHER-ONE-RELATED.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 2520-EXIT
           END-READ
           IF HSH-HOUSEHOLD-ID NOT EQUAL WS-REL-HOUSEHOLD-ID
               OR HSH-ID-NUMBER = WS-REL-SELF-ID
               OR WS-REL-COUNT IS NOT LESS THAN 50
               GO TO 2520-EXIT
           END-IF
           ADD 1 TO WS-REL-COUNT
           MOVE HSH-ID-NUMBER TO WS-REL-ID-NUMBER (WS-REL-COUNT)
           MOVE HSH-ROLE      TO WS-REL-ROLE (WS-REL-COUNT).
       2520-EXIT.
           EXIT.

       2530-SHOW-ONE-RELATED.
           MOVE WS-REL-ROLE (WS-REL-SUB) TO WS-REL-ROLE-CODE
           PERFORM 2540-NAME-ROLE THRU 2540-EXIT
           MOVE WS-REL-ID-NUMBER (WS-REL-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "  " WS-REL-ID-NUMBER (WS-REL-SUB) " "
                       WS-REL-ROLE-NAME " *** NOT ON THE MASTER ***"
               NOT INVALID KEY
                   DISPLAY "  " WS-REL-ID-NUMBER (WS-REL-SUB) " "
                       WS-REL-ROLE-NAME " " F-NAME " " L-NAME
           END-READ.
       2530-EXIT.
           EXIT.

       2540-NAME-ROLE.
      *    SAME ROLE WORDS AS THE FILES-58 LISTING.
           EVALUATE WS-REL-ROLE-CODE
               WHEN "H"
                   MOVE "HEAD"      TO WS-REL-ROLE-NAME
               WHEN "J"
                   MOVE "JOINT"     TO WS-REL-ROLE-NAME
               WHEN "G"
                   MOVE "GUARANTOR" TO WS-REL-ROLE-NAME
               WHEN "D"
                   MOVE "DEPENDANT" TO WS-REL-ROLE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"   TO WS-REL-ROLE-NAME
           END-EVALUATE.
       2540-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF WS-ACCOUNTS-OPEN

      *   FILES-6 LOOKUP CARRIES -- THE CONTACTS BELONG WHEREVER THE
      *   CUSTOMER IS PULLED UP. LOGGING A NEW CALL STAYS WITH
      *   FILES-6 AND FILES-12.
      * 15/10/2026 NM - THE S=SELECT DETAIL VIEW NOW ALSO SHOWS THE
      *   CUSTOMER'S HOUSEHOLD AND RELATED PARTIES FROM HOUSEHOLDS.dat
      *   (LAYOUT IN COPYLIB'S HOUSEHOLD-RECORD, MAINTAINED THROUGH
      *   FILES-58), THE SAME DISPLAY THE FILES-6 LOOKUP CARRIES.
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
       FD LOCK-FILE.
       FD CONTACT-LOG-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD HOUSEHOLDS-FILE.
           COPY "HOUSEHOLD-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
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

           01 WS-BALANCE-EDIT       PIC $$,$$$,$$9.99.
           01 WS-BALANCE-DRCR       PIC X(2) VALUE SPACES.

           IF WS-ACCOUNTS-OPEN
               PERFORM 2300-DISPLAY-ACCOUNTS THRU 2300-EXIT
           END-IF
           PERFORM 2500-DISPLAY-CONTACTS THRU 2500-EXIT
           PERFORM 2600-DISPLAY-RELATED-PARTIES THRU 2600-EXIT.
       2200-EXIT.
           EXIT.

       2350-EXIT.
           EXIT.

       2600-DISPLAY-RELATED-PARTIES.
      *    THE CUSTOMER'S HOUSEHOLD FROM HOUSEHOLDS.dat (SEE FILES-58):
      *    ONE PASS FINDS THEIR HOUSEHOLD, A SECOND GATHERS THE OTHER
      *    MEMBERS, AND EACH IS NAMED OFF THE MASTER.
           MOVE ID-NUMBER TO WS-REL-SELF-ID
           MOVE ZERO TO WS-REL-HOUSEHOLD-ID
           MOVE ZERO TO WS-REL-COUNT
           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           IF HOUSEHOLDS-NOT-FOUND
               GO TO 2600-EXIT
           END-IF
           IF NOT HOUSEHOLDS-OK
               DISPLAY "HOUSEHOLDS-FILE OPEN FAILED, STATUS: "
                   WS-HOUSEHOLDS-STATUS
               GO TO 2600-EXIT
           END-IF
           PERFORM 2610-FIND-OWN-HOUSEHOLD THRU 2610-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
                   OR WS-REL-HOUSEHOLD-ID NOT EQUAL ZERO
           CLOSE HOUSEHOLDS-FILE
           IF WS-REL-HOUSEHOLD-ID = ZERO
               GO TO 2600-EXIT
           END-IF

           MOVE "N" TO HOUSEHOLDS-EOF
           OPEN INPUT HOUSEHOLDS-FILE
           PERFORM 2620-GATHER-ONE-RELATED THRU 2620-EXIT
               UNTIL HOUSEHOLDS-EOF-REACHED
           CLOSE HOUSEHOLDS-FILE

           MOVE WS-REL-SELF-ROLE TO WS-REL-ROLE-CODE
           PERFORM 2640-NAME-ROLE THRU 2640-EXIT
           DISPLAY "HOUSEHOLD: " WS-REL-HOUSEHOLD-ID " (THIS CUSTOMER: "
               WS-REL-ROLE-NAME ")"
           IF WS-REL-COUNT IS GREATER THAN ZERO
               DISPLAY "RELATED PARTIES:"
               PERFORM 2630-SHOW-ONE-RELATED THRU 2630-EXIT
                   VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB IS GREATER THAN WS-REL-COUNT
           END-IF.
       2600-EXIT.
           EXIT.

       2610-FIND-OWN-HOUSEHOLD.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 2610-EXIT
           END-READ
           IF HSH-ID-NUMBER = WS-REL-SELF-ID
               MOVE HSH-HOUSEHOLD-ID TO WS-REL-HOUSEHOLD-ID
               MOVE HSH-ROLE TO WS-REL-SELF-ROLE
           END-IF.
       2610-EXIT.
           EXIT.

       2620-GATHER-ONE-RELATED.
           READ HOUSEHOLDS-FILE
               AT END
                   SET HOUSEHOLDS-EOF-REACHED TO TRUE
                   GO TO 2620-EXIT
           END-READ
           IF HSH-HOUSEHOLD-ID NOT EQUAL WS-REL-HOUSEHOLD-ID
               OR HSH-ID-NUMBER = WS-REL-SELF-ID
               OR WS-REL-COUNT IS NOT LESS THAN 50
               GO TO 2620-EXIT
           END-IF
           ADD 1 TO WS-REL-COUNT
           MOVE HSH-ID-NUMBER TO WS-REL-ID-NUMBER (WS-REL-COUNT)
           MOVE HSH-ROLE      TO WS-REL-ROLE (WS-REL-COUNT).
       2620-EXIT.
           EXIT.

       2630-SHOW-ONE-RELATED.
           MOVE WS-REL-ROLE (WS-REL-SUB) TO WS-REL-ROLE-CODE
           PERFORM 2640-NAME-ROLE THRU 2640-EXIT
           MOVE WS-REL-ID-NUMBER (WS-REL-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "  " WS-REL-ID-NUMBER (WS-REL-SUB) " "
                       WS-REL-ROLE-NAME " *** NOT ON THE MASTER ***"
               NOT INVALID KEY
                   DISPLAY "  " WS-REL-ID-NUMBER (WS-REL-SUB) " "
                       WS-REL-ROLE-NAME " " F-NAME " " L-NAME
           END-READ.
       2630-EXIT.
           EXIT.

       2640-NAME-ROLE.
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
       2640-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF WS-ACCOUNTS-OPEN

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-60.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. THE RETURNED-MAIL DESK. A FILES-8
      *   OR FILES-29 STATEMENT OR A FILES-32 DUNNING LETTER THAT CAME
      *   BACK UNDELIVERABLE WAS THROWN AWAY AND THE NEXT CYCLE WENT TO
      *   THE SAME DEAD ADDRESS. THE SIGNED-ON OPERATOR (EXCLUSIVE
      *   RUN-LOCK FOR THE SESSION) RECORDS THE RETURN AGAINST THE ID
      *   THE ENVELOPE WAS ADDRESSED TO -- THE GUARDIAN'S, FOR A
      *   MINOR'S MAIL: CDR-MAIL-FLAG GOES TO "R" ON THE MASTER,
      *   JOURNALED UNDER THE OPERATOR, AND THE DATE IT CAME BACK, THE
      *   DOCUMENT AND THE ADDRESS IT WAS SENT TO GO ON
      *   RETURNED-MAIL.dat (SEE COPYLIB'S RETURNED-MAIL-RECORD).
      *   FROM THEN ON FILES-8, FILES-29 AND FILES-32 HOLD THE MAIL
      *   BACK ON THEIR HELD-MAIL REPORTS AND THE FILES-7 EXTRACT
      *   CARRIES THE FLAG TO BILLING. A NEW ADDRESS KEYED THROUGH
      *   FILES-12 OR A FILES-1 "C" CLEARS THE FLAG; A RETURN RECORDED
      *   IN ERROR IS UNDONE HERE. THE DESK CAN ALSO LIST EVERY
      *   CUSTOMER WHOSE MAIL IS HELD.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - THE CUSTOMER IS NOW NAMED BY CUSTOMER NUMBER --
      *   THE ID-NUMBER AND ITS CHECK DIGIT -- AND REFUSED ON A CHECK
      *   DIGIT THAT DOES NOT AGREE BEFORE THE MASTER IS READ, AS THE
      *   OTHER MAINTENANCE PROGRAMS DO.
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

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RML-ID-NUMBER
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

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
                         CDR-CREDIT-LIMIT      BY CREDIT-LIMIT
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED.

       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.cpy".

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

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-RETURNED-MAIL-STATUS PIC X(2) VALUE SPACES.
               88 RETURNED-MAIL-OK        VALUE "00".
               88 RETURNED-MAIL-NOT-FOUND VALUE "35".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".
           77 WS-CUSTOMER-SWITCH    PIC X VALUE "N".
               88 WS-CUSTOMER-FOUND     VALUE "Y".
           77 WS-SWEEP-SWITCH       PIC X VALUE "N".
               88 WS-SWEEP-DONE         VALUE "Y".

           01 WS-MENU-CHOICE        PIC X VALUE SPACE.
               88 WS-CHOICE-RECORD      VALUE "R".
               88 WS-CHOICE-UNDO        VALUE "U".
               88 WS-CHOICE-LIST        VALUE "L".
               88 WS-CHOICE-EXIT        VALUE "X".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

      *    THE CUSTOMER THE OPERATOR PICKS, AND WHAT IS KEYED AGAINST
      *    THE RETURN.
           77 WS-SEL-ID             PIC 9(7) VALUE ZERO.
           01 WS-DOCUMENT-CHOICE    PIC X(2) VALUE SPACES.
           77 WS-DOCUMENT           PIC X(8) VALUE SPACES.
           01 WS-RETURNED-DATE-IN   PIC X(8) VALUE SPACES.
           01 WS-RETURNED-DATE-NUM REDEFINES WS-RETURNED-DATE-IN
                                    PIC 9(8).
           77 WS-RETURNED-DATE      PIC 9(8) VALUE ZERO.
           01 WS-CONFIRM-ANSWER     PIC X VALUE SPACE.

           77 WS-HELD-LISTED        PIC 9(5) VALUE ZERO.
           77 WS-NAME-OUT           PIC X(31) VALUE SPACES.

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
      *    RECORDING A RETURN CHANGES THE MASTER, SO THE SESSION HOLDS
      *    THE EXCLUSIVE RUN-LOCK FROM SIGN-ON TO EXIT LIKE FILES-53.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
                   UNTIL WS-CHOICE-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
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
                           SET WS-ABORT-REQUESTED TO TRUE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-ABORT-REQUESTED
               GO TO 0300-EXIT
           END-IF
           OPEN OUTPUT LOCK-FILE
           MOVE "L" TO LCK-STATE
           MOVE "X" TO LCK-TYPE
           MOVE "FILES-60" TO LCK-PROGRAM
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
               MOVE "FILES-60" TO LCK-PROGRAM
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

       1000-OPEN-FILES.
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O RETURNED-MAIL-FILE
           IF RETURNED-MAIL-NOT-FOUND
               OPEN OUTPUT RETURNED-MAIL-FILE
               CLOSE RETURNED-MAIL-FILE
               OPEN I-O RETURNED-MAIL-FILE
           END-IF
           IF NOT RETURNED-MAIL-OK
               DISPLAY "RETURNED-MAIL-FILE OPEN FAILED, STATUS: "
                   WS-RETURNED-MAIL-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 1000-EXIT
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
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE RETURNED-MAIL-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "RETURNED MAIL"
           DISPLAY "  R = RECORD MAIL RETURNED UNDELIVERABLE"
           DISPLAY "  U = UNDO A RETURN RECORDED IN ERROR"
           DISPLAY "  L = LIST CUSTOMERS WHOSE MAIL IS HELD"
           DISPLAY "  X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-RECORD
                   PERFORM 3000-RECORD-RETURN THRU 3000-EXIT
               WHEN WS-CHOICE-UNDO
                   PERFORM 4000-UNDO-RETURN THRU 4000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-HELD THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-ACCEPT-CUSTOMER.
      *    READS THE CUSTOMER THE OPERATOR NAMES; WS-CUSTOMER-FOUND
      *    SAYS WHETHER THEY ARE ON THE MASTER.
           MOVE "N" TO WS-CUSTOMER-SWITCH
           DISPLAY "CUSTOMER NUMBER ON THE ENVELOPE (ID + CHECK "
               "DIGIT): " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 2100-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-SEL-ID
           MOVE WS-SEL-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "ID " WS-SEL-ID " NOT ON THE MASTER"
                   GO TO 2100-EXIT
           END-READ
           SET WS-CUSTOMER-FOUND TO TRUE
           MOVE SPACES TO WS-NAME-OUT
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO WS-NAME-OUT
           END-STRING
           DISPLAY "  ID " ID-NUMBER "  " WS-NAME-OUT
           DISPLAY "  " ADDR-STREET " " ADDR-CITY " " ADDR-POSTAL
           IF MAIL-RETURNED
               MOVE ID-NUMBER TO RML-ID-NUMBER
               READ RETURNED-MAIL-FILE
                   INVALID KEY
                       DISPLAY "  MAIL HELD -- RETURNED UNDELIVERABLE"
                   NOT INVALID KEY
                       DISPLAY "  MAIL HELD -- " RML-DOCUMENT
                           " RETURNED " RML-RETURNED-DATE
                           ", RECORDED BY " RML-RECORDED-BY
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CONFIRM.
           MOVE SPACE TO WS-CONFIRM-ANSWER
           DISPLAY "GO AHEAD? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               DISPLAY "ABANDONED -- NOTHING CHANGED"
           END-IF.
       2200-EXIT.
           EXIT.

       2300-WRITE-JOURNAL.
           MOVE WS-SEL-ID TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       2300-EXIT.
           EXIT.

       3000-RECORD-RETURN.
      *    THE MASTER IS FLAGGED FIRST AND THE DETAIL WRITTEN AFTER, SO
      *    A FAILURE ON RETURNED-MAIL.dat STILL LEAVES THE MAIL HELD.
           PERFORM 2100-ACCEPT-CUSTOMER THRU 2100-EXIT
           IF NOT WS-CUSTOMER-FOUND
               GO TO 3000-EXIT
           END-IF
           IF MAIL-RETURNED
               DISPLAY "MAIL IS ALREADY HELD -- NOTHING CHANGED (A NEW "
                   "ADDRESS THROUGH FILES-12 RELEASES IT)"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "DOCUMENT RETURNED: 8  = FILES-8 STATEMENT"
           DISPLAY "                   29 = FILES-29 DETAIL STATEMENT"
           DISPLAY "                   32 = FILES-32 DUNNING LETTER"
           DISPLAY "DOCUMENT: " WITH NO ADVANCING
           ACCEPT WS-DOCUMENT-CHOICE
           EVALUATE WS-DOCUMENT-CHOICE
               WHEN "8 "
               WHEN "08"
                   MOVE "FILES-8" TO WS-DOCUMENT
               WHEN "29"
                   MOVE "FILES-29" TO WS-DOCUMENT
               WHEN "32"
                   MOVE "FILES-32" TO WS-DOCUMENT
               WHEN OTHER
                   DISPLAY "UNKNOWN DOCUMENT -- NOTHING CHANGED"
                   GO TO 3000-EXIT
           END-EVALUATE
           MOVE SPACES TO WS-RETURNED-DATE-IN
           DISPLAY "DATE RETURNED (CCYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-RETURNED-DATE-IN
           IF WS-RETURNED-DATE-IN = SPACES
               MOVE WS-CURRENT-DATE-NUM TO WS-RETURNED-DATE
           ELSE
               IF WS-RETURNED-DATE-IN IS NOT NUMERIC
                   OR WS-RETURNED-DATE-NUM > WS-CURRENT-DATE-NUM
                   DISPLAY "INVALID DATE RETURNED -- NOTHING CHANGED"
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-RETURNED-DATE-NUM TO WS-RETURNED-DATE
           END-IF
           PERFORM 2200-CONFIRM THRU 2200-EXIT
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               GO TO 3000-EXIT
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           SET MAIL-RETURNED TO TRUE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS " -- NOTHING CHANGED"
                   MOVE 1 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE
           PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT

      *    A LATER RETURN REPLACES THE LINE AN EARLIER ONE LEFT.
           MOVE WS-SEL-ID           TO RML-ID-NUMBER
           MOVE WS-RETURNED-DATE    TO RML-RETURNED-DATE
           MOVE WS-DOCUMENT         TO RML-DOCUMENT
           MOVE WS-CURRENT-DATE-NUM TO RML-RECORDED-DATE
           MOVE WS-OPERATOR-ID      TO RML-RECORDED-BY
           MOVE ADDR-STREET         TO RML-ADDR-STREET
           MOVE ADDR-CITY           TO RML-ADDR-CITY
           MOVE ADDR-POSTAL         TO RML-ADDR-POSTAL
           WRITE RML-RETURNED-MAIL-RECORD
               INVALID KEY
                   REWRITE RML-RETURNED-MAIL-RECORD
                       INVALID KEY
                           DISPLAY "RETURNED-MAIL-FILE REWRITE FAILED, "
                               "STATUS: " WS-RETURNED-MAIL-STATUS
                               " -- MAIL IS HELD WITHOUT ITS DETAIL"
                           MOVE 1 TO RETURN-CODE
                           GO TO 3000-EXIT
                   END-REWRITE
           END-WRITE
           DISPLAY "RETURN RECORDED -- MAIL FOR ID " WS-SEL-ID
               " IS HELD UNTIL A NEW ADDRESS IS KEYED".
       3000-EXIT.
           EXIT.

       4000-UNDO-RETURN.
      *    ONLY FOR A RETURN RECORDED AGAINST THE WRONG ID; A GOOD NEW
      *    ADDRESS RELEASES THE MAIL THROUGH FILES-12 OR FILES-1 AND
      *    KEEPS THE DEAD ADDRESS ON FILE.
           PERFORM 2100-ACCEPT-CUSTOMER THRU 2100-EXIT
           IF NOT WS-CUSTOMER-FOUND
               GO TO 4000-EXIT
           END-IF
           IF NOT MAIL-RETURNED
               DISPLAY "MAIL IS NOT HELD -- NOTHING CHANGED"
               GO TO 4000-EXIT
           END-IF
           PERFORM 2200-CONFIRM THRU 2200-EXIT
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               GO TO 4000-EXIT
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE SPACE TO MAIL-FLAG
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS " -- NOTHING CHANGED"
                   MOVE 1 TO RETURN-CODE
                   GO TO 4000-EXIT
           END-REWRITE
           PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT

           MOVE WS-SEL-ID TO RML-ID-NUMBER
           DELETE RETURNED-MAIL-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           DISPLAY "RETURN UNDONE -- MAIL FOR ID " WS-SEL-ID
               " GOES OUT AGAIN".
       4000-EXIT.
           EXIT.

       5000-LIST-HELD.
      *    RETURNED-MAIL.dat ALSO KEEPS THE LAST DEAD ADDRESS OF
      *    CUSTOMERS WHOSE MAIL HAS BEEN RELEASED, SO ONLY THOSE STILL
      *    FLAGGED ON THE MASTER ARE LISTED.
           MOVE ZERO TO WS-HELD-LISTED
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ZERO TO RML-ID-NUMBER
           START RETURNED-MAIL-FILE KEY IS NOT LESS THAN RML-ID-NUMBER
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 5100-LIST-ONE-HELD THRU 5100-EXIT
               UNTIL WS-SWEEP-DONE
           DISPLAY "CUSTOMERS WITH MAIL HELD: " WS-HELD-LISTED.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-HELD.
           READ RETURNED-MAIL-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           MOVE RML-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ
           IF NOT MAIL-RETURNED
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-HELD-LISTED
           DISPLAY "  " ID-NUMBER "  " L-NAME "  " RML-DOCUMENT
               " RETURNED " RML-RETURNED-DATE "  " RML-ADDR-STREET.
       5100-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF
           CLOSE RETURNED-MAIL-FILE
           IF NOT RETURNED-MAIL-OK
               DISPLAY "RETURNED-MAIL-FILE CLOSE FAILED, STATUS: "
                   WS-RETURNED-MAIL-STATUS
           END-IF
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE CLOSE FAILED, STATUS: "
                   WS-JOURNAL-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

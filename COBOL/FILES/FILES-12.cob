      *   FIELD (ZERO = NO LIMIT) AND SHOWN ON THE INQUIRY. ENFORCED
      *   AT POSTING TIME BY FILES-9/FILES-18/FILES-45; SEE FILES-46
      *   FOR THE DAILY OVER-LIMIT REPORT.
      * 15/10/2026 NM - A CREDIT-LIMIT CHANGE NO LONGER GOES STRAIGHT
      *   ONTO THE MASTER: THE REST OF THE CHANGE IS APPLIED AS BEFORE,
      *   BUT A NEW LIMIT THAT DIFFERS FROM THE ONE ON FILE IS WRITTEN
      *   TO THE PENDING-APPROVAL.dat QUEUE (LAYOUT IN COPYLIB'S
      *   APPROVAL-RECORD) UNDER THE SIGNED-ON OPERATOR, AND ONLY
      *   REACHES THE MASTER WHEN A DIFFERENT OPERATOR APPROVES IT
      *   THROUGH FILES-49. A NON-NUMERIC LIMIT ON A CHANGE IS REFUSED.
      *   THE LIMIT KEYED ON AN ADD STILL GOES ON DIRECTLY -- A NEW
      *   CUSTOMER HAS NO BALANCE FOR IT TO EXPOSE, AND ZERO (NO LIMIT)
      *   WAS ALWAYS ON OFFER THERE ANYWAY.
      * 15/10/2026 NM - A NEW CUSTOMER IS ADDED WITH THE WRITE-OFF FLAG
      *   (SEE COPYLIB'S CUSTOMER-RECORD) CLEAR; ONLY THE FILES-51
      *   WRITE-OFF RUN SETS IT.
      * 15/10/2026 NM - A CUSTOMER YOUNGER THAN THE NEW AGE-OF-MAJORITY
      *   RUN-PARM (DEFAULT 018) IS A MINOR: THE OPERATOR IS ASKED FOR
      *   THE GUARDIAN'S ID-NUMBER, WHICH MUST BE ON THE MASTER, NOT THE
      *   CUSTOMER'S OWN, AND AN ADULT, AND A MINOR CANNOT BE GIVEN A
      *   CREDIT LIMIT -- THE SAME RULES AS FILES-1. THE LINK GOES TO
      *   GUARDIANS.dat (SEE COPYLIB'S GUARDIAN-RECORD), IS DROPPED WHEN
      *   A CHANGE MAKES THE CUSTOMER AN ADULT OR THE CUSTOMER IS
      *   DELETED, AND IS SHOWN ON INQUIRY.
      * 15/10/2026 NM - A NEW CUSTOMER IS ADDED WITH THE RETURNED-MAIL
      *   FLAG (SEE COPYLIB'S CUSTOMER-RECORD) CLEAR, A CHANGE THAT KEYS
      *   A DIFFERENT ADDRESS FOR A CUSTOMER WHOSE MAIL IS HELD CLEARS
      *   IT, AND THE INQUIRY SHOWS WHEN MAIL IS HELD. FILES-60 RECORDS
      *   THE RETURN.
      * 15/10/2026 NM - A NEW CUSTOMER IS GIVEN A BILLING CYCLE:
      *   CDR-CYCLE-DAY (SEE COPYLIB'S CUSTOMER-RECORD) IS SET TO THE
      *   LEAST-LOADED OF THE CYCLE DAYS THE NEW BILLING-CYCLES RUN-PARM
      *   DEFINES (DEFAULT 04), THE SAME RULE AS FILES-1. THE MASTER IS
      *   NOW OPENED FOR DYNAMIC ACCESS SO THE CUSTOMERS ON EACH CYCLE
      *   CAN BE COUNTED AT START. THE INQUIRY SHOWS THE CYCLE; FILES-61
      *   MOVES A CUSTOMER TO ANOTHER ONE.
      * 15/10/2026 NM - ID-NUMBERS ARE NOW ISSUED WITH A CHECK DIGIT
      *   (LUHN MOD 10, SEE 0980-COMPUTE-CHECK-DIGIT). ADD, CHANGE,
      *   DELETE AND INQUIRE ALL TAKE THE EIGHT-DIGIT CUSTOMER NUMBER --
      *   THE ID-NUMBER FOLLOWED BY ITS CHECK DIGIT -- AND A NUMBER
      *   WHOSE DIGIT DOES NOT AGREE IS REFUSED AS CHECK DIGIT FAILED
      *   BEFORE THE MASTER IS READ, SO A SLIP OF THE FINGER NO LONGER
      *   OPENS, CHANGES OR DELETES SOMEONE ELSE OR COMES BACK NOT
      *   FOUND. A NEW CUSTOMER'S NUMBER COMES OFF THE FILES-62 ISSUE
      *   LIST.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - THE GUARDIAN OF A MINOR IS NOW KEYED BY CUSTOMER
      *   NUMBER -- THE ID-NUMBER AND ITS CHECK DIGIT -- AND REFUSED ON
      *   A CHECK DIGIT THAT DOES NOT AGREE BEFORE THE MASTER IS READ; A
      *   BLANK OR ZERO ON A CHANGE STILL KEEPS THE GUARDIAN ON FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

       FD AUDIT-FILE.
           01 AUDIT-RECORD.
       FD CONTACT-LOG-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 PARMS-EOF-REACHED VALUE "Y".

           77 WS-VOTING-AGE         PIC 9(3) VALUE 018.
           77 WS-MAJORITY-AGE       PIC 9(3) VALUE 018.

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
           77 WS-CTC-SUB            PIC 9(3) COMP VALUE ZERO.
           01 WS-LOG-ANSWER         PIC X VALUE SPACE.

           01 WS-APPROVAL-STATUS    PIC X(2) VALUE SPACES.
               88 APPROVAL-OK           VALUE "00".
               88 APPROVAL-NOT-FOUND    VALUE "35".

           77 WS-OLD-LIMIT          PIC 9(7)V99 VALUE ZERO.
           77 WS-LIMIT-QUEUE-SWITCH PIC X VALUE "N".
               88 WS-LIMIT-TO-QUEUE     VALUE "Y".

           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".

           77 WS-GUARDIAN-ID        PIC 9(7) VALUE ZERO.
           77 WS-GUARDIAN-AGE       PIC 9(3) VALUE ZERO.
           77 WS-LINK-SWITCH        PIC X VALUE "N".
               88 WS-LINK-ON-FILE       VALUE "Y".

           77 CUSTOMERS-EOF         PIC X VALUE "N".
               88 CUSTOMERS-EOF-REACHED VALUE "Y".

      *    BILLING CYCLES A NEW CUSTOMER CAN BE GIVEN: THE
      *    BILLING-CYCLES RUN-PARM (01-28, DEFAULT 04) SPREADS THAT
      *    MANY CYCLE DAYS EVENLY OVER THE FIRST 28 DAYS OF THE MONTH
      *    -- FOUR CYCLES CLOSE ON THE 1ST, 8TH, 15TH AND 22ND. THE
      *    CUSTOMERS ALREADY ON EACH DAY ARE COUNTED OFF THE MASTER AT
      *    START AND A NEW CUSTOMER GOES TO THE DEFINED CYCLE WITH THE
      *    FEWEST, THE EARLIEST DAY ON A TIE.
           77 WS-CYCLE-COUNT        PIC 99 VALUE 04.
           01 WS-CYCLE-LOAD-TABLE.
               02 WS-CYCLE-LOAD OCCURS 28 TIMES.
                   03 WS-CYL-DEFINED     PIC X.
                       88 WS-CYL-IS-CYCLE    VALUE "Y".
                   03 WS-CYL-CUSTOMERS   PIC 9(7).
           77 WS-CYL-SUB            PIC 99 VALUE ZERO.
           77 WS-CYL-DAY            PIC 99 VALUE ZERO.
           77 WS-CYL-PICK           PIC 99 VALUE ZERO.

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
           EVALUATE PRM-KEYWORD
               WHEN "VOTING-AGE"
                   MOVE PRM-VALUE (1:3) TO WS-VOTING-AGE
               WHEN "AGE-OF-MAJORITY"
                   MOVE PRM-VALUE (1:3) TO WS-MAJORITY-AGE
               WHEN "BILLING-CYCLES"
                   MOVE PRM-VALUE (1:2) TO WS-CYCLE-COUNT
                   IF WS-CYCLE-COUNT IS NOT NUMERIC
                       OR WS-CYCLE-COUNT = ZERO
                       OR WS-CYCLE-COUNT IS GREATER THAN 28
                       DISPLAY "BILLING-CYCLES MUST BE 01-28 -- 04 "
                           "IN EFFECT"
                       MOVE 04 TO WS-CYCLE-COUNT
                   END-IF
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
       0300-EXIT.
           EXIT.

       0950-DEFINE-CYCLES.
           INITIALIZE WS-CYCLE-LOAD-TABLE
           PERFORM 0955-DEFINE-ONE-CYCLE THRU 0955-EXIT
               VARYING WS-CYL-SUB FROM 1 BY 1
               UNTIL WS-CYL-SUB IS GREATER THAN WS-CYCLE-COUNT.
       0950-EXIT.
           EXIT.

       0955-DEFINE-ONE-CYCLE.
           COMPUTE WS-CYL-DAY =
               (WS-CYL-SUB - 1) * 28 / WS-CYCLE-COUNT + 1
           SET WS-CYL-IS-CYCLE (WS-CYL-DAY) TO TRUE.
       0955-EXIT.
           EXIT.

       0960-COUNT-CUSTOMER-CYCLE.
      *    THE CUSTOMER ON THE RECORD AREA ADDS TO ITS CYCLE'S LOAD; ONE
      *    NOT YET GIVEN A CYCLE RIDES CYCLE 01 AND IS COUNTED THERE.
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               ADD 1 TO WS-CYL-CUSTOMERS (CYCLE-DAY)
           ELSE
               ADD 1 TO WS-CYL-CUSTOMERS (1)
           END-IF.
       0960-EXIT.
           EXIT.

       0970-PICK-CYCLE.
      *    WS-CYL-PICK OUT: THE LEAST-LOADED DEFINED CYCLE DAY, WHICH
      *    IS CHARGED WITH THE CUSTOMER ABOUT TO GO ON IT.
           MOVE ZERO TO WS-CYL-PICK
           PERFORM 0975-TEST-ONE-CYCLE THRU 0975-EXIT
               VARYING WS-CYL-SUB FROM 1 BY 1
               UNTIL WS-CYL-SUB IS GREATER THAN 28
           ADD 1 TO WS-CYL-CUSTOMERS (WS-CYL-PICK).
       0970-EXIT.
           EXIT.

       0975-TEST-ONE-CYCLE.
           IF NOT WS-CYL-IS-CYCLE (WS-CYL-SUB)
               GO TO 0975-EXIT
           END-IF
           IF WS-CYL-PICK = ZERO
               MOVE WS-CYL-SUB TO WS-CYL-PICK
               GO TO 0975-EXIT
           END-IF
           IF WS-CYL-CUSTOMERS (WS-CYL-SUB) IS LESS THAN
               WS-CYL-CUSTOMERS (WS-CYL-PICK)
               MOVE WS-CYL-SUB TO WS-CYL-PICK
           END-IF.
       0975-EXIT.
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
               GO TO 1000-EXIT
           END-IF

           OPEN I-O GUARDIANS-FILE
           IF GUARDIANS-NOT-FOUND
               OPEN OUTPUT GUARDIANS-FILE
               CLOSE GUARDIANS-FILE
               OPEN I-O GUARDIANS-FILE
           END-IF
           IF NOT GUARDIANS-OK
               DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                   WS-GUARDIANS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               SET WS-CHOICE-EXIT TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1050-COUNT-CYCLES THRU 1050-EXIT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

       1050-COUNT-CYCLES.
      *    ONE PASS OF THE MASTER FOR THE CUSTOMERS ALREADY ON EACH
      *    BILLING CYCLE; ADDS IN THE SESSION ARE COUNTED AS THEY GO ON.
           PERFORM 0950-DEFINE-CYCLES THRU 0950-EXIT
           MOVE "N" TO CUSTOMERS-EOF
           MOVE ZERO TO ID-NUMBER
           START CUSTOMERS-FILE KEY IS NOT LESS THAN ID-NUMBER
               INVALID KEY
                   GO TO 1050-EXIT
           END-START
           PERFORM 1060-COUNT-ONE-CUSTOMER THRU 1060-EXIT
               UNTIL CUSTOMERS-EOF-REACHED.
       1050-EXIT.
           EXIT.

       1060-COUNT-ONE-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END
                   SET CUSTOMERS-EOF-REACHED TO TRUE
                   GO TO 1060-EXIT
           END-READ
           PERFORM 0960-COUNT-CUSTOMER-CYCLE THRU 0960-EXIT.
       1060-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "CUSTOMER MAINTENANCE"
       2700-EXIT.
           EXIT.

       2750-CHECK-GUARDIAN.
      *    SAME RULES AS FILES-1'S 2060-CHECK-GUARDIAN. ON A CHANGE A
      *    GUARDIAN LEFT AT ZERO KEEPS THE ONE ALREADY ON FILE. THE
      *    GUARDIAN'S READ USES THE FD BUFFER, SO A CHANGE READS ITS
      *    CUSTOMER AGAIN AFTERWARDS.
           SET WS-VALIDATION-OK TO TRUE
           MOVE ZERO TO WS-GUARDIAN-ID
           IF WS-AGE IS NOT LESS THAN WS-MAJORITY-AGE
               GO TO 2750-EXIT
           END-IF
           IF WS-CREDIT-LIMIT IS GREATER THAN ZERO
               DISPLAY "A MINOR CANNOT HAVE A CREDIT LIMIT"
               SET WS-VALIDATION-FAILED TO TRUE
               GO TO 2750-EXIT
           END-IF
           DISPLAY "CUSTOMER IS A MINOR -- GUARDIAN'S CUSTOMER NUMBER "
               "(ID + CHECK DIGIT): " WITH NO ADVANCING
           MOVE SPACES TO WS-CUSTOMER-NUMBER
           ACCEPT WS-CUSTOMER-NUMBER
           IF WS-CUSTOMER-NUMBER NOT EQUAL SPACES
               AND WS-CUSTOMER-NUMBER NOT EQUAL "0"
               AND WS-CUSTOMER-NUMBER NOT EQUAL ZEROS
               PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
               IF NOT WS-CUSTNO-VERIFIED
                   SET WS-VALIDATION-FAILED TO TRUE
                   GO TO 2750-EXIT
               END-IF
               MOVE WS-CUSTNO-ID TO WS-GUARDIAN-ID
           END-IF
           IF WS-GUARDIAN-ID = ZERO AND WS-CHOICE-CHANGE
               MOVE WS-ID-NUMBER TO GRD-ID-NUMBER
               READ GUARDIANS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRD-GUARDIAN-ID TO WS-GUARDIAN-ID
               END-READ
           END-IF
           IF WS-GUARDIAN-ID = ZERO
               DISPLAY "A MINOR MUST HAVE A GUARDIAN"
               SET WS-VALIDATION-FAILED TO TRUE
               GO TO 2750-EXIT
           END-IF
           IF WS-GUARDIAN-ID = WS-ID-NUMBER
               DISPLAY "A CUSTOMER CANNOT BE THEIR OWN GUARDIAN"
               SET WS-VALIDATION-FAILED TO TRUE
               GO TO 2750-EXIT
           END-IF
           MOVE WS-GUARDIAN-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "GUARDIAN NOT ON MASTER"
                   SET WS-VALIDATION-FAILED TO TRUE
                   GO TO 2750-EXIT
           END-READ
           COMPUTE WS-GUARDIAN-AGE = WS-CUR-CCYY - DOB-CCYY
           IF WS-CUR-MM < DOB-MM
               OR (WS-CUR-MM = DOB-MM AND WS-CUR-DD < DOB-DD)
               SUBTRACT 1 FROM WS-GUARDIAN-AGE
           END-IF
           IF WS-GUARDIAN-AGE IS LESS THAN WS-MAJORITY-AGE
               DISPLAY "GUARDIAN IS NOT AN ADULT"
               SET WS-VALIDATION-FAILED TO TRUE
               GO TO 2750-EXIT
           END-IF
           DISPLAY "GUARDIAN: " F-NAME " " L-NAME.
       2750-EXIT.
           EXIT.

       2760-RECORD-GUARDIAN.
      *    A MINOR'S LINK IS WRITTEN, OR REPOINTED IF THE GUARDIAN HAS
      *    CHANGED; AN ADULT'S IS DROPPED.
           IF WS-AGE IS NOT LESS THAN WS-MAJORITY-AGE
               PERFORM 2770-DROP-GUARDIAN THRU 2770-EXIT
               GO TO 2760-EXIT
           END-IF
           MOVE "N" TO WS-LINK-SWITCH
           MOVE WS-ID-NUMBER TO GRD-ID-NUMBER
           READ GUARDIANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LINK-ON-FILE TO TRUE
           END-READ
           IF WS-LINK-ON-FILE AND GRD-GUARDIAN-ID = WS-GUARDIAN-ID
               GO TO 2760-EXIT
           END-IF
           MOVE WS-ID-NUMBER    TO GRD-ID-NUMBER
           MOVE WS-GUARDIAN-ID  TO GRD-GUARDIAN-ID
           MOVE WS-CURRENT-DATE TO GRD-LINKED-DATE
           MOVE WS-OPERATOR-ID  TO GRD-LINKED-BY
           IF WS-LINK-ON-FILE
               REWRITE GRD-GUARDIAN-RECORD
                   INVALID KEY
                       DISPLAY "GUARDIANS-FILE REWRITE FAILED, STATUS: "
                           WS-GUARDIANS-STATUS
               END-REWRITE
           ELSE
               WRITE GRD-GUARDIAN-RECORD
                   INVALID KEY
                       DISPLAY "GUARDIANS-FILE WRITE FAILED, STATUS: "
                           WS-GUARDIANS-STATUS
               END-WRITE
           END-IF.
       2760-EXIT.
           EXIT.

       2770-DROP-GUARDIAN.
           MOVE WS-ID-NUMBER TO GRD-ID-NUMBER
           DELETE GUARDIANS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2770-EXIT.
           EXIT.

       2800-LOG-AUDIT.
           MOVE WS-ID-NUMBER TO AUD-ID-NUMBER
           MOVE WS-F-NAME    TO AUD-F-NAME
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       2900-EXIT.
           EXIT.

       3000-ADD-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "NOT ADDED"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-ID-NUMBER
           PERFORM 2500-ACCEPT-CUSTOMER-FIELDS THRU 2500-EXIT
           PERFORM 2600-VALIDATE-CUSTOMER THRU 2600-EXIT
           IF WS-VALIDATION-FAILED
               GO TO 3000-EXIT
           END-IF
           PERFORM 2700-DERIVE-FIELDS THRU 2700-EXIT
           PERFORM 2750-CHECK-GUARDIAN THRU 2750-EXIT
           IF WS-VALIDATION-FAILED
               GO TO 3000-EXIT
           END-IF

           MOVE WS-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
           MOVE WS-CURRENT-DATE     TO LAST-ACTIVITY
           MOVE WS-CUSTOMER-ADDRESS TO CUSTOMER-ADDRESS
           MOVE WS-CREDIT-LIMIT     TO CREDIT-LIMIT
           MOVE SPACE               TO WRITE-OFF-FLAG
           MOVE SPACE               TO MAIL-FLAG
           PERFORM 0970-PICK-CYCLE THRU 0970-EXIT
           MOVE WS-CYL-PICK         TO CYCLE-DAY
           WRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE WRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS
                   SUBTRACT 1 FROM WS-CYL-CUSTOMERS (WS-CYL-PICK)
               NOT INVALID KEY
                   PERFORM 2800-LOG-AUDIT THRU 2800-EXIT
                   MOVE "A" TO JRN-ACTION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
                   PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT
                   PERFORM 2760-RECORD-GUARDIAN THRU 2760-EXIT
                   DISPLAY "CUSTOMER " WS-ID-NUMBER " ADDED ON "
                       "BILLING CYCLE " CYCLE-DAY
           END-WRITE.
       3100-EXIT.
           EXIT.

       4000-CHANGE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "NOT CHANGED"
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-ID-NUMBER
           MOVE WS-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
           IF WS-VALIDATION-FAILED
               GO TO 4000-EXIT
           END-IF
           IF WS-CREDIT-LIMIT IS NOT NUMERIC
               DISPLAY "INVALID CREDIT-LIMIT"
               GO TO 4000-EXIT
           END-IF
           PERFORM 2700-DERIVE-FIELDS THRU 2700-EXIT
           PERFORM 2750-CHECK-GUARDIAN THRU 2750-EXIT
           IF WS-VALIDATION-FAILED
               GO TO 4000-EXIT
           END-IF
           MOVE WS-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "NOT FOUND FOR CHANGE"
                   GO TO 4000-EXIT
           END-READ

      *    THE LIMIT ON FILE STAYS PUT; A DIFFERENT ONE KEYED HERE IS
      *    QUEUED FOR A SECOND OPERATOR ONCE THE REST OF THE CHANGE
      *    IS SAFELY ON. A NOT-YET-KEYED LIMIT ON FILE COUNTS AS ZERO.
           MOVE "N" TO WS-LIMIT-QUEUE-SWITCH
           IF CREDIT-LIMIT IS NUMERIC
               MOVE CREDIT-LIMIT TO WS-OLD-LIMIT
           ELSE
               MOVE ZERO TO WS-OLD-LIMIT
           END-IF
           IF WS-CREDIT-LIMIT NOT EQUAL WS-OLD-LIMIT
               SET WS-LIMIT-TO-QUEUE TO TRUE
           END-IF

           MOVE WS-F-NAME           TO F-NAME
           MOVE WS-L-NAME           TO L-NAME
           MOVE WS-CAN-VOTE         TO CAN-VOTE
           MOVE WS-CUSTOMER-BALANCE TO CUSTOMER-BALANCE
           MOVE WS-CURRENT-DATE     TO LAST-ACTIVITY
      *    MAIL HELD AFTER A RETURN GOES OUT AGAIN ONCE A DIFFERENT
      *    ADDRESS IS KEYED; RETURNED-MAIL.dat KEEPS THE DEAD ONE.
           IF MAIL-RETURNED
               AND WS-CUSTOMER-ADDRESS NOT EQUAL CUSTOMER-ADDRESS
               MOVE SPACE TO MAIL-FLAG
               DISPLAY "NEW ADDRESS -- RETURNED-MAIL HOLD CLEARED"
           END-IF
           MOVE WS-CUSTOMER-ADDRESS TO CUSTOMER-ADDRESS
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                   MOVE "C" TO JRN-ACTION
                   MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
                   PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT
                   PERFORM 2760-RECORD-GUARDIAN THRU 2760-EXIT
                   DISPLAY "CUSTOMER " WS-ID-NUMBER " CHANGED"
                   IF WS-LIMIT-TO-QUEUE
                       PERFORM 4100-QUEUE-LIMIT-CHANGE THRU 4100-EXIT
                   END-IF
           END-REWRITE.
       4000-EXIT.
           EXIT.

       4100-QUEUE-LIMIT-CHANGE.
      *    THE QUEUE IS OPENED FOR THE ONE WRITE AND CLOSED AGAIN, SO
      *    THE LONG-LIVED SESSION NEVER HOLDS IT WHILE FILES-49 IS
      *    REBUILDING IT.
           OPEN EXTEND APPROVAL-FILE
           IF APPROVAL-NOT-FOUND
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN EXTEND APPROVAL-FILE
           END-IF
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS: "
                   WS-APPROVAL-STATUS
               DISPLAY "CREDIT LIMIT NOT CHANGED -- KEY IT AGAIN"
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO APR-APPROVAL-RECORD
           SET APR-TYPE-LIMIT TO TRUE
           SET APR-PENDING TO TRUE
           MOVE WS-ID-NUMBER TO APR-ID-NUMBER
           MOVE WS-OPERATOR-ID TO APR-KEYED-BY
           ACCEPT APR-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT APR-KEYED-TIME FROM TIME
           MOVE ZERO TO APR-REVIEWED-DATE
           MOVE ZERO TO APR-REVIEWED-TIME
           MOVE WS-OLD-LIMIT TO APR-OLD-LIMIT
           MOVE WS-CREDIT-LIMIT TO APR-NEW-LIMIT
           WRITE APR-APPROVAL-RECORD
           CLOSE APPROVAL-FILE
           MOVE WS-CREDIT-LIMIT TO WS-BALANCE-EDIT
           DISPLAY "NEW CREDIT LIMIT " WS-BALANCE-EDIT
               " AWAITS A SECOND OPERATOR'S APPROVAL (FILES-49)".
       4100-EXIT.
           EXIT.

       5000-DELETE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               DISPLAY "NOT DELETED"
               GO TO 5000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-ID-NUMBER
           MOVE WS-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "D" TO JRN-ACTION
                   MOVE SPACES TO JRN-AFTER-IMAGE
                   PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT
                   PERFORM 2770-DROP-GUARDIAN THRU 2770-EXIT
                   DISPLAY "CUSTOMER " WS-ID-NUMBER " DELETED"
           END-DELETE.
       5000-EXIT.
           EXIT.

       6000-INQUIRE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               GO TO 6000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "NOT FOUND"
           DISPLAY "BALANCE: " WS-BALANCE-EDIT " " WS-BALANCE-DRCR
           DISPLAY "ADDRESS: " ADDR-STREET
           DISPLAY "         " ADDR-CITY " " ADDR-POSTAL
           IF MAIL-RETURNED
               DISPLAY "MAIL:    HELD -- RETURNED UNDELIVERABLE "
                   "(FILES-60)"
           END-IF
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               DISPLAY "CYCLE:   CLOSES ON DAY " CYCLE-DAY
           ELSE
               DISPLAY "CYCLE:   NOT ASSIGNED -- BILLED WITH CYCLE 01"
           END-IF
           IF CREDIT-LIMIT IS NUMERIC AND CREDIT-LIMIT NOT EQUAL ZERO
               MOVE CREDIT-LIMIT TO WS-BALANCE-EDIT
               DISPLAY "LIMIT:   " WS-BALANCE-EDIT
           ELSE
               DISPLAY "LIMIT:   NONE"
           END-IF
           MOVE ID-NUMBER TO GRD-ID-NUMBER
           READ GUARDIANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MINOR -- GUARDIAN ID " GRD-GUARDIAN-ID
           END-READ
           PERFORM 6300-DISPLAY-CONTACTS THRU 6300-EXIT
           PERFORM 6400-OFFER-CONTACT-LOG THRU 6400-EXIT.
       6100-EXIT.
           IF NOT DELETED-ARC-OK
               DISPLAY "DELETED-ARCHIVE-FILE CLOSE FAILED, STATUS: "
                   WS-DELETED-ARC-STATUS
           END-IF
           CLOSE GUARDIANS-FILE
           IF NOT GUARDIANS-OK
               DISPLAY "GUARDIANS-FILE CLOSE FAILED, STATUS: "
                   WS-GUARDIANS-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

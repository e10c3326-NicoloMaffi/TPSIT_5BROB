       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-49.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. THE CHECKER'S SIDE OF THE
      *   TWO-PERSON CONTROL ON CREDIT-LIMIT CHANGES AND LARGE
      *   POSTINGS. FILES-12 (AND A FILES-1 "C" TRANSACTION) NO LONGER
      *   PUT A NEW CREDIT LIMIT ON THE MASTER, AND FILES-9 NO LONGER
      *   POSTS AN ITEM OVER THE APPROVAL-THRESHOLD RUN-PARM; BOTH
      *   WRITE THE ITEM TO PENDING-APPROVAL.dat (LAYOUT IN COPYLIB'S
      *   APPROVAL-RECORD) UNDER THE OPERATOR WHO KEYED IT. MODE R IS
      *   THE REVIEW SESSION: A SECOND OPERATOR SIGNS ON AGAINST
      *   OPERATORS.dat AND APPROVES, DECLINES OR SKIPS EACH PENDING
      *   ITEM -- AN ITEM THE SIGNED-ON OPERATOR KEYED IS SHOWN BUT
      *   CANNOT BE DECIDED. AN APPROVED LIMIT GOES ONTO THE MASTER
      *   THERE AND THEN, JOURNALED WITH BEFORE/AFTER IMAGES UNDER
      *   THE APPROVER, PROVIDED THE LIMIT ON FILE IS STILL THE ONE
      *   THE KEYER SAW (OTHERWISE IT IS DECLINED AND MUST BE KEYED
      *   AGAIN). AN APPROVED MONETARY ITEM WAITS FOR MODE G, THE
      *   RELEASE RUN, WHICH WRITES EVERY APPROVED ITEM NOT YET
      *   RELEASED IN THE MONETARY-TRANS LAYOUT -- STAMPED WITH ITS
      *   KEYER AND APPROVER -- TO THE FILE NAMED BY THE
      *   APPROVED-TRANS-FILE RUN-PARM (DEFAULT APPROVED-TRANS.dat)
      *   AND MARKS IT RELEASED, SO THE OPERATOR POINTS FILES-9'S
      *   MONETARY-TRANS-FILE RUN-PARM AT THE BATCH THE SAME WAY AS
      *   AT THE FILES-31 STANDING-ORDER BATCH, AND AN ITEM CAN NEVER
      *   BE RELEASED TWICE. MODES R AND G REBUILD THE QUEUE THROUGH
      *   THE SAME PARK-AND-REBUILD WORK FILE FILES-31 USES AND TAKE
      *   THE EXCLUSIVE RUN-LOCK WHILE THEY DO. MODE E IS THE
      *   END-OF-DAY AGED EXCEPTION LIST OF EVERY ITEM STILL PENDING,
      *   OLDEST FIRST AS KEYED, WITH ITS AGE IN DAYS; IT ENDS WITH
      *   RETURN-CODE 1 WHILE ANYTHING IS STILL WAITING SO THE LIST
      *   GETS WORKED.
      * 15/10/2026 NM - A CREDIT LIMIT FOR A CUSTOMER WITH A GUARDIAN
      *   LINK ON GUARDIANS.dat (SEE COPYLIB'S GUARDIAN-RECORD) IS
      *   DECLINED -- A MINOR CANNOT CARRY ONE. A LIMIT QUEUED BEFORE
      *   THE LINK WAS MADE WOULD OTHERWISE STILL GO ON. TAKING A LIMIT
      *   BACK TO ZERO IS STILL APPROVED.
      * 15/10/2026 NM - THE MONETARY-TRANS LAYOUT NOW CARRIES A TRAILING
      *   CHECK-DIGIT COLUMN (SEE FILES-9). A RELEASED ITEM CARRIES THE
      *   DIGIT OF ITS ID-NUMBER (LUHN MOD 10, SEE
      *   0980-COMPUTE-CHECK-DIGIT) -- FILES-9 VERIFIED THE KEYED ONE
      *   BEFORE QUEUEING IT.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - MODE G NO LONGER OPENS THE APPROVED BATCH FOR
      *   OUTPUT OVER WHATEVER IS IN IT -- A RELEASED BATCH FILES-9 HAD
      *   NOT YET POSTED WAS EMPTIED, AND ITS ITEMS, ALREADY MARKED
      *   RELEASED, COULD NEVER BE RELEASED AGAIN. THE RUN IS NOW
      *   REFUSED, WITH RETURN-CODE 1 AND NOTHING MARKED, WHILE THE
      *   NAMED BATCH STILL HOLDS RECORDS; ONCE FILES-9 HAS POSTED IT
      *   THE OPERATOR CLEARS IT (OR NAMES A NEW ONE WITH THE
      *   APPROVED-TRANS-FILE RUN-PARM) AND RELEASES AGAIN.
      * 15/10/2026 NM - A MINOR'S DEBIT QUEUED BY FILES-9 FOR THE
      *   GUARDIAN IS FLAGGED ON REVIEW SO THE APPROVER CONFIRMS THE
      *   GUARDIAN'S CONSENT BEFORE APPROVING IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RUN-PARMS-FILE ASSIGN TO "RUN-PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT APPROVAL-WORK-FILE
               ASSIGN TO "PENDING-APPROVAL-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

           SELECT APPROVED-TRANS-FILE ASSIGN TO WS-APPROVED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
           COPY "LOCK-RECORD.cpy".

       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD OPERATORS-FILE.
           01 OPERATOR-RECORD.
               02 OPR-OPERATOR-ID   PIC X(8).
               02 OPR-OPERATOR-NAME PIC X(20).

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       FD APPROVAL-WORK-FILE.
           01 AWK-RECORD            PIC X(120).

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
                         CDR-CREDIT-LIMIT      BY CREDIT-LIMIT.

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

      *    THE MONETARY-TRANS LAYOUT FILES-9 READS (SEE FILES-9).
       FD APPROVED-TRANS-FILE.
           01 APPROVED-TRANS-RECORD.
               02 ATR-ID-NUMBER   PIC 9(7).
               02 ATR-DRCR-CODE   PIC X.
               02 ATR-AMOUNT      PIC 9(7)V99.
               02 ATR-EFFECTIVE-DATE PIC 9(8).
               02 ATR-ACCOUNT-NUMBER PIC 9(3).
               02 ATR-KEYED-BY    PIC X(8).
               02 ATR-APPROVED-BY PIC X(8).
               02 ATR-ID-CHECK    PIC 9.

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

           77 WS-LOCK-HELD-SWITCH   PIC X VALUE "N".
               88 WS-LOCK-HELD-BY-US VALUE "Y".

           01 WS-PARMS-STATUS       PIC X(2) VALUE SPACES.
               88 PARMS-OK              VALUE "00".
               88 PARMS-NOT-FOUND       VALUE "35".

           77 PARMS-EOF             PIC X VALUE "N".
               88 PARMS-EOF-REACHED VALUE "Y".

           77 WS-BUSINESS-DATE-PARM PIC X(8) VALUE SPACES.
           77 WS-APPROVED-FILE-NAME PIC X(40)
               VALUE "APPROVED-TRANS.dat".

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-APPROVAL-STATUS    PIC X(2) VALUE SPACES.
               88 APPROVAL-OK           VALUE "00".
               88 APPROVAL-NOT-FOUND    VALUE "35".

           01 WS-WORK-STATUS        PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           01 WS-APPROVED-STATUS    PIC X(2) VALUE SPACES.
               88 APPROVED-OK           VALUE "00".
               88 APPROVED-NOT-FOUND    VALUE "35".
           77 WS-BATCH-SWITCH       PIC X VALUE "N".
               88 WS-BATCH-STILL-HELD   VALUE "Y".

           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".

           77 WS-GUARDIANS-SWITCH   PIC X VALUE "N".
               88 WS-GUARDIANS-OPEN     VALUE "Y".

           77 APPROVAL-EOF          PIC X VALUE "N".
               88 APPROVAL-EOF-REACHED VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
               88 WS-MODE-REVIEW        VALUE "R".
               88 WS-MODE-RELEASE       VALUE "G".
               88 WS-MODE-EXCEPTIONS    VALUE "E".

           01 WS-DECISION           PIC X VALUE SPACE.
               88 WS-DECIDE-APPROVE     VALUE "A".
               88 WS-DECIDE-DECLINE     VALUE "D".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           77 WS-FILE-LIMIT         PIC 9(7)V99 VALUE ZERO.
           77 WS-AGE-DAYS           PIC S9(5) VALUE ZERO.

           77 WS-ITEMS-READ         PIC 9(5) VALUE ZERO.
           77 WS-PENDING-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-APPROVED-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-DECLINED-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-OWN-ITEM-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-RELEASED-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-AWAITING-RELEASE   PIC 9(5) VALUE ZERO.
           77 WS-RELEASED-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           77 WS-PENDING-AMOUNT     PIC 9(9)V99 VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.
           01 WS-LIMIT-EDIT         PIC $$,$$$,$$9.99.
           01 WS-AGE-EDIT           PIC ZZZZ9.

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
           DISPLAY "APPROVAL QUEUE"
           DISPLAY "  R = REVIEW PENDING ITEMS"
           DISPLAY "  G = RELEASE APPROVED POSTINGS FOR FILES-9"
           DISPLAY "  E = END-OF-DAY AGED PENDING LIST"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           EVALUATE TRUE
               WHEN WS-MODE-REVIEW
                   PERFORM 1000-REVIEW-QUEUE THRU 1000-EXIT
               WHEN WS-MODE-RELEASE
                   PERFORM 5000-RELEASE-APPROVED THRU 5000-EXIT
               WHEN WS-MODE-EXCEPTIONS
                   PERFORM 6000-AGED-EXCEPTIONS THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
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

       0100-READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF PARMS-NOT-FOUND
               DISPLAY "NO RUN-PARMS FILE -- DEFAULTS IN EFFECT"
               GO TO 0100-EXIT
           END-IF
           IF NOT PARMS-OK
               DISPLAY "RUN-PARMS-FILE OPEN FAILED, STATUS: "
                   WS-PARMS-STATUS
               GO TO 0100-EXIT
           END-IF
           PERFORM 0150-APPLY-PARM THRU 0150-EXIT
               UNTIL PARMS-EOF-REACHED
           CLOSE RUN-PARMS-FILE.
       0100-EXIT.
           EXIT.

       0150-APPLY-PARM.
           READ RUN-PARMS-FILE
               AT END
                   SET PARMS-EOF-REACHED TO TRUE
                   GO TO 0150-EXIT
           END-READ
           EVALUATE PRM-KEYWORD
               WHEN "BUSINESS-DATE"
                   MOVE PRM-VALUE (1:8) TO WS-BUSINESS-DATE-PARM
               WHEN "APPROVED-TRANS-FILE"
                   MOVE PRM-VALUE TO WS-APPROVED-FILE-NAME
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
           DISPLAY "RUN-PARM " PRM-KEYWORD " = " PRM-VALUE.
       0150-EXIT.
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
           MOVE "FILES-49" TO LCK-PROGRAM
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-LOCK-RECORD
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD-BY-US TO TRUE.
       0300-EXIT.
           EXIT.

       0350-CHECK-LOCK.
      *    THE AGED LIST ONLY LOOKS -- AN EXCLUSIVE UPDATE LOCK ON
      *    HAND MEANS THE QUEUE IS MID-REBUILD AND THIS RUN MUST NOT
      *    START.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               GO TO 0350-EXIT
           END-IF
           READ LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-HELD AND LCK-EXCLUSIVE
                       DISPLAY "RUN LOCK HELD BY " LCK-PROGRAM
                           "SINCE " LCK-DATE " " LCK-TIME
                           " -- RUN REFUSED (FILES-25 INSPECTS "
                           "AND CLEARS A STALE LOCK)"
                       MOVE 1 TO RETURN-CODE
                       SET WS-ABORT-REQUESTED TO TRUE
                   END-IF
           END-READ
           CLOSE LOCK-FILE.
       0350-EXIT.
           EXIT.

       0400-RELEASE-LOCK.
           IF WS-LOCK-HELD-BY-US
               OPEN OUTPUT LOCK-FILE
               MOVE "F" TO LCK-STATE
               MOVE SPACE TO LCK-TYPE
               MOVE "FILES-49" TO LCK-PROGRAM
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

       1000-REVIEW-QUEUE.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-OPEN-REVIEW-FILES THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 1000-EXIT
           END-IF

           PERFORM 2000-REVIEW-ONE-ITEM THRU 2000-EXIT
               UNTIL APPROVAL-EOF-REACHED

           CLOSE APPROVAL-FILE
           CLOSE APPROVAL-WORK-FILE
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE CLOSE FAILED, STATUS: "
                   WS-JOURNAL-STATUS
           END-IF
           IF WS-GUARDIANS-OPEN
               CLOSE GUARDIANS-FILE
           END-IF

           PERFORM 3000-REBUILD-QUEUE THRU 3000-EXIT
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           DISPLAY " "
           DISPLAY "APPROVAL REVIEW BY " WS-OPERATOR-ID
           DISPLAY "  ITEMS ON THE QUEUE:      " WS-ITEMS-READ
           DISPLAY "  APPROVED:                " WS-APPROVED-COUNT
           DISPLAY "  DECLINED:                " WS-DECLINED-COUNT
           DISPLAY "  SKIPPED:                 " WS-SKIPPED-COUNT
           DISPLAY "  KEYED BY YOU (NOT YOURS "
               "TO DECIDE): " WS-OWN-ITEM-COUNT.
       1000-EXIT.
           EXIT.

       1100-OPEN-REVIEW-FILES.
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-NOT-FOUND
               DISPLAY "NO APPROVAL QUEUE ON HAND -- NOTHING TO REVIEW"
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS: "
                   WS-APPROVAL-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE APPROVAL-FILE
               GO TO 1100-EXIT
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
               CLOSE APPROVAL-FILE
               CLOSE CUSTOMERS-FILE
               GO TO 1100-EXIT
           END-IF

           OPEN OUTPUT APPROVAL-WORK-FILE
           IF NOT WORK-OK
               DISPLAY "APPROVAL-WORK-FILE OPEN FAILED, STATUS: "
                   WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE APPROVAL-FILE
               CLOSE CUSTOMERS-FILE
               CLOSE JOURNAL-FILE
               GO TO 1100-EXIT
           END-IF

      *    NO GUARDIANS FILE YET MEANS NO MINORS ON THE MASTER.
           MOVE "N" TO WS-GUARDIANS-SWITCH
           OPEN INPUT GUARDIANS-FILE
           IF GUARDIANS-OK
               SET WS-GUARDIANS-OPEN TO TRUE
           ELSE
               IF NOT GUARDIANS-NOT-FOUND
                   DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                       WS-GUARDIANS-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   CLOSE APPROVAL-FILE
                   CLOSE CUSTOMERS-FILE
                   CLOSE JOURNAL-FILE
                   CLOSE APPROVAL-WORK-FILE
                   GO TO 1100-EXIT
               END-IF
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
       1100-EXIT.
           EXIT.

       2000-REVIEW-ONE-ITEM.
      *    EVERY ITEM IS PARKED ON THE WORK FILE, DECIDED OR NOT, SO
      *    THE REBUILD CARRIES THE WHOLE QUEUE ACROSS.
           READ APPROVAL-FILE
               AT END
                   SET APPROVAL-EOF-REACHED TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF APR-PENDING
               PERFORM 2100-PRESENT-ITEM THRU 2100-EXIT
           END-IF
           MOVE SPACES TO AWK-RECORD
           MOVE APR-APPROVAL-RECORD TO AWK-RECORD
           WRITE AWK-RECORD.
       2000-EXIT.
           EXIT.

       2100-PRESENT-ITEM.
           DISPLAY " "
           PERFORM 2150-SHOW-ITEM THRU 2150-EXIT
           IF APR-KEYED-BY = WS-OPERATOR-ID
               DISPLAY "  KEYED BY YOU -- LEFT FOR ANOTHER OPERATOR"
               ADD 1 TO WS-OWN-ITEM-COUNT
               GO TO 2100-EXIT
           END-IF
           DISPLAY "A = APPROVE, D = DECLINE, ANY OTHER KEY = SKIP: "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   IF APR-TYPE-LIMIT
                       PERFORM 2300-APPLY-LIMIT THRU 2300-EXIT
                   ELSE
                       PERFORM 2400-APPROVE-MONETARY THRU 2400-EXIT
                   END-IF
               WHEN WS-DECIDE-DECLINE
                   SET APR-DECLINED TO TRUE
                   PERFORM 2500-STAMP-DECISION THRU 2500-EXIT
                   ADD 1 TO WS-DECLINED-COUNT
                   DISPLAY "  DECLINED"
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "  SKIPPED -- STILL PENDING"
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-SHOW-ITEM.
           IF APR-TYPE-LIMIT
               MOVE APR-OLD-LIMIT TO WS-LIMIT-EDIT
               MOVE APR-NEW-LIMIT TO WS-AMOUNT-EDIT
               DISPLAY "CREDIT LIMIT  ID " APR-ID-NUMBER
                   "  FROM " WS-LIMIT-EDIT " TO " WS-AMOUNT-EDIT
                   "  (ZERO = NO LIMIT)"
           ELSE
               MOVE APR-MT-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "POSTING       ID " APR-ID-NUMBER
                   "  " APR-MT-DRCR-CODE " " WS-AMOUNT-EDIT
                   "  EFFECTIVE " APR-MT-EFFECTIVE-DATE
                   "  ACCOUNT " APR-MT-ACCOUNT
               IF APR-HOLD-GUARDIAN
                   DISPLAY "  MINOR'S DEBIT -- APPROVE ONLY WITH THE "
                       "GUARDIAN'S CONSENT ON FILE"
               END-IF
           END-IF
           DISPLAY "  KEYED BY " APR-KEYED-BY " ON " APR-KEYED-DATE
               " AT " APR-KEYED-TIME.
       2150-EXIT.
           EXIT.

       2300-APPLY-LIMIT.
      *    THE NEW LIMIT ONLY GOES ON IF THE LIMIT ON FILE IS STILL THE
      *    ONE THE KEYER SAW -- OTHERWISE THE APPROVER WOULD BE PASSING
      *    A CHANGE AGAINST A RECORD NEITHER OPERATOR HAS LOOKED AT.
           MOVE APR-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "  ID NO LONGER ON THE MASTER -- DECLINED"
                   SET APR-DECLINED TO TRUE
                   PERFORM 2500-STAMP-DECISION THRU 2500-EXIT
                   ADD 1 TO WS-DECLINED-COUNT
                   GO TO 2300-EXIT
           END-READ
           IF CREDIT-LIMIT IS NUMERIC
               MOVE CREDIT-LIMIT TO WS-FILE-LIMIT
           ELSE
               MOVE ZERO TO WS-FILE-LIMIT
           END-IF
           IF WS-FILE-LIMIT NOT EQUAL APR-OLD-LIMIT
               MOVE WS-FILE-LIMIT TO WS-LIMIT-EDIT
               DISPLAY "  LIMIT ON FILE IS NOW " WS-LIMIT-EDIT
                   " -- CHANGED SINCE KEYED, DECLINED (KEY IT AGAIN)"
               SET APR-DECLINED TO TRUE
               PERFORM 2500-STAMP-DECISION THRU 2500-EXIT
               ADD 1 TO WS-DECLINED-COUNT
               GO TO 2300-EXIT
           END-IF
           IF APR-NEW-LIMIT IS GREATER THAN ZERO AND WS-GUARDIANS-OPEN
               MOVE APR-ID-NUMBER TO GRD-ID-NUMBER
               READ GUARDIANS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "  CUSTOMER IS A MINOR (GUARDIAN "
                           GRD-GUARDIAN-ID ") -- DECLINED"
                       SET APR-DECLINED TO TRUE
                       PERFORM 2500-STAMP-DECISION THRU 2500-EXIT
                       ADD 1 TO WS-DECLINED-COUNT
                       GO TO 2300-EXIT
               END-READ
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE APR-NEW-LIMIT TO CREDIT-LIMIT
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS " -- STILL PENDING"
                   MOVE 1 TO RETURN-CODE
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2300-EXIT
           END-REWRITE

           MOVE APR-ID-NUMBER TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD

           SET APR-APPROVED TO TRUE
           PERFORM 2500-STAMP-DECISION THRU 2500-EXIT
           ADD 1 TO WS-APPROVED-COUNT
           DISPLAY "  APPROVED -- NEW LIMIT ON THE MASTER".
       2300-EXIT.
           EXIT.

       2400-APPROVE-MONETARY.
           SET APR-APPROVED TO TRUE
           PERFORM 2500-STAMP-DECISION THRU 2500-EXIT
           ADD 1 TO WS-APPROVED-COUNT
           DISPLAY "  APPROVED -- POSTS AFTER THE NEXT RELEASE RUN".
       2400-EXIT.
           EXIT.

       2500-STAMP-DECISION.
           MOVE WS-OPERATOR-ID TO APR-REVIEWED-BY
           ACCEPT APR-REVIEWED-DATE FROM DATE YYYYMMDD
           ACCEPT APR-REVIEWED-TIME FROM TIME.
       2500-EXIT.
           EXIT.

       3000-REBUILD-QUEUE.
           MOVE "N" TO WORK-EOF
           OPEN OUTPUT APPROVAL-FILE
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE REBUILD FAILED, STATUS: "
                   WS-APPROVAL-STATUS " -- THE DECIDED QUEUE IS ON "
                   "PENDING-APPROVAL-WORK.dat"
               MOVE 1 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT APPROVAL-WORK-FILE
           PERFORM 3100-COPY-BACK-ITEM THRU 3100-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE APPROVAL-WORK-FILE
           CLOSE APPROVAL-FILE.
       3000-EXIT.
           EXIT.

       3100-COPY-BACK-ITEM.
           READ APPROVAL-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE AWK-RECORD TO APR-APPROVAL-RECORD
                   WRITE APR-APPROVAL-RECORD
           END-READ.
       3100-EXIT.
           EXIT.

       5000-RELEASE-APPROVED.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 5000-EXIT
           END-IF

      *    THE LAST BATCH MUST BE POSTED AND CLEARED FIRST -- ITS ITEMS
      *    ARE ALREADY MARKED RELEASED AND WOULD BE LOST WITH IT.
           PERFORM 5050-CHECK-BATCH-CLEAR THRU 5050-EXIT
           IF WS-BATCH-STILL-HELD
               DISPLAY "APPROVED BATCH " WS-APPROVED-FILE-NAME
               DISPLAY "  STILL HOLDS RECORDS -- POST AND CLEAR IT "
                   "BEFORE RELEASING AGAIN"
               MOVE 1 TO RETURN-CODE
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF

           MOVE "N" TO APPROVAL-EOF
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-NOT-FOUND
               DISPLAY "NO APPROVAL QUEUE ON HAND -- NOTHING TO RELEASE"
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS: "
                   WS-APPROVAL-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF

           OPEN OUTPUT APPROVAL-WORK-FILE
           IF NOT WORK-OK
               DISPLAY "APPROVAL-WORK-FILE OPEN FAILED, STATUS: "
                   WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE APPROVAL-FILE
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF

           OPEN OUTPUT APPROVED-TRANS-FILE
           IF NOT APPROVED-OK
               DISPLAY "APPROVED-TRANS-FILE OPEN FAILED, STATUS: "
                   WS-APPROVED-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE APPROVAL-FILE
               CLOSE APPROVAL-WORK-FILE
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF

           PERFORM 5100-RELEASE-ONE-ITEM THRU 5100-EXIT
               UNTIL APPROVAL-EOF-REACHED

           CLOSE APPROVAL-FILE
           CLOSE APPROVAL-WORK-FILE
           CLOSE APPROVED-TRANS-FILE

           PERFORM 3000-REBUILD-QUEUE THRU 3000-EXIT
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           DISPLAY " "
           DISPLAY "APPROVED POSTING RELEASE"
           DISPLAY "  ITEMS ON THE QUEUE:  " WS-ITEMS-READ
           DISPLAY "  ITEMS RELEASED:      " WS-RELEASED-COUNT
           MOVE WS-RELEASED-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  AMOUNT RELEASED:     " WS-AMOUNT-EDIT
           DISPLAY "  BATCH WRITTEN TO:    " WS-APPROVED-FILE-NAME.
       5000-EXIT.
           EXIT.

       5050-CHECK-BATCH-CLEAR.
           MOVE "N" TO WS-BATCH-SWITCH
           OPEN INPUT APPROVED-TRANS-FILE
           IF APPROVED-NOT-FOUND
               GO TO 5050-EXIT
           END-IF
           IF NOT APPROVED-OK
               DISPLAY "APPROVED-TRANS-FILE OPEN FAILED, STATUS: "
                   WS-APPROVED-STATUS
               SET WS-BATCH-STILL-HELD TO TRUE
               GO TO 5050-EXIT
           END-IF
           READ APPROVED-TRANS-FILE
               NOT AT END
                   SET WS-BATCH-STILL-HELD TO TRUE
           END-READ
           CLOSE APPROVED-TRANS-FILE.
       5050-EXIT.
           EXIT.

       5100-RELEASE-ONE-ITEM.
           READ APPROVAL-FILE
               AT END
                   SET APPROVAL-EOF-REACHED TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF APR-TYPE-MONETARY AND APR-APPROVED
               MOVE APR-ID-NUMBER         TO ATR-ID-NUMBER
               MOVE APR-MT-DRCR-CODE      TO ATR-DRCR-CODE
               MOVE APR-MT-AMOUNT         TO ATR-AMOUNT
               MOVE APR-MT-EFFECTIVE-DATE TO ATR-EFFECTIVE-DATE
               MOVE APR-MT-ACCOUNT        TO ATR-ACCOUNT-NUMBER
               MOVE APR-KEYED-BY          TO ATR-KEYED-BY
               MOVE APR-REVIEWED-BY       TO ATR-APPROVED-BY
               MOVE APR-ID-NUMBER         TO WS-CHK-ID
               PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
               MOVE WS-CHK-COMPUTED       TO ATR-ID-CHECK
               WRITE APPROVED-TRANS-RECORD
               SET APR-RELEASED TO TRUE
               ADD 1 TO WS-RELEASED-COUNT
               ADD APR-MT-AMOUNT TO WS-RELEASED-AMOUNT
           END-IF
           MOVE SPACES TO AWK-RECORD
           MOVE APR-APPROVAL-RECORD TO AWK-RECORD
           WRITE AWK-RECORD.
       5100-EXIT.
           EXIT.

       6000-AGED-EXCEPTIONS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 0350-CHECK-LOCK THRU 0350-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 6000-EXIT
           END-IF

           MOVE "N" TO APPROVAL-EOF
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-NOT-FOUND
               DISPLAY "NO APPROVAL QUEUE ON HAND -- NOTHING PENDING"
               GO TO 6000-EXIT
           END-IF
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS: "
                   WS-APPROVAL-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF

           DISPLAY "AGED PENDING-APPROVAL LIST -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY " "
           DISPLAY "TYPE   ID      KEYED BY KEYED ON  AGE   DETAIL"
           PERFORM 6100-LIST-ONE-PENDING THRU 6100-EXIT
               UNTIL APPROVAL-EOF-REACHED
           CLOSE APPROVAL-FILE

           DISPLAY " "
           DISPLAY "  ITEMS STILL PENDING:        " WS-PENDING-COUNT
           MOVE WS-PENDING-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  POSTINGS PENDING, AMOUNT:   " WS-AMOUNT-EDIT
           DISPLAY "  APPROVED, AWAITING RELEASE: " WS-AWAITING-RELEASE
           IF WS-PENDING-COUNT IS GREATER THAN ZERO
               DISPLAY "*** A SECOND OPERATOR MUST WORK THE PENDING "
                   "ITEMS ABOVE (FILES-49 MODE R) ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-PENDING.
           READ APPROVAL-FILE
               AT END
                   SET APPROVAL-EOF-REACHED TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF APR-TYPE-MONETARY AND APR-APPROVED
               ADD 1 TO WS-AWAITING-RELEASE
           END-IF
           IF NOT APR-PENDING
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT

      *    THE AGE IN DAYS THROUGH THE DATE INTRINSICS, SAME
      *    ARITHMETIC AS THE FILES-10 AGING; A KEYED DATE THAT IS NOT
      *    A DATE SHOWS AS AGE ZERO RATHER THAN STOPPING THE LIST.
           MOVE ZERO TO WS-AGE-DAYS
           IF APR-KEYED-DATE IS NUMERIC
               AND APR-KEYED-DATE IS GREATER THAN 19000000
               AND APR-KEYED-DATE IS NOT GREATER THAN
                   WS-CURRENT-DATE-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(APR-KEYED-DATE)
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT

           IF APR-TYPE-LIMIT
               MOVE APR-OLD-LIMIT TO WS-LIMIT-EDIT
               MOVE APR-NEW-LIMIT TO WS-AMOUNT-EDIT
               DISPLAY "LIMIT  " APR-ID-NUMBER " " APR-KEYED-BY " "
                   APR-KEYED-DATE " " WS-AGE-EDIT " "
                   WS-LIMIT-EDIT " TO " WS-AMOUNT-EDIT
           ELSE
               ADD APR-MT-AMOUNT TO WS-PENDING-AMOUNT
               MOVE APR-MT-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "POST   " APR-ID-NUMBER " " APR-KEYED-BY " "
                   APR-KEYED-DATE " " WS-AGE-EDIT " "
                   APR-MT-DRCR-CODE " " WS-AMOUNT-EDIT
           END-IF.
       6100-EXIT.
           EXIT.

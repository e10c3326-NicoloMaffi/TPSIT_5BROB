      *   COPYLIB): A DEBIT THAT WOULD CARRY THE BALANCE PAST IT
      *   GOES TO SUSPENSE WITH AN OVER-LIMIT REASON INSTEAD OF
      *   POSTING. SEE FILES-46 FOR THE DAILY OVER-LIMIT REPORT.
      * 15/10/2026 NM - THE LEDGER MOVEMENT NOW CARRIES A TRAILING
      *   REVERSAL REFERENCE (SEE COPYLIB'S LEDGER-RECORD); IT IS
      *   CLEARED TO SPACES ON EVERY MOVEMENT WRITTEN HERE.
      * 15/10/2026 NM - TWO-PERSON CONTROL ON LARGE POSTINGS: A MONETARY
      *   ITEM WHOSE AMOUNT IS OVER THE APPROVAL-THRESHOLD RUN-PARM
      *   (NINE DIGITS, TWO DECIMALS IMPLIED, DEFAULT 000500000 =
      *   5,000.00) IS NO LONGER POSTED -- IT GOES TO THE
      *   PENDING-APPROVAL.dat QUEUE (LAYOUT IN COPYLIB'S
      *   APPROVAL-RECORD) TAGGED WITH THE OPERATOR WHO KEYED IT, FOR A
      *   SECOND OPERATOR TO APPROVE OR DECLINE THROUGH FILES-49. THE
      *   MONETARY TRANSACTION TAKES TWO TRAILING COLUMNS FOR IT:
      *   MT-KEYED-BY (THE KEYING OPERATOR) AND MT-APPROVED-BY, WHICH
      *   ONLY FILES-49 FILLS ON THE APPROVED BATCH IT WRITES BACK FOR
      *   POSTING. AN OVER-THRESHOLD ITEM POSTS ONLY WHEN IT CARRIES AN
      *   APPROVER WHO IS NOT ALSO ITS KEYER.
      * 15/10/2026 NM - A CREDIT FOR A CUSTOMER THE FILES-51 RUN HAS
      *   WRITTEN OFF (CDR-WRITE-OFF-FLAG, SEE COPYLIB'S
      *   CUSTOMER-RECORD) POSTS AS A TYPE-"V" RECOVERY: CUSTOMER-LEVEL,
      *   NO ACCOUNT TOUCHED AND THE BALANCE LEFT WHERE IT IS, COUNTED
      *   APART FROM THE ORDINARY CREDITS. A DEBIT FOR SUCH A CUSTOMER
      *   GOES TO SUSPENSE AS WRITTEN-OFF CUSTOMER.
      * 15/10/2026 NM - A DEBIT OVER THE NEW MINOR-DEBIT-LIMIT RUN-PARM
      *   (NINE DIGITS, TWO DECIMALS IMPLIED, DEFAULT 000010000 =
      *   100.00) FOR A CUSTOMER WITH A GUARDIAN LINK ON GUARDIANS.dat
      *   (SEE COPYLIB'S GUARDIAN-RECORD) GOES TO SUSPENSE AS GUARDIAN
      *   APPROVAL REQUIRED, COUNTED ON ITS OWN. ONCE THE GUARDIAN HAS
      *   CONSENTED THE DESK RE-KEYS THE DEBIT WITH MT-APPROVED-BY
      *   FILLED BY AN OPERATOR OTHER THAN ITS KEYER, AND IT POSTS.
      * 15/10/2026 NM - ID-NUMBERS ARE NOW ISSUED WITH A CHECK DIGIT
      *   (LUHN MOD 10, SEE 0980-COMPUTE-CHECK-DIGIT). THE MONETARY
      *   TRANSACTION TAKES IT IN A NEW TRAILING MT-ID-CHECK COLUMN, AND
      *   AN ITEM WHOSE DIGIT IS MISSING OR DOES NOT AGREE WITH ITS
      *   ID-NUMBER GOES TO SUSPENSE AS CHECK DIGIT FAILED BEFORE
      *   ANYTHING ELSE IS LOOKED AT -- APART FROM NOT FOUND FOR
      *   POSTING, AND NEVER REPOSTED BY THE FILES-45 RE-MATCH, SINCE A
      *   MIS-KEYED ID CAN BE ANOTHER CUSTOMER'S. THE FILES-31 AND
      *   FILES-49 BATCHES CARRY THE DIGIT OF THE ID THEY WERE BUILT
      *   FOR.
      * 15/10/2026 NM - AN APPROVER ON THE MONETARY TRANSACTION NO
      *   LONGER LETS AN ITEM PAST THE APPROVAL THRESHOLD OR A GUARDIAN
      *   HOLD ON ITS SAY-SO ALONE: MT-APPROVED-BY MUST BE AN OPERATOR
      *   ON OPERATORS.dat (LOADED AT START; NO FILE MEANS NO APPROVER
      *   IS ACCEPTED) AND MT-KEYED-BY MUST BE FILLED AND DIFFERENT FROM
      *   IT, OR THE ITEM IS QUEUED OR SUSPENSED AS IF UNAPPROVED. AN
      *   OVER-THRESHOLD ITEM WITH NO KEYING OPERATOR IS NO LONGER
      *   QUEUED UNDER "UNKNOWN" -- IT GOES TO SUSPENSE AS NO KEYING
      *   OPERATOR, SINCE NOBODY COULD BE KEPT FROM APPROVING THEIR OWN
      *   ITEM.
      * 15/10/2026 NM - AN AUTO-OPENED DEFAULT ACCOUNT 001 NOW HAS ITS
      *   DEPOSIT TERMS CLEARED BEFORE IT IS WRITTEN, AS FILES-33 DOES
      *   FOR A NEW ACCOUNT, SO IT CANNOT INHERIT THE TERMS OF THE LAST
      *   DEPOSIT ACCOUNT READ INTO THE RECORD AREA.
      * 15/10/2026 NM - AN APPROVER ON A MONETARY TRANSACTION IS NOW
      *   HONOURED ONLY WHEN THE LINE MATCHES, ON ID, D/C CODE, AMOUNT,
      *   EFFECTIVE DATE, ACCOUNT, KEYER AND APPROVER, A RELEASED ITEM
      *   ON PENDING-APPROVAL.dat THAT HAS NOT BEEN TAKEN UP -- THE TWO
      *   HAND-KEYED COLUMNS LET ONE PERSON APPROVE THEIR OWN ITEM. THE
      *   MATCHED ITEM IS MARKED TAKEN ("T") AND THE QUEUE REBUILT AT
      *   END OF RUN THROUGH PENDING-APPROVAL-WORK.dat, SO AN APPROVAL
      *   CARRIES ONE POSTING. OPERATORS.dat IS NO LONGER READ HERE. A
      *   MINOR'S DEBIT OVER THE MINOR-DEBIT-LIMIT NOW GOES TO THE SAME
      *   QUEUE MARKED FOR THE GUARDIAN (APR-MT-HOLD "G") INSTEAD OF TO
      *   SUSPENSE, AND POSTS ONLY FROM A RELEASED ITEM CARRYING THAT
      *   MARK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "PENDING-APPROVAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

           SELECT APPROVAL-WORK-FILE
               ASSIGN TO "PENDING-APPROVAL-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
                   03 MT-EFF-MM    PIC 99.
                   03 MT-EFF-CCYY  PIC 9999.
               02 MT-ACCOUNT-NUMBER PIC 9(3).
               02 MT-KEYED-BY     PIC X(8).
               02 MT-APPROVED-BY  PIC X(8).
               02 MT-ID-CHECK     PIC 9.

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF.

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".
       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       FD APPROVAL-WORK-FILE.
           01 AWK-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
           77 WS-MONETARY-FILE-NAME PIC X(40)
               VALUE "MONETARY-TRANS.dat".

      *    AN ITEM OVER THIS AMOUNT WAITS FOR A SECOND OPERATOR. THE
      *    PARM IS TAKEN THROUGH THE REDEFINED VIEW SO A MIS-KEYED
      *    VALUE CAN BE REFUSED WITHOUT LOSING THE DEFAULT.
           77 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE 5000.00.
           01 WS-THRESHOLD-PARM     PIC X(9) VALUE SPACES.
           01 WS-THRESHOLD-PARM-NUM REDEFINES WS-THRESHOLD-PARM
                                    PIC 9(7)V99.

      *    A MINOR'S DEBIT OVER THIS AMOUNT WAITS FOR THE GUARDIAN.
           77 WS-MINOR-DEBIT-LIMIT  PIC 9(7)V99 VALUE 100.00.
           01 WS-MINOR-LIMIT-PARM   PIC X(9) VALUE SPACES.
           01 WS-MINOR-LIMIT-PARM-NUM REDEFINES WS-MINOR-LIMIT-PARM
                                    PIC 9(7)V99.

           01 WS-GUARDIANS-STATUS  PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".

           77 WS-GUARDIANS-SWITCH   PIC X VALUE "N".
               88 WS-GUARDIANS-OPEN     VALUE "Y".
           77 WS-MINOR-SWITCH       PIC X VALUE "N".
               88 WS-CUSTOMER-IS-MINOR  VALUE "Y".

      *    THE RELEASED MONETARY ITEMS ON PENDING-APPROVAL.dat NOT YET
      *    TAKEN UP, IN QUEUE ORDER. AN APPROVER ON A TRANSACTION
      *    COUNTS ONLY WHEN THE LINE MATCHES ONE OF THEM; THE MATCHED
      *    ITEM IS MARKED TAKEN AND THE QUEUE REBUILT AT END OF RUN.
           01 WS-RELEASE-TABLE.
               02 WS-RLS-ENTRY OCCURS 1000 TIMES.
                   03 WS-RLS-ID-NUMBER   PIC 9(7).
                   03 WS-RLS-DRCR-CODE   PIC X.
                   03 WS-RLS-AMOUNT      PIC 9(7)V99.
                   03 WS-RLS-EFFECTIVE   PIC X(8).
                   03 WS-RLS-ACCOUNT     PIC 9(3).
                   03 WS-RLS-KEYED-BY    PIC X(8).
                   03 WS-RLS-APPROVED-BY PIC X(8).
                   03 WS-RLS-HOLD        PIC X.
                   03 WS-RLS-TAKEN       PIC X.
           77 WS-RLS-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-RLS-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-RLS-MATCH          PIC 9(4) COMP VALUE ZERO.
           77 WS-RLS-SEEN           PIC 9(5) COMP VALUE ZERO.
           77 WS-RLS-OVERFLOW       PIC 9(5) COMP VALUE ZERO.
           77 WS-RLS-TAKEN-COUNT    PIC 9(5) COMP VALUE ZERO.
           77 WS-MT-ACCOUNT         PIC 9(3) VALUE ZERO.
           77 WS-APPROVAL-SWITCH    PIC X VALUE "N".
               88 WS-APPROVAL-VALID     VALUE "Y".
           77 WS-GUARDIAN-SWITCH    PIC X VALUE "N".
               88 WS-GUARDIAN-CONSENTED VALUE "Y".
           77 WS-HOLD-SWITCH        PIC X VALUE SPACE.
               88 WS-HOLD-FOR-GUARDIAN  VALUE "G".
           77 APPROVAL-EOF          PIC X VALUE "N".
               88 APPROVAL-EOF-REACHED VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".
           01 WS-WORK-STATUS        PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".

           01 WS-MONETARY-STATUS   PIC X(2) VALUE SPACES.
               88 MONETARY-OK           VALUE "00".

               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

           01 WS-APPROVAL-STATUS   PIC X(2) VALUE SPACES.
               88 APPROVAL-OK           VALUE "00".
               88 APPROVAL-NOT-FOUND    VALUE "35".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
           77 WS-POSTS-READ         PIC 9(5) COMP VALUE ZERO.
           77 WS-POSTS-APPLIED      PIC 9(5) COMP VALUE ZERO.
           77 WS-POSTS-SUSPENSED    PIC 9(5) COMP VALUE ZERO.
           77 WS-POSTS-QUEUED       PIC 9(5) COMP VALUE ZERO.
           77 WS-POSTS-GUARDIAN     PIC 9(5) COMP VALUE ZERO.
           77 WS-QUEUED-TOTAL       PIC 9(9)V99 VALUE ZERO.
           77 WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
           77 WS-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
           77 WS-RECOVERIES-POSTED  PIC 9(5) COMP VALUE ZERO.
           77 WS-RECOVERY-TOTAL     PIC 9(9)V99 VALUE ZERO.

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
               END-IF

               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               IF WS-RLS-TAKEN-COUNT IS GREATER THAN ZERO
                   PERFORM 9100-MARK-TAKEN-ITEMS THRU 9100-EXIT
               END-IF

               IF NOT WS-ABORT-REQUESTED
                   PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           EVALUATE PRM-KEYWORD
               WHEN "MONETARY-TRANS-FILE"
                   MOVE PRM-VALUE TO WS-MONETARY-FILE-NAME
               WHEN "APPROVAL-THRESHOLD"
                   MOVE PRM-VALUE (1:9) TO WS-THRESHOLD-PARM
                   IF WS-THRESHOLD-PARM-NUM IS NOT NUMERIC
                       DISPLAY "RUN-PARM APPROVAL-THRESHOLD NOT "
                           "NUMERIC -- DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-THRESHOLD-PARM-NUM TO WS-APPROVAL-THRESHOLD
               WHEN "MINOR-DEBIT-LIMIT"
                   MOVE PRM-VALUE (1:9) TO WS-MINOR-LIMIT-PARM
                   IF WS-MINOR-LIMIT-PARM-NUM IS NOT NUMERIC
                       DISPLAY "RUN-PARM MINOR-DEBIT-LIMIT NOT "
                           "NUMERIC -- DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-MINOR-LIMIT-PARM-NUM TO WS-MINOR-DEBIT-LIMIT
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
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

       1000-OPEN-FILES.
           OPEN INPUT MONETARY-TRANS-FILE
           IF NOT MONETARY-OK
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-RELEASED THRU 1100-EXIT
           OPEN EXTEND APPROVAL-FILE
           IF APPROVAL-NOT-FOUND
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN EXTEND APPROVAL-FILE
           END-IF
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS: "
                   WS-APPROVAL-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

      *    NO GUARDIANS FILE YET MEANS NO MINORS ON THE MASTER.
           OPEN INPUT GUARDIANS-FILE
           IF GUARDIANS-OK
               SET WS-GUARDIANS-OPEN TO TRUE
           ELSE
               IF NOT GUARDIANS-NOT-FOUND
                   DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                       WS-GUARDIANS-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 2900-READ-MONETARY-TRANS THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-RELEASED.
      *    NO QUEUE YET MEANS NOTHING HAS BEEN RELEASED, SO NO
      *    APPROVER CAN BE HONOURED.
           MOVE ZERO TO WS-RLS-COUNT
           MOVE "N" TO APPROVAL-EOF
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS: "
                   WS-APPROVAL-STATUS " -- NO APPROVER ACCEPTED"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-LOAD-ONE-RELEASED THRU 1150-EXIT
               UNTIL APPROVAL-EOF-REACHED
           CLOSE APPROVAL-FILE
           IF WS-RLS-OVERFLOW IS GREATER THAN ZERO
               DISPLAY "RELEASED-ITEM TABLE FULL -- " WS-RLS-OVERFLOW
                   " RELEASED ITEMS NOT ACCEPTED THIS RUN"
               MOVE 1 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-RELEASED.
           READ APPROVAL-FILE
               AT END
                   SET APPROVAL-EOF-REACHED TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF NOT APR-TYPE-MONETARY OR NOT APR-RELEASED
               GO TO 1150-EXIT
           END-IF
           IF WS-RLS-COUNT IS NOT LESS THAN 1000
               ADD 1 TO WS-RLS-OVERFLOW
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-RLS-COUNT
           MOVE APR-ID-NUMBER TO WS-RLS-ID-NUMBER (WS-RLS-COUNT)
           MOVE APR-MT-DRCR-CODE TO WS-RLS-DRCR-CODE (WS-RLS-COUNT)
           MOVE APR-MT-AMOUNT TO WS-RLS-AMOUNT (WS-RLS-COUNT)
           MOVE APR-MT-EFFECTIVE-DATE
               TO WS-RLS-EFFECTIVE (WS-RLS-COUNT)
           MOVE APR-MT-ACCOUNT TO WS-RLS-ACCOUNT (WS-RLS-COUNT)
           MOVE APR-KEYED-BY TO WS-RLS-KEYED-BY (WS-RLS-COUNT)
           MOVE APR-REVIEWED-BY TO WS-RLS-APPROVED-BY (WS-RLS-COUNT)
           MOVE APR-MT-HOLD TO WS-RLS-HOLD (WS-RLS-COUNT)
           MOVE "N" TO WS-RLS-TAKEN (WS-RLS-COUNT).
       1150-EXIT.
           EXIT.

       2000-PROCESS-POST.
           ADD 1 TO WS-POSTS-READ

               GO TO 2000-EXIT
           END-IF

      *    A MIS-KEYED ID-NUMBER CAN BE SOMEBODY ELSE'S; IT IS TURNED
      *    AWAY HERE, BEFORE THE MASTER IS READ FOR IT.
           MOVE MT-ID-NUMBER TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           IF MT-ID-CHECK IS NOT NUMERIC
               OR MT-ID-CHECK NOT EQUAL WS-CHK-COMPUTED
               MOVE "CHECK DIGIT FAILED" TO SUS-REASON
               PERFORM 2190-SUSPENSE-POST THRU 2190-EXIT
               PERFORM 2900-READ-MONETARY-TRANS THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           IF NOT MT-CODE-DEBIT AND NOT MT-CODE-CREDIT
               MOVE "INVALID DEBIT/CREDIT CODE" TO SUS-REASON
               PERFORM 2190-SUSPENSE-POST THRU 2190-EXIT
               GO TO 2000-EXIT
           END-IF

      *    AN OVER-THRESHOLD ITEM WITHOUT A SECOND OPERATOR'S APPROVAL
      *    IS QUEUED BEFORE THE MASTER IS EVEN LOOKED AT, SO IT CANNOT
      *    REACH THE BALANCE BY WAY OF SUSPENSE EITHER.
           PERFORM 2060-CHECK-APPROVER THRU 2060-EXIT
           IF MT-AMOUNT IS GREATER THAN WS-APPROVAL-THRESHOLD
               AND NOT WS-APPROVAL-VALID
               MOVE SPACE TO WS-HOLD-SWITCH
               PERFORM 2180-QUEUE-FOR-APPROVAL THRU 2180-EXIT
               PERFORM 2900-READ-MONETARY-TRANS THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE MT-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
       2000-EXIT.
           EXIT.

       2060-CHECK-APPROVER.
      *    THE APPROVER COLUMN PROVES NOTHING ON ITS OWN -- ANYONE CAN
      *    KEY TWO OPERATOR IDS. IT COUNTS ONLY ON A LINE THE FILES-49
      *    RELEASE RUN WROTE: ID, D/C CODE, AMOUNT, EFFECTIVE DATE,
      *    ACCOUNT, KEYER AND APPROVER MUST ALL MATCH A RELEASED ITEM
      *    NOT YET TAKEN UP. THE ITEM IS TAKEN HERE, SO ONE APPROVAL
      *    CARRIES ONE POSTING WHETHER IT POSTS OR GOES TO SUSPENSE.
           MOVE "N" TO WS-APPROVAL-SWITCH
           MOVE "N" TO WS-GUARDIAN-SWITCH
           MOVE ZERO TO WS-RLS-MATCH
           IF MT-APPROVED-BY = SPACES
               GO TO 2060-EXIT
           END-IF
           IF MT-ACCOUNT-NUMBER IS NUMERIC
               MOVE MT-ACCOUNT-NUMBER TO WS-MT-ACCOUNT
           ELSE
               MOVE ZERO TO WS-MT-ACCOUNT
           END-IF
           PERFORM 2065-MATCH-RELEASED THRU 2065-EXIT
               VARYING WS-RLS-SUB FROM 1 BY 1
               UNTIL WS-RLS-SUB IS GREATER THAN WS-RLS-COUNT
                   OR WS-RLS-MATCH IS GREATER THAN ZERO
           IF WS-RLS-MATCH = ZERO
               DISPLAY "ID " MT-ID-NUMBER " APPROVER " MT-APPROVED-BY
                   " MATCHES NO RELEASED ITEM -- NOT HONOURED"
               GO TO 2060-EXIT
           END-IF
           SET WS-APPROVAL-VALID TO TRUE
           MOVE "Y" TO WS-RLS-TAKEN (WS-RLS-MATCH)
           ADD 1 TO WS-RLS-TAKEN-COUNT
           IF WS-RLS-HOLD (WS-RLS-MATCH) = "G"
               SET WS-GUARDIAN-CONSENTED TO TRUE
           END-IF.
       2060-EXIT.
           EXIT.

       2065-MATCH-RELEASED.
           IF WS-RLS-TAKEN (WS-RLS-SUB) = "N"
               AND WS-RLS-ID-NUMBER (WS-RLS-SUB) = MT-ID-NUMBER
               AND WS-RLS-DRCR-CODE (WS-RLS-SUB) = MT-DRCR-CODE
               AND WS-RLS-AMOUNT (WS-RLS-SUB) = MT-AMOUNT
               AND WS-RLS-EFFECTIVE (WS-RLS-SUB) = MT-EFFECTIVE-DATE
               AND WS-RLS-ACCOUNT (WS-RLS-SUB) = WS-MT-ACCOUNT
               AND WS-RLS-KEYED-BY (WS-RLS-SUB) = MT-KEYED-BY
               AND WS-RLS-APPROVED-BY (WS-RLS-SUB) = MT-APPROVED-BY
               MOVE WS-RLS-SUB TO WS-RLS-MATCH
           END-IF.
       2065-EXIT.
           EXIT.

       2100-APPLY-POST.
      *    A WRITTEN-OFF CUSTOMER'S DEBT IS GONE FROM THE BOOKS: A
      *    CREDIT IS A RECOVERY AND A DEBIT MUST NOT QUIETLY REOPEN IT.
           IF WRITTEN-OFF
               IF MT-CODE-DEBIT
                   MOVE "WRITTEN-OFF CUSTOMER" TO SUS-REASON
                   PERFORM 2190-SUSPENSE-POST THRU 2190-EXIT
               ELSE
                   PERFORM 2110-POST-RECOVERY THRU 2110-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF

      *    A DEBIT THAT WOULD CARRY THE BALANCE PAST THE CUSTOMER'S
      *    CREDIT LIMIT SUSPENSES INSTEAD OF POSTING. A ZERO OR
      *    NOT-YET-KEYED (NON-NUMERIC) LIMIT MEANS NO LIMIT.
               GO TO 2100-EXIT
           END-IF

      *    A MINOR'S DEBIT OVER THE MINOR-DEBIT-LIMIT GOES TO THE
      *    APPROVAL QUEUE MARKED FOR THE GUARDIAN; A SECOND OPERATOR
      *    APPROVES IT THROUGH FILES-49 ONCE THE GUARDIAN HAS AGREED,
      *    AND IT POSTS FROM THE RELEASED BATCH. AN APPROVAL GIVEN
      *    WITHOUT THE GUARDIAN MARK DOES NOT COVER IT.
           IF MT-CODE-DEBIT
               AND MT-AMOUNT IS GREATER THAN WS-MINOR-DEBIT-LIMIT
               AND NOT WS-GUARDIAN-CONSENTED
               PERFORM 2105-CHECK-MINOR THRU 2105-EXIT
               IF WS-CUSTOMER-IS-MINOR
                   MOVE "G" TO WS-HOLD-SWITCH
                   PERFORM 2180-QUEUE-FOR-APPROVAL THRU 2180-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF

           PERFORM 2120-RESOLVE-ACCOUNT THRU 2120-EXIT
           IF NOT WS-ACCOUNT-READY
               GO TO 2100-EXIT
       2100-EXIT.
           EXIT.

       2105-CHECK-MINOR.
           MOVE "N" TO WS-MINOR-SWITCH
           IF NOT WS-GUARDIANS-OPEN
               GO TO 2105-EXIT
           END-IF
           MOVE MT-ID-NUMBER TO GRD-ID-NUMBER
           READ GUARDIANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-IS-MINOR TO TRUE
           END-READ.
       2105-EXIT.
           EXIT.

       2110-POST-RECOVERY.
      *    THE MONEY IS INCOME, NOT A REDUCTION OF THE BALANCE: NO
      *    ACCOUNT IS TOUCHED, THE MOVEMENT IS CUSTOMER-LEVEL (ACCOUNT
      *    000) AND ITS BEFORE AND AFTER BALANCES ARE THE SAME.
           MOVE ZERO TO WS-POST-ACCOUNT
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS
                   MOVE "REWRITE FAILED" TO SUS-REASON
                   PERFORM 2190-SUSPENSE-POST THRU 2190-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-RECOVERIES-POSTED
                   ADD MT-AMOUNT TO WS-RECOVERY-TOTAL
                   PERFORM 2150-WRITE-LEDGER THRU 2150-EXIT
           END-REWRITE.
       2110-EXIT.
           EXIT.

       2120-RESOLVE-ACCOUNT.
      *    A POST NAMING NO ACCOUNT LANDS ON THE DEFAULT 001; THE
      *    DEFAULT IS AUTO-OPENED FOR A LEGACY CUSTOMER, SEEDED SO THE
           COMPUTE ACT-ACCOUNT-BALANCE =
               CUSTOMER-BALANCE - WS-OTHER-ACCOUNT-SUM
           MOVE WS-CURRENT-DATE TO ACT-LAST-ACTIVITY
           MOVE SPACES TO ACT-DEPOSIT-TERMS
           WRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE WRITE FAILED FOR ID "
           MOVE MT-ID-NUMBER       TO LGR-ID-NUMBER
           MOVE WS-POST-ACCOUNT    TO LGR-ACCOUNT-NUMBER
           MOVE MT-DRCR-CODE       TO LGR-DRCR-CODE
           IF WRITTEN-OFF
               SET LGR-TYPE-RECOVERY TO TRUE
           ELSE
               SET LGR-TYPE-MONETARY TO TRUE
           END-IF
           MOVE MT-AMOUNT          TO LGR-AMOUNT
           MOVE MT-EFF-CCYY        TO WS-EFF-DATE-NUM (1:4)
           MOVE MT-EFF-MM          TO WS-EFF-DATE-NUM (5:2)
           MOVE CUSTOMER-BALANCE   TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD.
       2150-EXIT.
           EXIT.

       2180-QUEUE-FOR-APPROVAL.
      *    AN ITEM WITH NO KEYER CANNOT BE KEPT FROM ITS OWN KEYER'S
      *    APPROVAL, SO IT IS NOT QUEUED.
           IF MT-KEYED-BY = SPACES
               MOVE "NO KEYING OPERATOR" TO SUS-REASON
               PERFORM 2190-SUSPENSE-POST THRU 2190-EXIT
               GO TO 2180-EXIT
           END-IF
           ADD 1 TO WS-POSTS-QUEUED
           ADD MT-AMOUNT TO WS-QUEUED-TOTAL
           IF WS-HOLD-FOR-GUARDIAN
               ADD 1 TO WS-POSTS-GUARDIAN
           END-IF
           MOVE SPACES TO APR-APPROVAL-RECORD
           SET APR-TYPE-MONETARY TO TRUE
           SET APR-PENDING TO TRUE
           MOVE MT-ID-NUMBER TO APR-ID-NUMBER
           MOVE MT-KEYED-BY TO APR-KEYED-BY
           ACCEPT APR-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT APR-KEYED-TIME FROM TIME
           MOVE ZERO TO APR-REVIEWED-DATE
           MOVE ZERO TO APR-REVIEWED-TIME
           MOVE MT-DRCR-CODE TO APR-MT-DRCR-CODE
           MOVE MT-AMOUNT TO APR-MT-AMOUNT
           MOVE MT-EFFECTIVE-DATE TO APR-MT-EFFECTIVE-DATE
           IF MT-ACCOUNT-NUMBER IS NUMERIC
               MOVE MT-ACCOUNT-NUMBER TO APR-MT-ACCOUNT
           ELSE
               MOVE ZERO TO APR-MT-ACCOUNT
           END-IF
           MOVE WS-HOLD-SWITCH TO APR-MT-HOLD
           WRITE APR-APPROVAL-RECORD.
       2180-EXIT.
           EXIT.

       2190-SUSPENSE-POST.
           ADD 1 TO WS-POSTS-SUSPENSED
           MOVE MT-ID-NUMBER TO SUS-ID-NUMBER
           DISPLAY "  POSTS READ:      " WS-POSTS-READ
           DISPLAY "  POSTS APPLIED:   " WS-POSTS-APPLIED
           DISPLAY "  POSTS SUSPENSED: " WS-POSTS-SUSPENSED
           DISPLAY "  HELD FOR APPROVAL: " WS-POSTS-QUEUED
               " TOTALLING " WS-QUEUED-TOTAL " (SEE FILES-49)"
           DISPLAY "  MINORS' DEBITS HELD FOR GUARDIAN: "
               WS-POSTS-GUARDIAN " (IN HELD FOR APPROVAL)"
           DISPLAY "  RELEASED ITEMS TAKEN UP: " WS-RLS-TAKEN-COUNT
           DISPLAY "  DEBITS APPLIED:  " WS-DEBIT-TOTAL
           DISPLAY "  CREDITS APPLIED: " WS-CREDIT-TOTAL
           DISPLAY "  RECOVERIES:      " WS-RECOVERIES-POSTED
               " TOTALLING " WS-RECOVERY-TOTAL " (WRITTEN-OFF "
               "CUSTOMERS, SEE FILES-51)".
       8000-EXIT.
           EXIT.

           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE CLOSE FAILED, STATUS: "
                   WS-LEDGER-STATUS
           END-IF

           CLOSE APPROVAL-FILE
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE CLOSE FAILED, STATUS: "
                   WS-APPROVAL-STATUS
           END-IF

           IF WS-GUARDIANS-OPEN
               CLOSE GUARDIANS-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-MARK-TAKEN-ITEMS.
      *    THE QUEUE IS PARKED ON THE WORK FILE WITH EVERY TAKEN ITEM
      *    MARKED, THEN COPIED BACK -- THE PARK-AND-REBUILD FILES-49
      *    USES, UNDER THE SAME RUN-LOCK. THE RELEASED ITEMS COME BY IN
      *    THE ORDER THEY WERE LOADED, SO THE N-TH ONE IS TABLE ENTRY N;
      *    ITEMS QUEUED THIS RUN ARE PENDING AND DO NOT COUNT.
           MOVE "N" TO APPROVAL-EOF
           MOVE "N" TO WORK-EOF
           MOVE ZERO TO WS-RLS-SEEN
           OPEN INPUT APPROVAL-FILE
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE OPEN FAILED, STATUS: "
                   WS-APPROVAL-STATUS " -- " WS-RLS-TAKEN-COUNT
                   " TAKEN ITEMS NOT MARKED"
               MOVE 1 TO RETURN-CODE
               GO TO 9100-EXIT
           END-IF
           OPEN OUTPUT APPROVAL-WORK-FILE
           IF NOT WORK-OK
               DISPLAY "APPROVAL-WORK-FILE OPEN FAILED, STATUS: "
                   WS-WORK-STATUS " -- " WS-RLS-TAKEN-COUNT
                   " TAKEN ITEMS NOT MARKED"
               MOVE 1 TO RETURN-CODE
               CLOSE APPROVAL-FILE
               GO TO 9100-EXIT
           END-IF
           PERFORM 9110-PARK-ONE-ITEM THRU 9110-EXIT
               UNTIL APPROVAL-EOF-REACHED
           CLOSE APPROVAL-FILE
           CLOSE APPROVAL-WORK-FILE

           OPEN OUTPUT APPROVAL-FILE
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE REBUILD FAILED, STATUS: "
                   WS-APPROVAL-STATUS " -- THE MARKED QUEUE IS ON "
                   "PENDING-APPROVAL-WORK.dat"
               MOVE 1 TO RETURN-CODE
               GO TO 9100-EXIT
           END-IF
           OPEN INPUT APPROVAL-WORK-FILE
           PERFORM 9120-COPY-BACK-ITEM THRU 9120-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE APPROVAL-WORK-FILE
           CLOSE APPROVAL-FILE.
       9100-EXIT.
           EXIT.

       9110-PARK-ONE-ITEM.
           READ APPROVAL-FILE
               AT END
                   SET APPROVAL-EOF-REACHED TO TRUE
                   GO TO 9110-EXIT
           END-READ
           IF APR-TYPE-MONETARY AND APR-RELEASED
               ADD 1 TO WS-RLS-SEEN
               IF WS-RLS-SEEN IS NOT GREATER THAN WS-RLS-COUNT
                   IF WS-RLS-TAKEN (WS-RLS-SEEN) = "Y"
                       SET APR-POSTED TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO AWK-RECORD
           MOVE APR-APPROVAL-RECORD TO AWK-RECORD
           WRITE AWK-RECORD.
       9110-EXIT.
           EXIT.

       9120-COPY-BACK-ITEM.
           READ APPROVAL-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE AWK-RECORD TO APR-APPROVAL-RECORD
                   WRITE APR-APPROVAL-RECORD
           END-READ.
       9120-EXIT.
           EXIT.

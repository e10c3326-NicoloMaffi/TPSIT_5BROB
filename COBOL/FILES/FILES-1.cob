      *   2010-VALIDATE-TRANSACTION LIKE EVERY OTHER KEYED FIELD.
      *   ENFORCED AT POSTING TIME BY FILES-9/FILES-18/
      *   FILES-45; SEE FILES-46 FOR THE DAILY OVER-LIMIT REPORT.
      * 15/10/2026 NM - A "C" TRANSACTION NO LONGER CHANGES THE CREDIT
      *   LIMIT DIRECTLY: THE REST OF THE CHANGE IS APPLIED AS BEFORE,
      *   BUT A LIMIT THAT DIFFERS FROM THE ONE ON FILE (A BLANK COLUMN
      *   STILL MEANING NO LIMIT) IS WRITTEN TO THE PENDING-APPROVAL.dat
      *   QUEUE (LAYOUT IN COPYLIB'S APPROVAL-RECORD) UNDER THE
      *   OPERATOR-ID RUN-PARM, THE SAME MAKER-CHECKER CONTROL FILES-12
      *   NOW APPLIES -- A SECOND OPERATOR APPROVES OR DECLINES IT
      *   THROUGH FILES-49. AN "A" TRANSACTION STILL SETS THE OPENING
      *   LIMIT.
      * 15/10/2026 NM - A NEW CUSTOMER IS ADDED WITH THE WRITE-OFF FLAG
      *   (SEE COPYLIB'S CUSTOMER-RECORD) CLEAR; ONLY THE FILES-51
      *   WRITE-OFF RUN SETS IT.
      * 15/10/2026 NM - A CUSTOMER YOUNGER THAN THE NEW AGE-OF-MAJORITY
      *   RUN-PARM (DEFAULT 018, KEPT APART FROM VOTING-AGE) IS A MINOR
      *   AND MUST NAME A GUARDIAN IN THE NEW TRAILING TR-GUARDIAN-ID
      *   COLUMN: AN ID ON THE MASTER, NOT THE CUSTOMER'S OWN, WHO IS AN
      *   ADULT. A MINOR CANNOT BE KEYED A CREDIT LIMIT. THE LINK IS
      *   WRITTEN TO GUARDIANS.dat (SEE COPYLIB'S GUARDIAN-RECORD) WITH
      *   THE CUSTOMER, DROPPED WHEN A CHANGE MAKES THE CUSTOMER AN
      *   ADULT OR THE CUSTOMER IS DELETED. A CHANGE WITH THE COLUMN
      *   BLANK KEEPS THE GUARDIAN ALREADY ON FILE.
      * 15/10/2026 NM - A NEW CUSTOMER IS ADDED WITH THE RETURNED-MAIL
      *   FLAG (SEE COPYLIB'S CUSTOMER-RECORD) CLEAR, AND A "C"
      *   TRANSACTION THAT KEYS A DIFFERENT ADDRESS FOR A CUSTOMER WHOSE
      *   MAIL IS HELD CLEARS IT, SO THE FILES-8 AND FILES-29 STATEMENTS
      *   AND FILES-32 LETTERS GO OUT AGAIN TO THE NEW ADDRESS. FILES-60
      *   RECORDS THE RETURN.
      * 15/10/2026 NM - A NEW CUSTOMER IS GIVEN A BILLING CYCLE:
      *   CDR-CYCLE-DAY (SEE COPYLIB'S CUSTOMER-RECORD) IS SET TO THE
      *   CYCLE DAY WITH THE FEWEST CUSTOMERS OUT OF THOSE THE NEW
      *   BILLING-CYCLES RUN-PARM DEFINES (DEFAULT 04, CLOSING ON THE
      *   1ST, 8TH, 15TH AND 22ND). THE CYCLES ARE COUNTED IN THE SAME
      *   SWEEP AS THE BEFORE-LOAD RECONCILIATION COUNT. A CHANGE
      *   TRANSACTION LEAVES THE CYCLE ALONE -- FILES-61 MOVES A
      *   CUSTOMER.
      * 15/10/2026 NM - ID-NUMBERS ARE NOW ISSUED WITH A CHECK DIGIT
      *   (LUHN MOD 10, SEE 0980-COMPUTE-CHECK-DIGIT), THE CUSTOMER
      *   NUMBER BEING THE ID-NUMBER FOLLOWED BY IT. THE TRANSACTION
      *   TAKES IT IN A NEW TRAILING TR-ID-CHECK COLUMN, AND A
      *   TRANSACTION OF ANY CODE WHOSE DIGIT IS MISSING OR DOES NOT
      *   AGREE WITH ITS ID-NUMBER GOES TO CUSTOMER-REJECTS.dat AS CHECK
      *   DIGIT FAILED BEFORE THE MASTER IS READ -- A MIS-KEYED ID NO
      *   LONGER CHANGES OR DELETES SOMEONE ELSE, OR SHOWS AS NOT FOUND.
      *   FILES-62 CONVERTED THE IDS ALREADY ISSUED.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - A GUARDIAN KEYED IN TR-GUARDIAN-ID NOW CARRIES
      *   ITS CHECK DIGIT IN A NEW TRAILING TR-GUARDIAN-CHECK COLUMN,
      *   AND A TRANSACTION WHOSE GUARDIAN DIGIT IS MISSING OR DOES NOT
      *   AGREE GOES TO CUSTOMER-REJECTS.dat AS GUARDIAN CHECK DIGIT
      *   FAILED BEFORE THE MASTER IS READ FOR THE GUARDIAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELETED-ARC-STATUS.

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
               02 TR-ADDR-CITY    PIC X(20).
               02 TR-ADDR-POSTAL  PIC X(10).
               02 TR-CREDIT-LIMIT PIC 9(7)V99.
               02 TR-GUARDIAN-ID  PIC 9(7).
               02 TR-ID-CHECK     PIC 9.
               02 TR-GUARDIAN-CHECK PIC 9.
           01 TRANSMITTAL-HEADER-RECORD.
               02 TH-RECORD-TYPE  PIC X.
                   88 TH-IS-HEADER    VALUE "H".
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

       FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".
               02 DAR-ID-NUMBER       PIC 9(7).
               02 DAR-CUSTOMER-IMAGE  PIC X(150).

       FD APPROVAL-FILE.
           COPY "APPROVAL-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
           77 WS-OPERATOR-ID        PIC X(8) VALUE "BATCH".
           77 WS-BUSINESS-DATE-PARM PIC X(8) VALUE SPACES.
           77 WS-LIMIT-RAW          PIC X(9) VALUE SPACES.
           77 WS-MAJORITY-AGE       PIC 9(3) VALUE 018.
           77 WS-GUARDIAN-RAW       PIC X(7) VALUE SPACES.
           77 WS-GUARDIAN-ID        PIC 9(7) VALUE ZERO.
           77 WS-GUARDIAN-AGE       PIC 9(3) VALUE ZERO.
           77 WS-GUARDIAN-SWITCH    PIC X VALUE "Y".
               88 WS-GUARDIAN-OK        VALUE "Y".
               88 WS-GUARDIAN-FAILED    VALUE "N".
           77 WS-LINK-SWITCH        PIC X VALUE "N".
               88 WS-LINK-ON-FILE       VALUE "Y".

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

           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".
               88 CHECKPOINT-FILE-OK    VALUE "00".
               88 CHECKPOINT-NOT-FOUND  VALUE "35".

           01 WS-APPROVAL-STATUS   PIC X(2) VALUE SPACES.
               88 APPROVAL-OK           VALUE "00".
               88 APPROVAL-NOT-FOUND    VALUE "35".

           01 WS-GUARDIANS-STATUS  PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".

           77 WS-OLD-LIMIT          PIC 9(7)V99 VALUE ZERO.
           77 WS-LIMIT-QUEUE-SWITCH PIC X VALUE "N".
               88 WS-LIMIT-TO-QUEUE     VALUE "Y".

           77 WS-TM-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-TM-ID-HASH           PIC 9(11) VALUE ZERO.
           77 WS-TM-AMOUNT-TOTAL      PIC S9(11)V99 VALUE ZERO.
           77 WS-ABORT-SWITCH        PIC X VALUE "N".
               88 WS-ABORT-REQUESTED     VALUE "Y".

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
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           EVALUATE PRM-KEYWORD
               WHEN "VOTING-AGE"
                   MOVE PRM-VALUE (1:3) TO WS-VOTING-AGE
               WHEN "AGE-OF-MAJORITY"
                   MOVE PRM-VALUE (1:3) TO WS-MAJORITY-AGE
               WHEN "CHECKPOINT-INTERVAL"
                   MOVE PRM-VALUE (1:2) TO WS-CHECKPOINT-INTERVAL
               WHEN "OPERATOR-ID"
                   MOVE PRM-VALUE TO WS-CUSTOMERS-FILE-NAME
               WHEN "TRANSACTIONS-FILE"
                   MOVE PRM-VALUE TO WS-TRANSACTIONS-FILE-NAME
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
       0400-EXIT.
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

       1000-OPEN-FILES.
           OPEN INPUT TRANSACTIONS-FILE
           IF NOT TRANSACTIONS-OK
               GO TO 1000-EXIT
           END-IF

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
               GO TO 1000-EXIT
           END-IF

           PERFORM 0950-DEFINE-CYCLES THRU 0950-EXIT
           PERFORM 1050-COUNT-BEFORE-LOAD THRU 1050-EXIT

           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               NOT AT END
                   ADD 1 TO WS-BEFORE-COUNT
                   ADD ID-NUMBER TO WS-BEFORE-HASH-TOTAL
                   PERFORM 0960-COUNT-CUSTOMER-CYCLE THRU 0960-EXIT
           END-READ.
       1060-EXIT.
           EXIT.
           ELSE
               MOVE ZERO TO WS-CREDIT-LIMIT
           END-IF
      *    THE GUARDIAN COLUMN IS TAKEN THE SAME WAY; BLANK MEANS NONE.
           MOVE TRANSACTION-RECORD (137:7) TO WS-GUARDIAN-RAW
           IF TR-GUARDIAN-ID IS NUMERIC
               MOVE TR-GUARDIAN-ID TO WS-GUARDIAN-ID
           ELSE
               MOVE ZERO TO WS-GUARDIAN-ID
           END-IF

           PERFORM 2010-VALIDATE-TRANSACTION THRU 2010-EXIT
           IF WS-VALIDATION-FAILED
               WHEN WS-CODE-ADD
                   PERFORM 2040-COMPUTE-AGE THRU 2040-EXIT
                   PERFORM 2050-CLASSIFY-CUSTOMER THRU 2050-EXIT
                   PERFORM 2060-CHECK-GUARDIAN THRU 2060-EXIT
                   IF WS-GUARDIAN-OK
                       PERFORM 2100-ADD-CUSTOMER THRU 2100-EXIT
                   END-IF
               WHEN WS-CODE-CHANGE
                   PERFORM 2040-COMPUTE-AGE THRU 2040-EXIT
                   PERFORM 2050-CLASSIFY-CUSTOMER THRU 2050-EXIT
                   PERFORM 2060-CHECK-GUARDIAN THRU 2060-EXIT
                   IF WS-GUARDIAN-OK
                       PERFORM 2200-CHANGE-CUSTOMER THRU 2200-EXIT
                   END-IF
               WHEN WS-CODE-DELETE
                   PERFORM 2300-DELETE-CUSTOMER THRU 2300-EXIT
               WHEN OTHER
               PERFORM 2090-REJECT-INVALID-DATA THRU 2090-EXIT
               GO TO 2010-EXIT
           END-IF
      *    A MIS-KEYED ID-NUMBER CAN BE SOMEBODY ELSE'S; IT IS TURNED
      *    AWAY HERE, BEFORE THE MASTER IS READ FOR IT.
           MOVE WS-ID-NUMBER TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           IF TR-ID-CHECK IS NOT NUMERIC
               OR TR-ID-CHECK NOT EQUAL WS-CHK-COMPUTED
               MOVE "CHECK DIGIT FAILED" TO REJ-REASON
               PERFORM 2090-REJECT-INVALID-DATA THRU 2090-EXIT
               GO TO 2010-EXIT
           END-IF
           IF WS-CODE-DELETE
               GO TO 2010-EXIT
           END-IF
               MOVE "INVALID CREDIT-LIMIT" TO REJ-REASON
               PERFORM 2090-REJECT-INVALID-DATA THRU 2090-EXIT
               GO TO 2010-EXIT
           END-IF
           IF WS-GUARDIAN-RAW NOT EQUAL SPACES
               AND TR-GUARDIAN-ID IS NOT NUMERIC
               MOVE "INVALID GUARDIAN-ID" TO REJ-REASON
               PERFORM 2090-REJECT-INVALID-DATA THRU 2090-EXIT
               GO TO 2010-EXIT
           END-IF
      *    THE GUARDIAN IS A CUSTOMER NUMBER TOO, AND A MIS-KEYED ONE
      *    CAN NAME SOMEBODY ELSE AS A MINOR'S GUARDIAN.
           IF WS-GUARDIAN-ID NOT EQUAL ZERO
               MOVE WS-GUARDIAN-ID TO WS-CHK-ID
               PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
               IF TR-GUARDIAN-CHECK IS NOT NUMERIC
                   OR TR-GUARDIAN-CHECK NOT EQUAL WS-CHK-COMPUTED
                   MOVE "GUARDIAN CHECK DIGIT FAILED" TO REJ-REASON
                   PERFORM 2090-REJECT-INVALID-DATA THRU 2090-EXIT
                   GO TO 2010-EXIT
               END-IF
           END-IF.
       2010-EXIT.
           EXIT.
       2050-EXIT.
           EXIT.

       2060-CHECK-GUARDIAN.
      *    AN ADULT NEEDS NO GUARDIAN. A MINOR MUST HAVE ONE WHO IS ON
      *    THE MASTER, IS SOMEONE ELSE, AND IS OF AGE, AND MUST NOT BE
      *    KEYED A CREDIT LIMIT. THE GUARDIAN'S READ USES THE FD
      *    BUFFER, SO THIS RUNS BEFORE THE ADD OR CHANGE READS THE
      *    CUSTOMER.
           SET WS-GUARDIAN-OK TO TRUE
           IF WS-AGE IS NOT LESS THAN WS-MAJORITY-AGE
               GO TO 2060-EXIT
           END-IF
           IF WS-CREDIT-LIMIT IS GREATER THAN ZERO
               MOVE "MINOR CANNOT HAVE CREDIT LIMIT" TO SUS-REASON
               GO TO 2060-REJECT
           END-IF
           IF WS-GUARDIAN-ID = ZERO AND WS-CODE-CHANGE
               MOVE WS-ID-NUMBER TO GRD-ID-NUMBER
               READ GUARDIANS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRD-GUARDIAN-ID TO WS-GUARDIAN-ID
               END-READ
           END-IF
           IF WS-GUARDIAN-ID = ZERO
               MOVE "MINOR WITHOUT GUARDIAN" TO SUS-REASON
               GO TO 2060-REJECT
           END-IF
           IF WS-GUARDIAN-ID = WS-ID-NUMBER
               MOVE "GUARDIAN IS THE CUSTOMER" TO SUS-REASON
               GO TO 2060-REJECT
           END-IF
           MOVE WS-GUARDIAN-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "GUARDIAN NOT ON MASTER" TO SUS-REASON
                   GO TO 2060-REJECT
           END-READ
           COMPUTE WS-GUARDIAN-AGE = WS-CUR-CCYY - DOB-CCYY
           IF WS-CUR-MM < DOB-MM
               OR (WS-CUR-MM = DOB-MM AND WS-CUR-DD < DOB-DD)
               SUBTRACT 1 FROM WS-GUARDIAN-AGE
           END-IF
           IF WS-GUARDIAN-AGE IS LESS THAN WS-MAJORITY-AGE
               MOVE "GUARDIAN IS NOT AN ADULT" TO SUS-REASON
               GO TO 2060-REJECT
           END-IF
           GO TO 2060-EXIT.
       2060-REJECT.
           SET WS-GUARDIAN-FAILED TO TRUE
           PERFORM 2190-REJECT-CUSTOMER THRU 2190-EXIT.
       2060-EXIT.
           EXIT.

       2100-ADD-CUSTOMER.
           MOVE WS-ID-NUMBER      TO ID-NUMBER
           MOVE WS-F-NAME         TO F-NAME
           MOVE WS-CURRENT-DATE   TO LAST-ACTIVITY
           MOVE WS-CUSTOMER-ADDRESS TO CUSTOMER-ADDRESS
           MOVE WS-CREDIT-LIMIT   TO CREDIT-LIMIT
           MOVE SPACE             TO WRITE-OFF-FLAG
           MOVE SPACE             TO MAIL-FLAG

           READ CUSTOMERS-FILE
               INVALID KEY
           EXIT.

       2110-WRITE-CUSTOMER.
           PERFORM 0970-PICK-CYCLE THRU 0970-EXIT
           MOVE WS-CYL-PICK TO CYCLE-DAY
           WRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE WRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS
                   SUBTRACT 1 FROM WS-CYL-CUSTOMERS (WS-CYL-PICK)
                   PERFORM 2130-REJECT-WRITE-FAILURE THRU 2130-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
                   PERFORM 2160-WRITE-JOURNAL THRU 2160-EXIT
                   PERFORM 2170-RECORD-GUARDIAN THRU 2170-EXIT
           END-WRITE.
       2110-EXIT.
           EXIT.
           MOVE WS-CURRENT-DATE TO JRN-DATE
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       2160-EXIT.
           EXIT.

       2170-RECORD-GUARDIAN.
      *    A MINOR'S LINK IS WRITTEN, OR REPOINTED IF THE GUARDIAN HAS
      *    CHANGED; AN ADULT'S IS DROPPED.
           IF WS-AGE IS NOT LESS THAN WS-MAJORITY-AGE
               PERFORM 2180-DROP-GUARDIAN THRU 2180-EXIT
               GO TO 2170-EXIT
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
               GO TO 2170-EXIT
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
       2170-EXIT.
           EXIT.

       2180-DROP-GUARDIAN.
      *    NOT EVERY CUSTOMER HAS A LINK, SO A MISSING ONE IS NORMAL.
           MOVE WS-ID-NUMBER TO GRD-ID-NUMBER
           DELETE GUARDIANS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2180-EXIT.
           EXIT.

       2190-REJECT-CUSTOMER.
           MOVE WS-ID-NUMBER TO SUS-ID-NUMBER
           MOVE WS-F-NAME    TO SUS-F-NAME
           EXIT.

       2210-REWRITE-CUSTOMER.
      *    THE LIMIT ON FILE STAYS PUT; A DIFFERENT ONE ON THE
      *    TRANSACTION IS QUEUED FOR A SECOND OPERATOR ONCE THE REST
      *    OF THE CHANGE IS ON. A NOT-YET-KEYED LIMIT COUNTS AS ZERO.
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
           MOVE WS-DATE-OF-BIRTH    TO DATE-OF-BIRTH
           MOVE WS-CAN-VOTE         TO CAN-VOTE
           MOVE WS-CUSTOMER-BALANCE TO CUSTOMER-BALANCE
           MOVE WS-CURRENT-DATE     TO LAST-ACTIVITY
      *    MAIL HELD AFTER A RETURN GOES OUT AGAIN ONCE A DIFFERENT
      *    ADDRESS IS KEYED; RETURNED-MAIL.dat KEEPS THE DEAD ONE.
           IF MAIL-RETURNED
               AND WS-CUSTOMER-ADDRESS NOT EQUAL CUSTOMER-ADDRESS
               MOVE SPACE TO MAIL-FLAG
               DISPLAY "NEW ADDRESS FOR ID " WS-ID-NUMBER
                   " -- RETURNED-MAIL HOLD CLEARED"
           END-IF
           MOVE WS-CUSTOMER-ADDRESS TO CUSTOMER-ADDRESS
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                   MOVE "C" TO JRN-ACTION
                   MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
                   PERFORM 2160-WRITE-JOURNAL THRU 2160-EXIT
                   PERFORM 2170-RECORD-GUARDIAN THRU 2170-EXIT
                   IF WS-LIMIT-TO-QUEUE
                       PERFORM 2220-QUEUE-LIMIT-CHANGE THRU 2220-EXIT
                   END-IF
           END-REWRITE.
       2210-EXIT.
           EXIT.

       2220-QUEUE-LIMIT-CHANGE.
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
           DISPLAY "CREDIT LIMIT CHANGE FOR ID " WS-ID-NUMBER
               " HELD FOR APPROVAL (FILES-49)".
       2220-EXIT.
           EXIT.

       2230-REJECT-REWRITE-FAILURE.
           MOVE WS-ID-NUMBER      TO REJ-ID-NUMBER
           MOVE WS-F-NAME         TO REJ-F-NAME
                   MOVE "D" TO JRN-ACTION
                   MOVE SPACES TO JRN-AFTER-IMAGE
                   PERFORM 2160-WRITE-JOURNAL THRU 2160-EXIT
                   PERFORM 2180-DROP-GUARDIAN THRU 2180-EXIT
           END-DELETE.
       2310-EXIT.
           EXIT.
           IF NOT DELETED-ARC-OK
               DISPLAY "DELETED-ARCHIVE-FILE CLOSE FAILED, STATUS: "
                   WS-DELETED-ARC-STATUS
           END-IF

           CLOSE APPROVAL-FILE
           IF NOT APPROVAL-OK
               DISPLAY "APPROVAL-FILE CLOSE FAILED, STATUS: "
                   WS-APPROVAL-STATUS
           END-IF

           CLOSE GUARDIANS-FILE
           IF NOT GUARDIANS-OK
               DISPLAY "GUARDIANS-FILE CLOSE FAILED, STATUS: "
                   WS-GUARDIANS-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

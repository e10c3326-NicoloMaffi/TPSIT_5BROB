      *   SEQUENCE FOR THAT CUSTOMER. FILES-20 ALLOCATES PAYMENTS
      *   AGAINST THESE OLDEST-FIRST -- THE RECEIVABLE FINALLY HAS
      *   ITEMS BEHIND IT.
      * 15/10/2026 NM - A NEW OPEN ITEM IS RAISED WITH OPN-FEE-PERIODS
      *   AND OPN-LAST-FEE-DATE AT ZERO (SEE COPYLIB'S OPEN-ITEM-RECORD)
      *   -- NO LATE FEE CHARGED YET FOR THE FILES-52 ASSESSMENT RUN TO
      *   SEE.
      * 15/10/2026 NM - A NEW OPEN ITEM IS RAISED WITH OPN-DISPUTE-DATA
      *   AS SPACES -- NOT IN DISPUTE (SEE FILES-53).
      * 15/10/2026 NM - BILLING-RECORD NOW ENDS WITH THE RETURNED-MAIL
      *   FLAG: "R" WHEN MAIL TO THE CUSTOMER'S ADDRESS HAS COME BACK
      *   UNDELIVERABLE (RECORDED THROUGH FILES-60, SEE COPYLIB'S
      *   CUSTOMER-RECORD), SO BILLING STOPS MAILING TO IT TOO; SPACE
      *   OTHERWISE.
      * 15/10/2026 NM - OPN-DUE-DATE IS NO LONGER SIMPLY THIRTY DAYS ON:
      *   A DUE DATE THAT LANDS ON A SATURDAY, SUNDAY OR A NON-BUSINESS
      *   DAY ON THE CALENDAR.dat BUSINESS-DAY CALENDAR (LAYOUT IN
      *   COPYLIB'S CALENDAR-RECORD, MAINTAINED THROUGH FILES-34) ROLLS
      *   TO THE NEXT BUSINESS DAY. THE DUE DATE IS WORKED OUT ONCE AT
      *   START, SINCE EVERY ITEM RAISED IN THE RUN SHARES IT.
      * 15/10/2026 NM - BILLING CYCLES: THE EXTRACT NO LONGER TAKES THE
      *   WHOLE MASTER EVERY NIGHT. ONLY CUSTOMERS WHOSE CDR-CYCLE-DAY
      *   (SEE COPYLIB'S CUSTOMER-RECORD) CLOSED SINCE THE PREVIOUS
      *   BUSINESS DAY ARE EXTRACTED AND INVOICED, SO A CYCLE CLOSING ON
      *   A WEEKEND OR HOLIDAY GOES OUT WITH THE NEXT BUSINESS DAY'S
      *   EXTRACT. THE NEW BILLING-CYCLE RUN-PARM TAKES "ALL" FOR THE
      *   WHOLE MASTER OR A CYCLE DAY TO RERUN ONE CYCLE, AND THE
      *   BUSINESS-DATE RUN-PARM IS NOW HONOURED HERE TOO. A CUSTOMER
      *   MOVED TO ANOTHER CYCLE THROUGH FILES-61 CANNOT BE INVOICED
      *   TWICE FOR THE SAME MONEY: THE INVOICE IS STILL ONLY THE
      *   BALANCE NOT ALREADY OPEN.
      * 15/10/2026 NM - BILLING-RECORD NOW ENDS WITH BILL-ID-CHECK, THE
      *   CHECK DIGIT ID-NUMBERS ARE NOW ISSUED WITH (LUHN MOD 10, SEE
      *   0980-COMPUTE-CHECK-DIGIT), SO BILLING PRINTS THE FULL CUSTOMER
      *   NUMBER AND HANDS THE DIGIT BACK ON THE PAYMENT RETURN FOR
      *   FILES-20 TO VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

       FD BILLING-EXTRACT-FILE.
           01 BILLING-RECORD.
               02 BILL-ADDR-CITY    PIC X(20).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 BILL-ADDR-POSTAL  PIC X(10).
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 BILL-MAIL-FLAG    PIC X.
               02 FILLER            PIC X(1)  VALUE SPACE.
               02 BILL-ID-CHECK     PIC 9.
           01 EXTRACT-HEADER-RECORD.
               02 XH-RECORD-TYPE    PIC X.
               02 XH-SEQUENCE       PIC 9(7).
       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               VALUE "CUSTOMERS.dat".
           77 WS-BILLING-FILE-NAME   PIC X(40)
               VALUE "BILLING-EXTRACT.dat".
           77 WS-BUSINESS-DATE-PARM  PIC X(8) VALUE SPACES.

           77 EOF                PIC X VALUE "N".
               88 EOF-REACHED    VALUE "Y".
           77 WS-DUE-INTEGER     PIC 9(7) COMP VALUE ZERO.
           77 WS-DUE-DATE-NUM    PIC 9(8) VALUE ZERO.

           01 WS-CALENDAR-STATUS    PIC X(2) VALUE SPACES.
               88 CALENDAR-OK           VALUE "00".
               88 CALENDAR-NOT-FOUND    VALUE "35".
           77 CALENDAR-EOF          PIC X VALUE "N".
               88 CALENDAR-EOF-REACHED VALUE "Y".

      *    THE NON-BUSINESS DAYS ON CALENDAR.dat AS DATE-INTRINSIC
      *    INTEGERS, LOADED AT START. DAY 1 OF THAT COUNT WAS A MONDAY,
      *    SO AN INTEGER'S REMAINDER BY 7 IS 0 ON A SUNDAY AND 6 ON A
      *    SATURDAY.
           01 WS-CALENDAR-TABLE.
               02 WS-CAL-INTEGER PIC 9(7) COMP OCCURS 500 TIMES.
           77 WS-CAL-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-CAL-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-CAL-TEST-INTEGER   PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-WEEKS          PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-DAY-OF-WEEK    PIC 9 COMP VALUE ZERO.
           77 WS-BUSINESS-DAY-SWITCH PIC X VALUE "Y".
               88 WS-BUSINESS-DAY       VALUE "Y".

      *    BILLING CYCLES. WS-CYCLE-DATE (DAY) HOLDS THE DATE THE CYCLE
      *    FOR THAT DAY OF THE MONTH CLOSED ON, WHEN IT IS DUE IN THIS
      *    RUN, AND ZERO OTHERWISE. A CYCLE IS DUE WHEN ITS DAY FELL
      *    AFTER THE PREVIOUS BUSINESS DAY AND ON OR BEFORE THE BUSINESS
      *    DATE, SO ONE THAT CLOSES ON A WEEKEND OR HOLIDAY IS PICKED UP
      *    BY THE NEXT BUSINESS DAY'S RUN. THE BILLING-CYCLE RUN-PARM
      *    OVERRIDES: "ALL" TAKES THE WHOLE MASTER, A CYCLE DAY 01-28
      *    RERUNS THAT CYCLE'S MOST RECENT CLOSE.
           77 WS-CYCLE-SELECT       PIC X(3) VALUE SPACES.
               88 WS-CYCLE-ALL          VALUE "ALL".
           77 WS-CYCLE-FORCED       PIC 99 VALUE ZERO.
           01 WS-CYCLE-TABLE.
               02 WS-CYCLE-DATE     PIC 9(8) OCCURS 28 TIMES.
           77 WS-CYCLES-DUE         PIC 99 VALUE ZERO.
           77 WS-CYCLE-FIRST-CLOSE  PIC 9(8) VALUE ZERO.
           77 WS-CYCLE-LAST-CLOSE   PIC 9(8) VALUE ZERO.
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-WINDOW-START       PIC 9(7) COMP VALUE ZERO.
           77 WS-WINDOW-INTEGER     PIC 9(7) COMP VALUE ZERO.
           01 WS-WINDOW-DATE.
               02 WS-WIN-CCYY        PIC 9999.
               02 WS-WIN-MM          PIC 99.
               02 WS-WIN-DD          PIC 99.
           01 WS-WINDOW-DATE-NUM REDEFINES WS-WINDOW-DATE PIC 9(8).
           77 WS-CUST-CYCLE-DAY     PIC 99 VALUE ZERO.
           77 WS-CYCLE-DUE-SWITCH   PIC X VALUE "N".
               88 WS-CYCLE-DUE          VALUE "Y".
           77 WS-CYCLE-SKIPPED      PIC 9(7) VALUE ZERO.

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
                   MOVE PRM-VALUE TO WS-CUSTOMERS-FILE-NAME
               WHEN "BILLING-EXTRACT-FILE"
                   MOVE PRM-VALUE TO WS-BILLING-FILE-NAME
               WHEN "BUSINESS-DATE"
                   MOVE PRM-VALUE (1:8) TO WS-BUSINESS-DATE-PARM
               WHEN "BILLING-CYCLE"
                   MOVE PRM-VALUE (1:3) TO WS-CYCLE-SELECT
                   PERFORM 0160-CHECK-CYCLE-PARM THRU 0160-EXIT
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
       0150-EXIT.
           EXIT.

       0160-CHECK-CYCLE-PARM.
           IF WS-CYCLE-ALL
               GO TO 0160-EXIT
           END-IF
           IF WS-CYCLE-SELECT (1:2) IS NUMERIC
               AND WS-CYCLE-SELECT (3:1) = SPACE
               MOVE WS-CYCLE-SELECT (1:2) TO WS-CYCLE-FORCED
           END-IF
           IF WS-CYCLE-FORCED = ZERO
               OR WS-CYCLE-FORCED IS GREATER THAN 28
               DISPLAY "BILLING-CYCLE " WS-CYCLE-SELECT
                   " IS NEITHER ALL NOR A CYCLE DAY 01-28 -- IGNORED"
               MOVE SPACES TO WS-CYCLE-SELECT
               MOVE ZERO TO WS-CYCLE-FORCED
           END-IF.
       0160-EXIT.
           EXIT.

       0200-WRITE-RUN-LOG.
      *    SAME OPEN-EXTEND-PER-WRITE PATTERN AS CUSTOM-DATA-
      *    CLASSIFICATION'S 1900-WRITE-ELIGIBILITY, SO THE LOG IS ON
       0600-EXIT.
           EXIT.

       0800-LOAD-CALENDAR.
      *    NO CALENDAR FILE LEAVES SATURDAYS AND SUNDAYS AS THE ONLY
      *    NON-BUSINESS DAYS. A WEEKEND DATE KEYED ON THE FILE BY HAND
      *    IS SKIPPED -- THE WEEKDAY TEST ALREADY COVERS IT.
           MOVE ZERO TO WS-CAL-COUNT
           MOVE "N" TO CALENDAR-EOF
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-NOT-FOUND
               DISPLAY "NO CALENDAR FILE -- WEEKENDS ARE THE ONLY "
                   "NON-BUSINESS DAYS"
               GO TO 0800-EXIT
           END-IF
           IF NOT CALENDAR-OK
               DISPLAY "CALENDAR-FILE OPEN FAILED, STATUS: "
                   WS-CALENDAR-STATUS " -- WEEKENDS ONLY"
               GO TO 0800-EXIT
           END-IF
           PERFORM 0810-LOAD-CALENDAR-DAY THRU 0810-EXIT
               UNTIL CALENDAR-EOF-REACHED
           CLOSE CALENDAR-FILE
           DISPLAY "NON-BUSINESS DAYS ON THE CALENDAR: " WS-CAL-COUNT.
       0800-EXIT.
           EXIT.

       0810-LOAD-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF-REACHED TO TRUE
                   GO TO 0810-EXIT
           END-READ
           IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = ZERO
               GO TO 0810-EXIT
           END-IF
           IF WS-CAL-COUNT IS NOT LESS THAN 500
               DISPLAY "CALENDAR TABLE FULL -- " CAL-DATE " IGNORED"
               GO TO 0810-EXIT
           END-IF
           COMPUTE WS-CAL-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(CAL-DATE)
           DIVIDE WS-CAL-TEST-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
               GO TO 0810-EXIT
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CAL-TEST-INTEGER TO WS-CAL-INTEGER (WS-CAL-COUNT).
       0810-EXIT.
           EXIT.

       0850-TEST-BUSINESS-DAY.
      *    WS-CAL-TEST-INTEGER IN; WS-BUSINESS-DAY SET WHEN IT IS
      *    NEITHER A WEEKEND NOR ON THE CALENDAR.
           MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           DIVIDE WS-CAL-TEST-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               GO TO 0850-EXIT
           END-IF
           PERFORM 0860-MATCH-HOLIDAY THRU 0860-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB IS GREATER THAN WS-CAL-COUNT
                   OR NOT WS-BUSINESS-DAY.
       0850-EXIT.
           EXIT.

       0860-MATCH-HOLIDAY.
           IF WS-CAL-INTEGER (WS-CAL-SUB) = WS-CAL-TEST-INTEGER
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           END-IF.
       0860-EXIT.
           EXIT.

       0870-ROLL-TO-BUSINESS-DAY.
      *    WS-CAL-TEST-INTEGER MOVES FORWARD A DAY AT A TIME UNTIL IT
      *    LANDS ON A BUSINESS DAY; ONE THAT ALREADY IS STAYS PUT.
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           PERFORM 0880-STEP-ONE-DAY THRU 0880-EXIT
               UNTIL WS-BUSINESS-DAY.
       0870-EXIT.
           EXIT.

       0880-STEP-ONE-DAY.
           ADD 1 TO WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT.
       0880-EXIT.
           EXIT.

       0900-SELECT-CYCLES.
      *    WS-CURRENT-DATE AND THE CALENDAR MUST BE LOADED FIRST. A
      *    BUSINESS DATE THAT IS NOT A BUSINESS DAY HAS NO CYCLE DUE --
      *    ITS CYCLES WAIT FOR THE NEXT BUSINESS DAY'S RUN.
           INITIALIZE WS-CYCLE-TABLE
           MOVE ZERO TO WS-CYCLES-DUE
           MOVE ZERO TO WS-CYCLE-FIRST-CLOSE
           MOVE ZERO TO WS-CYCLE-LAST-CLOSE
           IF WS-CYCLE-ALL
               DISPLAY "BILLING-CYCLE ALL -- EVERY CUSTOMER IS TAKEN"
               GO TO 0900-EXIT
           END-IF
           IF WS-CYCLE-FORCED IS GREATER THAN ZERO
               MOVE WS-CURRENT-DATE-NUM TO WS-WINDOW-DATE-NUM
               IF WS-WIN-DD IS LESS THAN WS-CYCLE-FORCED
                   PERFORM 0930-BACK-ONE-MONTH THRU 0930-EXIT
               END-IF
               MOVE WS-CYCLE-FORCED TO WS-WIN-DD
               MOVE WS-WINDOW-DATE-NUM
                   TO WS-CYCLE-DATE (WS-CYCLE-FORCED)
               MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-FIRST-CLOSE
               MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-LAST-CLOSE
               MOVE 1 TO WS-CYCLES-DUE
               DISPLAY "BILLING CYCLE " WS-CYCLE-FORCED
                   " RERUN FOR ITS CLOSE ON " WS-WINDOW-DATE-NUM
               GO TO 0900-EXIT
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE WS-TODAY-INTEGER TO WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           IF NOT WS-BUSINESS-DAY
               DISPLAY "BUSINESS DATE " WS-CURRENT-DATE-NUM " IS NOT A "
                   "BUSINESS DAY -- NO BILLING CYCLE IS DUE"
               GO TO 0900-EXIT
           END-IF
           COMPUTE WS-CAL-TEST-INTEGER = WS-TODAY-INTEGER - 1
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           PERFORM 0920-STEP-BACK-ONE-DAY THRU 0920-EXIT
               UNTIL WS-BUSINESS-DAY
           COMPUTE WS-WINDOW-START = WS-CAL-TEST-INTEGER + 1
           PERFORM 0910-FLAG-WINDOW-DAY THRU 0910-EXIT
               VARYING WS-WINDOW-INTEGER FROM WS-WINDOW-START BY 1
               UNTIL WS-WINDOW-INTEGER IS GREATER THAN WS-TODAY-INTEGER
           DISPLAY "BILLING CYCLES DUE: " WS-CYCLES-DUE.
       0900-EXIT.
           EXIT.

       0910-FLAG-WINDOW-DAY.
      *    NO CYCLE CLOSES ON THE 29TH, 30TH OR 31ST.
           COMPUTE WS-WINDOW-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
           IF WS-WIN-DD IS GREATER THAN 28
               GO TO 0910-EXIT
           END-IF
           MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-DATE (WS-WIN-DD)
           IF WS-CYCLE-FIRST-CLOSE = ZERO
               MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-FIRST-CLOSE
           END-IF
           MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-LAST-CLOSE
           ADD 1 TO WS-CYCLES-DUE
           DISPLAY "  CYCLE " WS-WIN-DD " CLOSES " WS-WINDOW-DATE-NUM.
       0910-EXIT.
           EXIT.

       0920-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT.
       0920-EXIT.
           EXIT.

       0930-BACK-ONE-MONTH.
      *    THE SAME DAY IN THE MONTH BEFORE WS-WINDOW-DATE; ONLY EVER
      *    ASKED OF A DAY 01-28, WHICH EVERY MONTH HAS.
           IF WS-WIN-MM = 01
               MOVE 12 TO WS-WIN-MM
               SUBTRACT 1 FROM WS-WIN-CCYY
           ELSE
               SUBTRACT 1 FROM WS-WIN-MM
           END-IF.
       0930-EXIT.
           EXIT.

       0940-TEST-CUSTOMER-CYCLE.
      *    WS-CYCLE-DUE SET WHEN THE CUSTOMER ON THE RECORD AREA IS IN
      *    A CYCLE DUE THIS RUN. A CUSTOMER NOT YET GIVEN A CYCLE (THE
      *    DAY READS AS SPACES OR ZERO) RIDES CYCLE 01 UNTIL FILES-61
      *    ASSIGNS ONE.
           MOVE "N" TO WS-CYCLE-DUE-SWITCH
           IF WS-CYCLE-ALL
               SET WS-CYCLE-DUE TO TRUE
               GO TO 0940-EXIT
           END-IF
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               MOVE CYCLE-DAY TO WS-CUST-CYCLE-DAY
           ELSE
               MOVE 01 TO WS-CUST-CYCLE-DAY
           END-IF
           IF WS-CYCLE-DATE (WS-CUST-CYCLE-DAY) = ZERO
               ADD 1 TO WS-CYCLE-SKIPPED
           ELSE
               SET WS-CYCLE-DUE TO TRUE
           END-IF.
       0940-EXIT.
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
           OPEN INPUT CUSTOMERS-FILE
           OPEN OUTPUT BILLING-EXTRACT-FILE
               CLOSE BILLING-EXTRACT-FILE
               GO TO 1000-EXIT
           END-IF
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
      *    THIRTY DAYS ON, ROLLED OFF ANY NON-BUSINESS DAY.
           PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
           PERFORM 0900-SELECT-CYCLES THRU 0900-EXIT
           COMPUTE WS-CAL-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) + 30
           PERFORM 0870-ROLL-TO-BUSINESS-DAY THRU 0870-EXIT
           MOVE WS-CAL-TEST-INTEGER TO WS-DUE-INTEGER
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           DISPLAY "NEW OPEN ITEMS FALL DUE ON " WS-DUE-DATE-NUM
           COMPUTE WS-EXTRACT-SEQ = WS-LAST-SENT-SEQ + 1
           MOVE "H" TO XH-RECORD-TYPE
           MOVE WS-EXTRACT-SEQ TO XH-SEQUENCE
           EXIT.

       2000-PROCESS-RECORDS.
           PERFORM 0940-TEST-CUSTOMER-CYCLE THRU 0940-EXIT
           IF NOT WS-CYCLE-DUE
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-BUILD-BILLING-RECORD THRU 2100-EXIT
           WRITE BILLING-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE ID-NUMBER TO OPN-ID-NUMBER
           COMPUTE OPN-INVOICE-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-CURRENT-DATE-NUM TO OPN-INVOICE-DATE
           MOVE WS-DUE-DATE-NUM TO OPN-DUE-DATE
           MOVE WS-BILLED-AMOUNT TO OPN-ORIGINAL-AMT
           MOVE WS-BILLED-AMOUNT TO OPN-OUTSTANDING
           MOVE ZERO TO OPN-FEE-PERIODS
           MOVE ZERO TO OPN-LAST-FEE-DATE
           MOVE SPACES TO OPN-DISPUTE-DATA
           WRITE OPN-OPEN-ITEM
               INVALID KEY
                   DISPLAY "OPEN-ITEMS-FILE WRITE FAILED FOR ID "
           MOVE WS-DOB-NUM       TO BILL-DATE-OF-BIRTH
           MOVE ADDR-STREET      TO BILL-ADDR-STREET
           MOVE ADDR-CITY        TO BILL-ADDR-CITY
           MOVE ADDR-POSTAL      TO BILL-ADDR-POSTAL
           IF MAIL-RETURNED
               MOVE "R"          TO BILL-MAIL-FLAG
           ELSE
               MOVE SPACE        TO BILL-MAIL-FLAG
           END-IF
           MOVE ID-NUMBER        TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           MOVE WS-CHK-COMPUTED  TO BILL-ID-CHECK.
       2100-EXIT.
           EXIT.

           CLOSE CUSTOMERS-FILE
           CLOSE BILLING-EXTRACT-FILE
           CLOSE OPEN-ITEMS-FILE
           DISPLAY "INVOICES RAISED THIS EXTRACT: " WS-INVOICE-COUNT
           DISPLAY "CUSTOMERS EXTRACTED:          " WS-EXTRACT-COUNT
           DISPLAY "CUSTOMERS NOT IN A CYCLE DUE: " WS-CYCLE-SKIPPED.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-61.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. THE BILLING-CYCLE DESK. FILES-7,
      *   FILES-29 AND FILES-32 NOW TAKE ONLY THE CUSTOMERS WHOSE
      *   BILLING CYCLE IS DUE, BY CDR-CYCLE-DAY ON THE MASTER (SEE
      *   COPYLIB'S CUSTOMER-RECORD), AND FILES-1 AND FILES-12 PUT A
      *   NEW CUSTOMER ON THE LEAST-LOADED CYCLE. THE SIGNED-ON
      *   OPERATOR (EXCLUSIVE RUN-LOCK FOR THE SESSION) CAN PRINT THE
      *   CYCLE-BALANCING REPORT CYCLE-BALANCE-CCYYMMDD.rpt --
      *   CUSTOMERS AND BALANCE PER CYCLE DAY, THE CUSTOMERS NOT YET
      *   GIVEN A CYCLE SHOWN APART, CATALOGUED ON REPORT-CATALOG.dat
      *   -- GIVE EVERY CUSTOMER STILL WITHOUT A CYCLE THE LEAST-LOADED
      *   ONE, AND MOVE ONE CUSTOMER TO ANOTHER CYCLE. THE CYCLES ARE
      *   THE ONES THE BILLING-CYCLES RUN-PARM DEFINES (DEFAULT 04). A
      *   MOVE IS JOURNALED UNDER THE OPERATOR AND LEAVES THE BRIDGE
      *   DATE ON CYCLE-CHANGES.dat (SEE COPYLIB'S
      *   CYCLE-CHANGE-RECORD) THAT FILES-29 STARTS THE FIRST
      *   STATEMENT ON THE NEW CYCLE FROM, SO NO PERIOD IS SKIPPED OR
      *   COVERED TWICE; THE FILES-7 INVOICE IS ONLY EVER THE BALANCE
      *   NOT ALREADY OPEN, SO IT CANNOT BILL THE SAME MONEY TWICE.
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

           SELECT RUN-PARMS-FILE ASSIGN TO "RUN-PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT CYCLE-CHANGES-FILE ASSIGN TO "CYCLE-CHANGES.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-ID-NUMBER
               FILE STATUS IS WS-CYCLE-CHANGES-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
           COPY "LOCK-RECORD.cpy".

       FD OPERATORS-FILE.
           01 OPERATOR-RECORD.
               02 OPR-OPERATOR-ID   PIC X(8).
               02 OPR-OPERATOR-NAME PIC X(20).

       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY CUSTOMER-DATA
                         CDR-ID-NUMBER         BY ID-NUMBER
                         CDR-CUSTOMER-NAME     BY CUSTOMER-NAME
                         CDR-F-NAME            BY F-NAME
                         CDR-L-NAME            BY L-NAME
                         CDR-CUSTOMER-BALANCE  BY CUSTOMER-BALANCE
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

       FD CYCLE-CHANGES-FILE.
           COPY "CYCLE-CHANGE-RECORD.cpy".

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

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

           01 WS-PARMS-STATUS       PIC X(2) VALUE SPACES.
               88 PARMS-OK              VALUE "00".
               88 PARMS-NOT-FOUND       VALUE "35".

           77 PARMS-EOF             PIC X VALUE "N".
               88 PARMS-EOF-REACHED VALUE "Y".
           77 WS-BUSINESS-DATE-PARM PIC X(8) VALUE SPACES.

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-CYCLE-CHANGES-STATUS PIC X(2) VALUE SPACES.
               88 CYCLE-CHANGES-OK        VALUE "00".
               88 CYCLE-CHANGES-NOT-FOUND VALUE "35".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

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

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".
           77 WS-CUSTOMER-SWITCH    PIC X VALUE "N".
               88 WS-CUSTOMER-FOUND     VALUE "Y".
           77 WS-SWEEP-SWITCH       PIC X VALUE "N".
               88 WS-SWEEP-DONE         VALUE "Y".

           01 WS-MENU-CHOICE        PIC X VALUE SPACE.
               88 WS-CHOICE-REPORT      VALUE "R".
               88 WS-CHOICE-ASSIGN      VALUE "A".
               88 WS-CHOICE-MOVE        VALUE "M".
               88 WS-CHOICE-EXIT        VALUE "X".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).
           01 WS-DATE-EDIT-NUM      PIC 9(8).
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.

      *    THE LAST BUSINESS DAY BEFORE TODAY -- THE LAST NIGHT WHOSE
      *    CYCLE RUNS HAVE CERTAINLY GONE BY WHILE THE DESK IS OPEN.
           77 WS-LAST-RUN-DATE      PIC 9(8) VALUE ZERO.

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

      *    THE CUSTOMER THE OPERATOR PICKS AND THE CYCLE KEYED FOR IT.
           77 WS-SEL-ID             PIC 9(7) VALUE ZERO.
           77 WS-NAME-OUT           PIC X(31) VALUE SPACES.
           77 WS-OLD-DAY            PIC 99 VALUE ZERO.
           01 WS-NEW-DAY-IN         PIC X(2) VALUE SPACES.
           01 WS-NEW-DAY REDEFINES WS-NEW-DAY-IN PIC 99.
           01 WS-CONFIRM-ANSWER     PIC X VALUE SPACE.
           77 WS-CHANGE-SWITCH      PIC X VALUE "N".
               88 WS-CHANGE-ON-FILE     VALUE "Y".
           77 WS-BRIDGE-FROM        PIC 9(8) VALUE ZERO.
           01 WS-CLOSE-DATE.
               02 WS-CLS-CCYY        PIC 9999.
               02 WS-CLS-MM          PIC 99.
               02 WS-CLS-DD          PIC 99.
           01 WS-CLOSE-DATE-NUM REDEFINES WS-CLOSE-DATE PIC 9(8).

           77 WS-UNASSIGNED-COUNT   PIC 9(7) VALUE ZERO.
           77 WS-ASSIGNED-NOW       PIC 9(7) VALUE ZERO.

      *    CUSTOMERS AND BALANCE PER CYCLE DAY FOR THE BALANCING REPORT.
           01 WS-BALANCE-TABLE.
               02 WS-BAL-ENTRY OCCURS 28 TIMES.
                   03 WS-BAL-CUSTOMERS   PIC 9(7).
                   03 WS-BAL-AMOUNT      PIC S9(9)V99.
           77 WS-UNA-CUSTOMERS      PIC 9(7) VALUE ZERO.
           77 WS-UNA-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           77 WS-TOT-CUSTOMERS      PIC 9(7) VALUE ZERO.
           77 WS-TOT-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           77 WS-BAL-SUB            PIC 99 VALUE ZERO.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(40) VALUE
                   "BILLING CYCLE BALANCE -- BUSINESS DATE  ".
               02 HL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(20) VALUE
                   "   CYCLES DEFINED: ".
               02 HL-CYCLE-COUNT     PIC Z9.

           01 WS-COL-LINE.
               02 FILLER             PIC X(34) VALUE
                   "CYCLE                   CUSTOMERS ".
               02 FILLER             PIC X(30) VALUE
                   "           BALANCE     NOTE".

           01 WS-DETAIL-LINE.
               02 DL-LABEL.
                   03 FILLER         PIC X(4) VALUE "DAY ".
                   03 DL-DAY         PIC 99.
                   03 FILLER         PIC X(18) VALUE SPACES.
               02 DL-CUSTOMERS       PIC ZZZ,ZZ9.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 DL-AMOUNT          PIC $$$,$$$,$$9.99.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 DL-DRCR            PIC X(2).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 DL-NOTE            PIC X(30).

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
      *    ASSIGNING AND MOVING CYCLES CHANGE THE MASTER, SO THE SESSION
      *    HOLDS THE EXCLUSIVE RUN-LOCK FROM SIGN-ON TO EXIT LIKE
      *    FILES-60.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               STOP RUN
           END-IF
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
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
           MOVE "FILES-61" TO LCK-PROGRAM
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
               MOVE "FILES-61" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    EVERY REPORT RUN GOES ON REPORT-CATALOG.dat THE WAY
      *    FILES-13 CATALOGS BACKUPS; THE FINISHED FILE IS REREAD FOR
      *    ITS LINE COUNT SO THE CATALOG PROVES WHAT IS ON DISK. SEE
      *    FILES-39 FOR BROWSE AND REPRINT.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE REREAD FAILED, STATUS: "
                   WS-REPORT-STATUS
               GO TO 0700-EXIT
           END-IF
           PERFORM 0720-COUNT-REPORT-LINE THRU 0720-EXIT
               UNTIL WS-RPC-EOF-REACHED
           CLOSE REPORT-FILE

           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN EXTEND REPORT-CATALOG-FILE
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "REPORT-CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-RPT-CATALOG-STATUS
               GO TO 0700-EXIT
           END-IF
           MOVE "FILES-61" TO RPC-PROGRAM
           MOVE WS-REPORT-FILE-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE 1 TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0700-EXIT.
           EXIT.

       0720-COUNT-REPORT-LINE.
           READ REPORT-FILE
               AT END
                   SET WS-RPC-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPC-LINES
           END-READ.
       0720-EXIT.
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

       0890-FIND-LAST-RUN.
      *    STEPS BACK FROM YESTERDAY TO THE LAST BUSINESS DAY.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-CAL-TEST-INTEGER = WS-TODAY-INTEGER - 1
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           PERFORM 0895-STEP-BACK-ONE-DAY THRU 0895-EXIT
               UNTIL WS-BUSINESS-DAY
           COMPUTE WS-LAST-RUN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INTEGER).
       0890-EXIT.
           EXIT.

       0895-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT.
       0895-EXIT.
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
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CYCLE-CHANGES-FILE
           IF CYCLE-CHANGES-NOT-FOUND
               OPEN OUTPUT CYCLE-CHANGES-FILE
               CLOSE CYCLE-CHANGES-FILE
               OPEN I-O CYCLE-CHANGES-FILE
           END-IF
           IF NOT CYCLE-CHANGES-OK
               DISPLAY "CYCLE-CHANGES-FILE OPEN FAILED, STATUS: "
                   WS-CYCLE-CHANGES-STATUS
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
               CLOSE CYCLE-CHANGES-FILE
               GO TO 1000-EXIT
           END-IF

           PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
           PERFORM 0890-FIND-LAST-RUN THRU 0890-EXIT
           PERFORM 0950-DEFINE-CYCLES THRU 0950-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "BILLING CYCLES"
           DISPLAY "  R = CYCLE-BALANCING REPORT"
           DISPLAY "  A = ASSIGN A CYCLE TO CUSTOMERS WITHOUT ONE"
           DISPLAY "  M = MOVE A CUSTOMER TO ANOTHER CYCLE"
           DISPLAY "  X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-REPORT
                   PERFORM 3000-CYCLE-REPORT THRU 3000-EXIT
               WHEN WS-CHOICE-ASSIGN
                   PERFORM 4000-ASSIGN-CYCLES THRU 4000-EXIT
               WHEN WS-CHOICE-MOVE
                   PERFORM 5000-MOVE-CUSTOMER THRU 5000-EXIT
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
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
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
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               MOVE CYCLE-DAY TO WS-OLD-DAY
               DISPLAY "  BILLING CYCLE CLOSES ON DAY " WS-OLD-DAY
           ELSE
               MOVE 01 TO WS-OLD-DAY
               DISPLAY "  NO BILLING CYCLE -- BILLED WITH CYCLE 01"
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
           MOVE ID-NUMBER TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD.
       2300-EXIT.
           EXIT.

       2400-START-SWEEP.
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ZERO TO ID-NUMBER
           START CUSTOMERS-FILE KEY IS NOT LESS THAN ID-NUMBER
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START.
       2400-EXIT.
           EXIT.

       3000-CYCLE-REPORT.
      *    ONE LINE PER CYCLE DAY THAT IS DEFINED OR STILL HAS
      *    CUSTOMERS ON IT; A DAY NO LONGER AMONG THE DEFINED CYCLES IS
      *    MARKED SO ITS CUSTOMERS CAN BE MOVED OFF IT.
           INITIALIZE WS-BALANCE-TABLE
           MOVE ZERO TO WS-UNA-CUSTOMERS
           MOVE ZERO TO WS-UNA-AMOUNT
           MOVE ZERO TO WS-TOT-CUSTOMERS
           MOVE ZERO TO WS-TOT-AMOUNT
           PERFORM 2400-START-SWEEP THRU 2400-EXIT
           PERFORM 3100-TALLY-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL WS-SWEEP-DONE

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "CYCLE-BALANCE-"    DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  ".rpt"              DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE WS-CYCLE-COUNT TO HL-CYCLE-COUNT
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 3200-PRINT-ONE-CYCLE THRU 3200-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB IS GREATER THAN 28

           MOVE SPACES TO DL-LABEL
           MOVE "NO CYCLE" TO DL-LABEL
           MOVE WS-UNA-CUSTOMERS TO DL-CUSTOMERS
           MOVE WS-UNA-AMOUNT TO DL-AMOUNT
           IF WS-UNA-AMOUNT IS LESS THAN ZERO
               MOVE "CR" TO DL-DRCR
           ELSE
               MOVE "DB" TO DL-DRCR
           END-IF
           MOVE "BILLED WITH CYCLE 01" TO DL-NOTE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO DL-LABEL
           MOVE "TOTAL" TO DL-LABEL
           MOVE WS-TOT-CUSTOMERS TO DL-CUSTOMERS
           MOVE WS-TOT-AMOUNT TO DL-AMOUNT
           IF WS-TOT-AMOUNT IS LESS THAN ZERO
               MOVE "CR" TO DL-DRCR
           ELSE
               MOVE "DB" TO DL-DRCR
           END-IF
           MOVE SPACES TO DL-NOTE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE
           PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
           DISPLAY "CYCLE-BALANCING REPORT WRITTEN TO "
               WS-REPORT-FILE-NAME
           DISPLAY "CUSTOMERS: " WS-TOT-CUSTOMERS "  WITHOUT A CYCLE: "
               WS-UNA-CUSTOMERS.
       3000-EXIT.
           EXIT.

       3100-TALLY-ONE-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-TOT-CUSTOMERS
           ADD CUSTOMER-BALANCE TO WS-TOT-AMOUNT
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               ADD 1 TO WS-BAL-CUSTOMERS (CYCLE-DAY)
               ADD CUSTOMER-BALANCE TO WS-BAL-AMOUNT (CYCLE-DAY)
           ELSE
               ADD 1 TO WS-UNA-CUSTOMERS
               ADD CUSTOMER-BALANCE TO WS-UNA-AMOUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-CYCLE.
           IF NOT WS-CYL-IS-CYCLE (WS-BAL-SUB)
               AND WS-BAL-CUSTOMERS (WS-BAL-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO DL-LABEL
           MOVE "DAY " TO DL-LABEL
           MOVE WS-BAL-SUB TO DL-DAY
           MOVE WS-BAL-CUSTOMERS (WS-BAL-SUB) TO DL-CUSTOMERS
           MOVE WS-BAL-AMOUNT (WS-BAL-SUB) TO DL-AMOUNT
           IF WS-BAL-AMOUNT (WS-BAL-SUB) IS LESS THAN ZERO
               MOVE "CR" TO DL-DRCR
           ELSE
               MOVE "DB" TO DL-DRCR
           END-IF
           IF WS-CYL-IS-CYCLE (WS-BAL-SUB)
               MOVE SPACES TO DL-NOTE
           ELSE
               MOVE "NOT A CURRENT CYCLE" TO DL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       3200-EXIT.
           EXIT.

       4000-ASSIGN-CYCLES.
      *    THE LOADS ARE COUNTED FROM THE CUSTOMERS ALREADY ON A CYCLE,
      *    THEN EACH CUSTOMER WITHOUT ONE GOES ON THE LEAST-LOADED
      *    DEFINED CYCLE IN TURN, SO THE BOOK COMES OUT EVEN.
           PERFORM 0950-DEFINE-CYCLES THRU 0950-EXIT
           MOVE ZERO TO WS-UNASSIGNED-COUNT
           MOVE ZERO TO WS-ASSIGNED-NOW
           PERFORM 2400-START-SWEEP THRU 2400-EXIT
           PERFORM 4100-COUNT-ONE-CUSTOMER THRU 4100-EXIT
               UNTIL WS-SWEEP-DONE
           IF WS-UNASSIGNED-COUNT = ZERO
               DISPLAY "EVERY CUSTOMER IS ON A BILLING CYCLE -- "
                   "NOTHING TO ASSIGN"
               GO TO 4000-EXIT
           END-IF
           DISPLAY WS-UNASSIGNED-COUNT " CUSTOMERS HAVE NO BILLING "
               "CYCLE; " WS-CYCLE-COUNT " CYCLES DEFINED"
           PERFORM 2200-CONFIRM THRU 2200-EXIT
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               GO TO 4000-EXIT
           END-IF
           PERFORM 2400-START-SWEEP THRU 2400-EXIT
           PERFORM 4200-ASSIGN-ONE-CUSTOMER THRU 4200-EXIT
               UNTIL WS-SWEEP-DONE
           DISPLAY "CUSTOMERS GIVEN A BILLING CYCLE: " WS-ASSIGNED-NOW.
       4000-EXIT.
           EXIT.

       4100-COUNT-ONE-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               PERFORM 0960-COUNT-CUSTOMER-CYCLE THRU 0960-EXIT
           ELSE
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-ASSIGN-ONE-CUSTOMER.
      *    A CUSTOMER WITHOUT A CYCLE HAS BEEN BILLED WITH CYCLE 01; ONE
      *    GIVEN ANOTHER DAY HERE IS A MOVE LIKE ANY OTHER AND LEAVES
      *    ITS BRIDGE ON CYCLE-CHANGES.dat.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 4200-EXIT
           END-READ
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               GO TO 4200-EXIT
           END-IF
           PERFORM 0970-PICK-CYCLE THRU 0970-EXIT
           MOVE 01 TO WS-OLD-DAY
           MOVE WS-CYL-PICK TO WS-NEW-DAY
           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE WS-CYL-PICK TO CYCLE-DAY
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                   SUBTRACT 1 FROM WS-CYL-CUSTOMERS (WS-CYL-PICK)
                   MOVE 1 TO RETURN-CODE
                   GO TO 4200-EXIT
           END-REWRITE
           PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT
           ADD 1 TO WS-ASSIGNED-NOW
           IF WS-NEW-DAY NOT EQUAL 01
               PERFORM 5100-RECORD-CHANGE THRU 5100-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       5000-MOVE-CUSTOMER.
           PERFORM 2100-ACCEPT-CUSTOMER THRU 2100-EXIT
           IF NOT WS-CUSTOMER-FOUND
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO WS-NEW-DAY-IN
           DISPLAY "NEW CYCLE DAY (01-28): " WITH NO ADVANCING
           ACCEPT WS-NEW-DAY-IN
           IF WS-NEW-DAY-IN IS NOT NUMERIC
               DISPLAY "INVALID CYCLE DAY -- NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF
           IF WS-NEW-DAY = ZERO OR WS-NEW-DAY IS GREATER THAN 28
               DISPLAY "INVALID CYCLE DAY -- NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF
           IF NOT WS-CYL-IS-CYCLE (WS-NEW-DAY)
               DISPLAY "DAY " WS-NEW-DAY " IS NOT ONE OF THE "
                   WS-CYCLE-COUNT " CYCLES DEFINED -- NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF
           IF CYCLE-DAY IS NUMERIC AND CYCLE-DAY = WS-NEW-DAY
               DISPLAY "ALREADY ON THAT CYCLE -- NOTHING CHANGED"
               GO TO 5000-EXIT
           END-IF
           PERFORM 2200-CONFIRM THRU 2200-EXIT
           IF WS-CONFIRM-ANSWER NOT EQUAL "Y"
               GO TO 5000-EXIT
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE WS-NEW-DAY TO CYCLE-DAY
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS " -- NOTHING CHANGED"
                   MOVE 1 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-REWRITE
           PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT
           IF WS-NEW-DAY NOT EQUAL WS-OLD-DAY
               PERFORM 5100-RECORD-CHANGE THRU 5100-EXIT
           END-IF
           DISPLAY "ID " WS-SEL-ID " MOVED TO BILLING CYCLE "
               WS-NEW-DAY.
       5000-EXIT.
           EXIT.

       5100-RECORD-CHANGE.
      *    THE OLD CYCLE'S LAST STATEMENT RAN TO THE DAY BEFORE ITS
      *    LAST CLOSE ON OR BEFORE WS-LAST-RUN-DATE, SO THAT CLOSE IS
      *    WHERE THE FIRST STATEMENT ON THE NEW CYCLE MUST PICK UP. A
      *    CUSTOMER MOVED AGAIN BEFORE THE CYCLE THEY WERE MOVED ONTO
      *    HAS CLOSED HAS NOT HAD THAT STATEMENT YET, SO THE BRIDGE
      *    ALREADY ON FILE STANDS.
           MOVE WS-LAST-RUN-DATE TO WS-CLOSE-DATE-NUM
           IF WS-CLS-DD IS LESS THAN WS-OLD-DAY
               IF WS-CLS-MM = 01
                   MOVE 12 TO WS-CLS-MM
                   SUBTRACT 1 FROM WS-CLS-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-CLS-MM
               END-IF
           END-IF
           MOVE WS-OLD-DAY TO WS-CLS-DD
           MOVE WS-CLOSE-DATE-NUM TO WS-BRIDGE-FROM
           MOVE "N" TO WS-CHANGE-SWITCH
           MOVE ID-NUMBER TO CYC-ID-NUMBER
           READ CYCLE-CHANGES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CHANGE-ON-FILE TO TRUE
                   IF WS-CLOSE-DATE-NUM IS NOT GREATER THAN
                       CYC-LAST-CLOSED
                       MOVE CYC-BRIDGE-FROM TO WS-BRIDGE-FROM
                   END-IF
           END-READ
           MOVE ID-NUMBER        TO CYC-ID-NUMBER
           MOVE WS-OLD-DAY       TO CYC-OLD-DAY
           MOVE WS-NEW-DAY       TO CYC-NEW-DAY
           MOVE WS-BRIDGE-FROM   TO CYC-BRIDGE-FROM
           MOVE WS-LAST-RUN-DATE TO CYC-LAST-CLOSED
           MOVE WS-CURRENT-DATE-NUM TO CYC-MOVED-DATE
           MOVE WS-OPERATOR-ID   TO CYC-MOVED-BY
           IF WS-CHANGE-ON-FILE
               REWRITE CYC-CYCLE-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY "CYCLE-CHANGES-FILE REWRITE FAILED, "
                           "STATUS: " WS-CYCLE-CHANGES-STATUS
                       MOVE 1 TO RETURN-CODE
                       GO TO 5100-EXIT
               END-REWRITE
           ELSE
               WRITE CYC-CYCLE-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY "CYCLE-CHANGES-FILE WRITE FAILED, "
                           "STATUS: " WS-CYCLE-CHANGES-STATUS
                       MOVE 1 TO RETURN-CODE
                       GO TO 5100-EXIT
               END-WRITE
           END-IF
           DISPLAY "  NEXT STATEMENT FOR ID " ID-NUMBER " STARTS "
               WS-BRIDGE-FROM.
       5100-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF
           CLOSE CYCLE-CHANGES-FILE
           IF NOT CYCLE-CHANGES-OK
               DISPLAY "CYCLE-CHANGES-FILE CLOSE FAILED, STATUS: "
                   WS-CYCLE-CHANGES-STATUS
           END-IF
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE CLOSE FAILED, STATUS: "
                   WS-JOURNAL-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

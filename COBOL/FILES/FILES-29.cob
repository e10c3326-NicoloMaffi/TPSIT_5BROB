      *   REPORT-CATALOG-RECORD) WITH ITS PAGE AND LINE COUNTS, THE
      *   WAY FILES-13 CATALOGS BACKUPS -- SEE FILES-39 FOR THE
      *   CATALOG LIST, BROWSE AND REPRINT.
      * 15/10/2026 NM - A CUSTOMER WITH A GUARDIAN LINK ON GUARDIANS.dat
      *   (SEE COPYLIB'S GUARDIAN-RECORD) IS A MINOR: THE STATEMENT IS
      *   ADDRESSED TO THE GUARDIAN'S NAME AND ADDRESS FROM THE MASTER,
      *   WITH AN ON-BEHALF-OF LINE NAMING THE CUSTOMER. THE LINKS AND
      *   GUARDIANS ARE LOADED AT START, SO THE MASTER IS NOW OPENED FOR
      *   DYNAMIC ACCESS AND SWEPT FROM A START AT THE LOWEST ID. A
      *   GUARDIAN NO LONGER ON THE MASTER LEAVES THE STATEMENT
      *   ADDRESSED DIRECT.
      * 15/10/2026 NM - A STATEMENT WHOSE ADDRESSEE -- THE CUSTOMER, OR
      *   THE GUARDIAN FOR A MINOR -- HAS THE RETURNED-MAIL FLAG SET ON
      *   THE MASTER (RECORDED THROUGH FILES-60, SEE COPYLIB'S
      *   CUSTOMER-RECORD) IS NO LONGER PRINTED: IT IS LISTED ON THE
      *   HELD-MAIL REPORT HELD-MAIL-STATEMENT-DETAIL-CCYYMMDD.rpt,
      *   CATALOGUED BESIDE THE STATEMENTS, WITH THE DEAD ADDRESS AND
      *   THE DATE AND DOCUMENT OF THE RETURN FROM RETURNED-MAIL.dat.
      * 15/10/2026 NM - BILLING CYCLES: THE RUN NO LONGER PRINTS EVERY
      *   CUSTOMER EVERY NIGHT. ONLY CUSTOMERS WHOSE CDR-CYCLE-DAY (SEE
      *   COPYLIB'S CUSTOMER-RECORD) CLOSED SINCE THE PREVIOUS BUSINESS
      *   DAY ON THE CALENDAR.dat CALENDAR GET A STATEMENT, AND EACH
      *   STATEMENT RUNS FROM THE CYCLE'S CLOSE A MONTH BEFORE TO THE
      *   DAY BEFORE THIS CLOSE. A CUSTOMER MOVED TO ANOTHER CYCLE
      *   THROUGH FILES-61 HAS THE FIRST STATEMENT ON THE NEW CYCLE
      *   START AT THE BRIDGE DATE ON CYCLE-CHANGES.dat (SEE COPYLIB'S
      *   CYCLE-CHANGE-RECORD), SO NO DAY IS LEFT OFF OR PRINTED TWICE.
      *   THE BILLING-CYCLE RUN-PARM TAKES "ALL" FOR THE OLD
      *   WHOLE-MASTER MONTH-TO-DATE RUN OR A CYCLE DAY TO RERUN ONE
      *   CYCLE; A STATEMENT-FROM OR STATEMENT-TO RUN-PARM STILL SETS
      *   ONE PERIOD FOR THE WHOLE MASTER. THE HELD-MAIL HEADING SHOWS
      *   THE CYCLE CLOSES COVERED.
      * 15/10/2026 NM - EACH STATEMENT'S MOVEMENTS ARE NOW READ BY KEY
      *   THROUGH THE LEDGER INDEX (LEDGER-INDEX.dat, BUILT AND CAUGHT
      *   UP BY FILES-63 -- SEE COPYLIB'S LEDGER-INDEX-RECORD) INSTEAD
      *   OF TWO FULL PASSES OF CUSTOMER-LEDGER.dat PER CUSTOMER: A
      *   START ON THE ID AND THE PERIOD START, READING ON TO THE PERIOD
      *   END. ONE COUNTING PASS AT START PROVES THE INDEX COVERS THE
      *   LIVE LEDGER EXACTLY (SEE 0600-CHECK-LEDGER-INDEX); IF NOT, THE
      *   RUN SAYS SO AND SWEEPS THE LEDGER AS BEFORE. THE END RECORD ON
      *   RUN-LOG.dat NOW CARRIES THE LEDGER ENTRIES READ, SO THE RUN'S
      *   COST SHOWS BESIDE ITS START AND END TIMES.
      * 15/10/2026 NM - THE KEYED PATH NO LONGER TAKES A CUSTOMER'S
      *   MOVEMENTS IN INDEX-KEY ORDER: THE KEY LEADS WITH THE EFFECTIVE
      *   DATE, AND A BACK-VALUED POSTING GOES ON AFTER LATER-DATED
      *   ONES, SO THE OPENING, CLOSING AND RUNNING BALANCES DIFFERED
      *   FROM THE SWEPT LEDGER'S. THE PERIOD'S LIVE ENTRIES ARE NOW
      *   GATHERED AND PUT BACK INTO SEQUENCE (POSTING) ORDER BEFORE
      *   EITHER PASS (SEE 2400-START-CUSTOMER-KEY); A CUSTOMER WITH
      *   MORE THAN THE TABLE HOLDS SWITCHES THE REST OF THE RUN TO THE
      *   SWEPT PATH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMERS-FILE ASSIGN TO WS-CUSTOMERS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-INDEX-FILE ASSIGN TO "LEDGER-INDEX.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIX-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDEX-CONTROL-FILE
               ASSIGN TO "LEDGER-INDEX-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RML-ID-NUMBER
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

           SELECT CYCLE-CHANGES-FILE ASSIGN TO "CYCLE-CHANGES.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-ID-NUMBER
               FILE STATUS IS WS-CYCLE-CHANGES-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO WS-HELD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.cpy".

       FD CYCLE-CHANGES-FILE.
           COPY "CYCLE-CHANGE-RECORD.cpy".

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD HELD-MAIL-FILE.
           01 HELD-LINE           PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

      *    THE LEDGER INDEX (SEE FILES-63) AND WHETHER THIS RUN CAN
      *    TRUST IT: ONLY WHEN IT COVERS THE LIVE LEDGER EXACTLY.
           01 WS-INDEX-STATUS      PIC X(2) VALUE SPACES.
               88 INDEX-OK              VALUE "00".
           01 WS-CONTROL-STATUS    PIC X(2) VALUE SPACES.
               88 CONTROL-OK            VALUE "00".
           77 WS-LEDGER-PATH        PIC X VALUE "S".
               88 WS-LEDGER-KEYED       VALUE "K".
               88 WS-LEDGER-SWEPT       VALUE "S".
           77 WS-LEDGER-LINES       PIC 9(9) VALUE ZERO.
           01 WS-LEDGER-LAST        PIC X(85) VALUE SPACES.
           77 WS-LEDGER-READS       PIC 9(9) VALUE ZERO.
           77 WS-INDEX-ENTRY-SWITCH PIC X VALUE "N".
               88 WS-INDEX-ENTRY-FOUND  VALUE "Y".
      *    ONE CUSTOMER'S IN-PERIOD LIVE MOVEMENTS FROM THE INDEX, PUT
      *    BACK INTO SEQUENCE (POSTING) ORDER FOR BOTH PASSES.
           01 WS-ENTRY-TABLE.
               02 WS-ENTRY OCCURS 500 TIMES.
                   03 WS-ENT-SEQUENCE    PIC 9(9).
                   03 WS-ENT-MOVEMENT    PIC X(85).
           77 WS-ENT-COUNT          PIC 9(5) COMP VALUE ZERO.
           77 WS-ENT-NEXT           PIC 9(5) COMP VALUE ZERO.
           77 WS-ENT-POS            PIC 9(5) COMP VALUE ZERO.
           77 WS-ENTRY-OVERFLOW-SWITCH PIC X VALUE "N".
               88 WS-ENTRY-OVERFLOW     VALUE "Y".
           77 WS-ENTRY-PLACED-SWITCH PIC X VALUE "N".
               88 WS-ENTRY-PLACED       VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RETURNED-MAIL-STATUS PIC X(2) VALUE SPACES.
               88 RETURNED-MAIL-OK        VALUE "00".
               88 RETURNED-MAIL-NOT-FOUND VALUE "35".
           77 WS-RETURNED-MAIL-SWITCH PIC X VALUE "N".
               88 WS-RETURNED-MAIL-OPEN   VALUE "Y".

      *    STATEMENTS WHOSE ADDRESSEE HAS HAD MAIL COME BACK
      *    UNDELIVERABLE ARE LISTED HERE INSTEAD OF PRINTED.
           01 WS-HELD-STATUS        PIC X(2) VALUE SPACES.
               88 HELD-OK               VALUE "00".
           77 WS-HELD-FILE-NAME     PIC X(40) VALUE SPACES.
           77 WS-HELD-COUNT         PIC 9(7) VALUE ZERO.
           77 WS-HOLD-ID            PIC 9(7) VALUE ZERO.
           77 WS-HOLD-SWITCH        PIC X VALUE "N".
               88 WS-MAIL-HELD          VALUE "Y".

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".

           77 WS-PERIOD-FROM        PIC 9(8) VALUE ZERO.
           77 WS-PERIOD-TO          PIC 9(8) VALUE ZERO.
           77 WS-PERIOD-INTEGER     PIC 9(7) COMP VALUE ZERO.

           01 WS-CYCLE-CHANGES-STATUS PIC X(2) VALUE SPACES.
               88 CYCLE-CHANGES-OK        VALUE "00".
               88 CYCLE-CHANGES-NOT-FOUND VALUE "35".
           77 WS-CYCLE-CHANGES-SWITCH PIC X VALUE "N".
               88 WS-CYCLE-CHANGES-OPEN   VALUE "Y".

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

           77 WS-STATEMENT-COUNT    PIC 9(7) VALUE ZERO.

           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".
           77 GUARDIANS-EOF         PIC X VALUE "N".
               88 GUARDIANS-EOF-REACHED VALUE "Y".

      *    THE MINORS ON FILE AND THE GUARDIAN EACH ONE'S STATEMENT
      *    GOES TO, LOADED AT START BEFORE THE MASTER IS SWEPT.
           01 WS-GUARDIAN-TABLE.
               02 WS-GDN-ENTRY OCCURS 500 TIMES.
                   03 WS-GDN-ID-NUMBER   PIC 9(7).
                   03 WS-GDN-GUARDIAN-ID PIC 9(7).
                   03 WS-GDN-ON-MASTER   PIC X.
                   03 WS-GDN-F-NAME      PIC X(20).
                   03 WS-GDN-L-NAME      PIC X(20).
                   03 WS-GDN-STREET      PIC X(30).
                   03 WS-GDN-CITY        PIC X(20).
                   03 WS-GDN-POSTAL      PIC X(10).
                   03 WS-GDN-MAIL-FLAG   PIC X.
           77 WS-GDN-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-GDN-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-GDN-MATCH          PIC 9(3) COMP VALUE ZERO.
           77 WS-ITEM-COUNT         PIC 9(5) VALUE ZERO.
           77 WS-OPENING-SET        PIC X VALUE "N".
               88 WS-OPENING-BALANCE-SET VALUE "Y".
               02 FILLER             PIC X(1) VALUE SPACE.
               02 NL-L-NAME          PIC X(20).

           01 WS-BEHALF-LINE.
               02 FILLER             PIC X(17)
                   VALUE "ON BEHALF OF:    ".
               02 BH-F-NAME          PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 BH-L-NAME          PIC X(20).

           01 WS-STREET-LINE.
               02 FILLER             PIC X(17)
                   VALUE "ADDRESS:         ".
               02 FILLER             PIC X(1) VALUE SPACE.
               02 XL-DRCR            PIC X(2).

           01 WS-HELD-HEAD-LINE.
               02 FILLER             PIC X(44) VALUE
                   "HELD MAIL -- DETAIL STATEMENTS NOT PRINTED, ".
               02 HH-PERIOD-LABEL    PIC X(7) VALUE "PERIOD ".
               02 HH-FROM-DATE       PIC 99/99/9999.
               02 FILLER             PIC X(4) VALUE " TO ".
               02 HH-TO-DATE         PIC 99/99/9999.

           01 WS-HELD-COL-LINE.
               02 FILLER             PIC X(35) VALUE
                   "ID       NAME                      ".
               02 FILLER             PIC X(31) VALUE
                   "ADDRESS                        ".
               02 FILLER             PIC X(32) VALUE
                   "CITY                 POSTAL     ".
               02 FILLER             PIC X(29) VALUE
                   "RETURNED DOCUMENT ADDRESSEE".

           01 WS-HELD-LINE.
               02 HM-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 HM-NAME            PIC X(25).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-ADDR-STREET     PIC X(30).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-ADDR-CITY       PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-ADDR-POSTAL     PIC X(10).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-RETURNED-DATE   PIC 9(8).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-DOCUMENT        PIC X(8).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-NOTE.
                   03 HM-NOTE-LABEL  PIC X(4).
                   03 HM-NOTE-ID     PIC X(7).

           01 WS-HELD-TOTAL-LINE.
               02 FILLER             PIC X(17)
                   VALUE "MAIL HELD:       ".
               02 HT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0600-CHECK-LEDGER-INDEX THRU 0600-EXIT
               PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
                   UNTIL EOF-REACHED
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               MOVE WS-STATEMENT-COUNT TO WS-RPC-PAGES
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 0750-REGISTER-HELD-MAIL THRU 0750-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           IF WS-LEDGER-READS IS GREATER THAN 9999999
               MOVE 9999999 TO WS-RLG-READ
           ELSE
               MOVE WS-LEDGER-READS TO WS-RLG-READ
           END-IF
           MOVE WS-STATEMENT-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.
                   MOVE PRM-VALUE (1:8) TO WS-TO-DATE-PARM
               WHEN "CUSTOMERS-FILE"
                   MOVE PRM-VALUE TO WS-CUSTOMERS-FILE-NAME
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
       0200-EXIT.
           EXIT.

       0600-CHECK-LEDGER-INDEX.
      *    ONE COUNTING PASS OF THE LIVE LEDGER DECIDES THE ACCESS
      *    PATH: IF IT HOLDS EXACTLY THE LINES THE INDEX CONTROL RECORD
      *    SAYS ARE INDEXED, AND THE LAST OF THEM IS THE ONE IT
      *    REMEMBERS, EACH CUSTOMER'S MOVEMENTS ARE READ BY KEY.
      *    ANYTHING ELSE -- NO INDEX, OR POSTINGS SINCE FILES-63 LAST
      *    RAN -- AND THE LEDGER IS SWEPT PER CUSTOMER AS IT ALWAYS WAS.
           MOVE ZERO TO WS-LEDGER-LINES
           MOVE SPACES TO WS-LEDGER-LAST
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM 0650-COUNT-LEDGER-LINE THRU 0650-EXIT
                   UNTIL LEDGER-EOF-REACHED
               CLOSE LEDGER-FILE
           END-IF
           ADD WS-LEDGER-LINES TO WS-LEDGER-READS

           OPEN INPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "PER CUSTOMER"
               GO TO 0600-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "PER CUSTOMER"
               NOT AT END
                   IF WS-LEDGER-LINES = LXC-LIVE-COUNT
                       AND WS-LEDGER-LAST = LXC-LAST-MOVEMENT
                       SET WS-LEDGER-KEYED TO TRUE
                   ELSE
                       DISPLAY "LEDGER INDEX COVERS " LXC-LIVE-COUNT
                           " OF " WS-LEDGER-LINES " LIVE MOVEMENTS -- "
                           "RUN FILES-63; THE LEDGER IS SWEPT "
                           "PER CUSTOMER"
                   END-IF
           END-READ
           CLOSE INDEX-CONTROL-FILE
           IF NOT WS-LEDGER-KEYED
               GO TO 0600-EXIT
           END-IF

           OPEN INPUT LEDGER-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "LEDGER-INDEX-FILE OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS " -- THE LEDGER IS SWEPT "
                   "PER CUSTOMER"
               SET WS-LEDGER-SWEPT TO TRUE
               GO TO 0600-EXIT
           END-IF
           DISPLAY "LEDGER READ BY KEY THROUGH THE LEDGER INDEX".
       0600-EXIT.
           EXIT.

       0650-COUNT-LEDGER-LINE.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-LINES
                   MOVE LGR-LEDGER-RECORD TO WS-LEDGER-LAST
           END-READ.
       0650-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    EVERY REPORT RUN GOES ON REPORT-CATALOG.dat THE WAY
      *    FILES-13 CATALOGS BACKUPS; THE FINISHED FILE IS REREAD FOR
       0720-EXIT.
           EXIT.

       0750-REGISTER-HELD-MAIL.
      *    THE HELD-MAIL REPORT IS CATALOGUED BESIDE THE STATEMENTS
      *    SO THE MAIL ROOM CAN FIND IT THROUGH FILES-39.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT HELD-MAIL-FILE
           IF NOT HELD-OK
               DISPLAY "HELD-MAIL-FILE REREAD FAILED, STATUS: "
                   WS-HELD-STATUS
               GO TO 0750-EXIT
           END-IF
           PERFORM 0770-COUNT-HELD-LINE THRU 0770-EXIT
               UNTIL WS-RPC-EOF-REACHED
           CLOSE HELD-MAIL-FILE

           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN EXTEND REPORT-CATALOG-FILE
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "REPORT-CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-RPT-CATALOG-STATUS
               GO TO 0750-EXIT
           END-IF
           MOVE "FILES-29" TO RPC-PROGRAM
           MOVE WS-HELD-FILE-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE 1 TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0750-EXIT.
           EXIT.

       0770-COUNT-HELD-LINE.
           READ HELD-MAIL-FILE
               AT END
                   SET WS-RPC-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPC-LINES
           END-READ.
       0770-EXIT.
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

       0300-CHECK-LOCK.
      *    READERS ONLY LOOK -- AN EXCLUSIVE UPDATE LOCK ON HAND MEANS
      *    THE MASTER IS MID-UPDATE AND THIS RUN MUST NOT START.
               GO TO 1000-EXIT
           END-IF

           PERFORM 1150-OPEN-HELD-MAIL THRU 1150-EXIT
           IF WS-ABORT-REQUESTED
               CLOSE CUSTOMERS-FILE
               CLOSE REPORT-FILE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-LOAD-GUARDIANS THRU 1200-EXIT
           PERFORM 1400-POSITION-MASTER THRU 1400-EXIT
           IF NOT EOF-REACHED
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
      *    A PERIOD SET BY RUN-PARM IS ONE PERIOD FOR THE WHOLE MASTER.
           IF WS-FROM-DATE-PARM NOT EQUAL SPACES
               OR WS-TO-DATE-PARM NOT EQUAL SPACES
               MOVE "ALL" TO WS-CYCLE-SELECT
               MOVE ZERO TO WS-CYCLE-FORCED
           END-IF
           IF NOT WS-CYCLE-ALL
               PERFORM 1120-BUILD-CYCLE-WINDOW THRU 1120-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-TO-DATE-PARM NOT EQUAL SPACES
               MOVE WS-TO-DATE-PARM TO WS-PERIOD-TO
           ELSE
       1100-EXIT.
           EXIT.

       1120-BUILD-CYCLE-WINDOW.
      *    EACH CUSTOMER'S PERIOD IS SET FROM ITS OWN CYCLE IN
      *    2030-SET-CYCLE-PERIOD; THE RUN AS A WHOLE COVERS THE CYCLE
      *    CLOSES FROM THE FIRST TO THE LAST DUE.
           PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
           PERFORM 0900-SELECT-CYCLES THRU 0900-EXIT
           IF WS-CYCLES-DUE = ZERO
               MOVE WS-CURRENT-DATE-NUM TO WS-CYCLE-FIRST-CLOSE
               MOVE WS-CURRENT-DATE-NUM TO WS-CYCLE-LAST-CLOSE
           END-IF
           MOVE WS-CYCLE-FIRST-CLOSE TO WS-PERIOD-FROM
           MOVE WS-CYCLE-LAST-CLOSE TO WS-PERIOD-TO
           MOVE "CLOSING" TO HH-PERIOD-LABEL
           OPEN INPUT CYCLE-CHANGES-FILE
           IF CYCLE-CHANGES-OK
               SET WS-CYCLE-CHANGES-OPEN TO TRUE
           ELSE
               IF NOT CYCLE-CHANGES-NOT-FOUND
                   DISPLAY "CYCLE-CHANGES-FILE OPEN FAILED, STATUS: "
                       WS-CYCLE-CHANGES-STATUS " -- MOVED CUSTOMERS "
                       "GET A FULL CYCLE PERIOD"
               END-IF
           END-IF
           DISPLAY "STATEMENTS FOR CYCLES CLOSING " WS-PERIOD-FROM
               " TO " WS-PERIOD-TO.
       1120-EXIT.
           EXIT.

       1150-OPEN-HELD-MAIL.
      *    NO RETURNED-MAIL FILE MEANS NO RETURN HAS BEEN RECORDED YET;
      *    THE FLAG ON THE MASTER STILL DECIDES WHAT IS HELD.
           MOVE SPACES TO WS-HELD-FILE-NAME
           STRING "HELD-MAIL-"         DELIMITED BY SIZE
                  WS-REPORT-FILE-NAME  DELIMITED BY SPACE
               INTO WS-HELD-FILE-NAME
           END-STRING
           OPEN OUTPUT HELD-MAIL-FILE
           IF NOT HELD-OK
               DISPLAY "HELD-MAIL-FILE OPEN FAILED, STATUS: "
                   WS-HELD-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1150-EXIT
           END-IF
           MOVE WS-PERIOD-FROM (7:2) TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-PERIOD-FROM (5:2) TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-PERIOD-FROM (1:4) TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HH-FROM-DATE
           MOVE WS-PERIOD-TO (7:2) TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-PERIOD-TO (5:2) TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-PERIOD-TO (1:4) TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HH-TO-DATE
           WRITE HELD-LINE FROM WS-HELD-HEAD-LINE
           WRITE HELD-LINE FROM WS-HELD-COL-LINE

           OPEN INPUT RETURNED-MAIL-FILE
           IF RETURNED-MAIL-OK
               SET WS-RETURNED-MAIL-OPEN TO TRUE
           ELSE
               IF NOT RETURNED-MAIL-NOT-FOUND
                   DISPLAY "RETURNED-MAIL-FILE OPEN FAILED, STATUS: "
                       WS-RETURNED-MAIL-STATUS " -- HELD MAIL LISTED "
                       "WITHOUT ITS RETURN DETAIL"
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.

       1200-LOAD-GUARDIANS.
      *    NO GUARDIANS FILE SIMPLY MEANS NO MINORS ON THE MASTER.
           MOVE ZERO TO WS-GDN-COUNT
           OPEN INPUT GUARDIANS-FILE
           IF GUARDIANS-NOT-FOUND
               GO TO 1200-EXIT
           END-IF
           IF NOT GUARDIANS-OK
               DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                   WS-GUARDIANS-STATUS " -- STATEMENTS TO CUSTOMERS"
               MOVE 1 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-GUARDIAN THRU 1250-EXIT
               UNTIL GUARDIANS-EOF-REACHED
           CLOSE GUARDIANS-FILE
           PERFORM 1300-FETCH-GUARDIAN THRU 1300-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB IS GREATER THAN WS-GDN-COUNT.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-GUARDIAN.
           READ GUARDIANS-FILE
               AT END
                   SET GUARDIANS-EOF-REACHED TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF WS-GDN-COUNT IS NOT LESS THAN 500
               DISPLAY "GUARDIAN TABLE FULL -- ID " GRD-ID-NUMBER
                   " WILL BE ADDRESSED DIRECT"
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-GDN-COUNT
           MOVE GRD-ID-NUMBER   TO WS-GDN-ID-NUMBER (WS-GDN-COUNT)
           MOVE GRD-GUARDIAN-ID TO WS-GDN-GUARDIAN-ID (WS-GDN-COUNT)
           MOVE "N"             TO WS-GDN-ON-MASTER (WS-GDN-COUNT)
           MOVE SPACE           TO WS-GDN-MAIL-FLAG (WS-GDN-COUNT).
       1250-EXIT.
           EXIT.

       1300-FETCH-GUARDIAN.
           MOVE WS-GDN-GUARDIAN-ID (WS-GDN-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ
           MOVE "Y"         TO WS-GDN-ON-MASTER (WS-GDN-SUB)
           MOVE F-NAME      TO WS-GDN-F-NAME (WS-GDN-SUB)
           MOVE L-NAME      TO WS-GDN-L-NAME (WS-GDN-SUB)
           MOVE ADDR-STREET TO WS-GDN-STREET (WS-GDN-SUB)
           MOVE ADDR-CITY   TO WS-GDN-CITY (WS-GDN-SUB)
           MOVE ADDR-POSTAL TO WS-GDN-POSTAL (WS-GDN-SUB)
           MOVE MAIL-FLAG   TO WS-GDN-MAIL-FLAG (WS-GDN-SUB).
       1300-EXIT.
           EXIT.

       1400-POSITION-MASTER.
      *    THE GUARDIAN LOOKUPS MOVED THE FILE, SO THE SWEEP STARTS
      *    AGAIN FROM THE LOWEST ID.
           MOVE ZERO TO ID-NUMBER
           START CUSTOMERS-FILE KEY IS NOT LESS THAN ID-NUMBER
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
       1400-EXIT.
           EXIT.

       2000-PROCESS-RECORDS.
           PERFORM 0940-TEST-CUSTOMER-CYCLE THRU 0940-EXIT
           IF NOT WS-CYCLE-DUE
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-CYCLE-ALL
               PERFORM 2030-SET-CYCLE-PERIOD THRU 2030-EXIT
           END-IF
           PERFORM 2100-PRINT-STATEMENT THRU 2100-EXIT
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2030-SET-CYCLE-PERIOD.
      *    THE PERIOD RUNS FROM THE CYCLE'S CLOSE A MONTH BEFORE TO THE
      *    DAY BEFORE THIS CLOSE. A CUSTOMER MOVED ONTO THE CYCLE SINCE
      *    THAT EARLIER CLOSE WAS STILL ON THE OLD CYCLE THEN, SO THE
      *    STATEMENT STARTS WHERE THE OLD CYCLE'S LAST ONE LEFT OFF.
           MOVE WS-CYCLE-DATE (WS-CUST-CYCLE-DAY) TO WS-WINDOW-DATE-NUM
           COMPUTE WS-PERIOD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE-NUM) - 1
           COMPUTE WS-PERIOD-TO =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-INTEGER)
           PERFORM 0930-BACK-ONE-MONTH THRU 0930-EXIT
           MOVE WS-WINDOW-DATE-NUM TO WS-PERIOD-FROM
           IF NOT WS-CYCLE-CHANGES-OPEN
               GO TO 2030-EXIT
           END-IF
           MOVE ID-NUMBER TO CYC-ID-NUMBER
           READ CYCLE-CHANGES-FILE
               INVALID KEY
                   GO TO 2030-EXIT
           END-READ
           IF WS-PERIOD-FROM IS NOT GREATER THAN CYC-LAST-CLOSED
               MOVE CYC-BRIDGE-FROM TO WS-PERIOD-FROM
           END-IF.
       2030-EXIT.
           EXIT.

       2100-PRINT-STATEMENT.
      *    A MINOR'S STATEMENT IS ADDRESSED TO THE GUARDIAN; ONE WHOSE
      *    ADDRESSEE'S MAIL IS HELD GOES TO THE HELD-MAIL REPORT.
           PERFORM 2050-MATCH-GUARDIAN THRU 2050-EXIT
           PERFORM 2070-CHECK-MAIL-HELD THRU 2070-EXIT
           IF WS-MAIL-HELD
               GO TO 2100-EXIT
           END-IF
           MOVE ID-NUMBER TO HL-ID-NUMBER
           MOVE WS-PERIOD-FROM (7:2) TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-PERIOD-FROM (5:2) TO WS-DATE-EDIT-NUM (3:2)
               TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE

           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE WS-GDN-F-NAME (WS-GDN-MATCH) TO NL-F-NAME
               MOVE WS-GDN-L-NAME (WS-GDN-MATCH) TO NL-L-NAME
               MOVE WS-GDN-STREET (WS-GDN-MATCH) TO SL-ADDR-STREET
               MOVE WS-GDN-CITY (WS-GDN-MATCH)   TO CL-ADDR-CITY
               MOVE WS-GDN-POSTAL (WS-GDN-MATCH) TO CL-ADDR-POSTAL
           ELSE
               MOVE F-NAME      TO NL-F-NAME
               MOVE L-NAME      TO NL-L-NAME
               MOVE ADDR-STREET TO SL-ADDR-STREET
               MOVE ADDR-CITY   TO CL-ADDR-CITY
               MOVE ADDR-POSTAL TO CL-ADDR-POSTAL
           END-IF
           WRITE REPORT-LINE FROM WS-NAME-LINE
               AFTER ADVANCING 1 LINE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE F-NAME TO BH-F-NAME
               MOVE L-NAME TO BH-L-NAME
               WRITE REPORT-LINE FROM WS-BEHALF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-LINE FROM WS-STREET-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-CITY-LINE
               AFTER ADVANCING 1 LINE

       2200-FIND-OPENING.
      *    FIRST LEDGER PASS: ONLY TO LEARN THE OPENING AND CLOSING
      *    BALANCES, SO THE OPENING LINE CAN PRINT BEFORE THE ITEMS.
           IF WS-LEDGER-KEYED
               PERFORM 2400-START-CUSTOMER-KEY THRU 2400-EXIT
           END-IF
           IF WS-LEDGER-KEYED
               PERFORM 2250-SCAN-FOR-OPENING THRU 2250-EXIT
                   UNTIL LEDGER-EOF-REACHED
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
           EXIT.

       2250-SCAN-FOR-OPENING.
           PERFORM 2450-NEXT-MOVEMENT THRU 2450-EXIT
           IF LEDGER-EOF-REACHED
               GO TO 2250-EXIT
           END-IF
           IF LGR-ID-NUMBER NOT EQUAL ID-NUMBER
               OR LGR-EFFECTIVE-DATE IS LESS THAN WS-PERIOD-FROM
               OR LGR-EFFECTIVE-DATE IS GREATER THAN WS-PERIOD-TO
      *    SECOND LEDGER PASS: THE ITEM LINES THEMSELVES, IN THE ORDER
      *    THE MOVEMENTS WENT ON, WITH THE LEDGER'S OWN AFTER-BALANCE
      *    AS THE RUNNING BALANCE.
           IF WS-LEDGER-KEYED
               PERFORM 2420-RESTART-ENTRIES THRU 2420-EXIT
               PERFORM 2350-PRINT-ITEM THRU 2350-EXIT
                   UNTIL LEDGER-EOF-REACHED
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
           EXIT.

       2350-PRINT-ITEM.
           PERFORM 2450-NEXT-MOVEMENT THRU 2450-EXIT
           IF LEDGER-EOF-REACHED
               GO TO 2350-EXIT
           END-IF
           IF LGR-ID-NUMBER NOT EQUAL ID-NUMBER
               OR LGR-EFFECTIVE-DATE IS LESS THAN WS-PERIOD-FROM
               OR LGR-EFFECTIVE-DATE IS GREATER THAN WS-PERIOD-TO
       2350-EXIT.
           EXIT.

       2400-START-CUSTOMER-KEY.
      *    KEYED PATH: THE CUSTOMER'S INDEX ENTRIES FROM THE FIRST DAY
      *    OF THE PERIOD. THE KEY LEADS WITH THE EFFECTIVE DATE, BUT A
      *    BACK-VALUED POSTING GOES ON AFTER LATER-DATED ONES, SO KEY
      *    ORDER IS NOT THE ORDER THE MOVEMENTS WENT ON. THE PERIOD'S
      *    ENTRIES ARE GATHERED AND PUT BACK INTO SEQUENCE ORDER --
      *    POSTING ORDER, AS IN THE LEDGER ITSELF -- SO THE BALANCES
      *    AGREE WITH A SWEEP. MORE THAN THE TABLE HOLDS AND THE REST
      *    OF THE RUN SWEEPS THE LEDGER INSTEAD.
           MOVE "N" TO LEDGER-EOF
           MOVE "N" TO WS-ENTRY-OVERFLOW-SWITCH
           MOVE ZERO TO WS-ENT-COUNT
           MOVE ID-NUMBER      TO LIX-ID-NUMBER
           MOVE WS-PERIOD-FROM TO LIX-EFFECTIVE-DATE
           MOVE ZERO           TO LIX-SEQUENCE
           START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
               INVALID KEY
                   SET LEDGER-EOF-REACHED TO TRUE
           END-START
           PERFORM 2410-GATHER-ENTRY THRU 2410-EXIT
               UNTIL LEDGER-EOF-REACHED OR WS-ENTRY-OVERFLOW
           IF WS-ENTRY-OVERFLOW
               DISPLAY "CUSTOMER " ID-NUMBER " HAS MORE THAN 500 "
                   "MOVEMENTS IN THE PERIOD -- THE LEDGER IS SWEPT "
                   "FROM HERE ON"
               CLOSE LEDGER-INDEX-FILE
               SET WS-LEDGER-SWEPT TO TRUE
               GO TO 2400-EXIT
           END-IF
           PERFORM 2420-RESTART-ENTRIES THRU 2420-EXIT.
       2400-EXIT.
           EXIT.

       2410-GATHER-ENTRY.
      *    EACH ENTRY IS SLID IN BEHIND THE LAST ONE WITH A LOWER
      *    SEQUENCE; THE INDEX IS MOSTLY IN ORDER ALREADY, SO FEW MOVE.
           MOVE "N" TO WS-INDEX-ENTRY-SWITCH
           PERFORM 2460-READ-INDEX-ENTRY THRU 2460-EXIT
           IF NOT WS-INDEX-ENTRY-FOUND
               GO TO 2410-EXIT
           END-IF
           IF WS-ENT-COUNT IS NOT LESS THAN 500
               SET WS-ENTRY-OVERFLOW TO TRUE
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-ENT-COUNT TO WS-ENT-POS
           MOVE "N" TO WS-ENTRY-PLACED-SWITCH
           PERFORM 2430-MAKE-ROOM THRU 2430-EXIT
               UNTIL WS-ENT-POS = 1 OR WS-ENTRY-PLACED
           MOVE LIX-SEQUENCE TO WS-ENT-SEQUENCE (WS-ENT-POS)
           MOVE LIX-MOVEMENT TO WS-ENT-MOVEMENT (WS-ENT-POS).
       2410-EXIT.
           EXIT.

       2420-RESTART-ENTRIES.
      *    BOTH PASSES READ THE SAME GATHERED ENTRIES FROM THE TOP.
           MOVE "N" TO LEDGER-EOF
           MOVE 1 TO WS-ENT-NEXT.
       2420-EXIT.
           EXIT.

       2430-MAKE-ROOM.
           IF WS-ENT-SEQUENCE (WS-ENT-POS - 1) IS GREATER THAN
                   LIX-SEQUENCE
               MOVE WS-ENTRY (WS-ENT-POS - 1) TO WS-ENTRY (WS-ENT-POS)
               SUBTRACT 1 FROM WS-ENT-POS
           ELSE
               SET WS-ENTRY-PLACED TO TRUE
           END-IF.
       2430-EXIT.
           EXIT.

       2450-NEXT-MOVEMENT.
      *    THE NEXT MOVEMENT INTO THE LEDGER RECORD, FROM THE LEDGER OR
      *    -- KEYED -- FROM THE CUSTOMER'S GATHERED INDEX ENTRIES.
           IF WS-LEDGER-SWEPT
               READ LEDGER-FILE
                   AT END
                       SET LEDGER-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READS
               END-READ
               GO TO 2450-EXIT
           END-IF
           IF WS-ENT-NEXT IS GREATER THAN WS-ENT-COUNT
               SET LEDGER-EOF-REACHED TO TRUE
               GO TO 2450-EXIT
           END-IF
           MOVE WS-ENT-MOVEMENT (WS-ENT-NEXT) TO LGR-LEDGER-RECORD
           ADD 1 TO WS-ENT-NEXT.
       2450-EXIT.
           EXIT.

       2460-READ-INDEX-ENTRY.
      *    THE CUSTOMER'S ENTRIES END AT ANOTHER ID OR PAST THE PERIOD.
      *    MOVEMENTS ALREADY CLOSED TO A FILES-30 ARCHIVE ARE PASSED
      *    OVER: THE STATEMENT SHOWS THE LIVE LEDGER, AS IT ALWAYS HAS.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2460-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READS
           IF LIX-ID-NUMBER NOT EQUAL ID-NUMBER
               OR LIX-EFFECTIVE-DATE IS GREATER THAN WS-PERIOD-TO
               SET LEDGER-EOF-REACHED TO TRUE
               GO TO 2460-EXIT
           END-IF
           IF LIX-ON-LIVE-LEDGER
               MOVE LIX-MOVEMENT TO LGR-LEDGER-RECORD
               SET WS-INDEX-ENTRY-FOUND TO TRUE
           END-IF.
       2460-EXIT.
           EXIT.

       2700-SET-DRCR-OPENING.
           IF WS-OPENING-BALANCE IS LESS THAN ZERO
               MOVE "CR" TO OL-DRCR
       2800-EXIT.
           EXIT.

       2050-MATCH-GUARDIAN.
      *    A MINOR WHOSE GUARDIAN HAS LEFT THE MASTER IS STILL
      *    ADDRESSED DIRECT, AND THE DESK IS TOLD.
           MOVE ZERO TO WS-GDN-MATCH
           PERFORM 2060-MATCH-ONE-GUARDIAN THRU 2060-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB IS GREATER THAN WS-GDN-COUNT
                   OR WS-GDN-MATCH IS GREATER THAN ZERO.
       2050-EXIT.
           EXIT.

       2060-MATCH-ONE-GUARDIAN.
           IF WS-GDN-ID-NUMBER (WS-GDN-SUB) NOT EQUAL ID-NUMBER
               GO TO 2060-EXIT
           END-IF
           IF WS-GDN-ON-MASTER (WS-GDN-SUB) = "Y"
               MOVE WS-GDN-SUB TO WS-GDN-MATCH
           ELSE
               DISPLAY "GUARDIAN " WS-GDN-GUARDIAN-ID (WS-GDN-SUB)
                   " OF ID " ID-NUMBER " NOT ON THE MASTER -- "
                   "STATEMENT ADDRESSED DIRECT"
               MOVE WS-GDN-COUNT TO WS-GDN-SUB
           END-IF.
       2060-EXIT.
           EXIT.

       2070-CHECK-MAIL-HELD.
      *    THE FLAG THAT COUNTS IS THE ADDRESSEE'S: THE GUARDIAN'S FOR
      *    A MINOR, THE CUSTOMER'S OWN OTHERWISE (FILES-60 RECORDS IT).
           MOVE "N" TO WS-HOLD-SWITCH
           MOVE SPACES TO HM-NOTE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               IF WS-GDN-MAIL-FLAG (WS-GDN-MATCH) NOT EQUAL "R"
                   GO TO 2070-EXIT
               END-IF
               MOVE WS-GDN-GUARDIAN-ID (WS-GDN-MATCH) TO WS-HOLD-ID
               MOVE WS-GDN-STREET (WS-GDN-MATCH) TO HM-ADDR-STREET
               MOVE WS-GDN-CITY (WS-GDN-MATCH)   TO HM-ADDR-CITY
               MOVE WS-GDN-POSTAL (WS-GDN-MATCH) TO HM-ADDR-POSTAL
               MOVE "GDN "     TO HM-NOTE-LABEL
               MOVE WS-HOLD-ID TO HM-NOTE-ID
           ELSE
               IF NOT MAIL-RETURNED
                   GO TO 2070-EXIT
               END-IF
               MOVE ID-NUMBER   TO WS-HOLD-ID
               MOVE ADDR-STREET TO HM-ADDR-STREET
               MOVE ADDR-CITY   TO HM-ADDR-CITY
               MOVE ADDR-POSTAL TO HM-ADDR-POSTAL
           END-IF
           SET WS-MAIL-HELD TO TRUE
           MOVE ID-NUMBER TO HM-ID-NUMBER
           MOVE SPACES TO HM-NAME
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO HM-NAME
           END-STRING
           MOVE ZERO TO HM-RETURNED-DATE
           MOVE SPACES TO HM-DOCUMENT
           IF WS-RETURNED-MAIL-OPEN
               MOVE WS-HOLD-ID TO RML-ID-NUMBER
               READ RETURNED-MAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RML-RETURNED-DATE TO HM-RETURNED-DATE
                       MOVE RML-DOCUMENT      TO HM-DOCUMENT
               END-READ
           END-IF
           WRITE HELD-LINE FROM WS-HELD-LINE
           ADD 1 TO WS-HELD-COUNT.
       2070-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END SET EOF-REACHED TO TRUE
           END-READ.
       2900-EXIT.
                   WS-REPORT-STATUS
           END-IF
           DISPLAY "STATEMENTS WRITTEN TO " WS-REPORT-FILE-NAME
           DISPLAY "STATEMENTS PRINTED:  " WS-STATEMENT-COUNT
           IF WS-HELD-COUNT = ZERO
               MOVE "  NO MAIL HELD" TO HELD-LINE
               WRITE HELD-LINE
           END-IF
           MOVE WS-HELD-COUNT TO HT-COUNT
           WRITE HELD-LINE FROM WS-HELD-TOTAL-LINE
           CLOSE HELD-MAIL-FILE
           IF NOT HELD-OK
               DISPLAY "HELD-MAIL-FILE CLOSE FAILED, STATUS: "
                   WS-HELD-STATUS
           END-IF
           IF WS-RETURNED-MAIL-OPEN
               CLOSE RETURNED-MAIL-FILE
           END-IF
           IF WS-CYCLE-CHANGES-OPEN
               CLOSE CYCLE-CHANGES-FILE
           END-IF
           IF WS-LEDGER-KEYED
               CLOSE LEDGER-INDEX-FILE
               DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READS
                   " (BY KEY)"
           ELSE
               DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READS
                   " (FULL SWEEPS)"
           END-IF
           IF NOT WS-CYCLE-ALL
               DISPLAY "NOT IN A CYCLE DUE:  " WS-CYCLE-SKIPPED
           END-IF
           DISPLAY "MAIL HELD: " WS-HELD-COUNT " -- LISTED ON "
               WS-HELD-FILE-NAME.
       9000-EXIT.
           EXIT.

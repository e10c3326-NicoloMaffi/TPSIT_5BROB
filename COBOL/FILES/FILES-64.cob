       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-64.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. MONTH-END PORTFOLIO SNAPSHOT AND
      *   THIRTEEN-MONTH TREND. FILES-22 ANSWERS "WHAT IS ON THE BOOK"
      *   ONLY AS IT STANDS TONIGHT, SO "IS DELINQUENCY GETTING WORSE"
      *   MEANT LINING UP OLD PRINTOUTS. RUN AS A RUN-SCHEDULE.dat STEP
      *   MARKED FOR THE MONTH'S LAST BUSINESS DAY, AFTER FILES-32, THE
      *   PROGRAM TAKES ONE PASS OF THE MASTER FOR THE FILES-22 FIGURES
      *   (CUSTOMERS, DEBIT AND CREDIT BALANCES, BALANCE BANDS AND SCORE
      *   GRADES), TOTALS THE FILES-32 AGED BUCKETS OFF
      *   AGED-POSITIONS.dat FOR EVERY CUSTOMER STILL OWING, COUNTS
      *   CUSTOMER-SUSPENSE.dat AND THE ACCOUNTS AT OR PAST THEIR
      *   CREDIT LIMIT THE WAY FILES-46 JUDGES THEM, AND SAVES THE LOT
      *   AS ONE RECORD ON PORTFOLIO-HISTORY.dat (LAYOUT IN COPYLIB'S
      *   PORTFOLIO-SNAPSHOT-RECORD) KEYED BY THE MONTH. A MONTH TAKEN
      *   AGAIN REPLACES ITS RECORD. THE TREND REPORT
      *   (PORTFOLIO-TREND-CCYYMM.rpt, CATALOGUED ON REPORT-CATALOG.dat)
      *   THEN PRINTS THE THIRTEEN MONTH-ENDS TO THIS ONE SIDE BY SIDE,
      *   EACH FIGURE WITH ITS CHANGE ON THE MONTH BEFORE AND ON THE
      *   SAME MONTH A YEAR EARLIER. THE MONTH IS THE BUSINESS DATE'S;
      *   THE SNAPSHOT-MONTH RUN-PARM (CCYYMM) NAMES ANOTHER, FOR A
      *   MONTH-END STEP RERUN AFTER THE MONTH HAS TURNED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUN-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT RUN-PARMS-FILE ASSIGN TO "RUN-PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT POSITIONS-FILE ASSIGN TO "AGED-POSITIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AGP-ID-NUMBER
               FILE STATUS IS WS-POSITIONS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTOMER-SUSPENSE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "PORTFOLIO-HISTORY.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SNP-MONTH
               FILE STATUS IS WS-HISTORY-STATUS.

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

       FD RUN-LOG-FILE.
           COPY "RUN-LOG-RECORD.cpy".

       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY CUSTOMER-DATA
                         CDR-CREDIT-LIMIT      BY CREDIT-LIMIT
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
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL.

       FD POSITIONS-FILE.
           COPY "AGED-POSITION-RECORD.cpy".

       FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".

       FD HISTORY-FILE.
           COPY "PORTFOLIO-SNAPSHOT-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

           01 WS-RUN-LOG-STATUS     PIC X(2) VALUE SPACES.
               88 RUN-LOG-OK            VALUE "00".
               88 RUN-LOG-NOT-FOUND     VALUE "35".

           01 WS-RLG-EVENT          PIC X(5) VALUE SPACES.
           77 WS-RLG-READ           PIC 9(7) VALUE ZERO.
           77 WS-RLG-WRITTEN        PIC 9(7) VALUE ZERO.

           01 WS-PARMS-STATUS       PIC X(2) VALUE SPACES.
               88 PARMS-OK              VALUE "00".
               88 PARMS-NOT-FOUND       VALUE "35".

           77 PARMS-EOF             PIC X VALUE "N".
               88 PARMS-EOF-REACHED VALUE "Y".

           77 WS-BUSINESS-DATE-PARM PIC X(8) VALUE SPACES.
           01 WS-MONTH-PARM         PIC X(6) VALUE SPACES.
           01 WS-MONTH-PARM-NUM REDEFINES WS-MONTH-PARM.
               02 WS-MPM-CCYY        PIC 9(4).
               02 WS-MPM-MM          PIC 9(2).

           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-POSITIONS-STATUS   PIC X(2) VALUE SPACES.
               88 POSITIONS-OK          VALUE "00".
               88 POSITIONS-NOT-FOUND   VALUE "35".
           77 WS-POSITIONS-SWITCH   PIC X VALUE "N".
               88 WS-POSITIONS-OPEN     VALUE "Y".

           01 WS-SUSPENSE-STATUS    PIC X(2) VALUE SPACES.
               88 SUSPENSE-OK           VALUE "00".
               88 SUSPENSE-NOT-FOUND    VALUE "35".
           77 SUSPENSE-EOF          PIC X VALUE "N".
               88 SUSPENSE-EOF-REACHED VALUE "Y".

           01 WS-HISTORY-STATUS     PIC X(2) VALUE SPACES.
               88 HISTORY-OK            VALUE "00".
               88 HISTORY-NOT-FOUND     VALUE "35".
           77 WS-REPLACED-SWITCH    PIC X VALUE "N".
               88 WS-SNAPSHOT-REPLACED  VALUE "Y".
           77 WS-SAVED-SWITCH       PIC X VALUE "N".
               88 WS-SNAPSHOT-SAVED     VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-PAGES          PIC 9(5) VALUE ZERO.
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-NAME           PIC X(40) VALUE SPACES.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 EOF                   PIC X VALUE "N".
               88 EOF-REACHED       VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).
           01 WS-DATE-EDIT-NUM      PIC 9(8).

      *    THE MONTH THE SNAPSHOT STANDS FOR, AND THE MONTH STEPPED
      *    BACK FROM IT WHEN THE HISTORY IS LOADED FOR THE TREND.
           01 WS-SNAPSHOT-MONTH.
               02 WS-SNM-CCYY        PIC 9999.
               02 WS-SNM-MM          PIC 99.
           01 WS-SNAPSHOT-MONTH-NUM REDEFINES WS-SNAPSHOT-MONTH
                                    PIC 9(6).
           01 WS-STEP-MONTH.
               02 WS-STM-CCYY        PIC 9999.
               02 WS-STM-MM          PIC 99.
           01 WS-STEP-MONTH-NUM REDEFINES WS-STEP-MONTH PIC 9(6).

           77 WS-CUSTOMERS-READ     PIC 9(7) VALUE ZERO.
           77 WS-SUB                PIC 9(2) COMP VALUE ZERO.
           77 WS-PICK               PIC 9(2) COMP VALUE ZERO.

      *    THE TREND WINDOW: SLOTS 13-25 ARE THE THIRTEEN MONTHS
      *    PRINTED, OLDEST FIRST, SLOT 25 THE MONTH JUST TAKEN; SLOTS
      *    1-12 ARE LOADED ONLY FOR THE CHANGE ON THE MONTH AND ON THE
      *    YEAR. EACH SNAPSHOT IS SPREAD INTO WS-TRD-VALUE IN FIGURE
      *    ORDER -- SEE 5200-EXTRACT-FIGURES AND THE LABELS IN
      *    1000-OPEN-FILES.
           01 WS-TREND-TABLE.
               02 WS-TRD-SLOT OCCURS 25 TIMES.
                   03 WS-TRD-MONTH.
                       04 WS-TRD-CCYY    PIC 9999.
                       04 WS-TRD-MM      PIC 99.
                   03 WS-TRD-PRESENT     PIC X.
                   03 WS-TRD-VALUE       PIC S9(11)V99
                                         OCCURS 37 TIMES.
           77 WS-SLOT               PIC 9(2) COMP VALUE ZERO.
           77 WS-COL                PIC 9(2) COMP VALUE ZERO.
           77 WS-FIG                PIC 9(2) COMP VALUE ZERO.
           77 WS-FIG-COUNT          PIC 9(2) COMP VALUE 37.
           77 WS-MONTHS-ON-FILE     PIC 9(2) VALUE ZERO.

           01 WS-FIGURE-TABLE.
               02 WS-FIG-LABEL      PIC X(15) OCCURS 37 TIMES.

           77 WS-CHANGE             PIC S9(11)V99 VALUE ZERO.
           77 WS-WHOLE              PIC S9(11) VALUE ZERO.
           77 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           77 WS-PAGE-COUNT         PIC 9(5) VALUE ZERO.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(43) VALUE
                   "PORTFOLIO TREND -- THIRTEEN MONTH-ENDS TO ".
               02 HL-MM              PIC 99.
               02 FILLER             PIC X VALUE "/".
               02 HL-CCYY            PIC 9999.
               02 FILLER             PIC X(12) VALUE "    RUN ON ".
               02 HL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(10) VALUE "     PAGE ".
               02 HL-PAGE            PIC ZZZZ9.

           01 WS-NOTE-LINE.
               02 FILLER             PIC X(42) VALUE
                   "AMOUNTS IN WHOLE UNITS.  N/A = NO SNAPSHOT".
               02 FILLER             PIC X(45) VALUE
                   " FOR THE MONTH.  ******** = TOO LARGE TO SHOW".

           01 WS-MONTH-HEAD-LINE.
               02 MH-LABEL           PIC X(15).
               02 MH-COLUMN OCCURS 13 TIMES.
                   03 MH-GAP         PIC X(2).
                   03 MH-MM          PIC 99.
                   03 MH-SLASH       PIC X.
                   03 MH-CCYY        PIC 9999.

           01 WS-TREND-LINE.
               02 TR-LABEL           PIC X(15).
               02 TR-COLUMN OCCURS 13 TIMES.
                   03 TR-GAP         PIC X.
                   03 TR-VALUE       PIC -(7)9.
                   03 TR-VALUE-X REDEFINES TR-VALUE PIC X(8).

           01 WS-FOOT-LINE.
               02 FILLER             PIC X(14) VALUE "SNAPSHOT FOR ".
               02 FT-MM              PIC 99.
               02 FILLER             PIC X VALUE "/".
               02 FT-CCYY            PIC 9999.
               02 FT-ACTION          PIC X(22).
               02 FILLER             PIC X(18) VALUE
                   "  MONTHS ON FILE: ".
               02 FT-MONTHS          PIC Z9.
               02 FILLER             PIC X(6) VALUE " OF 13".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-CHECK-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-TALLY-CUSTOMER THRU 2000-EXIT
                   UNTIL EOF-REACHED
               PERFORM 3000-TALLY-SUSPENSE THRU 3000-EXIT
               PERFORM 4000-SAVE-SNAPSHOT THRU 4000-EXIT
               PERFORM 5000-LOAD-HISTORY THRU 5000-EXIT
               PERFORM 6000-PRINT-TREND THRU 6000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-CUSTOMERS-READ TO WS-RLG-READ
           IF WS-SNAPSHOT-SAVED
               MOVE 1 TO WS-RLG-WRITTEN
           END-IF
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.

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
               WHEN "SNAPSHOT-MONTH"
                   MOVE PRM-VALUE (1:6) TO WS-MONTH-PARM
                   PERFORM 0160-CHECK-MONTH-PARM THRU 0160-EXIT
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
           DISPLAY "RUN-PARM " PRM-KEYWORD " = " PRM-VALUE.
       0150-EXIT.
           EXIT.

       0160-CHECK-MONTH-PARM.
           IF WS-MONTH-PARM IS NUMERIC
               IF WS-MPM-MM IS GREATER THAN ZERO
                   AND WS-MPM-MM IS NOT GREATER THAN 12
                   GO TO 0160-EXIT
               END-IF
           END-IF
           DISPLAY "SNAPSHOT-MONTH " WS-MONTH-PARM
               " IS NOT A MONTH CCYYMM -- IGNORED"
           MOVE SPACES TO WS-MONTH-PARM.
       0160-EXIT.
           EXIT.

       0200-WRITE-RUN-LOG.
      *    SAME OPEN-EXTEND-PER-WRITE PATTERN AS CUSTOM-DATA-
      *    CLASSIFICATION'S 1900-WRITE-ELIGIBILITY, SO THE LOG IS ON
      *    DISK EVEN IF THE RUN DIES LATER.
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-NOT-FOUND
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           IF NOT RUN-LOG-OK
               DISPLAY "RUN-LOG-FILE OPEN FAILED, STATUS: "
                   WS-RUN-LOG-STATUS
               GO TO 0200-EXIT
           END-IF
           ACCEPT RLG-DATE FROM DATE YYYYMMDD
           ACCEPT RLG-TIME FROM TIME
           MOVE "FILES-64" TO RLG-PROGRAM-ID
           MOVE WS-RLG-EVENT   TO RLG-EVENT
           MOVE WS-RLG-READ    TO RLG-RECORDS-READ
           MOVE WS-RLG-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE RETURN-CODE    TO RLG-RETURN-CODE
           WRITE RLG-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       0200-EXIT.
           EXIT.

       0300-CHECK-LOCK.
      *    READERS ONLY LOOK -- AN EXCLUSIVE UPDATE LOCK ON HAND MEANS
      *    THE MASTER IS MID-UPDATE AND THIS RUN MUST NOT START.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               GO TO 0300-EXIT
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
       0300-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE TREND REPORT GOES ON REPORT-CATALOG.dat LIKE EVERY
      *    OTHER PRINT FILE, ITS LINE COUNT PROVED BY REREADING IT.
      *    SEE FILES-39 FOR BROWSE AND REPRINT.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT REPORT-FILE
           IF REPORT-OK
               PERFORM 0720-COUNT-REPORT-LINE THRU 0720-EXIT
                   UNTIL WS-RPC-EOF-REACHED
               CLOSE REPORT-FILE
           END-IF
           MOVE WS-PAGE-COUNT TO WS-RPC-PAGES
           MOVE WS-REPORT-FILE-NAME TO WS-RPC-NAME
           PERFORM 0790-WRITE-CATALOG-ENTRY THRU 0790-EXIT.
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

       0790-WRITE-CATALOG-ENTRY.
           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN EXTEND REPORT-CATALOG-FILE
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "REPORT-CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-RPT-CATALOG-STATUS
               GO TO 0790-EXIT
           END-IF
           MOVE "FILES-64" TO RPC-PROGRAM
           MOVE WS-RPC-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE WS-RPC-PAGES TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0790-EXIT.
           EXIT.

       1000-OPEN-FILES.
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-MONTH-PARM NOT EQUAL SPACES
               MOVE WS-MONTH-PARM TO WS-SNAPSHOT-MONTH
               DISPLAY "SNAPSHOT TAKEN FOR " WS-SNM-MM "/" WS-SNM-CCYY
                   " FROM THE BOOK AS IT STANDS NOW"
           ELSE
               MOVE WS-CUR-CCYY TO WS-SNM-CCYY
               MOVE WS-CUR-MM   TO WS-SNM-MM
           END-IF

           MOVE "CUSTOMERS"       TO WS-FIG-LABEL (1)
           MOVE "DEBIT ACCTS"     TO WS-FIG-LABEL (2)
           MOVE "DEBIT BALANCES"  TO WS-FIG-LABEL (3)
           MOVE "CREDIT ACCTS"    TO WS-FIG-LABEL (4)
           MOVE "CREDIT BALANCES" TO WS-FIG-LABEL (5)
           MOVE "CR BAND ACCTS"   TO WS-FIG-LABEL (6)
           MOVE "CR BAND BAL"     TO WS-FIG-LABEL (7)
           MOVE "0-999 ACCTS"     TO WS-FIG-LABEL (8)
           MOVE "0-999 BAL"       TO WS-FIG-LABEL (9)
           MOVE "1K-9,999 ACCTS"  TO WS-FIG-LABEL (10)
           MOVE "1K-9,999 BAL"    TO WS-FIG-LABEL (11)
           MOVE "10K-99K ACCTS"   TO WS-FIG-LABEL (12)
           MOVE "10K-99K BAL"     TO WS-FIG-LABEL (13)
           MOVE "100K+ ACCTS"     TO WS-FIG-LABEL (14)
           MOVE "100K+ BAL"       TO WS-FIG-LABEL (15)
           MOVE "GRADE A ACCTS"   TO WS-FIG-LABEL (16)
           MOVE "GRADE A BAL"     TO WS-FIG-LABEL (17)
           MOVE "GRADE B ACCTS"   TO WS-FIG-LABEL (18)
           MOVE "GRADE B BAL"     TO WS-FIG-LABEL (19)
           MOVE "GRADE C ACCTS"   TO WS-FIG-LABEL (20)
           MOVE "GRADE C BAL"     TO WS-FIG-LABEL (21)
           MOVE "GRADE D ACCTS"   TO WS-FIG-LABEL (22)
           MOVE "GRADE D BAL"     TO WS-FIG-LABEL (23)
           MOVE "GRADE F ACCTS"   TO WS-FIG-LABEL (24)
           MOVE "GRADE F BAL"     TO WS-FIG-LABEL (25)
           MOVE "UNGRADED ACCTS"  TO WS-FIG-LABEL (26)
           MOVE "UNGRADED BAL"    TO WS-FIG-LABEL (27)
           MOVE "AGED DEBTORS"    TO WS-FIG-LABEL (28)
           MOVE "AGED CURRENT"    TO WS-FIG-LABEL (29)
           MOVE "AGED 30+"        TO WS-FIG-LABEL (30)
           MOVE "AGED 60+"        TO WS-FIG-LABEL (31)
           MOVE "AGED 90+"        TO WS-FIG-LABEL (32)
           MOVE "IN DISPUTE"      TO WS-FIG-LABEL (33)
           MOVE "SUSPENSE ITEMS"  TO WS-FIG-LABEL (34)
           MOVE "SUSPENSE AMOUNT" TO WS-FIG-LABEL (35)
           MOVE "OVER-LIMIT ACCT" TO WS-FIG-LABEL (36)
           MOVE "OVER LIMIT BY"   TO WS-FIG-LABEL (37)

           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O HISTORY-FILE
           IF HISTORY-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF NOT HISTORY-OK
               DISPLAY "HISTORY-FILE OPEN FAILED, STATUS: "
                   WS-HISTORY-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "PORTFOLIO-TREND-"     DELIMITED BY SIZE
                  WS-SNAPSHOT-MONTH      DELIMITED BY SIZE
                  ".rpt"                 DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE HISTORY-FILE
               GO TO 1000-EXIT
           END-IF

      *    NO AGED-POSITIONS FILE MEANS FILES-32 HAS NOT AGED ANYONE
      *    YET; THE AGED FIGURES STAND AT ZERO.
           OPEN INPUT POSITIONS-FILE
           IF POSITIONS-OK
               SET WS-POSITIONS-OPEN TO TRUE
           ELSE
               IF POSITIONS-NOT-FOUND
                   DISPLAY "NO AGED-POSITIONS FILE ON HAND -- AGED "
                       "FIGURES TAKEN AS ZERO"
               ELSE
                   DISPLAY "POSITIONS-FILE OPEN FAILED, STATUS: "
                       WS-POSITIONS-STATUS " -- AGED FIGURES TAKEN "
                       "AS ZERO"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 1100-CLEAR-SNAPSHOT THRU 1100-EXIT
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1100-CLEAR-SNAPSHOT.
           MOVE WS-SNAPSHOT-MONTH-NUM TO SNP-MONTH
           MOVE WS-CURRENT-DATE-NUM TO SNP-TAKEN-DATE
           ACCEPT SNP-TAKEN-TIME FROM TIME
           MOVE ZERO TO SNP-CUSTOMER-COUNT
           MOVE ZERO TO SNP-DEBIT-COUNT
           MOVE ZERO TO SNP-DEBIT-TOTAL
           MOVE ZERO TO SNP-CREDIT-COUNT
           MOVE ZERO TO SNP-CREDIT-TOTAL
           PERFORM 1150-CLEAR-BAND THRU 1150-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
           PERFORM 1160-CLEAR-GRADE THRU 1160-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
           MOVE ZERO TO SNP-AGED-COUNT
           MOVE ZERO TO SNP-AGED-CURRENT
           MOVE ZERO TO SNP-AGED-30
           MOVE ZERO TO SNP-AGED-60
           MOVE ZERO TO SNP-AGED-90
           MOVE ZERO TO SNP-AGED-DISPUTED
           MOVE ZERO TO SNP-SUSPENSE-COUNT
           MOVE ZERO TO SNP-SUSPENSE-AMOUNT
           MOVE ZERO TO SNP-OVER-LIMIT-COUNT
           MOVE ZERO TO SNP-OVER-LIMIT-EXCESS.
       1100-EXIT.
           EXIT.

       1150-CLEAR-BAND.
           MOVE ZERO TO SNP-BAND-COUNT (WS-SUB)
           MOVE ZERO TO SNP-BAND-TOTAL (WS-SUB).
       1150-EXIT.
           EXIT.

       1160-CLEAR-GRADE.
           MOVE ZERO TO SNP-GRADE-COUNT (WS-SUB)
           MOVE ZERO TO SNP-GRADE-TOTAL (WS-SUB).
       1160-EXIT.
           EXIT.

       2000-TALLY-CUSTOMER.
      *    THE BANDS AND GRADES ARE FILES-22'S, SO THE SNAPSHOT AND THE
      *    ONE-PAGE SUMMARY AGREE ON A NIGHT THEY BOTH RUN.
           ADD 1 TO SNP-CUSTOMER-COUNT
           IF CUSTOMER-BALANCE IS GREATER THAN ZERO
               ADD 1 TO SNP-DEBIT-COUNT
               ADD CUSTOMER-BALANCE TO SNP-DEBIT-TOTAL
               PERFORM 2100-TALLY-AGED-POSITION THRU 2100-EXIT
           END-IF
           IF CUSTOMER-BALANCE IS LESS THAN ZERO
               ADD 1 TO SNP-CREDIT-COUNT
               SUBTRACT CUSTOMER-BALANCE FROM SNP-CREDIT-TOTAL
           END-IF

           EVALUATE TRUE
               WHEN CUSTOMER-BALANCE IS LESS THAN ZERO
                   MOVE 1 TO WS-PICK
               WHEN CUSTOMER-BALANCE IS LESS THAN 1000
                   MOVE 2 TO WS-PICK
               WHEN CUSTOMER-BALANCE IS LESS THAN 10000
                   MOVE 3 TO WS-PICK
               WHEN CUSTOMER-BALANCE IS LESS THAN 100000
                   MOVE 4 TO WS-PICK
               WHEN OTHER
                   MOVE 5 TO WS-PICK
           END-EVALUATE
           ADD 1 TO SNP-BAND-COUNT (WS-PICK)
           ADD CUSTOMER-BALANCE TO SNP-BAND-TOTAL (WS-PICK)

           EVALUATE SCORE
               WHEN "A" MOVE 1 TO WS-PICK
               WHEN "B" MOVE 2 TO WS-PICK
               WHEN "C" MOVE 3 TO WS-PICK
               WHEN "D" MOVE 4 TO WS-PICK
               WHEN "F" MOVE 5 TO WS-PICK
               WHEN OTHER MOVE 6 TO WS-PICK
           END-EVALUATE
           ADD 1 TO SNP-GRADE-COUNT (WS-PICK)
           ADD CUSTOMER-BALANCE TO SNP-GRADE-TOTAL (WS-PICK)

      *    OVER LIMIT AS FILES-46 HAS IT: A LIMIT KEYED AND THE BALANCE
      *    AT OR PAST IT.
           IF CREDIT-LIMIT IS NUMERIC AND CREDIT-LIMIT NOT = ZERO
               IF CUSTOMER-BALANCE IS NOT LESS THAN CREDIT-LIMIT
                   ADD 1 TO SNP-OVER-LIMIT-COUNT
                   COMPUTE SNP-OVER-LIMIT-EXCESS =
                       SNP-OVER-LIMIT-EXCESS
                           + CUSTOMER-BALANCE - CREDIT-LIMIT
               END-IF
           END-IF

           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-TALLY-AGED-POSITION.
      *    ONLY A CUSTOMER STILL OWING COUNTS: ONE WHO HAS PAID OFF
      *    SINCE THE CYCLE CLOSED KEEPS A POSITION UNTIL THE NEXT
      *    CLOSE, BUT NO LONGER OWES WHAT IT SAYS.
           IF NOT WS-POSITIONS-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE ID-NUMBER TO AGP-ID-NUMBER
           READ POSITIONS-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO SNP-AGED-COUNT
           ADD AGP-CURRENT  TO SNP-AGED-CURRENT
           ADD AGP-30       TO SNP-AGED-30
           ADD AGP-60       TO SNP-AGED-60
           ADD AGP-90       TO SNP-AGED-90
           ADD AGP-DISPUTED TO SNP-AGED-DISPUTED.
       2100-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMERS-FILE
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
           END-READ.
       2900-EXIT.
           EXIT.

       3000-TALLY-SUSPENSE.
      *    EVERYTHING ON CUSTOMER-SUSPENSE.dat IS STILL UNRESOLVED --
      *    FILES-45 REBUILDS THE FILE WITHOUT WHAT IT CLEARS.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF
           IF NOT SUSPENSE-OK
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS: "
                   WS-SUSPENSE-STATUS " -- SUSPENSE TAKEN AS ZERO"
               MOVE 1 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-TALLY-ONE-SUSPENSE THRU 3100-EXIT
               UNTIL SUSPENSE-EOF-REACHED
           CLOSE SUSPENSE-FILE.
       3000-EXIT.
           EXIT.

       3100-TALLY-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET SUSPENSE-EOF-REACHED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO SNP-SUSPENSE-COUNT
           IF SUS-AMOUNT IS NUMERIC
               ADD SUS-AMOUNT TO SNP-SUSPENSE-AMOUNT
           END-IF.
       3100-EXIT.
           EXIT.

       4000-SAVE-SNAPSHOT.
      *    A MONTH ALREADY ON FILE IS REPLACED, NOT ADDED TWICE.
           WRITE SNP-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE SNP-SNAPSHOT-RECORD
                       INVALID KEY
                           DISPLAY "HISTORY-FILE REWRITE FAILED FOR "
                               SNP-MONTH ", STATUS: "
                               WS-HISTORY-STATUS
                           MOVE 1 TO RETURN-CODE
                           GO TO 4000-EXIT
                   END-REWRITE
                   SET WS-SNAPSHOT-REPLACED TO TRUE
           END-WRITE
           SET WS-SNAPSHOT-SAVED TO TRUE
           IF WS-SNAPSHOT-REPLACED
               DISPLAY "SNAPSHOT FOR " SNP-MM "/" SNP-CCYY
                   " REPLACED THE ONE TAKEN EARLIER"
           ELSE
               DISPLAY "SNAPSHOT FOR " SNP-MM "/" SNP-CCYY " SAVED"
           END-IF.
       4000-EXIT.
           EXIT.

       5000-LOAD-HISTORY.
           MOVE WS-SNAPSHOT-MONTH TO WS-STEP-MONTH
           MOVE ZERO TO WS-MONTHS-ON-FILE
           PERFORM 5100-LOAD-ONE-MONTH THRU 5100-EXIT
               VARYING WS-SLOT FROM 25 BY -1 UNTIL WS-SLOT = ZERO.
       5000-EXIT.
           EXIT.

       5100-LOAD-ONE-MONTH.
           MOVE WS-STEP-MONTH TO WS-TRD-MONTH (WS-SLOT)
           MOVE "N" TO WS-TRD-PRESENT (WS-SLOT)
           MOVE WS-STEP-MONTH-NUM TO SNP-MONTH
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRD-PRESENT (WS-SLOT)
                   PERFORM 5200-EXTRACT-FIGURES THRU 5200-EXIT
                   IF WS-SLOT IS GREATER THAN 12
                       ADD 1 TO WS-MONTHS-ON-FILE
                   END-IF
           END-READ
           IF WS-STM-MM = 1
               MOVE 12 TO WS-STM-MM
               SUBTRACT 1 FROM WS-STM-CCYY
           ELSE
               SUBTRACT 1 FROM WS-STM-MM
           END-IF.
       5100-EXIT.
           EXIT.

       5200-EXTRACT-FIGURES.
      *    FIGURE ORDER IS THE ORDER THE REPORT PRINTS IN: THE BANDS
      *    AND GRADES EACH TAKE AN ACCOUNTS FIGURE AND A BALANCE FIGURE.
           MOVE SNP-CUSTOMER-COUNT TO WS-TRD-VALUE (WS-SLOT, 1)
           MOVE SNP-DEBIT-COUNT    TO WS-TRD-VALUE (WS-SLOT, 2)
           MOVE SNP-DEBIT-TOTAL    TO WS-TRD-VALUE (WS-SLOT, 3)
           MOVE SNP-CREDIT-COUNT   TO WS-TRD-VALUE (WS-SLOT, 4)
           MOVE SNP-CREDIT-TOTAL   TO WS-TRD-VALUE (WS-SLOT, 5)
           PERFORM 5250-EXTRACT-BAND THRU 5250-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
           PERFORM 5260-EXTRACT-GRADE THRU 5260-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
           MOVE SNP-AGED-COUNT     TO WS-TRD-VALUE (WS-SLOT, 28)
           MOVE SNP-AGED-CURRENT   TO WS-TRD-VALUE (WS-SLOT, 29)
           MOVE SNP-AGED-30        TO WS-TRD-VALUE (WS-SLOT, 30)
           MOVE SNP-AGED-60        TO WS-TRD-VALUE (WS-SLOT, 31)
           MOVE SNP-AGED-90        TO WS-TRD-VALUE (WS-SLOT, 32)
           MOVE SNP-AGED-DISPUTED  TO WS-TRD-VALUE (WS-SLOT, 33)
           MOVE SNP-SUSPENSE-COUNT TO WS-TRD-VALUE (WS-SLOT, 34)
           MOVE SNP-SUSPENSE-AMOUNT TO WS-TRD-VALUE (WS-SLOT, 35)
           MOVE SNP-OVER-LIMIT-COUNT TO WS-TRD-VALUE (WS-SLOT, 36)
           MOVE SNP-OVER-LIMIT-EXCESS TO WS-TRD-VALUE (WS-SLOT, 37).
       5200-EXIT.
           EXIT.

       5250-EXTRACT-BAND.
           COMPUTE WS-FIG = 4 + (2 * WS-SUB)
           MOVE SNP-BAND-COUNT (WS-SUB)
               TO WS-TRD-VALUE (WS-SLOT, WS-FIG)
           ADD 1 TO WS-FIG
           MOVE SNP-BAND-TOTAL (WS-SUB)
               TO WS-TRD-VALUE (WS-SLOT, WS-FIG).
       5250-EXIT.
           EXIT.

       5260-EXTRACT-GRADE.
           COMPUTE WS-FIG = 14 + (2 * WS-SUB)
           MOVE SNP-GRADE-COUNT (WS-SUB)
               TO WS-TRD-VALUE (WS-SLOT, WS-FIG)
           ADD 1 TO WS-FIG
           MOVE SNP-GRADE-TOTAL (WS-SUB)
               TO WS-TRD-VALUE (WS-SLOT, WS-FIG).
       5260-EXIT.
           EXIT.

       6000-PRINT-TREND.
           MOVE WS-SNM-MM   TO HL-MM
           MOVE WS-SNM-CCYY TO HL-CCYY
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE SPACES TO WS-MONTH-HEAD-LINE
           MOVE "FIGURE" TO MH-LABEL
           PERFORM 6150-HEAD-ONE-MONTH THRU 6150-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 13
           PERFORM 6100-PRINT-HEADING THRU 6100-EXIT
           PERFORM 6200-PRINT-FIGURE THRU 6200-EXIT
               VARYING WS-FIG FROM 1 BY 1 UNTIL WS-FIG > WS-FIG-COUNT

           MOVE WS-SNM-MM   TO FT-MM
           MOVE WS-SNM-CCYY TO FT-CCYY
           IF WS-SNAPSHOT-REPLACED
               MOVE " REPLACED EARLIER ONE" TO FT-ACTION
           ELSE
               IF WS-SNAPSHOT-SAVED
                   MOVE " TAKEN THIS RUN" TO FT-ACTION
               ELSE
                   MOVE " NOT SAVED" TO FT-ACTION
               END-IF
           END-IF
           MOVE WS-MONTHS-ON-FILE TO FT-MONTHS
           WRITE REPORT-LINE FROM WS-FOOT-LINE
               AFTER ADVANCING 2 LINES.
       6000-EXIT.
           EXIT.

       6100-PRINT-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO HL-PAGE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-NOTE-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-MONTH-HEAD-LINE
               AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.
       6100-EXIT.
           EXIT.

       6150-HEAD-ONE-MONTH.
           COMPUTE WS-SLOT = WS-COL + 12
           MOVE WS-TRD-MM (WS-SLOT)   TO MH-MM (WS-COL)
           MOVE "/"                   TO MH-SLASH (WS-COL)
           MOVE WS-TRD-CCYY (WS-SLOT) TO MH-CCYY (WS-COL).
       6150-EXIT.
           EXIT.

       6200-PRINT-FIGURE.
      *    THREE LINES A FIGURE -- THE MONTH-END VALUES, THE CHANGE ON
      *    THE MONTH BEFORE, THE CHANGE ON THE SAME MONTH LAST YEAR --
      *    AND A BLANK, KEPT TOGETHER ON ONE PAGE.
           IF WS-LINE-COUNT IS GREATER THAN 56
               PERFORM 6100-PRINT-HEADING THRU 6100-EXIT
           END-IF
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-FIG-LABEL (WS-FIG) TO TR-LABEL
           PERFORM 6250-FILL-VALUE THRU 6250-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 13
           WRITE REPORT-LINE FROM WS-TREND-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO WS-TREND-LINE
           MOVE "  ON MONTH" TO TR-LABEL
           PERFORM 6260-FILL-MONTH-CHANGE THRU 6260-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 13
           WRITE REPORT-LINE FROM WS-TREND-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-TREND-LINE
           MOVE "  ON YEAR" TO TR-LABEL
           PERFORM 6270-FILL-YEAR-CHANGE THRU 6270-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 13
           WRITE REPORT-LINE FROM WS-TREND-LINE
               AFTER ADVANCING 1 LINE
           ADD 4 TO WS-LINE-COUNT.
       6200-EXIT.
           EXIT.

       6250-FILL-VALUE.
           COMPUTE WS-SLOT = WS-COL + 12
           IF WS-TRD-PRESENT (WS-SLOT) NOT = "Y"
               MOVE "     N/A" TO TR-VALUE-X (WS-COL)
               GO TO 6250-EXIT
           END-IF
           MOVE WS-TRD-VALUE (WS-SLOT, WS-FIG) TO WS-CHANGE
           PERFORM 6290-EDIT-COLUMN THRU 6290-EXIT.
       6250-EXIT.
           EXIT.

       6260-FILL-MONTH-CHANGE.
           COMPUTE WS-SLOT = WS-COL + 12
           IF WS-TRD-PRESENT (WS-SLOT) NOT = "Y"
               OR WS-TRD-PRESENT (WS-SLOT - 1) NOT = "Y"
               GO TO 6260-EXIT
           END-IF
           COMPUTE WS-CHANGE = WS-TRD-VALUE (WS-SLOT, WS-FIG)
               - WS-TRD-VALUE (WS-SLOT - 1, WS-FIG)
           PERFORM 6290-EDIT-COLUMN THRU 6290-EXIT.
       6260-EXIT.
           EXIT.

       6270-FILL-YEAR-CHANGE.
           COMPUTE WS-SLOT = WS-COL + 12
           IF WS-TRD-PRESENT (WS-SLOT) NOT = "Y"
               OR WS-TRD-PRESENT (WS-COL) NOT = "Y"
               GO TO 6270-EXIT
           END-IF
           COMPUTE WS-CHANGE = WS-TRD-VALUE (WS-SLOT, WS-FIG)
               - WS-TRD-VALUE (WS-COL, WS-FIG)
           PERFORM 6290-EDIT-COLUMN THRU 6290-EXIT.
       6270-EXIT.
           EXIT.

       6290-EDIT-COLUMN.
           COMPUTE WS-WHOLE ROUNDED = WS-CHANGE
           IF WS-WHOLE IS GREATER THAN 9999999
               OR WS-WHOLE IS LESS THAN -9999999
               MOVE ALL "*" TO TR-VALUE-X (WS-COL)
           ELSE
               MOVE WS-WHOLE TO TR-VALUE (WS-COL)
           END-IF.
       6290-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF
           CLOSE HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY "HISTORY-FILE CLOSE FAILED, STATUS: "
                   WS-HISTORY-STATUS
           END-IF
           IF WS-POSITIONS-OPEN
               CLOSE POSITIONS-FILE
           END-IF
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF
           DISPLAY "CUSTOMERS READ: " WS-CUSTOMERS-READ
           DISPLAY "MONTHS OF THE THIRTEEN ON FILE: " WS-MONTHS-ON-FILE
           DISPLAY "TREND REPORT: " WS-REPORT-FILE-NAME.
       9000-EXIT.
           EXIT.

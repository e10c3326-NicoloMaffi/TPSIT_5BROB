       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-54.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. REFUND RUN FOR CUSTOMERS CARRYING
      *   A CREDIT BALANCE. SINCE THE MASTER BALANCE WENT SIGNED, AN
      *   OVERPAYMENT OR UNAPPLIED CASH LEAVES THE CUSTOMER SITTING IN
      *   CREDIT, AND PAYING IT BACK MEANT A MANUAL CHEQUE AND A
      *   HAND-KEYED FILES-9 DEBIT. THE RUN TAKES THE EXCLUSIVE
      *   RUN-LOCK AND PROPOSES EVERY CUSTOMER, NOT WRITTEN OFF, WHOSE
      *   BALANCE IS IN CREDIT BY AT LEAST REFUND-MIN-AMOUNT (RUN-PARM,
      *   DEFAULT 10.00). THE CUSTOMER'S MOVEMENTS ON THE LEDGER THEN
      *   SAY HOW LONG THE CREDIT HAS STOOD: IT HAS STOOD SINCE THE
      *   LAST MOVEMENT THAT CARRIED THE BALANCE INTO CREDIT BY THE
      *   MINIMUM, OR -- WITH NO SUCH MOVEMENT ON THE LIVE LEDGER --
      *   SINCE THE CUSTOMER'S LAST ACTIVITY. A CREDIT THAT HAS NOT
      *   STOOD REFUND-MIN-DAYS (DEFAULT 30) IS HELD FOR A LATER RUN, AS
      *   IS ANY CUSTOMER WITH AN ITEM WAITING ON CUSTOMER-SUSPENSE.dat
      *   OR AN OPEN ITEM IN DISPUTE (SEE FILES-53) -- THE CREDIT MAY
      *   YET BE NEEDED. EACH REFUND POSTS A TYPE-"D" DEBIT TO THE
      *   LEDGER FOR THE WHOLE CREDIT ON THE DEFAULT ACCOUNT 001
      *   (AUTO-OPENED AND SEEDED THE WAY FILES-9 DOES IT), TAKING THE
      *   MASTER BALANCE BACK TO ZERO, AND WRITES A PAYMENT LINE ON THE
      *   OUTGOING BANK FILE REFUND-PAYMENTS-CCYYMMDD.dat, WHICH CARRIES
      *   A HEADER AND A TRAILER WITH THE COUNT, ID HASH AND AMOUNT
      *   TOTAL THE SAME WAY THE TRANSMITTAL BATCHES DO (SEE FILES-1).
      *   THE BANK FILE IS NEVER OVERWRITTEN: A DAY WHOSE FILE ALREADY
      *   EXISTS REFUSES THE RUN. EVERY CUSTOMER PROPOSED, REFUNDED OR
      *   HELD, IS PRINTED ON THE REFUND REGISTER
      *   (REFUND-REGISTER-CCYYMMDD.rpt) WITH RUN TOTALS, AND BOTH THE
      *   REGISTER AND THE BANK FILE ARE CATALOGUED ON
      *   REPORT-CATALOG.dat.
      * 15/10/2026 NM - THE REFUND NO LONGER PAYS OUT THE WHOLE MASTER
      *   CREDIT, WHICH TAKES IN FIXED-TERM DEPOSITS (TYPE-"D" ACCOUNTS,
      *   SEE FILES-56) THAT ARE NOT THE CUSTOMER'S TO HAVE BACK BEFORE
      *   MATURITY. THE REFUNDABLE CREDIT IS THE NET CREDIT ACROSS THE
      *   CUSTOMER'S REGULAR (TYPE-"R") ACCOUNTS ONLY -- A LEGACY
      *   CUSTOMER WITH NO ACCOUNT 001 YET COUNTS THE SHARE OF THE
      *   MASTER BALANCE THAT ACCOUNT WOULD BE SEEDED WITH -- AND A
      *   CUSTOMER IS PROPOSED ONLY WHEN THAT REACHES REFUND-MIN-AMOUNT.
      *   THE REFUND IS DEBITED FROM THE REGULAR ACCOUNTS THAT CARRY THE
      *   CREDIT, IN ACCOUNT ORDER, ONE TYPE-"D" LEDGER MOVEMENT PER
      *   ACCOUNT, AND TAKES THE MASTER BALANCE DOWN BY THE SAME AMOUNT
      *   RATHER THAN TO ZERO. A CUSTOMER WHOSE MAIL IS COMING BACK
      *   (MAIL-FLAG "R", SEE FILES-60) IS HELD ON THE REGISTER AS
      *   RETURNED MAIL, AS THE STATEMENT AND LETTER RUNS HOLD THEM, SO
      *   NO PAYMENT GOES TO AN ADDRESS KNOWN TO BE WRONG.
      * 15/10/2026 NM - AN AUTO-OPENED DEFAULT ACCOUNT 001 NOW HAS ITS
      *   DEPOSIT TERMS CLEARED BEFORE IT IS WRITTEN, AS FILES-33 DOES
      *   FOR A NEW ACCOUNT, SO IT CANNOT INHERIT THE TERMS OF THE LAST
      *   DEPOSIT ACCOUNT READ INTO THE RECORD AREA.
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
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT ACCOUNTS-FILE ASSIGN TO "CUSTOMER-ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTOMER-SUSPENSE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

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

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".

      *    THE OUTGOING BANK FILE: ONE HEADER, ONE PAYMENT LINE PER
      *    REFUND, ONE TRAILER THE BANK PROVES THE FILE AGAINST.
       FD PAYMENT-FILE.
           01 PAYMENT-HEADER-RECORD.
               02 PYH-RECORD-TYPE  PIC X.
               02 PYH-FILE-DATE    PIC 9(8).
               02 PYH-SOURCE       PIC X(10).
           01 PAYMENT-DETAIL-RECORD.
               02 PYD-RECORD-TYPE  PIC X.
               02 PYD-ID-NUMBER    PIC 9(7).
               02 PYD-PAYEE-F-NAME PIC X(20).
               02 PYD-PAYEE-L-NAME PIC X(20).
               02 PYD-ADDR-STREET  PIC X(30).
               02 PYD-ADDR-CITY    PIC X(20).
               02 PYD-ADDR-POSTAL  PIC X(10).
               02 PYD-AMOUNT       PIC 9(7)V99.
               02 PYD-PAYMENT-DATE PIC 9(8).
           01 PAYMENT-TRAILER-RECORD.
               02 PYT-RECORD-TYPE  PIC X.
               02 PYT-RECORD-COUNT PIC 9(7).
               02 PYT-ID-HASH      PIC 9(11).
               02 PYT-AMOUNT-TOTAL PIC 9(11)V99.

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

      *    REFUND-MIN-AMOUNT AND REFUND-MIN-DAYS, WITH THEIR DEFAULTS.
           77 WS-MIN-AMOUNT         PIC 9(7)V99 VALUE 10.00.
           77 WS-MIN-DAYS           PIC 9(3) VALUE 30.
           01 WS-DAYS-PARM          PIC X(3) VALUE SPACES.
           01 WS-DAYS-PARM-NUM REDEFINES WS-DAYS-PARM PIC 9(3).
           01 WS-AMOUNT-PARM        PIC X(9) VALUE SPACES.
           01 WS-AMOUNT-PARM-NUM REDEFINES WS-AMOUNT-PARM
                                    PIC 9(7)V99.
           77 WS-CREDIT-THRESHOLD   PIC S9(7)V99 VALUE ZERO.

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-ACCOUNTS-STATUS    PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".

           01 WS-OPEN-ITEMS-STATUS  PIC X(2) VALUE SPACES.
               88 OPEN-ITEMS-OK         VALUE "00".
               88 OPEN-ITEMS-NOT-FOUND  VALUE "35".
           77 WS-OPEN-ITEMS-SWITCH  PIC X VALUE "N".
               88 WS-OPEN-ITEMS-ON-HAND VALUE "Y".

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".
           77 WS-LEDGER-SWITCH      PIC X VALUE "N".
               88 WS-LEDGER-OPEN        VALUE "Y".

           01 WS-SUSPENSE-STATUS    PIC X(2) VALUE SPACES.
               88 SUSPENSE-OK           VALUE "00".
               88 SUSPENSE-NOT-FOUND    VALUE "35".

           01 WS-PAYMENT-STATUS     PIC X(2) VALUE SPACES.
               88 PAYMENT-OK            VALUE "00".
               88 PAYMENT-NOT-FOUND     VALUE "35".
           77 WS-PAYMENT-FILE-NAME  PIC X(40) VALUE SPACES.

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.
           77 WS-REGISTER-FILE-NAME PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           77 CUSTOMERS-EOF         PIC X VALUE "N".
               88 CUSTOMERS-EOF-REACHED VALUE "Y".
           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED    VALUE "Y".
           77 SUSPENSE-EOF          PIC X VALUE "N".
               88 SUSPENSE-EOF-REACHED  VALUE "Y".
           77 WS-SWEEP-SWITCH       PIC X VALUE "N".
               88 WS-SWEEP-DONE         VALUE "Y".
           77 WS-ACCOUNT-SWITCH     PIC X VALUE "N".
               88 WS-ACCOUNT-READY      VALUE "Y".
           77 WS-HOLD-SWITCH        PIC X VALUE "N".
               88 WS-HOLD-FOUND         VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           01 WS-DATE-EDIT-NUM      PIC 9(8).
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-SINCE-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-CREDIT-AGE-DAYS    PIC S9(5) COMP VALUE ZERO.

      *    CUSTOMERS WITH AN ITEM WAITING ON CUSTOMER-SUSPENSE.dat.
           01 WS-SUSPENSE-TABLE.
               02 WS-SUS-ID-NUMBER PIC 9(7) OCCURS 500 TIMES.
           77 WS-SUS-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-SUS-SUB            PIC 9(3) COMP VALUE ZERO.

      *    THE CUSTOMERS PROPOSED FOR A REFUND. WS-RFD-SINCE IS THE DATE
      *    THE CREDIT HAS STOOD FROM; ALL NINES WHEN THE LAST MOVEMENT
      *    TOOK THE BALANCE OUT OF CREDIT. WS-RFD-AMOUNT IS THE NET
      *    CREDIT ON THE REGULAR ACCOUNTS -- WHAT CAN BE PAID BACK.
           01 WS-REFUND-TABLE.
               02 WS-RFD-ENTRY OCCURS 500 TIMES.
                   03 WS-RFD-ID-NUMBER PIC 9(7).
                   03 WS-RFD-SINCE     PIC 9(8).
                   03 WS-RFD-AMOUNT    PIC 9(7)V99.
           77 WS-RFD-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-RFD-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-RFD-PICK           PIC 9(3) COMP VALUE ZERO.

           77 WS-REFUND-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           77 WS-BEFORE-BALANCE     PIC S9(7)V99 VALUE ZERO.
           77 WS-OTHER-ACCOUNT-SUM  PIC S9(9)V99 VALUE ZERO.
           77 WS-REGULAR-SUM        PIC S9(9)V99 VALUE ZERO.
           77 WS-DEFAULT-SWITCH     PIC X VALUE "N".
               88 WS-DEFAULT-ON-FILE    VALUE "Y".
           77 WS-REFUND-LEFT        PIC 9(7)V99 VALUE ZERO.
           77 WS-REFUND-TAKE        PIC 9(7)V99 VALUE ZERO.
           77 WS-RUNNING-BALANCE    PIC S9(7)V99 VALUE ZERO.

           77 WS-CUSTOMERS-READ     PIC 9(7) VALUE ZERO.
           77 WS-CUSTOMERS-DEFERRED PIC 9(7) VALUE ZERO.
           77 WS-REFUNDS-PAID       PIC 9(7) VALUE ZERO.
           77 WS-REFUNDS-PAID-TOTAL PIC 9(11)V99 VALUE ZERO.
           77 WS-REFUND-ID-HASH     PIC 9(11) VALUE ZERO.
           77 WS-HELD-TOO-RECENT    PIC 9(7) VALUE ZERO.
           77 WS-HELD-SUSPENSE      PIC 9(7) VALUE ZERO.
           77 WS-HELD-DISPUTE       PIC 9(7) VALUE ZERO.
           77 WS-HELD-MAIL          PIC 9(7) VALUE ZERO.
           77 WS-HELD-TOTAL         PIC 9(11)V99 VALUE ZERO.
           77 WS-REFUNDS-FAILED     PIC 9(7) VALUE ZERO.

           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

           01 WS-REGISTER-HEAD-LINE.
               02 FILLER             PIC X(35) VALUE
                   "REFUND REGISTER -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.

           01 WS-REGISTER-TERMS-LINE.
               02 FILLER             PIC X(20) VALUE
                   "CREDIT OF AT LEAST ".
               02 TM-MIN-AMOUNT      PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(20) VALUE
                   " STANDING AT LEAST ".
               02 TM-MIN-DAYS        PIC ZZ9.
               02 FILLER             PIC X(5) VALUE " DAYS".

           01 WS-REGISTER-COL-LINE.
               02 FILLER             PIC X(40) VALUE
                   "ID       NAME                  CREDIT SI".
               02 FILLER             PIC X(48) VALUE
                   "NCE   DAYS        REFUND   OUTCOME".

           01 WS-REGISTER-LINE.
               02 RL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-NAME            PIC X(21).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-SINCE           PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RL-DAYS            PIC ZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 RL-AMOUNT          PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 RL-OUTCOME         PIC X(36).

           01 WS-REGISTER-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.
               02 FILLER             PIC X(1) VALUE SPACE.
               02 TL-AMOUNT          PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-LOAD-SUSPENSE THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-OPEN-FILES THRU 1500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-PROPOSE-CUSTOMER THRU 2000-EXIT
                   UNTIL CUSTOMERS-EOF-REACHED
               PERFORM 2500-DATE-CREDITS THRU 2500-EXIT
               PERFORM 2600-OPEN-LEDGER THRU 2600-EXIT
               IF WS-LEDGER-OPEN
                   PERFORM 3000-REFUND-CUSTOMER THRU 3000-EXIT
                       VARYING WS-RFD-PICK FROM 1 BY 1
                       UNTIL WS-RFD-PICK IS GREATER THAN WS-RFD-COUNT
               END-IF
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               MOVE WS-PAYMENT-FILE-NAME TO WS-REPORT-FILE-NAME
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               MOVE WS-REGISTER-FILE-NAME TO WS-REPORT-FILE-NAME
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-CUSTOMERS-READ TO WS-RLG-READ
           MOVE WS-REFUNDS-PAID TO WS-RLG-WRITTEN
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
               WHEN "REFUND-MIN-AMOUNT"
                   MOVE PRM-VALUE (1:9) TO WS-AMOUNT-PARM
                   IF WS-AMOUNT-PARM-NUM IS NOT NUMERIC
                       DISPLAY "RUN-PARM REFUND-MIN-AMOUNT NOT "
                           "NUMERIC -- DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-AMOUNT-PARM-NUM TO WS-MIN-AMOUNT
               WHEN "REFUND-MIN-DAYS"
                   MOVE PRM-VALUE (1:3) TO WS-DAYS-PARM
                   IF WS-DAYS-PARM IS NOT NUMERIC
                       DISPLAY "RUN-PARM REFUND-MIN-DAYS NOT "
                           "NUMERIC -- DEFAULT KEPT"
                       GO TO 0150-EXIT
                   END-IF
                   MOVE WS-DAYS-PARM-NUM TO WS-MIN-DAYS
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
           DISPLAY "RUN-PARM " PRM-KEYWORD " = " PRM-VALUE.
       0150-EXIT.
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
           MOVE "FILES-54" TO RLG-PROGRAM-ID
           MOVE WS-RLG-EVENT   TO RLG-EVENT
           MOVE WS-RLG-READ    TO RLG-RECORDS-READ
           MOVE WS-RLG-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE RETURN-CODE    TO RLG-RETURN-CODE
           WRITE RLG-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       0200-EXIT.
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
           MOVE "FILES-54" TO LCK-PROGRAM
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
               MOVE "FILES-54" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       0500-SET-BUSINESS-DATE.
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-CREDIT-THRESHOLD = ZERO - WS-MIN-AMOUNT
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4).
       0500-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    EACH PRINT FILE GOES ON REPORT-CATALOG.dat THE WAY FILES-32
      *    REGISTERS ITS OWN, REREAD FOR ITS LINE COUNT SO THE CATALOG
      *    PROVES WHAT IS ON DISK. THE BANK FILE IS CATALOGUED THE SAME
      *    WAY, THROUGH WS-REPORT-FILE-NAME.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT REPORT-FILE
           IF REPORT-OK
               PERFORM 0720-COUNT-REPORT-LINE THRU 0720-EXIT
                   UNTIL WS-RPC-EOF-REACHED
               CLOSE REPORT-FILE
           END-IF

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
           MOVE "FILES-54" TO RPC-PROGRAM
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

       1000-LOAD-SUSPENSE.
      *    NO SUSPENSE FILE SIMPLY MEANS NOTHING IS WAITING.
           MOVE ZERO TO WS-SUS-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
               GO TO 1000-EXIT
           END-IF
           IF NOT SUSPENSE-OK
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS: "
                   WS-SUSPENSE-STATUS " -- REFUND RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-SUSPENSE THRU 1100-EXIT
               UNTIL SUSPENSE-EOF-REACHED
           CLOSE SUSPENSE-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET SUSPENSE-EOF-REACHED TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF SUS-ID-NUMBER IS NOT NUMERIC OR SUS-ID-NUMBER = ZERO
               GO TO 1100-EXIT
           END-IF
      *    A SUSPENSE ITEM THAT CANNOT BE HELD MUST NOT LET ITS
      *    CUSTOMER BE REFUNDED, SO A FULL TABLE STOPS THE RUN.
           IF WS-SUS-COUNT IS NOT LESS THAN 500
               DISPLAY "SUSPENSE TABLE FULL -- REFUND RUN REFUSED "
                   "(WORK THE SUSPENSE FILE DOWN THROUGH FILES-10)"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               SET SUSPENSE-EOF-REACHED TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-SUS-COUNT
           MOVE SUS-ID-NUMBER TO WS-SUS-ID-NUMBER (WS-SUS-COUNT).
       1100-EXIT.
           EXIT.

       1500-OPEN-FILES.
      *    THE BANK FILE FOR THE DAY IS CHECKED FIRST: ONE ALREADY ON
      *    DISK MAY NOT HAVE GONE TO THE BANK YET, AND OPENING IT
      *    OUTPUT WOULD LOSE THE REFUNDS IT CARRIES.
           MOVE SPACES TO WS-PAYMENT-FILE-NAME
           STRING "REFUND-PAYMENTS-" DELIMITED BY SIZE
                  WS-CURRENT-DATE    DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
               INTO WS-PAYMENT-FILE-NAME
           END-STRING
           OPEN INPUT PAYMENT-FILE
           IF PAYMENT-OK
               CLOSE PAYMENT-FILE
               DISPLAY WS-PAYMENT-FILE-NAME " ALREADY EXISTS -- "
                   "REFUND RUN REFUSED, THE DAY'S REFUNDS ARE MADE"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1500-EXIT
           END-IF

           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1500-EXIT
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTS-NOT-FOUND
               OPEN OUTPUT ACCOUNTS-FILE
               CLOSE ACCOUNTS-FILE
               OPEN I-O ACCOUNTS-FILE
           END-IF
           IF NOT ACCOUNTS-OK
               DISPLAY "ACCOUNTS-FILE OPEN FAILED, STATUS: "
                   WS-ACCOUNTS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 1500-EXIT
           END-IF

      *    NO OPEN-ITEMS FILE MEANS NOTHING IS BILLED, SO NOTHING CAN
      *    BE IN DISPUTE.
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-OK
               SET WS-OPEN-ITEMS-ON-HAND TO TRUE
           ELSE
               IF NOT OPEN-ITEMS-NOT-FOUND
                   DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                       WS-OPEN-ITEMS-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   CLOSE CUSTOMERS-FILE
                   CLOSE ACCOUNTS-FILE
                   GO TO 1500-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-REGISTER-FILE-NAME
           STRING "REFUND-REGISTER-" DELIMITED BY SIZE
                  WS-CURRENT-DATE    DELIMITED BY SIZE
                  ".rpt"             DELIMITED BY SIZE
               INTO WS-REGISTER-FILE-NAME
           END-STRING
           MOVE WS-REGISTER-FILE-NAME TO WS-REPORT-FILE-NAME
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               IF WS-OPEN-ITEMS-ON-HAND
                   CLOSE OPEN-ITEMS-FILE
               END-IF
               GO TO 1500-EXIT
           END-IF

           OPEN OUTPUT PAYMENT-FILE
           IF NOT PAYMENT-OK
               DISPLAY "PAYMENT-FILE OPEN FAILED, STATUS: "
                   WS-PAYMENT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               IF WS-OPEN-ITEMS-ON-HAND
                   CLOSE OPEN-ITEMS-FILE
               END-IF
               CLOSE REPORT-FILE
               GO TO 1500-EXIT
           END-IF
           MOVE "H" TO PYH-RECORD-TYPE
           MOVE WS-CURRENT-DATE-NUM TO PYH-FILE-DATE
           MOVE "FILES-54" TO PYH-SOURCE
           WRITE PAYMENT-HEADER-RECORD

           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           WRITE REPORT-LINE FROM WS-REGISTER-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE WS-MIN-AMOUNT TO TM-MIN-AMOUNT
           MOVE WS-MIN-DAYS TO TM-MIN-DAYS
           WRITE REPORT-LINE FROM WS-REGISTER-TERMS-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-REGISTER-COL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "N" TO CUSTOMERS-EOF
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       1500-EXIT.
           EXIT.

       2000-PROPOSE-CUSTOMER.
           IF WRITTEN-OFF
               GO TO 2000-NEXT
           END-IF
           IF CUSTOMER-BALANCE IS GREATER THAN WS-CREDIT-THRESHOLD
               OR CUSTOMER-BALANCE IS NOT LESS THAN ZERO
               GO TO 2000-NEXT
           END-IF
      *    ONLY CREDIT ON THE REGULAR ACCOUNTS IS PAID BACK; A DEPOSIT
      *    STAYS PUT UNTIL IT MATURES (SEE FILES-56).
           PERFORM 2100-SUM-REGULAR-CREDIT THRU 2100-EXIT
           IF WS-REGULAR-SUM IS GREATER THAN WS-CREDIT-THRESHOLD
               GO TO 2000-NEXT
           END-IF
      *    A CUSTOMER PAST THE TABLE WAITS FOR THE NEXT RUN; NOTHING
      *    IS LOST BY PAYING THEM A DAY LATER.
           IF WS-RFD-COUNT IS NOT LESS THAN 500
               ADD 1 TO WS-CUSTOMERS-DEFERRED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-RFD-COUNT
           MOVE ID-NUMBER TO WS-RFD-ID-NUMBER (WS-RFD-COUNT)
           COMPUTE WS-RFD-AMOUNT (WS-RFD-COUNT) = ZERO - WS-REGULAR-SUM
           IF LAST-ACTIVITY IS NUMERIC
               MOVE LAST-ACTIVITY TO WS-RFD-SINCE (WS-RFD-COUNT)
           ELSE
               MOVE ZERO TO WS-RFD-SINCE (WS-RFD-COUNT)
           END-IF.
       2000-NEXT.
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-SUM-REGULAR-CREDIT.
      *    THE NET OF THE CUSTOMER'S TYPE-"R" ACCOUNTS. WITH NO ACCOUNT
      *    001 ON FILE, WHAT 3350 WOULD SEED IT WITH -- THE MASTER LESS
      *    EVERY OTHER ACCOUNT -- IS REGULAR BALANCE TOO.
           MOVE ZERO TO WS-REGULAR-SUM
           MOVE ZERO TO WS-OTHER-ACCOUNT-SUM
           MOVE "N" TO WS-DEFAULT-SWITCH
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 2150-ADD-ONE-ACCOUNT THRU 2150-EXIT
               UNTIL WS-SWEEP-DONE
           IF NOT WS-DEFAULT-ON-FILE
               COMPUTE WS-REGULAR-SUM = WS-REGULAR-SUM
                   + CUSTOMER-BALANCE - WS-OTHER-ACCOUNT-SUM
           END-IF.
       2100-EXIT.
           EXIT.

       2150-ADD-ONE-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF ACT-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 2150-EXIT
           END-IF
           ADD ACT-ACCOUNT-BALANCE TO WS-OTHER-ACCOUNT-SUM
           IF ACT-ACCOUNT-NUMBER = 1
               SET WS-DEFAULT-ON-FILE TO TRUE
           END-IF
           IF ACT-TYPE-REGULAR
               ADD ACT-ACCOUNT-BALANCE TO WS-REGULAR-SUM
           END-IF.
       2150-EXIT.
           EXIT.

       2500-DATE-CREDITS.
      *    THE LEDGER IS IN POSTING ORDER, SO THE LAST MOVEMENT THAT
      *    CARRIED A PROPOSED CUSTOMER INTO CREDIT BY THE MINIMUM --
      *    WITH NONE AFTER IT TAKING THEM BACK OUT -- DATES THE CREDIT.
           IF WS-RFD-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               GO TO 2500-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS " -- CREDITS DATED BY LAST "
                   "ACTIVITY ONLY"
               MOVE 1 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           PERFORM 2550-DATE-ONE-MOVEMENT THRU 2550-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE.
       2500-EXIT.
           EXIT.

       2550-DATE-ONE-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2550-EXIT
           END-READ
           MOVE ZERO TO WS-RFD-SUB
           PERFORM 2560-FIND-CANDIDATE THRU 2560-EXIT
               VARYING WS-RFD-PICK FROM 1 BY 1
               UNTIL WS-RFD-PICK IS GREATER THAN WS-RFD-COUNT
                   OR WS-RFD-SUB IS GREATER THAN ZERO
           IF WS-RFD-SUB = ZERO
               GO TO 2550-EXIT
           END-IF
           IF LGR-AFTER-BALANCE IS GREATER THAN WS-CREDIT-THRESHOLD
               MOVE 99999999 TO WS-RFD-SINCE (WS-RFD-SUB)
               GO TO 2550-EXIT
           END-IF
           IF LGR-BEFORE-BALANCE IS GREATER THAN WS-CREDIT-THRESHOLD
               MOVE LGR-POSTING-DATE TO WS-RFD-SINCE (WS-RFD-SUB)
           END-IF.
       2550-EXIT.
           EXIT.

       2560-FIND-CANDIDATE.
           IF WS-RFD-ID-NUMBER (WS-RFD-PICK) = LGR-ID-NUMBER
               MOVE WS-RFD-PICK TO WS-RFD-SUB
           END-IF.
       2560-EXIT.
           EXIT.

       2600-OPEN-LEDGER.
      *    THE DATING PASS HAS CLOSED THE LEDGER; IT IS OPENED AGAIN
      *    FOR THE REFUND MOVEMENTS. WITHOUT IT NOTHING IS PAID -- A
      *    REFUND OFF THE LEDGER WOULD BREAK THE FILES-28 PROOF.
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-NOT-FOUND
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS " -- NO REFUNDS PAID"
               MOVE 1 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF
           SET WS-LEDGER-OPEN TO TRUE.
       2600-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END SET CUSTOMERS-EOF-REACHED TO TRUE
           END-READ
           IF NOT CUSTOMERS-EOF-REACHED
               ADD 1 TO WS-CUSTOMERS-READ
           END-IF.
       2900-EXIT.
           EXIT.

       3000-REFUND-CUSTOMER.
           MOVE WS-RFD-ID-NUMBER (WS-RFD-PICK) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE READ FAILED FOR ID "
                       WS-RFD-ID-NUMBER (WS-RFD-PICK) ", STATUS: "
                       WS-CUSTOMERS-STATUS
                   MOVE 1 TO RETURN-CODE
                   ADD 1 TO WS-REFUNDS-FAILED
                   GO TO 3000-EXIT
           END-READ
           MOVE WS-RFD-AMOUNT (WS-RFD-PICK) TO WS-REFUND-AMOUNT

           MOVE SPACES TO WS-REGISTER-LINE
           MOVE ID-NUMBER TO RL-ID-NUMBER
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO RL-NAME
           END-STRING
           MOVE WS-REFUND-AMOUNT TO RL-AMOUNT
           MOVE ZERO TO RL-DAYS

           IF WS-RFD-SINCE (WS-RFD-PICK) = 99999999
               MOVE "NONE" TO RL-SINCE
               MOVE ZERO TO WS-CREDIT-AGE-DAYS
           ELSE
               IF WS-RFD-SINCE (WS-RFD-PICK) = ZERO
                   MOVE "UNKNOWN" TO RL-SINCE
                   MOVE 99999 TO WS-CREDIT-AGE-DAYS
               ELSE
                   MOVE WS-RFD-SINCE (WS-RFD-PICK) TO RL-SINCE
                   COMPUTE WS-SINCE-INTEGER = FUNCTION
                       INTEGER-OF-DATE(WS-RFD-SINCE (WS-RFD-PICK))
                   COMPUTE WS-CREDIT-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-SINCE-INTEGER
                   MOVE WS-CREDIT-AGE-DAYS TO RL-DAYS
               END-IF
           END-IF

           IF WS-CREDIT-AGE-DAYS IS LESS THAN WS-MIN-DAYS
               ADD 1 TO WS-HELD-TOO-RECENT
               ADD WS-REFUND-AMOUNT TO WS-HELD-TOTAL
               MOVE "HELD -- CREDIT NOT STANDING LONG" TO RL-OUTCOME
               PERFORM 3800-PRINT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF

      *    A CHEQUE TO AN ADDRESS THE MAIL COMES BACK FROM WOULD GO
      *    ASTRAY, THE SAME AS A STATEMENT (SEE FILES-8).
           IF MAIL-RETURNED
               ADD 1 TO WS-HELD-MAIL
               ADD WS-REFUND-AMOUNT TO WS-HELD-TOTAL
               MOVE "HELD -- RETURNED MAIL" TO RL-OUTCOME
               PERFORM 3800-PRINT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-CHECK-SUSPENSE THRU 3100-EXIT
           IF WS-HOLD-FOUND
               ADD 1 TO WS-HELD-SUSPENSE
               ADD WS-REFUND-AMOUNT TO WS-HELD-TOTAL
               MOVE "HELD -- SUSPENSE ITEM WAITING" TO RL-OUTCOME
               PERFORM 3800-PRINT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3200-CHECK-DISPUTES THRU 3200-EXIT
           IF WS-HOLD-FOUND
               ADD 1 TO WS-HELD-DISPUTE
               ADD WS-REFUND-AMOUNT TO WS-HELD-TOTAL
               MOVE "HELD -- OPEN ITEM IN DISPUTE" TO RL-OUTCOME
               PERFORM 3800-PRINT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3300-RESOLVE-ACCOUNT THRU 3300-EXIT
           IF NOT WS-ACCOUNT-READY
               MOVE 1 TO RETURN-CODE
               ADD 1 TO WS-REFUNDS-FAILED
               MOVE "NOT PAID -- NO ACCOUNT 001" TO RL-OUTCOME
               PERFORM 3800-PRINT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3400-POST-REFUND THRU 3400-EXIT
           PERFORM 3800-PRINT-LINE THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-SUSPENSE.
           MOVE "N" TO WS-HOLD-SWITCH
           PERFORM 3150-MATCH-ONE-SUSPENSE THRU 3150-EXIT
               VARYING WS-SUS-SUB FROM 1 BY 1
               UNTIL WS-SUS-SUB IS GREATER THAN WS-SUS-COUNT
                   OR WS-HOLD-FOUND.
       3100-EXIT.
           EXIT.

       3150-MATCH-ONE-SUSPENSE.
           IF WS-SUS-ID-NUMBER (WS-SUS-SUB) = ID-NUMBER
               SET WS-HOLD-FOUND TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

       3200-CHECK-DISPUTES.
           MOVE "N" TO WS-HOLD-SWITCH
           IF NOT WS-OPEN-ITEMS-ON-HAND
               GO TO 3200-EXIT
           END-IF
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO OPN-ID-NUMBER
           MOVE ZERO TO OPN-INVOICE-SEQ
           START OPEN-ITEMS-FILE KEY IS NOT LESS THAN OPN-ITEM-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 3250-CHECK-ONE-ITEM THRU 3250-EXIT
               UNTIL WS-SWEEP-DONE OR WS-HOLD-FOUND.
       3200-EXIT.
           EXIT.

       3250-CHECK-ONE-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 3250-EXIT
           END-READ
           IF OPN-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 3250-EXIT
           END-IF
           IF OPN-IN-DISPUTE
               SET WS-HOLD-FOUND TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

       3300-RESOLVE-ACCOUNT.
      *    A LEGACY CUSTOMER'S CREDIT SITS WHERE THE DEFAULT ACCOUNT 001
      *    WILL BE, SO IT IS AUTO-OPENED AND SEEDED FIRST, THE ACCOUNTS
      *    STILL SUMMING TO THE MASTER BALANCE -- THE SAME RULE FILES-9
      *    FOLLOWS -- BEFORE THE REGULAR ACCOUNTS ARE DEBITED.
           MOVE "N" TO WS-ACCOUNT-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE 1 TO ACT-ACCOUNT-NUMBER
           READ ACCOUNTS-FILE
               INVALID KEY
                   PERFORM 3350-OPEN-DEFAULT-ACCOUNT THRU 3350-EXIT
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-READ.
       3300-EXIT.
           EXIT.

       3350-OPEN-DEFAULT-ACCOUNT.
           MOVE ZERO TO WS-OTHER-ACCOUNT-SUM
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 3360-SUM-OTHER-ACCOUNT THRU 3360-EXIT
               UNTIL WS-SWEEP-DONE

           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE 1 TO ACT-ACCOUNT-NUMBER
           SET ACT-TYPE-REGULAR TO TRUE
           COMPUTE ACT-ACCOUNT-BALANCE =
               CUSTOMER-BALANCE - WS-OTHER-ACCOUNT-SUM
           MOVE WS-CURRENT-DATE TO ACT-LAST-ACTIVITY
           MOVE SPACES TO ACT-DEPOSIT-TERMS
           WRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE WRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-ACCOUNTS-STATUS
               NOT INVALID KEY
                   SET WS-ACCOUNT-READY TO TRUE
           END-WRITE.
       3350-EXIT.
           EXIT.

       3360-SUM-OTHER-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 3360-EXIT
           END-READ
           IF ACT-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 3360-EXIT
           END-IF
           ADD ACT-ACCOUNT-BALANCE TO WS-OTHER-ACCOUNT-SUM.
       3360-EXIT.
           EXIT.

       3400-POST-REFUND.
      *    A REFUND IS NOT CUSTOMER ACTIVITY, SO LAST-ACTIVITY IS LEFT
      *    ALONE -- THE SAME RULE FILES-18 KEEPS FOR ITS CHARGES.
      *    THE MASTER COMES DOWN BY THE REGULAR CREDIT ONLY; ANY
      *    DEPOSIT CREDIT STAYS ON IT.
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           ADD WS-REFUND-AMOUNT TO CUSTOMER-BALANCE
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                   MOVE 1 TO RETURN-CODE
                   ADD 1 TO WS-REFUNDS-FAILED
                   MOVE "NOT PAID -- REWRITE FAILED" TO RL-OUTCOME
                   GO TO 3400-EXIT
           END-REWRITE

      *    EACH REGULAR ACCOUNT IN CREDIT IS DEBITED IN ACCOUNT ORDER,
      *    AS FAR AS ITS CREDIT GOES, UNTIL THE REFUND IS COVERED; EACH
      *    DEBIT IS ITS OWN LEDGER MOVEMENT.
           MOVE WS-REFUND-AMOUNT TO WS-REFUND-LEFT
           MOVE WS-BEFORE-BALANCE TO WS-RUNNING-BALANCE
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 3450-DEBIT-ONE-ACCOUNT THRU 3450-EXIT
               UNTIL WS-SWEEP-DONE OR WS-REFUND-LEFT = ZERO
           IF WS-REFUND-LEFT IS GREATER THAN ZERO
               DISPLAY "REFUND FOR ID " ID-NUMBER " NOT FULLY "
                   "COVERED BY ITS REGULAR ACCOUNTS -- PUT IT RIGHT "
                   "THROUGH FILES-33"
               MOVE 1 TO RETURN-CODE
           END-IF

           MOVE "D"                TO PYD-RECORD-TYPE
           MOVE ID-NUMBER          TO PYD-ID-NUMBER
           MOVE F-NAME             TO PYD-PAYEE-F-NAME
           MOVE L-NAME             TO PYD-PAYEE-L-NAME
           MOVE ADDR-STREET        TO PYD-ADDR-STREET
           MOVE ADDR-CITY          TO PYD-ADDR-CITY
           MOVE ADDR-POSTAL        TO PYD-ADDR-POSTAL
           MOVE WS-REFUND-AMOUNT   TO PYD-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO PYD-PAYMENT-DATE
           WRITE PAYMENT-DETAIL-RECORD

           ADD 1 TO WS-REFUNDS-PAID
           ADD WS-REFUND-AMOUNT TO WS-REFUNDS-PAID-TOTAL
           ADD ID-NUMBER TO WS-REFUND-ID-HASH
           MOVE "REFUNDED" TO RL-OUTCOME.
       3400-EXIT.
           EXIT.

       3450-DEBIT-ONE-ACCOUNT.
           READ ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 3450-EXIT
           END-READ
           IF ACT-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-SWEEP-DONE TO TRUE
               GO TO 3450-EXIT
           END-IF
           IF NOT ACT-TYPE-REGULAR
               OR ACT-ACCOUNT-BALANCE IS NOT LESS THAN ZERO
               GO TO 3450-EXIT
           END-IF
           COMPUTE WS-REFUND-TAKE = ZERO - ACT-ACCOUNT-BALANCE
           IF WS-REFUND-TAKE IS GREATER THAN WS-REFUND-LEFT
               MOVE WS-REFUND-LEFT TO WS-REFUND-TAKE
           END-IF
           ADD WS-REFUND-TAKE TO ACT-ACCOUNT-BALANCE
           REWRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER " ACCOUNT " ACT-ACCOUNT-NUMBER
                       ", STATUS: " WS-ACCOUNTS-STATUS
                       " -- PUT IT RIGHT THROUGH FILES-33"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE
           SUBTRACT WS-REFUND-TAKE FROM WS-REFUND-LEFT

           MOVE ID-NUMBER          TO LGR-ID-NUMBER
           MOVE ACT-ACCOUNT-NUMBER TO LGR-ACCOUNT-NUMBER
           MOVE "D"                TO LGR-DRCR-CODE
           SET LGR-TYPE-REFUND     TO TRUE
           MOVE WS-REFUND-TAKE     TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO LGR-EFFECTIVE-DATE
           MOVE WS-RUNNING-BALANCE TO LGR-BEFORE-BALANCE
           ADD WS-REFUND-TAKE      TO WS-RUNNING-BALANCE
           MOVE WS-RUNNING-BALANCE TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD.
       3450-EXIT.
           EXIT.

       3800-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-REGISTER-LINE
               AFTER ADVANCING 1 LINE.
       3800-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE "T" TO PYT-RECORD-TYPE
           MOVE WS-REFUNDS-PAID       TO PYT-RECORD-COUNT
           MOVE WS-REFUND-ID-HASH     TO PYT-ID-HASH
           MOVE WS-REFUNDS-PAID-TOTAL TO PYT-AMOUNT-TOTAL
           WRITE PAYMENT-TRAILER-RECORD

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "REFUNDS PAID" TO TL-LABEL
           MOVE WS-REFUNDS-PAID TO TL-COUNT
           MOVE WS-REFUNDS-PAID-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "HELD FOR A LATER RUN" TO TL-LABEL
           COMPUTE TL-COUNT = WS-HELD-TOO-RECENT + WS-HELD-SUSPENSE
               + WS-HELD-DISPUTE + WS-HELD-MAIL
           MOVE WS-HELD-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO TL-AMOUNT
           MOVE "NOT PAID -- SEE THE LINES ABOVE" TO TL-LABEL
           MOVE WS-REFUNDS-FAILED TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LEFT FOR THE NEXT RUN -- TABLE FULL" TO TL-LABEL
           MOVE WS-CUSTOMERS-DEFERRED TO TL-COUNT
           WRITE REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "REFUND RUN -- BUSINESS DATE " WS-CURRENT-DATE-NUM
           DISPLAY "  CUSTOMERS READ:          " WS-CUSTOMERS-READ
           DISPLAY "  PROPOSED FOR REFUND:     " WS-RFD-COUNT
           DISPLAY "  HELD, CREDIT TOO RECENT: " WS-HELD-TOO-RECENT
           DISPLAY "  HELD, SUSPENSE WAITING:  " WS-HELD-SUSPENSE
           DISPLAY "  HELD, ITEM IN DISPUTE:   " WS-HELD-DISPUTE
           DISPLAY "  HELD, RETURNED MAIL:     " WS-HELD-MAIL
           DISPLAY "  LEFT FOR THE NEXT RUN:   " WS-CUSTOMERS-DEFERRED
           MOVE WS-REFUNDS-PAID-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  REFUNDS PAID:            " WS-REFUNDS-PAID
               "  " WS-AMOUNT-EDIT
           DISPLAY "  NOT PAID:                " WS-REFUNDS-FAILED
           DISPLAY "REGISTER WRITTEN TO " WS-REGISTER-FILE-NAME
           DISPLAY "BANK FILE WRITTEN TO " WS-PAYMENT-FILE-NAME.
       8500-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF
           CLOSE ACCOUNTS-FILE
           IF NOT ACCOUNTS-OK
               DISPLAY "ACCOUNTS-FILE CLOSE FAILED, STATUS: "
                   WS-ACCOUNTS-STATUS
           END-IF
           IF WS-OPEN-ITEMS-ON-HAND
               CLOSE OPEN-ITEMS-FILE
           END-IF
           IF WS-LEDGER-OPEN
               CLOSE LEDGER-FILE
               IF NOT LEDGER-OK
                   DISPLAY "LEDGER-FILE CLOSE FAILED, STATUS: "
                       WS-LEDGER-STATUS
               END-IF
           END-IF
           CLOSE PAYMENT-FILE
           IF NOT PAYMENT-OK
               DISPLAY "PAYMENT-FILE CLOSE FAILED, STATUS: "
                   WS-PAYMENT-STATUS
           END-IF
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

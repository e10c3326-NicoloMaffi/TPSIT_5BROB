       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-70.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. MASKED TEST-SET EXTRACT. NEW
      *   OPERATORS WERE LEARNING FILES-12 ON THE LIVE MASTER AND EVERY
      *   CHANGE TO THE SUITE WAS TESTED AGAINST WHATEVER COPY OF
      *   CUSTOMERS.dat WAS TO HAND, SO REAL NAMES, BIRTH DATES AND
      *   ADDRESSES WERE SPREAD AROUND THE OFFICE. THIS RUN BUILDS A
      *   COMPLETE, SELF-CONSISTENT TEST SET FROM THE MASTER,
      *   CUSTOMER-ACCOUNTS, CUSTOMER-LEDGER, OPEN-ITEMS,
      *   STANDING-ORDERS AND CONTACT-LOG, EACH WRITTEN UNDER ITS LIVE
      *   NAME WITH A "MASKED-" PREFIX AND IN ITS LIVE ORGANIZATION --
      *   THE FILES ARE MOVED TO THE TEST AREA AND THE PREFIX DROPPED.
      *   F-NAME, L-NAME AND ADDR-STREET ARE SCRAMBLED LETTER BY LETTER
      *   AND DIGIT BY DIGIT WITH A SHIFT THAT DEPENDS ON THE POSITION
      *   AND ON THE MASK KEY, AND THE DATE OF BIRTH IS MOVED BY A
      *   NUMBER OF DAYS TAKEN FROM THE KEY (AGE AND CAN-VOTE ARE
      *   WORKED OUT AGAIN AS FILES-15 DOES). THE SCRAMBLE DEPENDS ONLY
      *   ON THE VALUE, SO TWO RECORDS THAT CARRIED THE SAME NAME AND
      *   DATE OF BIRTH STILL DO AND FILES-21 FINDS THE SAME CLUSTERS;
      *   AND NO TWO DIFFERENT VALUES COME OUT THE SAME. CONTACT-LOG
      *   NOTES ARE SCRAMBLED THE SAME WAY. IDS, BALANCES, AMOUNTS,
      *   DATES AND THE WHOLE LEDGER CHAIN ARE CARRIED UNCHANGED, SO
      *   FILES-28 STILL PROVES THE TEST SET. THE MASK-KEY RUN-PARM
      *   FIXES THE KEY SO AN EXTRACT CAN BE REPEATED; WITHOUT IT A
      *   ONE-OFF KEY IS TAKEN FROM THE CLOCK AND NEVER SHOWN. THE
      *   SAMPLE-SIZE RUN-PARM LIMITS THE SET TO N CUSTOMERS TAKEN AT
      *   AN EVEN INTERVAL THROUGH THE MASTER, WITH EVERY RECORD OF
      *   THEIRS ON THE OTHER FILES AND NOTHING OF ANYONE ELSE'S.
      * 15/10/2026 NM - THE WHOLE DATE OF BIRTH NOW MOVES BACK A
      *   KEY-DERIVED 1 TO 365 DAYS; DAYS 29 TO 31 WERE CARRIED THROUGH
      *   UNMASKED AND THE YEAR WAS NEVER CHANGED. LOWER-CASE LETTERS
      *   ARE NOW SCRAMBLED ALONG THEIR OWN ALPHABET INSTEAD OF PASSING
      *   THROUGH AS THEY STOOD.
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

           SELECT MASKED-CUSTOMERS-FILE
               ASSIGN TO "MASKED-CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MCU-ID-NUMBER
               ALTERNATE RECORD KEY IS MCU-L-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT ACCOUNTS-FILE ASSIGN TO "CUSTOMER-ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACT-ACCOUNT-KEY
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT MASKED-ACCOUNTS-FILE
               ASSIGN TO "MASKED-CUSTOMER-ACCOUNTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MAC-ACCOUNT-KEY
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT MASKED-OPEN-ITEMS-FILE
               ASSIGN TO "MASKED-OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MOI-ITEM-KEY
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT MASKED-LEDGER-FILE
               ASSIGN TO "MASKED-CUSTOMER-LEDGER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT ORDERS-FILE ASSIGN TO "STANDING-ORDERS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.

           SELECT MASKED-ORDERS-FILE
               ASSIGN TO "MASKED-STANDING-ORDERS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT CONTACT-LOG-FILE ASSIGN TO "CONTACT-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT MASKED-CONTACT-FILE
               ASSIGN TO "MASKED-CONTACT-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-STATUS.

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
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

      *    THE OUTPUT FILES CARRY THE LIVE RECORDS BYTE FOR BYTE; ONLY
      *    THE KEYS ARE NAMED.
       FD MASKED-CUSTOMERS-FILE.
           01 MASKED-CUSTOMER-RECORD.
               02 MCU-ID-NUMBER      PIC 9(7).
               02 MCU-F-NAME         PIC X(20).
               02 MCU-L-NAME         PIC X(20).
               02 FILLER             PIC X(103).

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD MASKED-ACCOUNTS-FILE.
           01 MASKED-ACCOUNT-RECORD.
               02 MAC-ACCOUNT-KEY    PIC X(10).
               02 FILLER             PIC X(46).

       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD MASKED-OPEN-ITEMS-FILE.
           01 MASKED-OPEN-ITEM-RECORD.
               02 MOI-ITEM-KEY       PIC X(14).
               02 FILLER             PIC X(65).

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD MASKED-LEDGER-FILE.
           01 MASKED-LEDGER-RECORD   PIC X(85).

       FD ORDERS-FILE.
           01 ORDER-RECORD.
               02 STO-ID-NUMBER      PIC 9(7).
               02 FILLER             PIC X(29).

       FD MASKED-ORDERS-FILE.
           01 MASKED-ORDER-RECORD    PIC X(36).

       FD CONTACT-LOG-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD MASKED-CONTACT-FILE.
           01 MASKED-CONTACT-RECORD  PIC X(92).

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

           77 WS-VOTING-AGE         PIC 9(3) VALUE 018.

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".
           77 CUSTOMERS-EOF         PIC X VALUE "N".
               88 CUSTOMERS-EOF-REACHED VALUE "Y".

           01 WS-MASKED-STATUS      PIC X(2) VALUE SPACES.
               88 MASKED-OK             VALUE "00".

           01 WS-ACCOUNTS-STATUS    PIC X(2) VALUE SPACES.
               88 ACCOUNTS-OK           VALUE "00".
               88 ACCOUNTS-NOT-FOUND    VALUE "35".
           77 ACCOUNTS-EOF          PIC X VALUE "N".
               88 ACCOUNTS-EOF-REACHED  VALUE "Y".

           01 WS-OPEN-ITEMS-STATUS  PIC X(2) VALUE SPACES.
               88 OPEN-ITEMS-OK         VALUE "00".
               88 OPEN-ITEMS-NOT-FOUND  VALUE "35".
           77 OPEN-ITEMS-EOF        PIC X VALUE "N".
               88 OPEN-ITEMS-EOF-REACHED VALUE "Y".

           01 WS-LEDGER-STATUS      PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".
           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED    VALUE "Y".

           01 WS-ORDERS-STATUS      PIC X(2) VALUE SPACES.
               88 ORDERS-OK             VALUE "00".
               88 ORDERS-NOT-FOUND      VALUE "35".
           77 ORDERS-EOF            PIC X VALUE "N".
               88 ORDERS-EOF-REACHED    VALUE "Y".

           01 WS-CONTACT-STATUS     PIC X(2) VALUE SPACES.
               88 CONTACT-OK            VALUE "00".
               88 CONTACT-NOT-FOUND     VALUE "35".
           77 CONTACT-EOF           PIC X VALUE "N".
               88 CONTACT-EOF-REACHED   VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-RUN-TIME           PIC 9(8) VALUE ZERO.

      *    THE MASK KEY AND THE SHIFTS BUILT FROM IT. A LETTER MOVES ON
      *    1 TO 25 PLACES AND A DIGIT 1 TO 9, SO NOTHING COMES THROUGH
      *    UNCHANGED; THE SHIFT DIFFERS FROM ONE POSITION TO THE NEXT.
      *    A DATE OF BIRTH MOVES BACK 1 TO 365 DAYS.
           77 WS-MASK-KEY           PIC X(40) VALUE SPACES.
           77 WS-KEY-LENGTH         PIC 9(2) COMP VALUE ZERO.
           77 WS-KEY-SUB            PIC 9(2) COMP VALUE ZERO.
           77 WS-KEY-CHAR           PIC X VALUE SPACE.
           77 WS-KEY-VALUE          PIC 9(2) COMP VALUE ZERO.
           77 WS-KEY-QUOTIENT       PIC 9(5) COMP VALUE ZERO.
           77 WS-KEY-WORK           PIC 9(5) COMP VALUE ZERO.
           01 WS-KEY-ALPHABET       PIC X(36) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
           01 WS-SHIFT-TABLE.
               02 WS-LETTER-SHIFT   PIC 9(2) COMP OCCURS 50 TIMES.
               02 WS-DIGIT-SHIFT    PIC 9(2) COMP OCCURS 50 TIMES.
           77 WS-DATE-SHIFT         PIC 9(3) COMP VALUE ZERO.

           01 WS-LETTERS-TWICE      PIC X(52) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 WS-LETTERS REDEFINES WS-LETTERS-TWICE.
               02 WS-LETTERS-ONCE   PIC X(26).
               02 FILLER            PIC X(26).
           01 WS-LOWER-TWICE        PIC X(52) VALUE
               "abcdefghijklmnopqrstuvwxyzabcdefghijklmnopqrstuvwxyz".
           01 WS-LOWER REDEFINES WS-LOWER-TWICE.
               02 WS-LOWER-ONCE     PIC X(26).
               02 FILLER            PIC X(26).
           01 WS-DIGITS-TWICE       PIC X(20) VALUE
               "01234567890123456789".
           01 WS-DIGITS REDEFINES WS-DIGITS-TWICE.
               02 WS-DIGITS-ONCE    PIC X(10).
               02 FILLER            PIC X(10).

           77 WS-MASK-TEXT          PIC X(50) VALUE SPACES.
           77 WS-MASK-LENGTH        PIC 9(2) COMP VALUE ZERO.
           77 WS-MASK-SUB           PIC 9(2) COMP VALUE ZERO.
           77 WS-MASK-CHAR          PIC X VALUE SPACE.
           77 WS-CHAR-POS           PIC 9(2) COMP VALUE ZERO.
           77 WS-NEW-POS            PIC 9(2) COMP VALUE ZERO.
           77 WS-NEW-AGE            PIC 9(3) VALUE ZERO.
           01 WS-DOB-WORK.
               02 WS-DOB-WORK-CCYY  PIC 9999.
               02 WS-DOB-WORK-MM    PIC 99.
               02 WS-DOB-WORK-DD    PIC 99.
           01 WS-DOB-WORK-NUM REDEFINES WS-DOB-WORK PIC 9(8).
           77 WS-DOB-INTEGER        PIC 9(7) COMP VALUE ZERO.

      *    THE CUSTOMERS TAKEN FOR A SAMPLE, IN ID ORDER AS THE MASTER
      *    IS READ, SO THE OTHER FILES LOOK THEIRS UP BY HALVING.
           77 WS-SAMPLE-SIZE        PIC 9(5) VALUE ZERO.
           77 WS-SAMPLE-SWITCH      PIC X VALUE "N".
               88 WS-SAMPLING           VALUE "Y".
           01 WS-SAMPLE-TABLE.
               02 WS-SMP-ID-NUMBER  PIC 9(7) OCCURS 5000 TIMES.
           77 WS-SMP-COUNT          PIC 9(5) COMP VALUE ZERO.
           77 WS-SMP-INTERVAL       PIC 9(7) COMP VALUE ZERO.
           77 WS-SMP-SKIP           PIC 9(7) COMP VALUE ZERO.
           77 WS-SMP-LOW            PIC S9(5) COMP VALUE ZERO.
           77 WS-SMP-HIGH           PIC S9(5) COMP VALUE ZERO.
           77 WS-SMP-MID            PIC S9(5) COMP VALUE ZERO.
           77 WS-CHECK-ID           PIC 9(7) VALUE ZERO.
           77 WS-IN-SAMPLE-SWITCH   PIC X VALUE "N".
               88 WS-IN-SAMPLE          VALUE "Y".
           77 WS-MASTER-COUNT       PIC 9(7) VALUE ZERO.

           01 WS-EXTRACT-COUNTS.
               02 WS-CUSTOMERS-READ  PIC 9(7) VALUE ZERO.
               02 WS-CUSTOMERS-OUT   PIC 9(7) VALUE ZERO.
               02 WS-ACCOUNTS-READ   PIC 9(7) VALUE ZERO.
               02 WS-ACCOUNTS-OUT    PIC 9(7) VALUE ZERO.
               02 WS-ITEMS-READ      PIC 9(7) VALUE ZERO.
               02 WS-ITEMS-OUT       PIC 9(7) VALUE ZERO.
               02 WS-LEDGER-READ     PIC 9(7) VALUE ZERO.
               02 WS-LEDGER-OUT      PIC 9(7) VALUE ZERO.
               02 WS-ORDERS-READ     PIC 9(7) VALUE ZERO.
               02 WS-ORDERS-OUT      PIC 9(7) VALUE ZERO.
               02 WS-CONTACTS-READ   PIC 9(7) VALUE ZERO.
               02 WS-CONTACTS-OUT    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-CHECK-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-EXTRACT-CUSTOMERS THRU 2000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-EXTRACT-ACCOUNTS THRU 3000-EXIT
               PERFORM 3500-EXTRACT-OPEN-ITEMS THRU 3500-EXIT
               PERFORM 4000-EXTRACT-LEDGER THRU 4000-EXIT
               PERFORM 4500-EXTRACT-ORDERS THRU 4500-EXIT
               PERFORM 5000-EXTRACT-CONTACTS THRU 5000-EXIT
               PERFORM 9000-SHOW-COUNTS THRU 9000-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           COMPUTE WS-RLG-READ = WS-CUSTOMERS-READ + WS-ACCOUNTS-READ
               + WS-ITEMS-READ + WS-LEDGER-READ + WS-ORDERS-READ
               + WS-CONTACTS-READ
           COMPUTE WS-RLG-WRITTEN = WS-CUSTOMERS-OUT + WS-ACCOUNTS-OUT
               + WS-ITEMS-OUT + WS-LEDGER-OUT + WS-ORDERS-OUT
               + WS-CONTACTS-OUT
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
      *    THE MASK KEY IS NEVER ECHOED -- WITH IT AND THIS PROGRAM THE
      *    SCRAMBLE CAN BE UNDONE.
           READ RUN-PARMS-FILE
               AT END
                   SET PARMS-EOF-REACHED TO TRUE
                   GO TO 0150-EXIT
           END-READ
           EVALUATE PRM-KEYWORD
               WHEN "MASK-KEY"
                   MOVE PRM-VALUE TO WS-MASK-KEY
                   DISPLAY "RUN-PARM MASK-KEY SUPPLIED"
                   GO TO 0150-EXIT
               WHEN "SAMPLE-SIZE"
                   IF PRM-VALUE (1:5) IS NUMERIC
                       MOVE PRM-VALUE (1:5) TO WS-SAMPLE-SIZE
                   ELSE
                       DISPLAY "SAMPLE-SIZE " PRM-VALUE
                           " IS NOT FIVE DIGITS -- IGNORED"
                       GO TO 0150-EXIT
                   END-IF
               WHEN "VOTING-AGE"
                   MOVE PRM-VALUE (1:3) TO WS-VOTING-AGE
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
           MOVE "FILES-70" TO RLG-PROGRAM-ID
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

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-BUILD-SHIFTS THRU 1100-EXIT
           IF WS-SAMPLE-SIZE IS GREATER THAN 5000
               DISPLAY "SAMPLE-SIZE " WS-SAMPLE-SIZE
                   " CUT TO THE 5000 THE SAMPLE TABLE HOLDS"
               MOVE 5000 TO WS-SAMPLE-SIZE
           END-IF
           IF WS-SAMPLE-SIZE IS GREATER THAN ZERO
               SET WS-SAMPLING TO TRUE
               PERFORM 1500-PICK-SAMPLE THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-BUILD-SHIFTS.
      *    EACH POSITION'S SHIFT FOLDS IN THE KEY CHARACTER, THE
      *    POSITION ITSELF AND THE SHIFT BEFORE IT, SO A SHORT OR
      *    REPEATING KEY STILL GIVES A VARIED RUN OF SHIFTS.
           IF WS-MASK-KEY = SPACES
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO WS-MASK-KEY
               DISPLAY "NO MASK-KEY -- ONE-OFF KEY IN USE, THIS "
                   "EXTRACT CANNOT BE REPEATED"
           END-IF
           MOVE ZERO TO WS-KEY-LENGTH
           INSPECT WS-MASK-KEY TALLYING WS-KEY-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-KEY-LENGTH = ZERO
               MOVE 40 TO WS-KEY-LENGTH
           END-IF
           MOVE ZERO TO WS-KEY-WORK
           PERFORM 1150-BUILD-ONE-SHIFT THRU 1150-EXIT
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB IS GREATER THAN 50
           COMPUTE WS-KEY-WORK = WS-LETTER-SHIFT (1) * 25
               + WS-LETTER-SHIFT (2) + WS-DIGIT-SHIFT (3)
           DIVIDE WS-KEY-WORK BY 365 GIVING WS-KEY-QUOTIENT
               REMAINDER WS-DATE-SHIFT
           ADD 1 TO WS-DATE-SHIFT.
       1100-EXIT.
           EXIT.

       1150-BUILD-ONE-SHIFT.
           COMPUTE WS-KEY-WORK = WS-MASK-SUB - 1
           DIVIDE WS-KEY-WORK BY WS-KEY-LENGTH GIVING WS-KEY-QUOTIENT
               REMAINDER WS-KEY-SUB
           ADD 1 TO WS-KEY-SUB
           MOVE WS-MASK-KEY (WS-KEY-SUB:1) TO WS-KEY-CHAR
           MOVE ZERO TO WS-KEY-VALUE
           INSPECT WS-KEY-ALPHABET TALLYING WS-KEY-VALUE
               FOR CHARACTERS BEFORE INITIAL WS-KEY-CHAR
           IF WS-MASK-SUB = 1
               COMPUTE WS-KEY-WORK = WS-KEY-VALUE + 7
           ELSE
               COMPUTE WS-KEY-WORK = WS-KEY-VALUE + (WS-MASK-SUB * 7)
                   + WS-LETTER-SHIFT (WS-MASK-SUB - 1)
           END-IF
           DIVIDE WS-KEY-WORK BY 25 GIVING WS-KEY-QUOTIENT
               REMAINDER WS-LETTER-SHIFT (WS-MASK-SUB)
           ADD 1 TO WS-LETTER-SHIFT (WS-MASK-SUB)
           DIVIDE WS-KEY-WORK BY 9 GIVING WS-KEY-QUOTIENT
               REMAINDER WS-DIGIT-SHIFT (WS-MASK-SUB)
           ADD 1 TO WS-DIGIT-SHIFT (WS-MASK-SUB).
       1150-EXIT.
           EXIT.

       1500-PICK-SAMPLE.
      *    ONE PASS TO COUNT THE MASTER, A SECOND TO TAKE EVERY N-TH
      *    CUSTOMER, SO THE SAMPLE SPANS THE WHOLE ID RANGE.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1500-EXIT
           END-IF
           MOVE ZERO TO WS-MASTER-COUNT
           PERFORM 1510-COUNT-CUSTOMER THRU 1510-EXIT
               UNTIL CUSTOMERS-EOF-REACHED
           CLOSE CUSTOMERS-FILE
           DIVIDE WS-MASTER-COUNT BY WS-SAMPLE-SIZE
               GIVING WS-SMP-INTERVAL
           IF WS-SMP-INTERVAL = ZERO
               MOVE 1 TO WS-SMP-INTERVAL
           END-IF
           MOVE "N" TO CUSTOMERS-EOF
           MOVE ZERO TO WS-SMP-COUNT
           MOVE ZERO TO WS-SMP-SKIP
           OPEN INPUT CUSTOMERS-FILE
           PERFORM 1550-SAMPLE-CUSTOMER THRU 1550-EXIT
               UNTIL CUSTOMERS-EOF-REACHED
                   OR WS-SMP-COUNT = WS-SAMPLE-SIZE
           CLOSE CUSTOMERS-FILE
           MOVE "N" TO CUSTOMERS-EOF
           DISPLAY "SAMPLE OF " WS-SMP-COUNT " CUSTOMERS FROM "
               WS-MASTER-COUNT " ON THE MASTER".
       1500-EXIT.
           EXIT.

       1510-COUNT-CUSTOMER.
           READ CUSTOMERS-FILE
               AT END
                   SET CUSTOMERS-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
           END-READ.
       1510-EXIT.
           EXIT.

       1550-SAMPLE-CUSTOMER.
           READ CUSTOMERS-FILE
               AT END
                   SET CUSTOMERS-EOF-REACHED TO TRUE
                   GO TO 1550-EXIT
           END-READ
           ADD 1 TO WS-SMP-SKIP
           IF WS-SMP-SKIP IS LESS THAN WS-SMP-INTERVAL
               GO TO 1550-EXIT
           END-IF
           MOVE ZERO TO WS-SMP-SKIP
           ADD 1 TO WS-SMP-COUNT
           MOVE ID-NUMBER TO WS-SMP-ID-NUMBER (WS-SMP-COUNT).
       1550-EXIT.
           EXIT.

       2000-EXTRACT-CUSTOMERS.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT MASKED-CUSTOMERS-FILE
           IF NOT MASKED-OK
               DISPLAY "MASKED-CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-MASKED-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-EXTRACT-CUSTOMER THRU 2100-EXIT
               UNTIL CUSTOMERS-EOF-REACHED
           CLOSE CUSTOMERS-FILE
           CLOSE MASKED-CUSTOMERS-FILE.
       2000-EXIT.
           EXIT.

       2100-EXTRACT-CUSTOMER.
           READ CUSTOMERS-FILE
               AT END
                   SET CUSTOMERS-EOF-REACHED TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-CHECK-SAMPLE THRU 7000-EXIT
           IF NOT WS-IN-SAMPLE
               GO TO 2100-EXIT
           END-IF
           PERFORM 6000-MASK-CUSTOMER THRU 6000-EXIT
           WRITE MASKED-CUSTOMER-RECORD FROM CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "MASKED-CUSTOMERS-FILE WRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-MASKED-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CUSTOMERS-OUT
           END-WRITE.
       2100-EXIT.
           EXIT.

       3000-EXTRACT-ACCOUNTS.
      *    A FILE THAT IS NOT ON HAND IS LEFT OUT OF THE TEST SET, THE
      *    SAME AS A LIVE SITE THAT HAS NEVER USED IT.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-NOT-FOUND
               DISPLAY "NO CUSTOMER-ACCOUNTS ON HAND -- NOT EXTRACTED"
               GO TO 3000-EXIT
           END-IF
           IF NOT ACCOUNTS-OK
               DISPLAY "ACCOUNTS-FILE OPEN FAILED, STATUS: "
                   WS-ACCOUNTS-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT MASKED-ACCOUNTS-FILE
           IF NOT MASKED-OK
               DISPLAY "MASKED-ACCOUNTS-FILE OPEN FAILED, STATUS: "
                   WS-MASKED-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE ACCOUNTS-FILE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-EXTRACT-ACCOUNT THRU 3100-EXIT
               UNTIL ACCOUNTS-EOF-REACHED
           CLOSE ACCOUNTS-FILE
           CLOSE MASKED-ACCOUNTS-FILE.
       3000-EXIT.
           EXIT.

       3100-EXTRACT-ACCOUNT.
           READ ACCOUNTS-FILE
               AT END
                   SET ACCOUNTS-EOF-REACHED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACT-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-CHECK-SAMPLE THRU 7000-EXIT
           IF NOT WS-IN-SAMPLE
               GO TO 3100-EXIT
           END-IF
           WRITE MASKED-ACCOUNT-RECORD FROM ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "MASKED-ACCOUNTS-FILE WRITE FAILED FOR "
                       ACT-ACCOUNT-KEY ", STATUS: " WS-MASKED-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-OUT
           END-WRITE.
       3100-EXIT.
           EXIT.

       3500-EXTRACT-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-NOT-FOUND
               DISPLAY "NO OPEN-ITEMS ON HAND -- NOT EXTRACTED"
               GO TO 3500-EXIT
           END-IF
           IF NOT OPEN-ITEMS-OK
               DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                   WS-OPEN-ITEMS-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           OPEN OUTPUT MASKED-OPEN-ITEMS-FILE
           IF NOT MASKED-OK
               DISPLAY "MASKED-OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                   WS-MASKED-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE OPEN-ITEMS-FILE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-EXTRACT-OPEN-ITEM THRU 3600-EXIT
               UNTIL OPEN-ITEMS-EOF-REACHED
           CLOSE OPEN-ITEMS-FILE
           CLOSE MASKED-OPEN-ITEMS-FILE.
       3500-EXIT.
           EXIT.

       3600-EXTRACT-OPEN-ITEM.
           READ OPEN-ITEMS-FILE
               AT END
                   SET OPEN-ITEMS-EOF-REACHED TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           MOVE OPN-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-CHECK-SAMPLE THRU 7000-EXIT
           IF NOT WS-IN-SAMPLE
               GO TO 3600-EXIT
           END-IF
           WRITE MASKED-OPEN-ITEM-RECORD FROM OPN-OPEN-ITEM
               INVALID KEY
                   DISPLAY "MASKED-OPEN-ITEMS-FILE WRITE FAILED FOR "
                       OPN-ITEM-KEY ", STATUS: " WS-MASKED-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-OUT
           END-WRITE.
       3600-EXIT.
           EXIT.

       4000-EXTRACT-LEDGER.
      *    EVERY MOVEMENT OF A CUSTOMER IN THE SET GOES ACROSS IN ITS
      *    LIVE ORDER, SO THE BEFORE/AFTER CHAIN FILES-28 REPLAYS IS
      *    WHOLE. THE LEDGER INDEX IS NOT CARRIED -- FILES-63 BUILDS
      *    ONE OVER THE TEST LEDGER IF A TEST NEEDS IT.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               DISPLAY "NO CUSTOMER-LEDGER ON HAND -- NOT EXTRACTED"
               GO TO 4000-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT MASKED-LEDGER-FILE
           IF NOT MASKED-OK
               DISPLAY "MASKED-LEDGER-FILE OPEN FAILED, STATUS: "
                   WS-MASKED-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE LEDGER-FILE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-EXTRACT-MOVEMENT THRU 4100-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE
           CLOSE MASKED-LEDGER-FILE.
       4000-EXIT.
           EXIT.

       4100-EXTRACT-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READ
           MOVE LGR-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-CHECK-SAMPLE THRU 7000-EXIT
           IF NOT WS-IN-SAMPLE
               GO TO 4100-EXIT
           END-IF
           WRITE MASKED-LEDGER-RECORD FROM LGR-LEDGER-RECORD
           ADD 1 TO WS-LEDGER-OUT.
       4100-EXIT.
           EXIT.

       4500-EXTRACT-ORDERS.
           OPEN INPUT ORDERS-FILE
           IF ORDERS-NOT-FOUND
               DISPLAY "NO STANDING-ORDERS ON HAND -- NOT EXTRACTED"
               GO TO 4500-EXIT
           END-IF
           IF NOT ORDERS-OK
               DISPLAY "ORDERS-FILE OPEN FAILED, STATUS: "
                   WS-ORDERS-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF
           OPEN OUTPUT MASKED-ORDERS-FILE
           IF NOT MASKED-OK
               DISPLAY "MASKED-ORDERS-FILE OPEN FAILED, STATUS: "
                   WS-MASKED-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE ORDERS-FILE
               GO TO 4500-EXIT
           END-IF
           PERFORM 4600-EXTRACT-ORDER THRU 4600-EXIT
               UNTIL ORDERS-EOF-REACHED
           CLOSE ORDERS-FILE
           CLOSE MASKED-ORDERS-FILE.
       4500-EXIT.
           EXIT.

       4600-EXTRACT-ORDER.
           READ ORDERS-FILE
               AT END
                   SET ORDERS-EOF-REACHED TO TRUE
                   GO TO 4600-EXIT
           END-READ
           ADD 1 TO WS-ORDERS-READ
           MOVE STO-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-CHECK-SAMPLE THRU 7000-EXIT
           IF NOT WS-IN-SAMPLE
               GO TO 4600-EXIT
           END-IF
           WRITE MASKED-ORDER-RECORD FROM ORDER-RECORD
           ADD 1 TO WS-ORDERS-OUT.
       4600-EXIT.
           EXIT.

       5000-EXTRACT-CONTACTS.
           OPEN INPUT CONTACT-LOG-FILE
           IF CONTACT-NOT-FOUND
               DISPLAY "NO CONTACT-LOG ON HAND -- NOT EXTRACTED"
               GO TO 5000-EXIT
           END-IF
           IF NOT CONTACT-OK
               DISPLAY "CONTACT-LOG-FILE OPEN FAILED, STATUS: "
                   WS-CONTACT-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT MASKED-CONTACT-FILE
           IF NOT MASKED-OK
               DISPLAY "MASKED-CONTACT-FILE OPEN FAILED, STATUS: "
                   WS-MASKED-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE CONTACT-LOG-FILE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-EXTRACT-CONTACT THRU 5100-EXIT
               UNTIL CONTACT-EOF-REACHED
           CLOSE CONTACT-LOG-FILE
           CLOSE MASKED-CONTACT-FILE.
       5000-EXIT.
           EXIT.

       5100-EXTRACT-CONTACT.
      *    A NOTE IS FREE TEXT AND OFTEN NAMES SOMEONE, SO IT IS
      *    SCRAMBLED WHOLE; THE REASON CODE STILL SAYS WHAT IT WAS.
           READ CONTACT-LOG-FILE
               AT END
                   SET CONTACT-EOF-REACHED TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-CONTACTS-READ
           MOVE CTL-ID-NUMBER TO WS-CHECK-ID
           PERFORM 7000-CHECK-SAMPLE THRU 7000-EXIT
           IF NOT WS-IN-SAMPLE
               GO TO 5100-EXIT
           END-IF
           MOVE CTL-TEXT TO WS-MASK-TEXT
           MOVE 50 TO WS-MASK-LENGTH
           PERFORM 6100-MASK-TEXT THRU 6100-EXIT
           MOVE WS-MASK-TEXT TO CTL-TEXT
           WRITE MASKED-CONTACT-RECORD FROM CTL-CONTACT-RECORD
           ADD 1 TO WS-CONTACTS-OUT.
       5100-EXIT.
           EXIT.

       6000-MASK-CUSTOMER.
           MOVE F-NAME TO WS-MASK-TEXT
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 6100-MASK-TEXT THRU 6100-EXIT
           MOVE WS-MASK-TEXT TO F-NAME
           MOVE L-NAME TO WS-MASK-TEXT
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 6100-MASK-TEXT THRU 6100-EXIT
           MOVE WS-MASK-TEXT TO L-NAME
           MOVE ADDR-STREET TO WS-MASK-TEXT
           MOVE 30 TO WS-MASK-LENGTH
           PERFORM 6100-MASK-TEXT THRU 6100-EXIT
           MOVE WS-MASK-TEXT TO ADDR-STREET
           PERFORM 6200-MASK-BIRTH-DATE THRU 6200-EXIT.
       6000-EXIT.
           EXIT.

       6100-MASK-TEXT.
           PERFORM 6150-MASK-ONE-CHAR THRU 6150-EXIT
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB IS GREATER THAN WS-MASK-LENGTH.
       6100-EXIT.
           EXIT.

       6150-MASK-ONE-CHAR.
      *    A LETTER OR DIGIT MOVES ALONG ITS OWN ALPHABET, A LOWER-CASE
      *    LETTER ALONG THE LOWER-CASE ONE; SPACES AND PUNCTUATION STAY
      *    PUT, SO A NAME OR A NOTE KEEPS ITS SHAPE.
           MOVE WS-MASK-TEXT (WS-MASK-SUB:1) TO WS-MASK-CHAR
           MOVE ZERO TO WS-CHAR-POS
           INSPECT WS-LETTERS-ONCE TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-CHAR-POS IS LESS THAN 26
               COMPUTE WS-NEW-POS = WS-CHAR-POS + 1
                   + WS-LETTER-SHIFT (WS-MASK-SUB)
               MOVE WS-LETTERS-TWICE (WS-NEW-POS:1)
                   TO WS-MASK-TEXT (WS-MASK-SUB:1)
               GO TO 6150-EXIT
           END-IF
           MOVE ZERO TO WS-CHAR-POS
           INSPECT WS-LOWER-ONCE TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-CHAR-POS IS LESS THAN 26
               COMPUTE WS-NEW-POS = WS-CHAR-POS + 1
                   + WS-LETTER-SHIFT (WS-MASK-SUB)
               MOVE WS-LOWER-TWICE (WS-NEW-POS:1)
                   TO WS-MASK-TEXT (WS-MASK-SUB:1)
               GO TO 6150-EXIT
           END-IF
           MOVE ZERO TO WS-CHAR-POS
           INSPECT WS-DIGITS-ONCE TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-CHAR-POS IS LESS THAN 10
               COMPUTE WS-NEW-POS = WS-CHAR-POS + 1
                   + WS-DIGIT-SHIFT (WS-MASK-SUB)
               MOVE WS-DIGITS-TWICE (WS-NEW-POS:1)
                   TO WS-MASK-TEXT (WS-MASK-SUB:1)
           END-IF.
       6150-EXIT.
           EXIT.

       6200-MASK-BIRTH-DATE.
      *    THE WHOLE DATE MOVES BACK THE SAME NUMBER OF DAYS, SO EVERY
      *    REAL DATE COMES OUT A REAL DATE, DAY, MONTH AND YEAR ALL
      *    CHANGE WITH IT, AND NO TWO BIRTH DATES COME OUT THE SAME.
      *    NOTHING MOVES MORE THAN A YEAR, SO THE AGE MIX OF THE BOOK
      *    IS KEPT, AND MOVING BACK NEVER PUTS A BIRTH IN THE FUTURE.
      *    A DATE THAT IS NOT A REAL ONE IS CARRIED AS IT STANDS FOR
      *    FILES-15 TO REPORT.
           IF DOB-DD IS NOT NUMERIC OR DOB-MM IS NOT NUMERIC
               OR DOB-CCYY IS NOT NUMERIC
               GO TO 6200-EXIT
           END-IF
           IF DOB-CCYY IS LESS THAN 1602
               OR DOB-MM IS LESS THAN 1 OR DOB-MM IS GREATER THAN 12
               OR DOB-DD IS LESS THAN 1 OR DOB-DD IS GREATER THAN 31
               GO TO 6200-EXIT
           END-IF
           MOVE DOB-CCYY TO WS-DOB-WORK-CCYY
           MOVE DOB-MM TO WS-DOB-WORK-MM
           MOVE DOB-DD TO WS-DOB-WORK-DD
           COMPUTE WS-DOB-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DOB-WORK-NUM)
           IF WS-DOB-INTEGER = ZERO
               OR FUNCTION DATE-OF-INTEGER(WS-DOB-INTEGER)
                   NOT EQUAL WS-DOB-WORK-NUM
               GO TO 6200-EXIT
           END-IF
           SUBTRACT WS-DATE-SHIFT FROM WS-DOB-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-DOB-INTEGER)
               TO WS-DOB-WORK-NUM
           MOVE WS-DOB-WORK-CCYY TO DOB-CCYY
           MOVE WS-DOB-WORK-MM TO DOB-MM
           MOVE WS-DOB-WORK-DD TO DOB-DD

      *    AGE AND CAN-VOTE WORKED OUT AGAIN FROM THE NEW DATE THE WAY
      *    THE FILES-15 AUDIT CHECKS THEM.
           COMPUTE WS-NEW-AGE = WS-CUR-CCYY - DOB-CCYY
           IF WS-CUR-MM < DOB-MM
               OR (WS-CUR-MM = DOB-MM AND WS-CUR-DD < DOB-DD)
               SUBTRACT 1 FROM WS-NEW-AGE
           END-IF
           MOVE WS-NEW-AGE TO AGE
           IF WS-NEW-AGE IS NOT LESS THAN WS-VOTING-AGE
               SET CAN-VOTE-FLAG TO TRUE
           ELSE
               SET CANT-VOTE-FLAG TO TRUE
           END-IF.
       6200-EXIT.
           EXIT.

       7000-CHECK-SAMPLE.
      *    WITH NO SAMPLE ASKED FOR, EVERYONE IS IN THE SET.
           IF NOT WS-SAMPLING
               SET WS-IN-SAMPLE TO TRUE
               GO TO 7000-EXIT
           END-IF
           MOVE "N" TO WS-IN-SAMPLE-SWITCH
           MOVE 1 TO WS-SMP-LOW
           MOVE WS-SMP-COUNT TO WS-SMP-HIGH
           PERFORM 7050-HALVE-SAMPLE THRU 7050-EXIT
               UNTIL WS-SMP-LOW IS GREATER THAN WS-SMP-HIGH
                   OR WS-IN-SAMPLE.
       7000-EXIT.
           EXIT.

       7050-HALVE-SAMPLE.
           COMPUTE WS-SMP-MID = (WS-SMP-LOW + WS-SMP-HIGH) / 2
           IF WS-SMP-ID-NUMBER (WS-SMP-MID) = WS-CHECK-ID
               SET WS-IN-SAMPLE TO TRUE
               GO TO 7050-EXIT
           END-IF
           IF WS-SMP-ID-NUMBER (WS-SMP-MID) IS LESS THAN WS-CHECK-ID
               COMPUTE WS-SMP-LOW = WS-SMP-MID + 1
           ELSE
               COMPUTE WS-SMP-HIGH = WS-SMP-MID - 1
           END-IF.
       7050-EXIT.
           EXIT.

       9000-SHOW-COUNTS.
           DISPLAY "MASKED TEST SET          READ    WRITTEN"
           DISPLAY "CUSTOMERS             " WS-CUSTOMERS-READ
               "    " WS-CUSTOMERS-OUT
           DISPLAY "CUSTOMER-ACCOUNTS     " WS-ACCOUNTS-READ
               "    " WS-ACCOUNTS-OUT
           DISPLAY "OPEN-ITEMS            " WS-ITEMS-READ
               "    " WS-ITEMS-OUT
           DISPLAY "CUSTOMER-LEDGER       " WS-LEDGER-READ
               "    " WS-LEDGER-OUT
           DISPLAY "STANDING-ORDERS       " WS-ORDERS-READ
               "    " WS-ORDERS-OUT
           DISPLAY "CONTACT-LOG           " WS-CONTACTS-READ
               "    " WS-CONTACTS-OUT
           DISPLAY "MOVE THE MASKED- FILES TO THE TEST AREA AND DROP "
               "THE PREFIX".
       9000-EXIT.
           EXIT.

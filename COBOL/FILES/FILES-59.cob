       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-59.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. MONTHLY AGE-OF-MAJORITY CONVERSION.
      *   A CUSTOMER UNDER THE AGE-OF-MAJORITY RUN-PARM (DEFAULT 018)
      *   IS A MINOR FOR AS LONG AS THEIR GUARDIAN LINK STANDS ON
      *   GUARDIANS.dat (SEE COPYLIB'S GUARDIAN-RECORD): NO CREDIT
      *   LIMIT, LARGER DEBITS HELD FOR THE GUARDIAN, AND STATEMENTS
      *   AND LETTERS TO THE GUARDIAN. THIS RUN GOES THROUGH EVERY
      *   LINK AND WORKS THE MINOR'S AGE OUT AT THE BUSINESS DATE. ONE
      *   WHO HAS COME OF AGE HAS AGE AND CAN-VOTE BROUGHT UP TO DATE
      *   ON THE MASTER WITH A BEFORE/AFTER IMAGE ON
      *   CUSTOMER-JOURNAL.dat UNDER THE SIGNED-ON OPERATOR, AND THE
      *   LINK IS DELETED, WHICH LIFTS EVERY RESTRICTION AT ONCE; A
      *   CONVERTED LINK IS GONE, SO THE NEXT RUN ONLY FINDS THOSE WHO
      *   CAME OF AGE SINCE. EACH NEW ADULT IS LISTED WITH NAME,
      *   ADDRESS AND THE DATE THEY CAME OF AGE ON THE WELCOME LIST
      *   (GUARDIAN-CONVERSION-CCYYMMDD.rpt) FOR THE DESK'S
      *   WELCOME-TO-YOUR-OWN-ACCOUNT LETTER. A LINK WHOSE MINOR IS NO
      *   LONGER ON THE MASTER IS DELETED AND A MINOR WHOSE GUARDIAN
      *   HAS LEFT THE MASTER IS FLAGGED, BOTH AS EXCEPTIONS ON THE
      *   SAME REPORT, WHICH IS CATALOGUED ON REPORT-CATALOG.dat. THE
      *   RUN TAKES THE EXCLUSIVE RUN-LOCK.
      * 15/10/2026 NM - THE JOURNAL ENTRY NOW CLEARS THE NEW JRN-EVENT
      *   FIELD (ORDINARY MAINTENANCE), SO A STALE MERGE OR REINSTATE
      *   MARKER CAN NEVER RIDE ALONG.
      * 15/10/2026 NM - AFTER THE LINKS THE RUN NOW SWEEPS THE MASTER
      *   FOR MINORS WITH NO LINK AT ALL -- UNDER THE AGE OF MAJORITY AT
      *   THE BUSINESS DATE (OR BY THE MASTER AGE WHEN THE BIRTH DATE
      *   WILL NOT SERVE) AND NOT ON GUARDIANS.dat -- WHO CARRY NONE OF
      *   A MINOR'S RESTRICTIONS. EACH IS LISTED AS AN EXCEPTION FOR THE
      *   DESK TO LINK THROUGH FILES-12, AND ONE ALREADY CARRYING A
      *   CREDIT LIMIT IS CALLED OUT AS SUCH, WITH ITS OWN COUNT.
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

           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

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

       FD RUN-LOG-FILE.
           COPY "RUN-LOG-RECORD.cpy".

       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD OPERATORS-FILE.
           01 OPERATOR-RECORD.
               02 OPR-OPERATOR-ID   PIC X(8).
               02 OPR-OPERATOR-NAME PIC X(20).

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
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF.

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

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
           77 WS-MAJORITY-AGE       PIC 9(3) VALUE 018.
           77 WS-VOTING-AGE         PIC 9(3) VALUE 018.

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".

           77 WS-GUARDIANS-SWITCH   PIC X VALUE "N".
               88 WS-GUARDIANS-OPEN     VALUE "Y".

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
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.

           77 WS-AGE                PIC 9(3) VALUE ZERO.
           77 WS-GUARDIAN-ID        PIC 9(7) VALUE ZERO.

      *    THE DAY THE CUSTOMER CAME OF AGE: THEIR BIRTHDAY IN THE YEAR
      *    OF BIRTH PLUS THE AGE OF MAJORITY, LAID OUT DDMMCCYY FOR THE
      *    EDITED DATE ON THE WELCOME LIST.
           01 WS-OF-AGE-DATE.
               02 WS-OF-AGE-DD       PIC 99.
               02 WS-OF-AGE-MM       PIC 99.
               02 WS-OF-AGE-CCYY     PIC 9999.
           01 WS-OF-AGE-DATE-NUM REDEFINES WS-OF-AGE-DATE PIC 9(8).

           77 WS-LINKS-READ         PIC 9(7) VALUE ZERO.
           77 WS-CONVERTED-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-STILL-MINOR-COUNT  PIC 9(7) VALUE ZERO.
           77 WS-NO-MINOR-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-NO-GUARDIAN-COUNT  PIC 9(7) VALUE ZERO.
           77 WS-FAILED-COUNT       PIC 9(7) VALUE ZERO.
           77 WS-CUSTOMERS-SWEPT    PIC 9(7) VALUE ZERO.
           77 WS-UNLINKED-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-UNLINKED-LIMIT-COUNT PIC 9(7) VALUE ZERO.
           77 WS-SWEEP-SWITCH       PIC X VALUE "N".
               88 WS-SWEEP-DONE         VALUE "Y".

           01 WS-WELCOME-HEAD-LINE.
               02 FILLER             PIC X(40) VALUE
                   "MINORS COME OF AGE -- BUSINESS DATE".
               02 FILLER             PIC X VALUE SPACE.
               02 HL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(20) VALUE
                   "   AGE OF MAJORITY".
               02 FILLER             PIC X VALUE SPACE.
               02 HL-MAJORITY-AGE    PIC ZZ9.
               02 FILLER             PIC X(16) VALUE
                   "   OPERATOR".
               02 HL-OPERATOR        PIC X(8).

           01 WS-WELCOME-COL-LINE.
               02 FILLER             PIC X(51) VALUE
                   "ID       NAME                           OF AGE ON".
               02 FILLER             PIC X(60) VALUE
                   "  GUARDIAN ADDRESS".

           01 WS-WELCOME-LINE.
               02 WL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WL-NAME            PIC X(30).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 WL-OF-AGE-DATE     PIC 99/99/9999.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 WL-GUARDIAN-ID     PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WL-STREET          PIC X(30).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 WL-CITY            PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 WL-POSTAL          PIC X(10).

           01 WS-EXCEPTION-LINE.
               02 FILLER             PIC X(11) VALUE "EXCEPTION  ".
               02 XL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 XL-TEXT            PIC X(40).
               02 FILLER             PIC X(10) VALUE "GUARDIAN ".
               02 XL-GUARDIAN-ID     PIC 9(7).

           01 WS-WELCOME-TOTAL-LINE.
               02 TL-LABEL           PIC X(40).
               02 TL-COUNT           PIC ZZZZZZ9.

           01 WS-NONE-LINE.
               02 FILLER             PIC X(30) VALUE
                   "  NO MINOR CAME OF AGE".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 0500-SET-BUSINESS-DATE THRU 0500-EXIT
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               IF WS-GUARDIANS-OPEN
                   PERFORM 2000-CONVERT-ONE-LINK THRU 2000-EXIT
                       UNTIL EOF-REACHED
               END-IF
               PERFORM 3000-SWEEP-UNLINKED THRU 3000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-LINKS-READ TO WS-RLG-READ
           MOVE WS-CONVERTED-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
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
               WHEN "AGE-OF-MAJORITY"
                   MOVE PRM-VALUE (1:3) TO WS-MAJORITY-AGE
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
           MOVE "FILES-59" TO RLG-PROGRAM-ID
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
           MOVE "FILES-59" TO LCK-PROGRAM
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
               MOVE "FILES-59" TO LCK-PROGRAM
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
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4).
       0500-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
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
           MOVE "FILES-59" TO RPC-PROGRAM
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

       1000-OPEN-FILES.
      *    NO GUARDIANS FILE MEANS NO MINOR WAS EVER LINKED: THE RUN
      *    STILL PRINTS ITS (EMPTY) LIST. THE JOURNAL MUST OPEN BEFORE
      *    ANY MASTER RECORD IS TOUCHED.
           OPEN I-O CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
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
                   WS-JOURNAL-STATUS " -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O GUARDIANS-FILE
           IF GUARDIANS-OK
               SET WS-GUARDIANS-OPEN TO TRUE
           ELSE
               IF GUARDIANS-NOT-FOUND
                   DISPLAY "NO GUARDIANS FILE ON HAND -- NO MINOR "
                       "TO CONVERT"
               ELSE
                   DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                       WS-GUARDIANS-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   CLOSE CUSTOMERS-FILE
                   CLOSE JOURNAL-FILE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "GUARDIAN-CONVERSION-" DELIMITED BY SIZE
                  WS-CURRENT-DATE        DELIMITED BY SIZE
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
               CLOSE JOURNAL-FILE
               IF WS-GUARDIANS-OPEN
                   CLOSE GUARDIANS-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           MOVE WS-MAJORITY-AGE TO HL-MAJORITY-AGE
           MOVE WS-OPERATOR-ID TO HL-OPERATOR
           WRITE REPORT-LINE FROM WS-WELCOME-HEAD-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-WELCOME-COL-LINE
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.

       2000-CONVERT-ONE-LINK.
      *    THE LINK IS DELETED IN PLACE: WITH DYNAMIC ACCESS THE NEXT
      *    READ NEXT CARRIES ON FROM THE DELETED KEY.
           READ GUARDIANS-FILE NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-LINKS-READ
           MOVE GRD-GUARDIAN-ID TO WS-GUARDIAN-ID

           MOVE GRD-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE GRD-ID-NUMBER TO XL-ID-NUMBER
                   MOVE "MINOR NO LONGER ON MASTER -- LINK DROPPED"
                       TO XL-TEXT
                   PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
                   ADD 1 TO WS-NO-MINOR-COUNT
                   PERFORM 2300-DELETE-LINK THRU 2300-EXIT
                   GO TO 2000-EXIT
           END-READ

           PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT
           IF WS-AGE IS LESS THAN WS-MAJORITY-AGE
               ADD 1 TO WS-STILL-MINOR-COUNT
               PERFORM 2400-CHECK-GUARDIAN THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE CUSTOMER-DATA TO JRN-BEFORE-IMAGE
           MOVE WS-AGE TO AGE
           IF WS-AGE IS NOT LESS THAN WS-VOTING-AGE
               SET CAN-VOTE-FLAG TO TRUE
           ELSE
               SET CANT-VOTE-FLAG TO TRUE
           END-IF
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED FOR ID "
                       ID-NUMBER ", STATUS: " WS-CUSTOMERS-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 1 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-REWRITE

           MOVE ID-NUMBER TO JRN-ID-NUMBER
           MOVE "C" TO JRN-ACTION
           MOVE CUSTOMER-DATA TO JRN-AFTER-IMAGE
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR
           MOVE SPACE TO JRN-EVENT
           WRITE JRN-JOURNAL-RECORD

           PERFORM 2300-DELETE-LINK THRU 2300-EXIT
           ADD 1 TO WS-CONVERTED-COUNT

           MOVE DOB-DD TO WS-OF-AGE-DD
           MOVE DOB-MM TO WS-OF-AGE-MM
           COMPUTE WS-OF-AGE-CCYY = DOB-CCYY + WS-MAJORITY-AGE
           MOVE SPACES TO WS-WELCOME-LINE
           MOVE ID-NUMBER TO WL-ID-NUMBER
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO WL-NAME
           END-STRING
           MOVE WS-OF-AGE-DATE-NUM TO WL-OF-AGE-DATE
           MOVE WS-GUARDIAN-ID TO WL-GUARDIAN-ID
           MOVE ADDR-STREET TO WL-STREET
           MOVE ADDR-CITY TO WL-CITY
           MOVE ADDR-POSTAL TO WL-POSTAL
           WRITE REPORT-LINE FROM WS-WELCOME-LINE
               AFTER ADVANCING 1 LINE.
       2000-EXIT.
           EXIT.

       2100-COMPUTE-AGE.
           COMPUTE WS-AGE = WS-CUR-CCYY - DOB-CCYY
           IF WS-CUR-MM < DOB-MM
               OR (WS-CUR-MM = DOB-MM AND WS-CUR-DD < DOB-DD)
               SUBTRACT 1 FROM WS-AGE
           END-IF.
       2100-EXIT.
           EXIT.

       2300-DELETE-LINK.
           DELETE GUARDIANS-FILE RECORD
               INVALID KEY
                   DISPLAY "GUARDIANS-FILE DELETE FAILED FOR ID "
                       GRD-ID-NUMBER ", STATUS: " WS-GUARDIANS-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 1 TO RETURN-CODE
           END-DELETE.
       2300-EXIT.
           EXIT.

       2400-CHECK-GUARDIAN.
      *    A MINOR STAYS A MINOR, BUT A GUARDIAN WHO HAS LEFT THE
      *    MASTER LEAVES THE STATEMENTS WITH NOWHERE TO GO: THE DESK IS
      *    TOLD SO IT CAN KEY A NEW GUARDIAN THROUGH FILES-12.
           MOVE WS-GUARDIAN-ID TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE GRD-ID-NUMBER TO XL-ID-NUMBER
                   MOVE "GUARDIAN NO LONGER ON MASTER" TO XL-TEXT
                   PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
                   ADD 1 TO WS-NO-GUARDIAN-COUNT
           END-READ.
       2400-EXIT.
           EXIT.

       2500-PRINT-EXCEPTION.
           MOVE WS-GUARDIAN-ID TO XL-GUARDIAN-ID
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY "ID " XL-ID-NUMBER ": " XL-TEXT.
       2500-EXIT.
           EXIT.

       3000-SWEEP-UNLINKED.
      *    A CUSTOMER UNDER AGE WITH NO LINK CARRIES NONE OF A MINOR'S
      *    RESTRICTIONS; EVERY ONE ON THE MASTER IS AN EXCEPTION FOR
      *    THE DESK TO LINK THROUGH FILES-12, AND ONE ALREADY GIVEN A
      *    CREDIT LIMIT IS CALLED OUT.
           IF WS-CONVERTED-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "N" TO WS-SWEEP-SWITCH
           MOVE ZERO TO ID-NUMBER
           START CUSTOMERS-FILE KEY IS NOT LESS THAN ID-NUMBER
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM 3100-CHECK-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL WS-SWEEP-DONE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-SWEPT
           IF DATE-OF-BIRTH IS NUMERIC AND DOB-CCYY IS GREATER THAN ZERO
               PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT
           ELSE
               MOVE AGE TO WS-AGE
           END-IF
           IF WS-AGE IS NOT LESS THAN WS-MAJORITY-AGE
               GO TO 3100-EXIT
           END-IF
           IF WS-GUARDIANS-OPEN
               MOVE ID-NUMBER TO GRD-ID-NUMBER
               READ GUARDIANS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 3100-EXIT
               END-READ
           END-IF
           ADD 1 TO WS-UNLINKED-COUNT
           MOVE ZERO TO WS-GUARDIAN-ID
           MOVE ID-NUMBER TO XL-ID-NUMBER
           IF CREDIT-LIMIT IS GREATER THAN ZERO
               ADD 1 TO WS-UNLINKED-LIMIT-COUNT
               MOVE "MINOR, NO GUARDIAN LINK -- CREDIT LIMIT"
                   TO XL-TEXT
           ELSE
               MOVE "MINOR WITH NO GUARDIAN LINK" TO XL-TEXT
           END-IF
           PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT.
       3100-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "GUARDIAN LINKS READ" TO TL-LABEL
           MOVE WS-LINKS-READ TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CAME OF AGE -- CONVERTED" TO TL-LABEL
           MOVE WS-CONVERTED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "STILL MINORS" TO TL-LABEL
           MOVE WS-STILL-MINOR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MINOR NOT ON MASTER -- LINK DROPPED" TO TL-LABEL
           MOVE WS-NO-MINOR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "GUARDIAN NOT ON MASTER" TO TL-LABEL
           MOVE WS-NO-GUARDIAN-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MINOR WITH NO GUARDIAN LINK" TO TL-LABEL
           MOVE WS-UNLINKED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OF WHOM WITH A CREDIT LIMIT" TO TL-LABEL
           MOVE WS-UNLINKED-LIMIT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "REWRITE OR DELETE FAILED" TO TL-LABEL
           MOVE WS-FAILED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-WELCOME-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.

       8500-DISPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "AGE-OF-MAJORITY CONVERSION -- BUSINESS DATE "
               WS-CURRENT-DATE-NUM
           DISPLAY "  GUARDIAN LINKS READ:     " WS-LINKS-READ
           DISPLAY "  CAME OF AGE -- CONVERTED:" WS-CONVERTED-COUNT
           DISPLAY "  STILL MINORS:            " WS-STILL-MINOR-COUNT
           DISPLAY "  MINOR NOT ON MASTER:     " WS-NO-MINOR-COUNT
           DISPLAY "  GUARDIAN NOT ON MASTER:  " WS-NO-GUARDIAN-COUNT
           DISPLAY "  CUSTOMERS SWEPT:         " WS-CUSTOMERS-SWEPT
           DISPLAY "  MINORS WITH NO LINK:     " WS-UNLINKED-COUNT
               "  (" WS-UNLINKED-LIMIT-COUNT " WITH A CREDIT LIMIT)"
           DISPLAY "  REWRITES/DELETES FAILED: " WS-FAILED-COUNT
           DISPLAY "WELCOME LIST WRITTEN TO " WS-REPORT-FILE-NAME.
       8500-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           IF WS-GUARDIANS-OPEN
               CLOSE GUARDIANS-FILE
           END-IF
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

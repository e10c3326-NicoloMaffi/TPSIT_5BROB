       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-62.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. ONE-TIME CONVERSION FOR THE
      *   CUSTOMER-NUMBER CHECK DIGIT (LUHN MOD 10, SEE
      *   0980-COMPUTE-CHECK-DIGIT). THE MASTER KEY DOES NOT CHANGE --
      *   THE CUSTOMER NUMBER IS THE SEVEN-DIGIT ID-NUMBER FOLLOWED BY
      *   ITS DIGIT, WHICH IS ALWAYS WORKED OUT FROM THE ID AND NEVER
      *   STORED -- SO THE INDEXED MASTER IS ONLY READ, UNDER THE
      *   EXCLUSIVE RUN-LOCK. THE RUN PRINTS THE REISSUE LISTING
      *   CUSTOMER-NUMBERS-CCYYMMDD.rpt, CATALOGUED ON
      *   REPORT-CATALOG.dat: EVERY CUSTOMER ON FILE WITH THEIR NEW
      *   EIGHT-DIGIT NUMBER FOR THE CARDS AND LETTERS, THEN THE ISSUE
      *   LIST -- THE NEXT UNISSUED ID-NUMBERS ABOVE THE HIGHEST ON
      *   FILE, WITH THEIR DIGITS, THAT THE DESK HANDS A NEW CUSTOMER
      *   FROM (RERUN IT FOR A FRESH LIST WHEN IT RUNS SHORT).
      * 15/10/2026 NM - THE BATCH INPUT ALREADY KEYED AND QUEUED AT
      *   CUTOVER CARRIES NO DIGIT AND FILES-1, FILES-9 AND FILES-20
      *   WOULD TURN ALL OF IT AWAY, SO ON REQUEST THE QUEUED FILES --
      *   TRANSACTIONS, RESUBMIT-TRANS, IMPORT-TRANS, MONETARY-TRANS,
      *   BILLING-RETURN AND ONE MORE MONETARY BATCH NAMED AT THE
      *   PROMPT (A FILES-31, FILES-49 OR FILES-55 FILE NOT YET
      *   POSTED) -- ARE STAMPED WITH THE DIGIT WORKED OUT FROM EACH
      *   DETAIL'S OWN ID. HEADER AND TRAILER LINES GO THROUGH
      *   VERBATIM, AND SO DOES A DETAIL WITH NO NUMERIC ID OR ONE
      *   ALREADY STAMPED, SO A RERUN CHANGES NOTHING. THE STAMPING
      *   GOES THROUGH THE FILES-44 PARK-AND-REBUILD WORK FILE WITH
      *   EVERY FILE'S RECORD COUNT PROVED BEFORE AND AFTER; ANY
      *   MISMATCH LEAVES THE LIVE FILE UNTOUCHED AND ENDS WITH
      *   RETURN-CODE 1. CUTOVER STEPS: STOP THE NIGHT'S BATCH, TAKE A
      *   FILES-13 BACKUP, RUN THIS, THEN BRING UP THE NEW FILES-1,
      *   FILES-9, FILES-10, FILES-12 AND FILES-20 -- ANYTHING KEYED
      *   AFTER THAT TAKES THE FULL EIGHT-DIGIT NUMBER.
      * 15/10/2026 NM - A QUEUED CUSTOMER TRANSACTION THAT NAMES A
      *   GUARDIAN ALSO HAS THE GUARDIAN'S CHECK DIGIT STAMPED IN THE
      *   NEW TRAILING COLUMN 145 FILES-1 NOW VERIFIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.

           SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT WORK-FILE ASSIGN TO "CONVERSION-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
           COPY "LOCK-RECORD.cpy".

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY CUSTOMER-DATA
                         CDR-ID-NUMBER         BY ID-NUMBER
                         CDR-CUSTOMER-NAME     BY CUSTOMER-NAME
                         CDR-F-NAME            BY F-NAME
                         CDR-L-NAME            BY L-NAME.

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

       FD LIVE-FILE.
           01 LIVE-RECORD         PIC X(400).

       FD WORK-FILE.
           01 WRK-RECORD          PIC X(400).

       WORKING-STORAGE SECTION.
           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

           77 WS-LOCK-HELD-SWITCH   PIC X VALUE "N".
               88 WS-LOCK-HELD-BY-US VALUE "Y".
           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-CUSTOMERS-STATUS   PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".
           77 CUSTOMERS-EOF         PIC X VALUE "N".
               88 CUSTOMERS-EOF-REACHED VALUE "Y".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

           01 WS-LIVE-STATUS       PIC X(2) VALUE SPACES.
               88 LIVE-OK               VALUE "00".
               88 LIVE-NOT-FOUND        VALUE "35".

           01 WS-WORK-STATUS       PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".

           77 WS-LIVE-NAME          PIC X(40) VALUE SPACES.

           77 LIVE-EOF              PIC X VALUE "N".
               88 LIVE-EOF-REACHED  VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-DATE-EDIT-NUM      PIC 9(8).

      *    THE REISSUE LISTING AND THE ISSUE LIST.
           77 WS-CUSTOMERS-LISTED   PIC 9(7) VALUE ZERO.
           77 WS-HIGHEST-ID         PIC 9(7) VALUE ZERO.
           77 WS-NEXT-ID            PIC 9(7) VALUE ZERO.
           77 WS-NAME-OUT           PIC X(41) VALUE SPACES.
           01 WS-ISSUE-COUNT-IN     PIC X(3) VALUE SPACES.
           01 WS-ISSUE-COUNT REDEFINES WS-ISSUE-COUNT-IN PIC 9(3).
           77 WS-ISSUE-SUB          PIC 9(3) VALUE ZERO.
           77 WS-ISSUED-COUNT       PIC 9(3) VALUE ZERO.

      *    ONE LINE PER QUEUED FILE TO STAMP: WHERE THE DETAIL'S ID
      *    STARTS, WHERE ITS CHECK-DIGIT COLUMN IS, AND WHICH LINES
      *    ARE DETAILS -- TYPE T SKIPS THE TRANSMITTAL HEADER AND
      *    TRAILER (H AND T IN COLUMN 1), TYPE D TAKES ONLY THE LINES
      *    WITH D IN COLUMN 1, TYPE A TAKES EVERY LINE.
           01 WS-FILE-TABLE.
               02 WS-CVT-ENTRY OCCURS 7 TIMES.
                   03 WS-CVT-NAME        PIC X(40).
                   03 WS-CVT-ID-POS      PIC 9(3).
                   03 WS-CVT-CHECK-POS   PIC 9(3).
                   03 WS-CVT-TYPE        PIC X.
           77 WS-CVT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-CVT-SUB            PIC 9(2) COMP VALUE ZERO.

           01 WS-OLD-REC            PIC X(400) VALUE SPACES.
           01 WS-STAMP-ID           PIC X(7) VALUE SPACES.
           01 WS-STAMP-ANSWER       PIC X VALUE SPACE.
           77 WS-EXTRA-NAME         PIC X(40) VALUE SPACES.

           77 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
           77 WS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-VERIFY-COUNT       PIC 9(7) VALUE ZERO.
           77 WS-STAMPED-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-FILES-CONVERTED    PIC 9(2) VALUE ZERO.
           77 WS-FILES-FAILED       PIC 9(2) VALUE ZERO.

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

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(40) VALUE
                   "CUSTOMER NUMBER REISSUE -- RUN DATE     ".
               02 HL-DATE            PIC 99/99/9999.

           01 WS-SECTION-LINE       PIC X(60) VALUE SPACES.

           01 WS-COL-LINE.
               02 FILLER             PIC X(36) VALUE
                   "ID-NUMBER  CHECK  CUSTOMER NUMBER   ".
               02 FILLER             PIC X(4) VALUE "NAME".

           01 WS-DETAIL-LINE.
               02 DL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(6) VALUE SPACES.
               02 DL-CHECK           PIC 9.
               02 FILLER             PIC X(6) VALUE SPACES.
               02 DL-CUSTOMER-NUMBER.
                   03 DL-CN-ID       PIC 9(7).
                   03 DL-CN-CHECK    PIC 9.
               02 FILLER             PIC X(10) VALUE SPACES.
               02 DL-NAME            PIC X(41).

           01 WS-TOTAL-LINE.
               02 TL-LABEL           PIC X(36).
               02 TL-COUNT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "CUSTOMER-NUMBER CHECK-DIGIT CONVERSION -- TAKE A "
               "FILES-13 BACKUP AND STOP THE NIGHT'S BATCH FIRST"
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM 1000-PRINT-REISSUE-LIST THRU 1000-EXIT
           IF WS-ABORT-REQUESTED
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               STOP RUN
           END-IF

           DISPLAY "STAMP CHECK DIGITS ON THE QUEUED BATCH INPUT "
               "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-STAMP-ANSWER
           IF WS-STAMP-ANSWER = "Y" OR WS-STAMP-ANSWER = "y"
               PERFORM 2000-STAMP-QUEUED-FILES THRU 2000-EXIT
           ELSE
               DISPLAY "QUEUED INPUT LEFT AS FOUND -- FILES-1, FILES-9 "
                   "AND FILES-20 WILL TURN AWAY ANY DETAIL WITHOUT ITS "
                   "DIGIT"
           END-IF

           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
           IF WS-FILES-FAILED IS GREATER THAN ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

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
           MOVE "FILES-62" TO LCK-PROGRAM
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
               MOVE "FILES-62" TO LCK-PROGRAM
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
           MOVE "FILES-62" TO RPC-PROGRAM
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

       1000-PRINT-REISSUE-LIST.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "CUSTOMER-NUMBERS-"  DELIMITED BY SIZE
                  WS-CURRENT-DATE      DELIMITED BY SIZE
                  ".rpt"               DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               CLOSE CUSTOMERS-FILE
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUSTOMERS ON FILE -- NEW CUSTOMER NUMBERS"
               TO WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-COL-LINE

      *    THE MASTER COMES IN ID-NUMBER ORDER, SO THE LAST ONE READ
      *    IS THE HIGHEST ISSUED.
           PERFORM 1100-LIST-ONE-CUSTOMER THRU 1100-EXIT
               UNTIL CUSTOMERS-EOF-REACHED
           CLOSE CUSTOMERS-FILE

           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "CUSTOMERS LISTED:" TO TL-LABEL
           MOVE WS-CUSTOMERS-LISTED TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           PERFORM 1200-PRINT-ISSUE-LIST THRU 1200-EXIT

           CLOSE REPORT-FILE
           PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
           DISPLAY "REISSUE LISTING WRITTEN TO " WS-REPORT-FILE-NAME
           DISPLAY "CUSTOMERS LISTED:       " WS-CUSTOMERS-LISTED
           DISPLAY "NEW NUMBERS ON THE LIST: " WS-ISSUED-COUNT.
       1000-EXIT.
           EXIT.

       1100-LIST-ONE-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END
                   SET CUSTOMERS-EOF-REACHED TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-LISTED
           MOVE ID-NUMBER TO WS-HIGHEST-ID
           MOVE ID-NUMBER TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           MOVE SPACES TO WS-NAME-OUT
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO WS-NAME-OUT
           END-STRING
           MOVE ID-NUMBER       TO DL-ID-NUMBER
           MOVE WS-CHK-COMPUTED TO DL-CHECK
           MOVE ID-NUMBER       TO DL-CN-ID
           MOVE WS-CHK-COMPUTED TO DL-CN-CHECK
           MOVE WS-NAME-OUT     TO DL-NAME
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       1100-EXIT.
           EXIT.

       1200-PRINT-ISSUE-LIST.
      *    NEW CUSTOMERS ARE NUMBERED UPWARD FROM THE HIGHEST ID ON
      *    FILE; THE LIST STOPS SHORT AT THE TOP OF THE SEVEN-DIGIT
      *    RANGE.
           DISPLAY "HOW MANY NEW NUMBERS FOR THE ISSUE LIST "
               "(001-999, BLANK = 050): " WITH NO ADVANCING
           MOVE SPACES TO WS-ISSUE-COUNT-IN
           ACCEPT WS-ISSUE-COUNT-IN
           IF WS-ISSUE-COUNT-IN = SPACES
               MOVE 050 TO WS-ISSUE-COUNT
           END-IF
           IF WS-ISSUE-COUNT IS NOT NUMERIC
               OR WS-ISSUE-COUNT = ZERO
               DISPLAY "ISSUE COUNT MUST BE 001-999 -- 050 IN EFFECT"
               MOVE 050 TO WS-ISSUE-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ISSUE LIST -- NEXT UNISSUED NUMBERS FOR NEW CUSTOMERS"
               TO WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-COL-LINE
           MOVE WS-HIGHEST-ID TO WS-NEXT-ID
           MOVE ZERO TO WS-ISSUED-COUNT
           PERFORM 1250-LIST-ONE-NEW-NUMBER THRU 1250-EXIT
               VARYING WS-ISSUE-SUB FROM 1 BY 1
               UNTIL WS-ISSUE-SUB IS GREATER THAN WS-ISSUE-COUNT
                   OR WS-NEXT-ID = 9999999
           IF WS-ISSUED-COUNT IS LESS THAN WS-ISSUE-COUNT
               DISPLAY "*** SEVEN-DIGIT ID RANGE EXHAUSTED -- ONLY "
                   WS-ISSUED-COUNT " NEW NUMBER(S) LEFT TO ISSUE ***"
           END-IF

           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "NEW NUMBERS LISTED:" TO TL-LABEL
           MOVE WS-ISSUED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       1200-EXIT.
           EXIT.

       1250-LIST-ONE-NEW-NUMBER.
           ADD 1 TO WS-NEXT-ID
           ADD 1 TO WS-ISSUED-COUNT
           MOVE WS-NEXT-ID TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           MOVE WS-NEXT-ID      TO DL-ID-NUMBER
           MOVE WS-CHK-COMPUTED TO DL-CHECK
           MOVE WS-NEXT-ID      TO DL-CN-ID
           MOVE WS-CHK-COMPUTED TO DL-CN-CHECK
           MOVE "(UNISSUED)"    TO DL-NAME
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       1250-EXIT.
           EXIT.

       2000-STAMP-QUEUED-FILES.
           MOVE "TRANSACTIONS.dat"      TO WS-CVT-NAME (1)
           MOVE 002 TO WS-CVT-ID-POS (1)
           MOVE 144 TO WS-CVT-CHECK-POS (1)
           MOVE "T" TO WS-CVT-TYPE (1)
           MOVE "RESUBMIT-TRANS.dat"    TO WS-CVT-NAME (2)
           MOVE 002 TO WS-CVT-ID-POS (2)
           MOVE 144 TO WS-CVT-CHECK-POS (2)
           MOVE "T" TO WS-CVT-TYPE (2)
           MOVE "IMPORT-TRANS.dat"      TO WS-CVT-NAME (3)
           MOVE 002 TO WS-CVT-ID-POS (3)
           MOVE 144 TO WS-CVT-CHECK-POS (3)
           MOVE "T" TO WS-CVT-TYPE (3)
           MOVE "MONETARY-TRANS.dat"    TO WS-CVT-NAME (4)
           MOVE 001 TO WS-CVT-ID-POS (4)
           MOVE 045 TO WS-CVT-CHECK-POS (4)
           MOVE "A" TO WS-CVT-TYPE (4)
           MOVE "BILLING-RETURN.dat"    TO WS-CVT-NAME (5)
           MOVE 002 TO WS-CVT-ID-POS (5)
           MOVE 018 TO WS-CVT-CHECK-POS (5)
           MOVE "D" TO WS-CVT-TYPE (5)
           MOVE 5 TO WS-CVT-COUNT

           DISPLAY "ANOTHER MONETARY BATCH AWAITING FILES-9 "
               "(BLANK = NONE): " WITH NO ADVANCING
           MOVE SPACES TO WS-EXTRA-NAME
           ACCEPT WS-EXTRA-NAME
           IF WS-EXTRA-NAME NOT EQUAL SPACES
               ADD 1 TO WS-CVT-COUNT
               MOVE WS-EXTRA-NAME TO WS-CVT-NAME (WS-CVT-COUNT)
               MOVE 001 TO WS-CVT-ID-POS (WS-CVT-COUNT)
               MOVE 045 TO WS-CVT-CHECK-POS (WS-CVT-COUNT)
               MOVE "A" TO WS-CVT-TYPE (WS-CVT-COUNT)
           END-IF

           PERFORM 2100-STAMP-ONE-FILE THRU 2100-EXIT
               VARYING WS-CVT-SUB FROM 1 BY 1
               UNTIL WS-CVT-SUB IS GREATER THAN WS-CVT-COUNT

           DISPLAY " "
           DISPLAY "FILES STAMPED: " WS-FILES-CONVERTED
           DISPLAY "FILES FAILED:  " WS-FILES-FAILED.
       2000-EXIT.
           EXIT.

       2100-STAMP-ONE-FILE.
           MOVE WS-CVT-NAME (WS-CVT-SUB) TO WS-LIVE-NAME
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-WRITTEN-COUNT
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-STAMPED-COUNT
           MOVE "N" TO LIVE-EOF
           MOVE "N" TO WORK-EOF

           OPEN INPUT LIVE-FILE
           IF LIVE-NOT-FOUND
               DISPLAY WS-LIVE-NAME " NOT ON HAND -- SKIPPED"
               GO TO 2100-EXIT
           END-IF
           IF NOT LIVE-OK
               DISPLAY WS-LIVE-NAME " OPEN FAILED, STATUS: "
                   WS-LIVE-STATUS
               ADD 1 TO WS-FILES-FAILED
               GO TO 2100-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 2200-STAMP-ONE-RECORD THRU 2200-EXIT
               UNTIL LIVE-EOF-REACHED
           CLOSE LIVE-FILE
           CLOSE WORK-FILE

           IF WS-WRITTEN-COUNT NOT EQUAL WS-READ-COUNT
               DISPLAY WS-LIVE-NAME " *** STAMPED COUNT "
                   WS-WRITTEN-COUNT " DISAGREES WITH READ "
                   WS-READ-COUNT " -- FILE LEFT AS FOUND ***"
               ADD 1 TO WS-FILES-FAILED
               GO TO 2100-EXIT
           END-IF

           MOVE "N" TO WORK-EOF
           OPEN OUTPUT LIVE-FILE
           OPEN INPUT WORK-FILE
           PERFORM 2500-COPY-BACK-RECORD THRU 2500-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE WORK-FILE
           CLOSE LIVE-FILE

           IF WS-VERIFY-COUNT NOT EQUAL WS-READ-COUNT
               DISPLAY WS-LIVE-NAME " *** COPY-BACK COUNT "
                   WS-VERIFY-COUNT " DISAGREES WITH READ "
                   WS-READ-COUNT " -- REBUILD FROM THE BACKUP ***"
               ADD 1 TO WS-FILES-FAILED
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-FILES-CONVERTED
           DISPLAY WS-LIVE-NAME " STAMPED -- " WS-STAMPED-COUNT
               " OF " WS-READ-COUNT " RECORD(S), PROVED OUT AND IN".
       2100-EXIT.
           EXIT.

       2200-STAMP-ONE-RECORD.
           READ LIVE-FILE
               AT END
                   SET LIVE-EOF-REACHED TO TRUE
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE LIVE-RECORD TO WS-OLD-REC
           PERFORM 2300-APPLY-CHECK-DIGIT THRU 2300-EXIT
           IF WS-CVT-TYPE (WS-CVT-SUB) = "T"
               PERFORM 2350-APPLY-GUARDIAN-CHECK THRU 2350-EXIT
           END-IF
           MOVE WS-OLD-REC TO WRK-RECORD
           WRITE WRK-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.
       2200-EXIT.
           EXIT.

       2300-APPLY-CHECK-DIGIT.
      *    ONLY A DETAIL WITH A NUMERIC ID AND A BLANK CHECK COLUMN IS
      *    STAMPED; EVERYTHING ELSE GOES THROUGH VERBATIM, SO A RERUN
      *    CANNOT STAMP A LINE TWICE.
           IF WS-CVT-TYPE (WS-CVT-SUB) = "T"
               AND (WS-OLD-REC (1:1) = "H" OR WS-OLD-REC (1:1) = "T")
               GO TO 2300-EXIT
           END-IF
           IF WS-CVT-TYPE (WS-CVT-SUB) = "D"
               AND WS-OLD-REC (1:1) NOT EQUAL "D"
               GO TO 2300-EXIT
           END-IF
           MOVE WS-OLD-REC (WS-CVT-ID-POS (WS-CVT-SUB):7)
               TO WS-STAMP-ID
           IF WS-STAMP-ID IS NOT NUMERIC
               OR WS-STAMP-ID = "0000000"
               GO TO 2300-EXIT
           END-IF
           IF WS-OLD-REC (WS-CVT-CHECK-POS (WS-CVT-SUB):1)
               NOT EQUAL SPACE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-STAMP-ID TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           MOVE WS-CHK-COMPUTED
               TO WS-OLD-REC (WS-CVT-CHECK-POS (WS-CVT-SUB):1)
           ADD 1 TO WS-STAMPED-COUNT.
       2300-EXIT.
           EXIT.

       2350-APPLY-GUARDIAN-CHECK.
      *    A CUSTOMER TRANSACTION NAMING A GUARDIAN HAS THE GUARDIAN'S
      *    DIGIT STAMPED IN COLUMN 145 BY THE SAME RULES.
           IF WS-OLD-REC (1:1) = "H" OR WS-OLD-REC (1:1) = "T"
               GO TO 2350-EXIT
           END-IF
           MOVE WS-OLD-REC (137:7) TO WS-STAMP-ID
           IF WS-STAMP-ID IS NOT NUMERIC
               OR WS-STAMP-ID = "0000000"
               GO TO 2350-EXIT
           END-IF
           IF WS-OLD-REC (145:1) NOT EQUAL SPACE
               GO TO 2350-EXIT
           END-IF
           MOVE WS-STAMP-ID TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           MOVE WS-CHK-COMPUTED TO WS-OLD-REC (145:1).
       2350-EXIT.
           EXIT.

       2500-COPY-BACK-RECORD.
           READ WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE WRK-RECORD TO LIVE-RECORD
                   WRITE LIVE-RECORD
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.
       2500-EXIT.
           EXIT.

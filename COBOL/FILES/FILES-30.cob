      * 02/09/2026 NM - THE LEDGER NOW CARRIES AN ACCOUNT COLUMN (SEE
      *   COPYLIB'S LEDGER-RECORD); THE CARRY-FORWARD IS A
      *   CUSTOMER-LEVEL RECORD AND STAMPS ACCOUNT 000.
      * 15/10/2026 NM - THE LEDGER MOVEMENT NOW CARRIES A TRAILING
      *   REVERSAL REFERENCE (SEE COPYLIB'S LEDGER-RECORD): THE ARCHIVE
      *   COPY TAKES THE NEW NAMES, THE PARKING WORK RECORD IS WIDENED
      *   SO KEPT MOVEMENTS KEEP THEIR REFERENCE THROUGH THE REBUILD,
      *   AND THE CARRY-FORWARD CLEARS IT. A REVERSAL WHOSE ORIGINAL HAS
      *   BEEN CLOSED TO AN ARCHIVE STILL POINTS AT IT BY POSTING STAMP.
      * 15/10/2026 NM - THE ARCHIVE COPY OF THE LEDGER LAYOUT MAPS THE
      *   NEW WRITE-OFF AND RECOVERY MOVEMENT TYPES (SEE COPYLIB'S
      *   LEDGER-RECORD) ONTO ITS OWN NAMES LIKE THE REST.
      * 15/10/2026 NM - THE ARCHIVE COPY OF THE LEDGER LAYOUT PICKS UP
      *   THE NEW LATE-FEE MOVEMENT TYPE (SEE COPYLIB'S LEDGER-RECORD).
      * 15/10/2026 NM - THE ARCHIVE COPY OF THE LEDGER LAYOUT CARRIES
      *   THE NEW TYPE-"N" CREDIT NOTE.
      * 15/10/2026 NM - THE ARCHIVE COPY OF THE LEDGER LAYOUT CARRIES
      *   THE NEW TYPE-"D" REFUND.
      * 15/10/2026 NM - THE ARCHIVE COPY OF THE LEDGER LAYOUT CARRIES
      *   THE NEW TYPE-"B" RETURNED-ITEM FEE.
      * 15/10/2026 NM - THE MOVEMENT-HISTORY INQUIRY NOW TAKES THE
      *   EIGHT-DIGIT CUSTOMER NUMBER -- THE ID-NUMBER FOLLOWED BY THE
      *   CHECK DIGIT IT IS NOW ISSUED WITH (LUHN MOD 10, SEE
      *   0980-COMPUTE-CHECK-DIGIT). A NUMBER WHOSE DIGIT DOES NOT AGREE
      *   IS REFUSED AS CHECK DIGIT FAILED BEFORE ANY ARCHIVE OR THE
      *   LIVE LEDGER IS SWEPT.
      * 15/10/2026 NM - THE LEDGER INDEX (LEDGER-INDEX.dat, SEE
      *   FILES-63) IS KEPT IN STEP BY A CLOSE THAT BALANCES: THE LIVE
      *   ENTRIES BEFORE THE CUTOFF ARE RE-STAMPED WITH THE NEW
      *   ARCHIVE'S CUTOFF, THE CARRY-FORWARDS ARE INDEXED AND
      *   LEDGER-INDEX-CONTROL.dat IS REWRITTEN FOR THE REBUILT LEDGER
      *   -- PROVIDED THE INDEX WAS IN STEP WHEN THE CLOSE BEGAN;
      *   OTHERWISE FILES-63 REBUILDS IT. MODE I READS THE CUSTOMER'S
      *   WHOLE HISTORY BY KEY WHEN THE INDEX COVERS THE LIVE LEDGER AND
      *   EVERY ARCHIVE UNTRIMMED, AND SWEEPS AS BEFORE WHEN IT DOES
      *   NOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT LEDGER-INDEX-FILE ASSIGN TO "LEDGER-INDEX.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIX-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDEX-CONTROL-FILE
               ASSIGN TO "LEDGER-INDEX-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
                         LGR-TYPE-PAYMENT     BY ARC-TYPE-PAYMENT
                         LGR-TYPE-CARRY-FWD   BY ARC-TYPE-CARRY-FWD
                         LGR-TYPE-TRANSFER    BY ARC-TYPE-TRANSFER
                         LGR-TYPE-REVERSAL    BY ARC-TYPE-REVERSAL
                         LGR-TYPE-WRITE-OFF   BY ARC-TYPE-WRITE-OFF
                         LGR-TYPE-RECOVERY    BY ARC-TYPE-RECOVERY
                         LGR-TYPE-LATE-FEE    BY ARC-TYPE-LATE-FEE
                         LGR-TYPE-CREDIT-NOTE BY ARC-TYPE-CREDIT-NOTE
                         LGR-TYPE-REFUND      BY ARC-TYPE-REFUND
                         LGR-TYPE-RETURN-FEE  BY ARC-TYPE-RETURN-FEE
                         LGR-AMOUNT           BY ARC-AMOUNT
                         LGR-EFFECTIVE-DATE   BY ARC-EFFECTIVE-DATE
                         LGR-BEFORE-BALANCE   BY ARC-BEFORE-BALANCE
                         LGR-AFTER-BALANCE    BY ARC-AFTER-BALANCE
                         LGR-POSTING-DATE     BY ARC-POSTING-DATE
                         LGR-POSTING-TIME     BY ARC-POSTING-TIME
                         LGR-REVERSAL-DATA    BY ARC-REVERSAL-DATA
                         LGR-REV-POSTING-DATE BY ARC-REV-POSTING-DATE
                         LGR-REV-POSTING-TIME BY ARC-REV-POSTING-TIME
                         LGR-REV-ORIG-TYPE    BY ARC-REV-ORIG-TYPE
                         LGR-REV-REASON       BY ARC-REV-REASON.

       FD WORK-FILE.
           01 WRK-RECORD          PIC X(120).

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 CAT-FILE-NAME   PIC X(40).
               02 CAT-REC-COUNT   PIC 9(7).

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 CATALOG-OK            VALUE "00".
               88 CATALOG-NOT-FOUND     VALUE "35".

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

      *    THE CLOSE KEEPS THE INDEX IN STEP ONLY IF IT WAS IN STEP
      *    BEFORE: THE CONTROL RECORD AS FOUND, THE LAST LIVE LINE THE
      *    SPLIT READ AND THE LAST LINE OF THE REBUILT LEDGER.
           77 WS-INDEX-HELD-SWITCH  PIC X VALUE "N".
               88 WS-INDEX-HELD         VALUE "Y".
           77 WS-INDEX-FAIL-SWITCH  PIC X VALUE "N".
               88 WS-INDEX-FAILED       VALUE "Y".
           77 INDEX-EOF             PIC X VALUE "N".
               88 INDEX-EOF-REACHED VALUE "Y".
           01 WS-INDEX-CONTROL-SAVE PIC X(147) VALUE SPACES.
           77 WS-HELD-LIVE-COUNT    PIC 9(9) VALUE ZERO.
           77 WS-HELD-ARCHIVES      PIC 9(3) VALUE ZERO.
           01 WS-HELD-LAST-MOVEMENT PIC X(85) VALUE SPACES.
           01 WS-REBUILT-LAST       PIC X(85) VALUE SPACES.
           77 WS-RESTAMP-COUNT      PIC 9(9) VALUE ZERO.
           77 WS-CARRY-INDEXED      PIC 9(7) VALUE ZERO.

           77 WS-ARCHIVE-NAME       PIC X(40) VALUE SPACES.

           01 WS-MODE-CHOICE        PIC X VALUE SPACE.
           01 WS-BALANCE-EDIT       PIC $$,$$$,$$9.99-.
           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

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
           DISPLAY "LEDGER PERIOD CLOSE AND INQUIRY"
       0400-EXIT.
           EXIT.

       0600-CHECK-LEDGER-INDEX.
      *    ONE COUNTING PASS OF THE LIVE LEDGER DECIDES THE ACCESS
      *    PATH: IF IT HOLDS EXACTLY THE LINES THE INDEX CONTROL RECORD
      *    SAYS ARE INDEXED, AND THE LAST OF THEM IS THE ONE IT
      *    REMEMBERS, EACH CUSTOMER'S MOVEMENTS ARE READ BY KEY.
      *    ANYTHING ELSE -- NO INDEX, OR POSTINGS SINCE FILES-63 LAST
      *    RAN -- AND THE LEDGER AND ARCHIVES ARE SWEPT AS THEY ALWAYS
      *    WERE.
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
                   "ACROSS THE ARCHIVES"
               GO TO 0600-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "ACROSS THE ARCHIVES"
               NOT AT END
                   IF WS-LEDGER-LINES = LXC-LIVE-COUNT
                       AND WS-LEDGER-LAST = LXC-LAST-MOVEMENT
                       PERFORM 0610-CHECK-INDEX-REACH THRU 0610-EXIT
                   ELSE
                       DISPLAY "LEDGER INDEX COVERS " LXC-LIVE-COUNT
                           " OF " WS-LEDGER-LINES " LIVE MOVEMENTS -- "
                           "RUN FILES-63; THE LEDGER IS SWEPT "
                           "ACROSS THE ARCHIVES"
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
                   "ACROSS THE ARCHIVES"
               SET WS-LEDGER-SWEPT TO TRUE
               GO TO 0600-EXIT
           END-IF
           DISPLAY "LEDGER READ BY KEY THROUGH THE LEDGER INDEX".
       0600-EXIT.
           EXIT.

       0610-CHECK-INDEX-REACH.
      *    THE HISTORY MUST BE WHOLE: EVERY CATALOGUED ARCHIVE INDEXED
      *    AND NOTHING TRIMMED OUT BY FILES-41.
           IF LXC-ARCHIVES-INDEXED NOT EQUAL WS-CAT-COUNT
               DISPLAY "LEDGER INDEX HOLDS " LXC-ARCHIVES-INDEXED
                   " OF " WS-CAT-COUNT " ARCHIVES -- RUN FILES-63; "
                   "THE LEDGER IS SWEPT ACROSS THE ARCHIVES"
               GO TO 0610-EXIT
           END-IF
           IF LXC-INDEXED-FROM NOT EQUAL ZERO
               DISPLAY "LEDGER INDEX REACHES BACK ONLY TO "
                   LXC-INDEXED-FROM " -- THE LEDGER IS SWEPT ACROSS "
                   "THE ARCHIVES"
               GO TO 0610-EXIT
           END-IF
           SET WS-LEDGER-KEYED TO TRUE.
       0610-EXIT.
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

       1000-CLOSE-PERIOD.
           DISPLAY "CUTOFF DATE (CCYYMMDD, MOVEMENTS BEFORE THIS "
               "DATE ARE ARCHIVED): " WITH NO ADVANCING
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 7000-READ-INDEX-CONTROL THRU 7000-EXIT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARCHIVE-NAME
               PERFORM 5000-UPDATE-CATALOG THRU 5000-EXIT
               PERFORM 8000-PRINT-CLOSE-TOTALS THRU 8000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               AND WS-ARCHIVED-COUNT + WS-KEPT-COUNT = WS-READ-COUNT
               PERFORM 7100-UPDATE-LEDGER-INDEX THRU 7100-EXIT
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT.
       1000-EXIT.
           EXIT.
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE LGR-LEDGER-RECORD TO WS-LEDGER-LAST

           IF LGR-EFFECTIVE-DATE IS LESS THAN WS-CUTOFF-DATE
               MOVE LGR-LEDGER-RECORD TO ARC-LEDGER-RECORD
           MOVE WS-CRY-BALANCE (WS-CRY-SUB) TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD
           MOVE LGR-LEDGER-RECORD TO WS-REBUILT-LAST
           ADD 1 TO WS-CARRIED-COUNT.
       3100-EXIT.
           EXIT.
               NOT AT END
                   MOVE WRK-RECORD TO LGR-LEDGER-RECORD
                   WRITE LGR-LEDGER-RECORD
                   MOVE LGR-LEDGER-RECORD TO WS-REBUILT-LAST
           END-READ.
       3200-EXIT.
           EXIT.
           EXIT.

       6000-INQUIRE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER (ID + CHECK DIGIT): "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
           PERFORM 0990-VERIFY-CUSTOMER-NUMBER THRU 0990-EXIT
           IF NOT WS-CUSTNO-VERIFIED
               MOVE 1 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           MOVE WS-CUSTNO-ID TO WS-SEARCH-ID

           PERFORM 5100-LOAD-CATALOG THRU 5100-EXIT
           DISPLAY " "
           DISPLAY "MOVEMENT HISTORY FOR ID " WS-SEARCH-ID
           DISPLAY "ARCHIVES ON CATALOG: " WS-CAT-COUNT

           PERFORM 0600-CHECK-LEDGER-INDEX THRU 0600-EXIT
           IF WS-LEDGER-KEYED
               PERFORM 6500-INQUIRE-BY-KEY THRU 6500-EXIT
           ELSE
               PERFORM 6100-SWEEP-ONE-ARCHIVE THRU 6100-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
               PERFORM 6300-SWEEP-LIVE-LEDGER THRU 6300-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "MOVEMENTS FOUND: " WS-MATCH-COUNT.
       6400-EXIT.
           EXIT.

       6500-INQUIRE-BY-KEY.
      *    KEYED PATH: THE CUSTOMER'S ENTRIES ON THE LEDGER INDEX ARE
      *    THE WHOLE HISTORY IN EFFECTIVE-DATE ORDER, ARCHIVED AND LIVE,
      *    WITHOUT OPENING A SINGLE ARCHIVE.
           MOVE "N" TO LEDGER-EOF
           MOVE WS-SEARCH-ID TO LIX-ID-NUMBER
           MOVE ZERO         TO LIX-EFFECTIVE-DATE
           MOVE ZERO         TO LIX-SEQUENCE
           START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
               INVALID KEY
                   SET LEDGER-EOF-REACHED TO TRUE
           END-START
           PERFORM 6550-SHOW-INDEX-ENTRY THRU 6550-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-INDEX-FILE.
       6500-EXIT.
           EXIT.

       6550-SHOW-INDEX-ENTRY.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 6550-EXIT
           END-READ
           IF LIX-ID-NUMBER NOT EQUAL WS-SEARCH-ID
               SET LEDGER-EOF-REACHED TO TRUE
               GO TO 6550-EXIT
           END-IF
           MOVE LIX-MOVEMENT TO LGR-LEDGER-RECORD
           ADD 1 TO WS-MATCH-COUNT
           MOVE LGR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE LGR-AFTER-BALANCE TO WS-BALANCE-EDIT
           IF LIX-ON-LIVE-LEDGER
               DISPLAY "LIVE     -- EFF " LGR-EFFECTIVE-DATE " "
                   LGR-DRCR-CODE "/" LGR-MOVEMENT-TYPE "  AMOUNT "
                   WS-AMOUNT-EDIT "  AFTER " WS-BALANCE-EDIT
           ELSE
               DISPLAY "ARCHIVE " LIX-ARCHIVE-CUTOFF " -- EFF "
                   LGR-EFFECTIVE-DATE " " LGR-DRCR-CODE "/"
                   LGR-MOVEMENT-TYPE "  AMOUNT " WS-AMOUNT-EDIT
                   "  AFTER " WS-BALANCE-EDIT
           END-IF.
       6550-EXIT.
           EXIT.

       7000-READ-INDEX-CONTROL.
      *    THE LEDGER INDEX AS THE CLOSE FINDS IT. IT IS HELD TO BE IN
      *    STEP WHEN IT INDEXES EVERY CATALOGUED ARCHIVE; THE LIVE SIDE
      *    IS PROVED AGAINST WHAT THE SPLIT READS.
           MOVE "N" TO WS-INDEX-HELD-SWITCH
           OPEN INPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               GO TO 7000-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LXC-LEDGER-INDEX-CONTROL
                       TO WS-INDEX-CONTROL-SAVE
                   MOVE LXC-LIVE-COUNT       TO WS-HELD-LIVE-COUNT
                   MOVE LXC-ARCHIVES-INDEXED TO WS-HELD-ARCHIVES
                   MOVE LXC-LAST-MOVEMENT    TO WS-HELD-LAST-MOVEMENT
                   IF LXC-ARCHIVES-INDEXED = WS-CAT-COUNT
                       SET WS-INDEX-HELD TO TRUE
                   END-IF
           END-READ
           CLOSE INDEX-CONTROL-FILE.
       7000-EXIT.
           EXIT.

       7100-UPDATE-LEDGER-INDEX.
      *    A CLOSE THAT BALANCED CARRIES THE LEDGER INDEX WITH IT, SO
      *    THE READERS NEED NOT WAIT FOR A FILES-63 REBUILD: EVERY LIVE
      *    ENTRY BEFORE THE CUTOFF IS RE-STAMPED WITH THE CUTOFF OF ITS
      *    NEW ARCHIVE, THE CARRY-FORWARDS ARE INDEXED AS LIVE ENTRIES
      *    AND THE CONTROL RECORD IS REWRITTEN FOR THE REBUILT LEDGER.
      *    AN INDEX NOT IN STEP BEFORE THE CLOSE, OR ANY FAILURE HERE,
      *    LEAVES THE CONTROL RECORD AS IT WAS -- ITS ARCHIVE COUNT NO
      *    LONGER MATCHES THE CATALOG AND FILES-63 REBUILDS THE INDEX.
           IF NOT WS-INDEX-HELD
               OR WS-READ-COUNT NOT EQUAL WS-HELD-LIVE-COUNT
               OR WS-LEDGER-LAST NOT EQUAL WS-HELD-LAST-MOVEMENT
               OR WS-CAT-COUNT NOT EQUAL WS-HELD-ARCHIVES + 1
               DISPLAY "LEDGER INDEX NOT IN STEP WITH THE CLOSE -- "
                   "FILES-63 WILL REBUILD IT"
               GO TO 7100-EXIT
           END-IF
           OPEN I-O LEDGER-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "LEDGER-INDEX-FILE OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS " -- FILES-63 WILL REBUILD IT"
               GO TO 7100-EXIT
           END-IF

           MOVE "N" TO INDEX-EOF
           PERFORM 7150-RESTAMP-ENTRY THRU 7150-EXIT
               UNTIL INDEX-EOF-REACHED OR WS-INDEX-FAILED
           IF NOT WS-INDEX-FAILED
               AND WS-RESTAMP-COUNT NOT EQUAL WS-ARCHIVED-COUNT
               DISPLAY "*** LEDGER INDEX RE-STAMPED " WS-RESTAMP-COUNT
                   " ENTRIES FOR " WS-ARCHIVED-COUNT " ARCHIVED ***"
               SET WS-INDEX-FAILED TO TRUE
           END-IF
           IF NOT WS-INDEX-FAILED
               PERFORM 7200-INDEX-CARRY-FORWARDS THRU 7200-EXIT
           END-IF
           CLOSE LEDGER-INDEX-FILE
           IF WS-INDEX-FAILED
               DISPLAY "LEDGER INDEX LEFT FOR FILES-63 TO REBUILD"
               MOVE 1 TO RETURN-CODE
               GO TO 7100-EXIT
           END-IF
           PERFORM 7300-WRITE-INDEX-CONTROL THRU 7300-EXIT.
       7100-EXIT.
           EXIT.

       7150-RESTAMP-ENTRY.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET INDEX-EOF-REACHED TO TRUE
                   GO TO 7150-EXIT
           END-READ
           IF NOT LIX-ON-LIVE-LEDGER
               OR LIX-EFFECTIVE-DATE IS NOT LESS THAN WS-CUTOFF-DATE
               GO TO 7150-EXIT
           END-IF
           MOVE WS-CUTOFF-DATE TO LIX-ARCHIVE-CUTOFF
           REWRITE LIX-LEDGER-INDEX-RECORD
               INVALID KEY
                   DISPLAY "LEDGER INDEX REWRITE FAILED, STATUS: "
                       WS-INDEX-STATUS
                   SET WS-INDEX-FAILED TO TRUE
                   GO TO 7150-EXIT
           END-REWRITE
           ADD 1 TO WS-RESTAMP-COUNT.
       7150-EXIT.
           EXIT.

       7200-INDEX-CARRY-FORWARDS.
      *    THE CARRY-FORWARDS ARE THE FIRST LINES OF THE REBUILT LEDGER;
      *    THEY ARE REREAD FROM IT SO THE INDEX HOLDS THEIR IMAGES
      *    EXACTLY AS WRITTEN.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE REREAD FAILED, STATUS: "
                   WS-LEDGER-STATUS
               SET WS-INDEX-FAILED TO TRUE
               GO TO 7200-EXIT
           END-IF
           PERFORM 7250-INDEX-ONE-CARRY THRU 7250-EXIT
               UNTIL WS-CARRY-INDEXED = WS-CARRIED-COUNT
                   OR LEDGER-EOF-REACHED OR WS-INDEX-FAILED
           CLOSE LEDGER-FILE
           IF WS-CARRY-INDEXED NOT EQUAL WS-CARRIED-COUNT
               SET WS-INDEX-FAILED TO TRUE
           END-IF.
       7200-EXIT.
           EXIT.

       7250-INDEX-ONE-CARRY.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 7250-EXIT
           END-READ
      *    SEQUENCE ZERO STANDS THE CARRY-FORWARD AHEAD OF ANYTHING ELSE
      *    ON ITS CUTOFF DATE, AS ON THE REBUILT LEDGER.
           MOVE LGR-ID-NUMBER      TO LIX-ID-NUMBER
           MOVE LGR-EFFECTIVE-DATE TO LIX-EFFECTIVE-DATE
           MOVE ZERO               TO LIX-SEQUENCE
           MOVE ZERO               TO LIX-ARCHIVE-CUTOFF
           MOVE LGR-LEDGER-RECORD  TO LIX-MOVEMENT
           WRITE LIX-LEDGER-INDEX-RECORD
               INVALID KEY
                   DISPLAY "LEDGER INDEX CARRY-FORWARD WRITE FAILED, "
                       "ID " LGR-ID-NUMBER " STATUS: " WS-INDEX-STATUS
                   SET WS-INDEX-FAILED TO TRUE
                   GO TO 7250-EXIT
           END-WRITE
           ADD 1 TO WS-CARRY-INDEXED.
       7250-EXIT.
           EXIT.

       7300-WRITE-INDEX-CONTROL.
           MOVE WS-INDEX-CONTROL-SAVE TO LXC-LEDGER-INDEX-CONTROL
           COMPUTE LXC-LIVE-COUNT = WS-CARRIED-COUNT + WS-KEPT-COUNT
           ADD 1 TO LXC-ARCHIVES-INDEXED
           ADD WS-ARCHIVED-COUNT TO LXC-ARCHIVED-ENTRIES
           ACCEPT LXC-UPDATED-DATE FROM DATE YYYYMMDD
           ACCEPT LXC-UPDATED-TIME FROM TIME
           MOVE "FILES-30" TO LXC-UPDATED-BY
           MOVE WS-REBUILT-LAST TO LXC-LAST-MOVEMENT
           OPEN OUTPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "INDEX-CONTROL-FILE OPEN FAILED, STATUS: "
                   WS-CONTROL-STATUS " -- FILES-63 WILL REBUILD "
                   "THE LEDGER INDEX"
               MOVE 1 TO RETURN-CODE
               GO TO 7300-EXIT
           END-IF
           WRITE LXC-LEDGER-INDEX-CONTROL
           CLOSE INDEX-CONTROL-FILE
           DISPLAY "LEDGER INDEX KEPT IN STEP -- " WS-RESTAMP-COUNT
               " ENTRIES ARCHIVED, " WS-CARRY-INDEXED
               " CARRY-FORWARDS INDEXED".
       7300-EXIT.
           EXIT.

       8000-PRINT-CLOSE-TOTALS.
           DISPLAY " "
           DISPLAY "PERIOD CLOSE TOTALS -- CUTOFF " WS-CUTOFF-DATE

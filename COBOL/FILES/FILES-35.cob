      *   THEY ARE COUNTED AND FLAGGED, NOT EXTRACTED. AN ID ON THE
      *   LEDGER BUT NO LONGER ON THE MASTER IS LISTED AS AN EXCEPTION
      *   INSTEAD OF GOING OUT WITHOUT A NAME.
      * 15/10/2026 NM - A FILES-48 REVERSAL OF AN INTEREST MOVEMENT
      *   (TYPE "R" POINTING BACK AT A TYPE "I") IS NETTED INTO THE
      *   CUSTOMER'S TOTAL SO REVERSED INTEREST IS NOT REPORTED AS PAID.
      * 15/10/2026 NM - WHEN THE LEDGER INDEX (LEDGER-INDEX.dat, KEPT BY
      *   FILES-63) COVERS THE LIVE LEDGER AND EVERY CATALOGUED ARCHIVE
      *   BACK TO THE TAX YEAR, THE YEAR IS READ BY KEY -- EACH
      *   CUSTOMER'S RUN OF KEYS FOR THE YEAR, SKIPPING THE REST BY
      *   START -- INSTEAD OF SWEEPING EVERY ARCHIVE AND THE LIVE
      *   LEDGER; OTHERWISE THE SWEEPS RUN AS BEFORE. ON THE KEYED PATH
      *   THE EXTRACT COMES OUT IN ID ORDER. THE PROOF TOTALS SHOW THE
      *   LEDGER ENTRIES READ.
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

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 CAT-CUTOFF-DATE PIC 9(8).
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

           01 WS-CATALOG-STATUS    PIC X(2) VALUE SPACES.
               88 CATALOG-OK            VALUE "00".
               88 CATALOG-NOT-FOUND     VALUE "35".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           77 WS-TAX-YEAR           PIC 9(4) VALUE ZERO.
           77 WS-YEAR-START         PIC 9(8) VALUE ZERO.
           77 WS-YEAR-END           PIC 9(8) VALUE ZERO.

           01 WS-CATALOG-TABLE.
               02 WS-CAT-ENTRY OCCURS 50 TIMES.
               STOP RUN
           END-IF

           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231

           PERFORM 1000-LOAD-ARCHIVE-CATALOG THRU 1000-EXIT
           PERFORM 0600-CHECK-LEDGER-INDEX THRU 0600-EXIT
           IF WS-LEDGER-KEYED
               PERFORM 2500-SCAN-INDEX THRU 2500-EXIT
           ELSE
               PERFORM 2000-SWEEP-ONE-ARCHIVE THRU 2000-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
               MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
               PERFORM 2100-SWEEP-LEDGER-FILE THRU 2100-EXIT
           END-IF

           PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
           PERFORM 8000-PRINT-PROOF THRU 8000-EXIT
       0300-EXIT.
           EXIT.

       0600-CHECK-LEDGER-INDEX.
      *    ONE COUNTING PASS OF THE LIVE LEDGER DECIDES THE ACCESS
      *    PATH: IF IT HOLDS EXACTLY THE LINES THE INDEX CONTROL RECORD
      *    SAYS ARE INDEXED, AND THE LAST OF THEM IS THE ONE IT
      *    REMEMBERS, EACH CUSTOMER'S MOVEMENTS ARE READ BY KEY.
      *    ANYTHING ELSE -- NO INDEX, OR POSTINGS SINCE FILES-63 LAST
      *    RAN -- AND THE LEDGER IS SWEPT IN FULL AS IT ALWAYS WAS.
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
                   "IN FULL"
               GO TO 0600-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "IN FULL"
               NOT AT END
                   IF WS-LEDGER-LINES = LXC-LIVE-COUNT
                       AND WS-LEDGER-LAST = LXC-LAST-MOVEMENT
                       PERFORM 0610-CHECK-INDEX-REACH THRU 0610-EXIT
                   ELSE
                       DISPLAY "LEDGER INDEX COVERS " LXC-LIVE-COUNT
                           " OF " WS-LEDGER-LINES " LIVE MOVEMENTS -- "
                           "RUN FILES-63; THE LEDGER IS SWEPT "
                           "IN FULL"
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
                   "IN FULL"
               SET WS-LEDGER-SWEPT TO TRUE
               GO TO 0600-EXIT
           END-IF
           DISPLAY "LEDGER READ BY KEY THROUGH THE LEDGER INDEX".
       0600-EXIT.
           EXIT.

       0610-CHECK-INDEX-REACH.
      *    THE YEAR MAY LIE PARTLY OR WHOLLY IN THE ARCHIVES: THE INDEX
      *    MUST HOLD EVERY CATALOGUED ARCHIVE, AND FILES-41 MUST NOT
      *    HAVE TRIMMED IT PAST THE FIRST DAY OF THE TAX YEAR.
           IF LXC-ARCHIVES-INDEXED NOT EQUAL WS-CAT-COUNT
               DISPLAY "LEDGER INDEX HOLDS " LXC-ARCHIVES-INDEXED
                   " OF " WS-CAT-COUNT " ARCHIVES -- RUN FILES-63; "
                   "THE LEDGER IS SWEPT IN FULL"
               GO TO 0610-EXIT
           END-IF
           IF LXC-INDEXED-FROM IS GREATER THAN WS-YEAR-START
               DISPLAY "LEDGER INDEX REACHES BACK ONLY TO "
                   LXC-INDEXED-FROM " -- THE LEDGER IS SWEPT IN FULL"
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

       1000-LOAD-ARCHIVE-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-NOT-FOUND
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READS
           PERFORM 2210-TALLY-THIS-MOVEMENT THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

       2210-TALLY-THIS-MOVEMENT.
           IF LGR-EFFECTIVE-DATE (1:4) NOT EQUAL WS-TAX-YEAR
               GO TO 2210-EXIT
           END-IF
           IF LGR-TYPE-ADJUSTMENT
               ADD 1 TO WS-LEGACY-COUNT
               GO TO 2210-EXIT
           END-IF
      *    A FILES-48 REVERSAL OF AN INTEREST MOVEMENT IS INTEREST
      *    TAKEN BACK: ITS OPPOSITE DEBIT/CREDIT CODE NETS IT OUT OF
      *    THE CUSTOMER'S TOTAL BELOW.
           IF NOT LGR-TYPE-INTEREST
               AND NOT (LGR-TYPE-REVERSAL AND LGR-REV-ORIG-TYPE = "I")
               GO TO 2210-EXIT
           END-IF

           MOVE ZERO TO WS-INT-PICK
                   DISPLAY "*** INTEREST TABLE FULL -- ID "
                       LGR-ID-NUMBER " AND LATER NOT EXTRACTED ***"
                   MOVE 1 TO RETURN-CODE
                   GO TO 2210-EXIT
               END-IF
               ADD 1 TO WS-INT-COUNT
               MOVE WS-INT-COUNT TO WS-INT-PICK
               SUBTRACT LGR-AMOUNT FROM WS-INT-TOTAL (WS-INT-PICK)
           END-IF
           ADD 1 TO WS-INT-MOVEMENTS (WS-INT-PICK).
       2210-EXIT.
           EXIT.

       2250-MATCH-INTEREST-ENTRY.
       2250-EXIT.
           EXIT.

       2500-SCAN-INDEX.
      *    KEYED PATH: THE INDEX HOLDS ARCHIVED AND LIVE MOVEMENTS ALIKE
      *    IN ID, EFFECTIVE-DATE ORDER, SO EACH CUSTOMER'S TAX YEAR IS
      *    ONE RUN OF KEYS. THE SCAN STARTS AT THE FIRST CUSTOMER'S
      *    YEAR AND SKIPS BY START OVER WHAT LIES EITHER SIDE OF IT.
           MOVE "N" TO LEDGER-EOF
           MOVE ZERO          TO LIX-ID-NUMBER
           MOVE WS-YEAR-START TO LIX-EFFECTIVE-DATE
           MOVE ZERO          TO LIX-SEQUENCE
           START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
               INVALID KEY
                   SET LEDGER-EOF-REACHED TO TRUE
           END-START
           PERFORM 2550-SCAN-INDEX-ENTRY THRU 2550-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-INDEX-FILE.
       2500-EXIT.
           EXIT.

       2550-SCAN-INDEX-ENTRY.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2550-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READS
      *    PAST THE YEAR: ON TO THE NEXT CUSTOMER'S FIRST DAY OF IT.
           IF LIX-EFFECTIVE-DATE IS GREATER THAN WS-YEAR-END
               IF LIX-ID-NUMBER = 9999999
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2550-EXIT
               END-IF
               ADD 1 TO LIX-ID-NUMBER
               MOVE WS-YEAR-START TO LIX-EFFECTIVE-DATE
               MOVE ZERO          TO LIX-SEQUENCE
               START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
                   INVALID KEY
                       SET LEDGER-EOF-REACHED TO TRUE
               END-START
               GO TO 2550-EXIT
           END-IF
      *    BEFORE THE YEAR: THIS CUSTOMER'S FIRST DAY OF IT.
           IF LIX-EFFECTIVE-DATE IS LESS THAN WS-YEAR-START
               MOVE WS-YEAR-START TO LIX-EFFECTIVE-DATE
               MOVE ZERO          TO LIX-SEQUENCE
               START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
                   INVALID KEY
                       SET LEDGER-EOF-REACHED TO TRUE
               END-START
               GO TO 2550-EXIT
           END-IF
           MOVE LIX-MOVEMENT TO LGR-LEDGER-RECORD
           PERFORM 2210-TALLY-THIS-MOVEMENT THRU 2210-EXIT.
       2550-EXIT.
           EXIT.

       3000-WRITE-EXTRACT.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
           DISPLAY "  INTEREST TOTAL:       " WS-TOTAL-EDIT
           DISPLAY "  EXCEPTIONS:           " WS-EXCEPTION-COUNT
           DISPLAY "  EXTRACT FILE:         " WS-EXTRACT-NAME
           IF WS-LEDGER-KEYED
               DISPLAY "  LEDGER ENTRIES READ:  " WS-LEDGER-READS
                   " (BY KEY)"
           ELSE
               DISPLAY "  LEDGER ENTRIES READ:  " WS-LEDGER-READS
                   " (FULL SWEEPS)"
           END-IF
           IF WS-LEGACY-COUNT IS GREATER THAN ZERO
               DISPLAY "*** " WS-LEGACY-COUNT " PRE-SPLIT COMBINED "
                   "ADJUSTMENTS IN THE YEAR COULD NOT BE SPLIT "

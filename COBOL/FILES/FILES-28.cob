      *   -- AN OPENING BALANCE LOADED THROUGH FILES-1 HAS NO LEDGER
      *   TRAIL TO REPLAY. ANY DRIFT OR BROKEN CHAIN ENDS THE RUN WITH
      *   RETURN-CODE 1.
      * 15/10/2026 NM - FILES-48 REVERSALS (TYPE "R") ARE PROVED AS
      *   THEIR OWN CATEGORY: THEY REPLAY INTO THE CHAIN LIKE ANY
      *   MOVEMENT, BUT ARE ALSO COUNTED AND NETTED SEPARATELY, AND A
      *   SECOND PASS CHECKS EACH ONE AGAINST THE MOVEMENT IT POINTS
      *   BACK AT -- THE ORIGINAL MUST CARRY THE OPPOSITE DEBIT/CREDIT
      *   CODE AND THE SAME AMOUNT, AND NO MOVEMENT MAY BE REVERSED
      *   TWICE. EITHER FAILURE ENDS THE RUN WITH RETURN-CODE 1; AN
      *   ORIGINAL ALREADY CLOSED TO A FILES-30 ARCHIVE IS LISTED, NOT
      *   FAILED.
      * 15/10/2026 NM - FILES-51 WRITE-OFF MOVEMENTS (TYPE "W") REPLAY
      *   LIKE ANY OTHER CREDIT AND ARE COUNTED. A RECOVERY (TYPE "V")
      *   LEAVES THE BALANCE WHERE IT IS (BEFORE = AFTER), SO IT IS
      *   COUNTED AND TOTALLED BUT NOT REPLAYED -- REPLAYING IT WOULD
      *   SHOW EVERY RECOVERED CUSTOMER AS DRIFTED.
      * 15/10/2026 NM - THE REPLAY NOW ALSO PROVES THE LEDGER INDEX
      *   (LEDGER-INDEX.dat, KEPT BY FILES-63): IT IS REPORTED IN STEP
      *   WHEN LEDGER-INDEX-CONTROL.dat HOLDS THE SAME LIVE COUNT AND
      *   LAST MOVEMENT THE REPLAY READ, AND OUT OF STEP OTHERWISE,
      *   WHICH IS NOT A FAILURE. THE PROOF ITSELF STILL READS THE
      *   LEDGER. WITH THE INDEX IN STEP, A REVERSAL WHOSE ORIGINAL IS
      *   NOT ON THE LIVE LEDGER IS LOOKED UP AMONG THE CUSTOMER'S
      *   ARCHIVED ENTRIES AND, FOUND, IS LISTED WITH ITS ARCHIVE AND
      *   PROVED TO MIRROR IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY CUSTOMER-DATA
           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

      *    THE LEDGER INDEX (SEE FILES-63) IS PROVED AGAINST THE REPLAY
      *    AND, WHEN IN STEP, FINDS REVERSED ORIGINALS IN THE ARCHIVES.
           01 WS-INDEX-STATUS      PIC X(2) VALUE SPACES.
               88 INDEX-OK              VALUE "00".
           01 WS-CONTROL-STATUS    PIC X(2) VALUE SPACES.
               88 CONTROL-OK            VALUE "00".
           77 WS-INDEX-SWITCH       PIC X VALUE "N".
               88 WS-INDEX-IN-STEP      VALUE "Y".
           77 WS-INDEX-ENTRY-SWITCH PIC X VALUE "N".
               88 WS-INDEX-ENTRY-FOUND  VALUE "Y".
           01 WS-LEDGER-LAST        PIC X(85) VALUE SPACES.

           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".
           77 EOF                   PIC X VALUE "N".
           77 WS-ORPHAN-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-DRIFT-AMOUNT       PIC S9(9)V99 VALUE ZERO.

      *    ONE ENTRY PER FILES-48 REVERSAL ON THE LEDGER: THE STAMP OF
      *    THE MOVEMENT IT POINTS BACK AT AND WHAT IT SHOULD MIRROR,
      *    CHECKED AGAINST THE ORIGINAL ON A SECOND PASS.
           01 WS-REVERSAL-TABLE.
               02 WS-RVS-ENTRY OCCURS 500 TIMES.
                   03 WS-RVS-ID          PIC 9(7).
                   03 WS-RVS-ORIG-DATE   PIC 9(8).
                   03 WS-RVS-ORIG-TIME   PIC 9(8).
                   03 WS-RVS-ORIG-TYPE   PIC X.
                   03 WS-RVS-DRCR        PIC X.
                   03 WS-RVS-AMOUNT      PIC 9(7)V99.
                   03 WS-RVS-FOUND       PIC X.

           77 WS-RVS-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-RVS-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-RVS-PICK           PIC 9(4) COMP VALUE ZERO.

           77 WS-REVERSAL-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-REVERSAL-NET       PIC S9(9)V99 VALUE ZERO.
           77 WS-REV-TWICE-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-REV-MISMATCH-COUNT PIC 9(5) VALUE ZERO.
           77 WS-REV-UNSEEN-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-REV-ARCHIVED-COUNT PIC 9(5) VALUE ZERO.

           77 WS-WRITE-OFF-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-RECOVERY-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-RECOVERY-TOTAL     PIC 9(9)V99 VALUE ZERO.

           01 WS-BALANCE-EDIT       PIC $$,$$$,$$9.99-.
           01 WS-REPLAYED-EDIT      PIC $$$,$$$,$$9.99-.
           01 WS-DRIFT-EDIT         PIC $$$,$$$,$$9.99-.
           01 WS-AMOUNT-EDIT        PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.

           PERFORM 2000-REPLAY-LEDGER THRU 2000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2800-CHECK-LEDGER-INDEX THRU 2800-EXIT
               IF WS-RVS-COUNT IS GREATER THAN ZERO
                   PERFORM 2500-PROVE-REVERSALS THRU 2500-EXIT
               END-IF
               IF WS-INDEX-IN-STEP
                   CLOSE LEDGER-INDEX-FILE
               END-IF
               PERFORM 3000-PROVE-MASTER THRU 3000-EXIT
               PERFORM 4000-LIST-ORPHANS THRU 4000-EXIT
               PERFORM 8000-PRINT-PROOF-TOTALS THRU 8000-EXIT
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-MOVEMENT-COUNT
           MOVE LGR-LEDGER-RECORD TO WS-LEDGER-LAST

           PERFORM 2150-FIND-PROOF-ENTRY THRU 2150-EXIT
           IF WS-PRF-PICK = ZERO
               DISPLAY "  MOVEMENT BEFORE-BALANCE: " WS-BALANCE-EDIT
           END-IF

      *    A RECOVERY CARRIES MONEY FROM A WRITTEN-OFF CUSTOMER BUT
      *    LEAVES THE BALANCE WHERE IT IS, SO IT IS COUNTED, NOT
      *    REPLAYED. A WRITE-OFF REPLAYS LIKE ANY OTHER CREDIT.
           EVALUATE TRUE
               WHEN LGR-TYPE-RECOVERY
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD LGR-AMOUNT TO WS-RECOVERY-TOTAL
               WHEN LGR-DRCR-CODE = "D"
                   ADD LGR-AMOUNT TO WS-PRF-REPLAYED (WS-PRF-PICK)
               WHEN OTHER
                   SUBTRACT LGR-AMOUNT
                       FROM WS-PRF-REPLAYED (WS-PRF-PICK)
           END-EVALUATE
           IF LGR-TYPE-WRITE-OFF
               ADD 1 TO WS-WRITE-OFF-COUNT
           END-IF
           MOVE LGR-AFTER-BALANCE TO WS-PRF-LAST-AFTER (WS-PRF-PICK)
           ADD 1 TO WS-PRF-MOVEMENTS (WS-PRF-PICK)

           IF LGR-TYPE-REVERSAL
               PERFORM 2300-NOTE-REVERSAL THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2170-EXIT.
           EXIT.

       2300-NOTE-REVERSAL.
      *    A REVERSAL IS REPLAYED LIKE ANY OTHER MOVEMENT ABOVE; HERE
      *    IT IS ALSO COUNTED IN ITS OWN CATEGORY AND ITS POINTER IS
      *    KEPT FOR THE SECOND PASS. TWO REVERSALS POINTING AT THE
      *    SAME MOVEMENT ARE A DOUBLE UNWIND AND FAIL THE PROOF.
           ADD 1 TO WS-REVERSAL-COUNT
           IF LGR-DRCR-CODE = "D"
               ADD LGR-AMOUNT TO WS-REVERSAL-NET
           ELSE
               SUBTRACT LGR-AMOUNT FROM WS-REVERSAL-NET
           END-IF

           MOVE ZERO TO WS-RVS-PICK
           PERFORM 2350-MATCH-REVERSAL-ENTRY THRU 2350-EXIT
               VARYING WS-RVS-SUB FROM 1 BY 1
               UNTIL WS-RVS-SUB IS GREATER THAN WS-RVS-COUNT
                   OR WS-RVS-PICK IS GREATER THAN ZERO
           IF WS-RVS-PICK IS GREATER THAN ZERO
               ADD 1 TO WS-REV-TWICE-COUNT
               DISPLAY "REVERSED TWICE -- ID " LGR-ID-NUMBER
                   " MOVEMENT POSTED " LGR-REV-POSTING-DATE " "
                   LGR-REV-POSTING-TIME " TYPE " LGR-REV-ORIG-TYPE
               DISPLAY "  SECOND REVERSAL POSTED " LGR-POSTING-DATE
                   " " LGR-POSTING-TIME
               GO TO 2300-EXIT
           END-IF

           IF WS-RVS-COUNT IS NOT LESS THAN 500
               DISPLAY "*** REVERSAL TABLE FULL -- REVERSAL FOR ID "
                   LGR-ID-NUMBER " NOT CHECKED AGAINST ITS ORIGINAL ***"
               MOVE 1 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-RVS-COUNT
           MOVE LGR-ID-NUMBER        TO WS-RVS-ID (WS-RVS-COUNT)
           MOVE LGR-REV-POSTING-DATE TO WS-RVS-ORIG-DATE (WS-RVS-COUNT)
           MOVE LGR-REV-POSTING-TIME TO WS-RVS-ORIG-TIME (WS-RVS-COUNT)
           MOVE LGR-REV-ORIG-TYPE    TO WS-RVS-ORIG-TYPE (WS-RVS-COUNT)
           MOVE LGR-DRCR-CODE        TO WS-RVS-DRCR (WS-RVS-COUNT)
           MOVE LGR-AMOUNT           TO WS-RVS-AMOUNT (WS-RVS-COUNT)
           MOVE "N"                  TO WS-RVS-FOUND (WS-RVS-COUNT).
       2300-EXIT.
           EXIT.

       2350-MATCH-REVERSAL-ENTRY.
           IF WS-RVS-ID (WS-RVS-SUB) = LGR-ID-NUMBER
               AND WS-RVS-ORIG-DATE (WS-RVS-SUB) = LGR-REV-POSTING-DATE
               AND WS-RVS-ORIG-TIME (WS-RVS-SUB) = LGR-REV-POSTING-TIME
               AND WS-RVS-ORIG-TYPE (WS-RVS-SUB) = LGR-REV-ORIG-TYPE
               MOVE WS-RVS-SUB TO WS-RVS-PICK
           END-IF.
       2350-EXIT.
           EXIT.

       2500-PROVE-REVERSALS.
      *    SECOND PASS, ONLY WHEN THERE ARE REVERSALS TO CHECK: EACH
      *    ORIGINAL MUST CARRY THE OPPOSITE DEBIT/CREDIT CODE AND THE
      *    SAME AMOUNT AS THE REVERSAL THAT POINTS AT IT. AN ORIGINAL
      *    NOT ON THE LIVE LEDGER HAS USUALLY BEEN CLOSED TO AN ARCHIVE
      *    BY FILES-30 -- LISTED, NOT FAILED.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE REOPEN FAILED, STATUS: "
                   WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           PERFORM 2550-CHECK-ORIGINAL THRU 2550-EXIT
               UNTIL LEDGER-EOF-REACHED
           CLOSE LEDGER-FILE

           PERFORM 2600-LIST-UNSEEN-ORIGINAL THRU 2600-EXIT
               VARYING WS-RVS-SUB FROM 1 BY 1
               UNTIL WS-RVS-SUB IS GREATER THAN WS-RVS-COUNT.
       2500-EXIT.
           EXIT.

       2550-CHECK-ORIGINAL.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2550-EXIT
           END-READ
           IF LGR-TYPE-REVERSAL
               GO TO 2550-EXIT
           END-IF

           MOVE ZERO TO WS-RVS-PICK
           PERFORM 2570-MATCH-ORIGINAL THRU 2570-EXIT
               VARYING WS-RVS-SUB FROM 1 BY 1
               UNTIL WS-RVS-SUB IS GREATER THAN WS-RVS-COUNT
                   OR WS-RVS-PICK IS GREATER THAN ZERO
           IF WS-RVS-PICK = ZERO
               GO TO 2550-EXIT
           END-IF

           MOVE "Y" TO WS-RVS-FOUND (WS-RVS-PICK)
           PERFORM 2580-CHECK-MIRROR THRU 2580-EXIT.
       2550-EXIT.
           EXIT.

       2580-CHECK-MIRROR.
           IF WS-RVS-DRCR (WS-RVS-PICK) = LGR-DRCR-CODE
               OR WS-RVS-AMOUNT (WS-RVS-PICK) NOT EQUAL LGR-AMOUNT
               ADD 1 TO WS-REV-MISMATCH-COUNT
               MOVE LGR-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "REVERSAL DOES NOT MIRROR ITS ORIGINAL -- ID "
                   LGR-ID-NUMBER " MOVEMENT POSTED " LGR-POSTING-DATE
                   " " LGR-POSTING-TIME
               DISPLAY "  ORIGINAL:  " LGR-DRCR-CODE " "
                   WS-AMOUNT-EDIT WITH NO ADVANCING
               MOVE WS-RVS-AMOUNT (WS-RVS-PICK) TO WS-AMOUNT-EDIT
               DISPLAY "  REVERSAL:  " WS-RVS-DRCR (WS-RVS-PICK) " "
                   WS-AMOUNT-EDIT
           END-IF.
       2580-EXIT.
           EXIT.

       2570-MATCH-ORIGINAL.
           IF WS-RVS-FOUND (WS-RVS-SUB) = "N"
               AND WS-RVS-ID (WS-RVS-SUB) = LGR-ID-NUMBER
               AND WS-RVS-ORIG-DATE (WS-RVS-SUB) = LGR-POSTING-DATE
               AND WS-RVS-ORIG-TIME (WS-RVS-SUB) = LGR-POSTING-TIME
               AND WS-RVS-ORIG-TYPE (WS-RVS-SUB) = LGR-MOVEMENT-TYPE
               MOVE WS-RVS-SUB TO WS-RVS-PICK
           END-IF.
       2570-EXIT.
           EXIT.

       2600-LIST-UNSEEN-ORIGINAL.
           IF WS-RVS-FOUND (WS-RVS-SUB) NOT EQUAL "N"
               GO TO 2600-EXIT
           END-IF
      *    WITH THE LEDGER INDEX IN STEP, AN ORIGINAL CLOSED TO A
      *    FILES-30 ARCHIVE IS FOUND AMONG THE CUSTOMER'S ARCHIVED
      *    ENTRIES AND PROVED THERE LIKE ONE ON THE LIVE LEDGER.
           IF WS-INDEX-IN-STEP
               MOVE WS-RVS-SUB TO WS-RVS-PICK
               PERFORM 2650-LOOK-UP-ORIGINAL THRU 2650-EXIT
               IF WS-INDEX-ENTRY-FOUND
                   ADD 1 TO WS-REV-ARCHIVED-COUNT
                   DISPLAY "REVERSED MOVEMENT CLOSED TO ARCHIVE "
                       LIX-ARCHIVE-CUTOFF " -- ID "
                       WS-RVS-ID (WS-RVS-SUB) " MOVEMENT POSTED "
                       WS-RVS-ORIG-DATE (WS-RVS-SUB) " "
                       WS-RVS-ORIG-TIME (WS-RVS-SUB)
                   MOVE "Y" TO WS-RVS-FOUND (WS-RVS-SUB)
                   PERFORM 2580-CHECK-MIRROR THRU 2580-EXIT
                   GO TO 2600-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-REV-UNSEEN-COUNT
           DISPLAY "REVERSED MOVEMENT NOT ON THE LIVE LEDGER -- ID "
               WS-RVS-ID (WS-RVS-SUB) " MOVEMENT POSTED "
               WS-RVS-ORIG-DATE (WS-RVS-SUB) " "
               WS-RVS-ORIG-TIME (WS-RVS-SUB).
       2600-EXIT.
           EXIT.

       2650-LOOK-UP-ORIGINAL.
           MOVE "N" TO WS-INDEX-ENTRY-SWITCH
           MOVE "N" TO LEDGER-EOF
           MOVE WS-RVS-ID (WS-RVS-PICK) TO LIX-ID-NUMBER
           MOVE ZERO TO LIX-EFFECTIVE-DATE
           MOVE ZERO TO LIX-SEQUENCE
           START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
               INVALID KEY
                   SET LEDGER-EOF-REACHED TO TRUE
           END-START
           PERFORM 2660-MATCH-ARCHIVED-ENTRY THRU 2660-EXIT
               UNTIL LEDGER-EOF-REACHED OR WS-INDEX-ENTRY-FOUND.
       2650-EXIT.
           EXIT.

       2660-MATCH-ARCHIVED-ENTRY.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2660-EXIT
           END-READ
           IF LIX-ID-NUMBER NOT EQUAL WS-RVS-ID (WS-RVS-PICK)
               SET LEDGER-EOF-REACHED TO TRUE
               GO TO 2660-EXIT
           END-IF
           IF LIX-ON-LIVE-LEDGER
               GO TO 2660-EXIT
           END-IF
           MOVE LIX-MOVEMENT TO LGR-LEDGER-RECORD
           IF LGR-POSTING-DATE = WS-RVS-ORIG-DATE (WS-RVS-PICK)
               AND LGR-POSTING-TIME = WS-RVS-ORIG-TIME (WS-RVS-PICK)
               AND LGR-MOVEMENT-TYPE = WS-RVS-ORIG-TYPE (WS-RVS-PICK)
               SET WS-INDEX-ENTRY-FOUND TO TRUE
           END-IF.
       2660-EXIT.
           EXIT.

       2800-CHECK-LEDGER-INDEX.
      *    THE REPLAY HAS JUST READ EVERY LIVE MOVEMENT, SO IT PROVES
      *    THE LEDGER INDEX FOR FREE: IN STEP WHEN THE CONTROL RECORD
      *    HOLDS THE SAME COUNT AND THE SAME LAST MOVEMENT. OUT OF STEP
      *    IS NOT A PROOF FAILURE -- POSTINGS SINCE FILES-63 LAST RAN
      *    ARE NORMAL -- BUT IT IS REPORTED.
           OPEN INPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "NO LEDGER INDEX ON HAND"
               GO TO 2800-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   DISPLAY "NO LEDGER INDEX ON HAND"
               NOT AT END
                   IF WS-MOVEMENT-COUNT = LXC-LIVE-COUNT
                       AND WS-LEDGER-LAST = LXC-LAST-MOVEMENT
                       SET WS-INDEX-IN-STEP TO TRUE
                       DISPLAY "LEDGER INDEX IN STEP -- "
                           LXC-LIVE-COUNT " LIVE AND "
                           LXC-ARCHIVED-ENTRIES " ARCHIVED ENTRIES"
                   ELSE
                       DISPLAY "LEDGER INDEX NOT IN STEP -- IT COVERS "
                           LXC-LIVE-COUNT " OF " WS-MOVEMENT-COUNT
                           " LIVE MOVEMENTS; RUN FILES-63"
                   END-IF
           END-READ
           CLOSE INDEX-CONTROL-FILE
           IF NOT WS-INDEX-IN-STEP
               GO TO 2800-EXIT
           END-IF
           OPEN INPUT LEDGER-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "LEDGER-INDEX-FILE OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS
               MOVE "N" TO WS-INDEX-SWITCH
           END-IF.
       2800-EXIT.
           EXIT.

       3000-PROVE-MASTER.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
           DISPLAY "  CHAIN BREAKS:              " WS-CHAIN-ERRORS
           DISPLAY "  NO LEDGER TRAIL:           " WS-NO-TRAIL-COUNT
           DISPLAY "  ON LEDGER, NOT ON MASTER:  " WS-ORPHAN-COUNT
           MOVE WS-REVERSAL-NET TO WS-DRIFT-EDIT
           DISPLAY "  REVERSALS (R):             " WS-REVERSAL-COUNT
               "  NET " WS-DRIFT-EDIT
           DISPLAY "  REVERSED TWICE:            " WS-REV-TWICE-COUNT
           DISPLAY "  REVERSALS NOT MIRRORING:   " WS-REV-MISMATCH-COUNT
           DISPLAY "  ORIGINAL IN AN ARCHIVE:    " WS-REV-ARCHIVED-COUNT
           DISPLAY "  ORIGINAL NOT ON LIVE FILE: " WS-REV-UNSEEN-COUNT
           DISPLAY "  WRITE-OFF MOVEMENTS (W):   " WS-WRITE-OFF-COUNT
           MOVE WS-RECOVERY-TOTAL TO WS-DRIFT-EDIT
           DISPLAY "  RECOVERIES (V), NOT IN THE BALANCE: "
               WS-RECOVERY-COUNT "  TOTAL " WS-DRIFT-EDIT

           IF WS-DRIFT-COUNT IS GREATER THAN ZERO
               OR WS-CHAIN-ERRORS IS GREATER THAN ZERO
               OR WS-REV-TWICE-COUNT IS GREATER THAN ZERO
               OR WS-REV-MISMATCH-COUNT IS GREATER THAN ZERO
               DISPLAY "*** MONEY PROOF FAILED -- THE LEDGER AND THE "
                   "MASTER DISAGREE, WORK THE EXCEPTIONS ABOVE ***"
               MOVE 1 TO RETURN-CODE

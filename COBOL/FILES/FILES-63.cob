       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-63.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. BUILDS AND CATCHES UP THE LEDGER
      *   INDEX, LEDGER-INDEX.dat (LAYOUT IN COPYLIB'S
      *   LEDGER-INDEX-RECORD), SO THE PER-CUSTOMER READERS -- THE
      *   FILES-29 STATEMENTS, THE FILES-32 AGING, THE FILES-35 INTEREST
      *   EXTRACT, THE FILES-30 INQUIRY AND THE FILES-28 REVERSAL CHECK
      *   -- CAN READ ONE CUSTOMER'S MOVEMENTS BY KEY INSTEAD OF WALKING
      *   THE WHOLE LEDGER, AND EVERY ARCHIVE, FOR EACH CUSTOMER. THE
      *   POSTING PROGRAMS STILL ONLY APPEND TO CUSTOMER-LEDGER.dat;
      *   THIS RUN, SCHEDULED ON RUN-SCHEDULE.dat AFTER THE NIGHT'S
      *   POSTINGS AND AHEAD OF THE STATEMENT AND AGING STEPS, INDEXES
      *   WHAT WAS APPENDED SINCE ITS LAST RUN.
      *   LEDGER-INDEX-CONTROL.dat (SEE COPYLIB'S
      *   LEDGER-INDEX-CONTROL-RECORD) SAYS HOW MANY LIVE LINES ARE
      *   ALREADY INDEXED AND WHAT THE LAST ONE WAS: THE RUN SKIPS THAT
      *   MANY, PROVES THE LAST ONE STILL MATCHES, AND INDEXES THE REST.
      *   NO CONTROL RECORD, AN ARCHIVE CATALOGUED SINCE THE INDEX LAST
      *   SAW THE CATALOG, OR A LIVE LEDGER THAT HAS SHRUNK OR CHANGED
      *   UNDERNEATH (A RESTORE, A CLOSE THAT DID NOT KEEP THE INDEX IN
      *   STEP) REBUILDS THE INDEX FROM SCRATCH -- EVERY CATALOGUED
      *   ARCHIVE, OLDEST FIRST, THEN THE LIVE LEDGER -- STILL LEAVING
      *   OUT ARCHIVED MOVEMENTS FILES-41 HAS TRIMMED. THE RUN HOLDS THE
      *   EXCLUSIVE RUN-LOCK AND LOGS ITS START AND END ON RUN-LOG.dat
      *   WITH MOVEMENTS READ AND INDEXED.
      * 15/10/2026 NM - A REBUILD NOW EMPTIES LEDGER-INDEX-CONTROL.dat
      *   BEFORE IT EMPTIES THE INDEX, SO UNTIL 5000-WRITE-CONTROL
      *   FINISHES EVERY READER FINDS NO CONTROL RECORD AND SWEEPS THE
      *   LEDGER, RATHER THAN TRUSTING THE OLD RECORD AGAINST A
      *   HALF-BUILT INDEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUN-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LEDGER-ARCHIVE-CATALOG.dat"
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
           COPY "LOCK-RECORD.cpy".

       FD RUN-LOG-FILE.
           COPY "RUN-LOG-RECORD.cpy".

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 CAT-CUTOFF-DATE PIC 9(8).
               02 CAT-FILE-NAME   PIC X(40).
               02 CAT-REC-COUNT   PIC 9(7).

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

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

           01 WS-LEDGER-STATUS     PIC X(2) VALUE SPACES.
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

           01 WS-CATALOG-STATUS    PIC X(2) VALUE SPACES.
               88 CATALOG-OK            VALUE "00".
               88 CATALOG-NOT-FOUND     VALUE "35".

           01 WS-INDEX-STATUS      PIC X(2) VALUE SPACES.
               88 INDEX-OK              VALUE "00".
               88 INDEX-NOT-FOUND       VALUE "35".

           01 WS-CONTROL-STATUS    PIC X(2) VALUE SPACES.
               88 CONTROL-OK            VALUE "00".
               88 CONTROL-NOT-FOUND     VALUE "35".

           77 WS-LEDGER-NAME        PIC X(40)
               VALUE "CUSTOMER-LEDGER.dat".

           77 LEDGER-EOF            PIC X VALUE "N".
               88 LEDGER-EOF-REACHED VALUE "Y".
           77 CATALOG-EOF           PIC X VALUE "N".
               88 CATALOG-EOF-REACHED VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".
           77 WS-REBUILD-SWITCH     PIC X VALUE "N".
               88 WS-REBUILD-NEEDED     VALUE "Y".

           01 WS-CATALOG-TABLE.
               02 WS-CAT-ENTRY OCCURS 50 TIMES.
                   03 WS-CAT-CUTOFF    PIC 9(8).
                   03 WS-CAT-NAME      PIC X(40).
           77 WS-CAT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-CAT-SUB            PIC 9(2) COMP VALUE ZERO.

      *    THE CONTROL RECORD AS THIS RUN FOUND IT, AND THE FIGURES
      *    THE RUN WRITES BACK.
           77 WS-CONTROL-SWITCH     PIC X VALUE "N".
               88 WS-CONTROL-ON-HAND    VALUE "Y".
           77 WS-HELD-LIVE-COUNT    PIC 9(9) VALUE ZERO.
           77 WS-HELD-NEXT-SEQUENCE PIC 9(9) VALUE ZERO.
           77 WS-HELD-ARCHIVES      PIC 9(3) VALUE ZERO.
           77 WS-HELD-ARC-ENTRIES   PIC 9(9) VALUE ZERO.
           77 WS-INDEXED-FROM       PIC 9(8) VALUE ZERO.
           01 WS-HELD-LAST-MOVEMENT PIC X(85) VALUE SPACES.
           01 WS-LAST-MOVEMENT      PIC X(85) VALUE SPACES.

           77 WS-NEXT-SEQUENCE      PIC 9(9) VALUE ZERO.
           77 WS-CURRENT-CUTOFF     PIC 9(8) VALUE ZERO.
           77 WS-ARCHIVES-INDEXED   PIC 9(3) VALUE ZERO.

           77 WS-LIVE-READ          PIC 9(9) VALUE ZERO.
           77 WS-ARCHIVE-READ       PIC 9(9) VALUE ZERO.
           77 WS-LIVE-INDEXED       PIC 9(9) VALUE ZERO.
           77 WS-ARCHIVE-INDEXED    PIC 9(9) VALUE ZERO.
           77 WS-TRIMMED-SKIPPED    PIC 9(9) VALUE ZERO.
           77 WS-REWRITTEN-COUNT    PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
               PERFORM 1100-READ-CONTROL THRU 1100-EXIT
               IF NOT WS-REBUILD-NEEDED
                   PERFORM 2000-CATCH-UP THRU 2000-EXIT
               END-IF
               IF WS-REBUILD-NEEDED AND NOT WS-ABORT-REQUESTED
                   PERFORM 3000-REBUILD-INDEX THRU 3000-EXIT
               END-IF
               IF NOT WS-ABORT-REQUESTED
                   PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
               END-IF
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           COMPUTE WS-RLG-READ = WS-LIVE-READ + WS-ARCHIVE-READ
           COMPUTE WS-RLG-WRITTEN = WS-LIVE-INDEXED
               + WS-ARCHIVE-INDEXED
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.

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
           MOVE "FILES-63" TO RLG-PROGRAM-ID
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
           MOVE "FILES-63" TO LCK-PROGRAM
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
               MOVE "FILES-63" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       1000-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-NOT-FOUND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-READ-CATALOG THRU 1050-EXIT
               UNTIL CATALOG-EOF-REACHED
           CLOSE CATALOG-FILE.
       1000-EXIT.
           EXIT.

       1050-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET CATALOG-EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-CAT-COUNT IS LESS THAN 50
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CAT-CUTOFF-DATE
                           TO WS-CAT-CUTOFF (WS-CAT-COUNT)
                       MOVE CAT-FILE-NAME
                           TO WS-CAT-NAME (WS-CAT-COUNT)
                   END-IF
           END-READ.
       1050-EXIT.
           EXIT.

       1100-READ-CONTROL.
      *    NO CONTROL RECORD MEANS NO INDEX WORTH TRUSTING, AND AN
      *    ARCHIVE CATALOGUED SINCE THE LAST BUILD WAS CLOSED WITHOUT
      *    THE INDEX BEING TOLD: EITHER WAY THE INDEX IS BUILT AGAIN.
           OPEN INPUT INDEX-CONTROL-FILE
           IF CONTROL-NOT-FOUND
               DISPLAY "NO LEDGER INDEX CONTROL RECORD -- THE INDEX IS "
                   "BUILT FROM SCRATCH"
               SET WS-REBUILD-NEEDED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF NOT CONTROL-OK
               DISPLAY "INDEX-CONTROL-FILE OPEN FAILED, STATUS: "
                   WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   DISPLAY "LEDGER INDEX CONTROL RECORD IS EMPTY -- "
                       "THE INDEX IS BUILT FROM SCRATCH"
                   SET WS-REBUILD-NEEDED TO TRUE
               NOT AT END
                   SET WS-CONTROL-ON-HAND TO TRUE
                   MOVE LXC-LIVE-COUNT       TO WS-HELD-LIVE-COUNT
                   MOVE LXC-NEXT-SEQUENCE    TO WS-HELD-NEXT-SEQUENCE
                   MOVE LXC-ARCHIVES-INDEXED TO WS-HELD-ARCHIVES
                   MOVE LXC-ARCHIVED-ENTRIES TO WS-HELD-ARC-ENTRIES
                   MOVE LXC-INDEXED-FROM     TO WS-INDEXED-FROM
                   MOVE LXC-LAST-MOVEMENT    TO WS-HELD-LAST-MOVEMENT
           END-READ
           CLOSE INDEX-CONTROL-FILE
           IF WS-CONTROL-ON-HAND
               AND WS-HELD-ARCHIVES NOT EQUAL WS-CAT-COUNT
               DISPLAY "ARCHIVE CATALOG HOLDS " WS-CAT-COUNT
                   " ARCHIVES, THE INDEX " WS-HELD-ARCHIVES
                   " -- THE INDEX IS BUILT FROM SCRATCH"
               SET WS-REBUILD-NEEDED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       2000-CATCH-UP.
      *    THE LIVE LINES ALREADY INDEXED ARE READ PAST, NOT INDEXED
      *    AGAIN; THE LAST OF THEM MUST STILL BE THE MOVEMENT THE
      *    CONTROL RECORD REMEMBERS OR THE LEDGER HAS BEEN REWRITTEN
      *    UNDER THE INDEX.
           MOVE WS-HELD-NEXT-SEQUENCE TO WS-NEXT-SEQUENCE
           MOVE WS-HELD-LAST-MOVEMENT TO WS-LAST-MOVEMENT
           MOVE ZERO TO WS-CURRENT-CUTOFF
           MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
           MOVE "N" TO LEDGER-EOF

           OPEN I-O LEDGER-INDEX-FILE
           IF INDEX-NOT-FOUND
               DISPLAY "NO LEDGER INDEX ON DISK -- THE INDEX IS BUILT "
                   "FROM SCRATCH"
               SET WS-REBUILD-NEEDED TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF NOT INDEX-OK
               DISPLAY "LEDGER-INDEX-FILE OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF

           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               SET LEDGER-EOF-REACHED TO TRUE
           ELSE
               IF NOT LEDGER-OK
                   DISPLAY "LEDGER-FILE OPEN FAILED, STATUS: "
                       WS-LEDGER-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   CLOSE LEDGER-INDEX-FILE
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2100-CATCH-UP-ONE THRU 2100-EXIT
                   UNTIL LEDGER-EOF-REACHED
                       OR WS-REBUILD-NEEDED
                       OR WS-ABORT-REQUESTED
               CLOSE LEDGER-FILE
           END-IF
           CLOSE LEDGER-INDEX-FILE

           IF NOT WS-REBUILD-NEEDED
               AND WS-LIVE-READ IS LESS THAN WS-HELD-LIVE-COUNT
               DISPLAY "LIVE LEDGER HOLDS " WS-LIVE-READ
                   " MOVEMENTS, THE INDEX " WS-HELD-LIVE-COUNT
                   " -- THE INDEX IS BUILT FROM SCRATCH"
               SET WS-REBUILD-NEEDED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CATCH-UP-ONE.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-LIVE-READ
           IF WS-LIVE-READ IS GREATER THAN WS-HELD-LIVE-COUNT
               PERFORM 4000-INDEX-MOVEMENT THRU 4000-EXIT
               MOVE LGR-LEDGER-RECORD TO WS-LAST-MOVEMENT
               GO TO 2100-EXIT
           END-IF
           IF WS-LIVE-READ = WS-HELD-LIVE-COUNT
               AND LGR-LEDGER-RECORD NOT EQUAL WS-HELD-LAST-MOVEMENT
               DISPLAY "LIVE LEDGER LINE " WS-LIVE-READ " IS NOT THE "
                   "MOVEMENT LAST INDEXED -- THE INDEX IS BUILT FROM "
                   "SCRATCH"
               SET WS-REBUILD-NEEDED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       3000-REBUILD-INDEX.
      *    THE OUTPUT OPEN EMPTIES THE INDEX, SO ANYTHING A CATCH-UP
      *    MANAGED BEFORE FINDING THE LEDGER CHANGED IS DISCARDED WITH
      *    THE REST.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE SPACES TO WS-LAST-MOVEMENT
           MOVE ZERO TO WS-LIVE-READ
           MOVE ZERO TO WS-LIVE-INDEXED
           MOVE ZERO TO WS-ARCHIVE-READ
           MOVE ZERO TO WS-ARCHIVE-INDEXED
           MOVE ZERO TO WS-REWRITTEN-COUNT
           MOVE ZERO TO WS-ARCHIVES-INDEXED

      *    THE OLD CONTROL RECORD GOES FIRST: WHILE THE INDEX IS HALF
      *    BUILT A READER MUST FIND NO CONTROL RECORD AND SWEEP.
           OPEN OUTPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "INDEX-CONTROL-FILE OPEN FAILED, STATUS: "
                   WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           CLOSE INDEX-CONTROL-FILE

           OPEN OUTPUT LEDGER-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "LEDGER-INDEX-FILE BUILD OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-INDEX-ONE-ARCHIVE THRU 3100-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB IS GREATER THAN WS-CAT-COUNT
                   OR WS-ABORT-REQUESTED

           IF NOT WS-ABORT-REQUESTED
               MOVE "CUSTOMER-LEDGER.dat" TO WS-LEDGER-NAME
               MOVE ZERO TO WS-CURRENT-CUTOFF
               PERFORM 3200-INDEX-LEDGER-FILE THRU 3200-EXIT
           END-IF
           CLOSE LEDGER-INDEX-FILE.
       3000-EXIT.
           EXIT.

       3100-INDEX-ONE-ARCHIVE.
           MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-LEDGER-NAME
           MOVE WS-CAT-CUTOFF (WS-CAT-SUB) TO WS-CURRENT-CUTOFF
           PERFORM 3200-INDEX-LEDGER-FILE THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3200-INDEX-LEDGER-FILE.
      *    A CATALOGUED ARCHIVE MISSING FROM DISK IS NOT COUNTED AS
      *    INDEXED, SO THE READERS THAT NEED THE ARCHIVES KEEP
      *    SWEEPING THEM -- AND SAYING IT IS MISSING -- UNTIL IT IS
      *    RESTORED.
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               IF WS-CURRENT-CUTOFF NOT EQUAL ZERO
                   DISPLAY "CATALOGUED ARCHIVE " WS-LEDGER-NAME
                       " IS MISSING FROM DISK -- NOT INDEXED"
                   MOVE 1 TO RETURN-CODE
               END-IF
               GO TO 3200-EXIT
           END-IF
           IF NOT LEDGER-OK
               DISPLAY "LEDGER OPEN FAILED FOR " WS-LEDGER-NAME
                   ", STATUS: " WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-INDEX-ONE-MOVEMENT THRU 3300-EXIT
               UNTIL LEDGER-EOF-REACHED OR WS-ABORT-REQUESTED
           CLOSE LEDGER-FILE
           IF WS-CURRENT-CUTOFF NOT EQUAL ZERO
               ADD 1 TO WS-ARCHIVES-INDEXED
           END-IF.
       3200-EXIT.
           EXIT.

       3300-INDEX-ONE-MOVEMENT.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 3300-EXIT
           END-READ
           IF WS-CURRENT-CUTOFF = ZERO
               ADD 1 TO WS-LIVE-READ
               MOVE LGR-LEDGER-RECORD TO WS-LAST-MOVEMENT
           ELSE
               ADD 1 TO WS-ARCHIVE-READ
      *        ARCHIVED HISTORY FILES-41 HAS TRIMMED OUT OF THE INDEX
      *        STAYS OUT OF IT; THE ARCHIVE FILE STILL HOLDS IT.
               IF WS-INDEXED-FROM NOT EQUAL ZERO
                   AND LGR-EFFECTIVE-DATE IS LESS THAN WS-INDEXED-FROM
                   ADD 1 TO WS-TRIMMED-SKIPPED
                   GO TO 3300-EXIT
               END-IF
           END-IF
           PERFORM 4000-INDEX-MOVEMENT THRU 4000-EXIT.
       3300-EXIT.
           EXIT.

       4000-INDEX-MOVEMENT.
      *    A CARRY-FORWARD TAKES SEQUENCE ZERO SO IT READS AHEAD OF
      *    THE SAME DAY'S MOVEMENTS, AS IT STANDS AT THE FRONT OF THE
      *    LIVE LEDGER. AN ENTRY ALREADY ON THE INDEX UNDER THE SAME
      *    KEY WAS LEFT BY A RUN THAT DIED BEFORE ITS CONTROL RECORD
      *    WENT DOWN, AND IS THE SAME MOVEMENT: IT IS REWRITTEN.
           MOVE LGR-ID-NUMBER      TO LIX-ID-NUMBER
           MOVE LGR-EFFECTIVE-DATE TO LIX-EFFECTIVE-DATE
           IF LGR-TYPE-CARRY-FWD
               MOVE ZERO TO LIX-SEQUENCE
           ELSE
               MOVE WS-NEXT-SEQUENCE TO LIX-SEQUENCE
               ADD 1 TO WS-NEXT-SEQUENCE
           END-IF
           MOVE WS-CURRENT-CUTOFF TO LIX-ARCHIVE-CUTOFF
           MOVE LGR-LEDGER-RECORD TO LIX-MOVEMENT
           WRITE LIX-LEDGER-INDEX-RECORD
               INVALID KEY
                   REWRITE LIX-LEDGER-INDEX-RECORD
                       INVALID KEY
                           DISPLAY "LEDGER INDEX WRITE FAILED FOR ID "
                               LGR-ID-NUMBER ", STATUS: "
                               WS-INDEX-STATUS
                           MOVE 1 TO RETURN-CODE
                           SET WS-ABORT-REQUESTED TO TRUE
                           GO TO 4000-EXIT
                   END-REWRITE
                   ADD 1 TO WS-REWRITTEN-COUNT
           END-WRITE
           IF WS-CURRENT-CUTOFF = ZERO
               ADD 1 TO WS-LIVE-INDEXED
           ELSE
               ADD 1 TO WS-ARCHIVE-INDEXED
           END-IF.
       4000-EXIT.
           EXIT.

       5000-WRITE-CONTROL.
           OPEN OUTPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "INDEX-CONTROL-FILE OPEN FAILED, STATUS: "
                   WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-LIVE-READ     TO LXC-LIVE-COUNT
           MOVE WS-NEXT-SEQUENCE TO LXC-NEXT-SEQUENCE
           IF WS-REBUILD-NEEDED
               MOVE WS-ARCHIVES-INDEXED TO LXC-ARCHIVES-INDEXED
               MOVE WS-ARCHIVE-INDEXED  TO LXC-ARCHIVED-ENTRIES
           ELSE
               MOVE WS-HELD-ARCHIVES    TO LXC-ARCHIVES-INDEXED
               MOVE WS-HELD-ARC-ENTRIES TO LXC-ARCHIVED-ENTRIES
           END-IF
           MOVE WS-INDEXED-FROM  TO LXC-INDEXED-FROM
           ACCEPT LXC-UPDATED-DATE FROM DATE YYYYMMDD
           ACCEPT LXC-UPDATED-TIME FROM TIME
           MOVE "FILES-63" TO LXC-UPDATED-BY
           MOVE WS-LAST-MOVEMENT TO LXC-LAST-MOVEMENT
           WRITE LXC-LEDGER-INDEX-CONTROL
           CLOSE INDEX-CONTROL-FILE.
       5000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           DISPLAY " "
           IF WS-REBUILD-NEEDED
               DISPLAY "LEDGER INDEX REBUILT"
           ELSE
               DISPLAY "LEDGER INDEX CAUGHT UP"
           END-IF
           DISPLAY "  LIVE MOVEMENTS READ:       " WS-LIVE-READ
           DISPLAY "  LIVE MOVEMENTS INDEXED:    " WS-LIVE-INDEXED
           DISPLAY "  ARCHIVED MOVEMENTS READ:   " WS-ARCHIVE-READ
           DISPLAY "  ARCHIVED MOVEMENTS INDEXED:" WS-ARCHIVE-INDEXED
           IF WS-INDEXED-FROM NOT EQUAL ZERO
               DISPLAY "  ARCHIVED BEFORE " WS-INDEXED-FROM
                   " LEFT OUT (TRIMMED BY FILES-41): "
                   WS-TRIMMED-SKIPPED
           END-IF
           DISPLAY "  ENTRIES FOUND AND REWRITTEN:" WS-REWRITTEN-COUNT
           IF WS-ABORT-REQUESTED
               DISPLAY "*** LEDGER INDEX NOT COMPLETED -- CONTROL "
                   "RECORD LEFT AS FOUND, THE READERS WILL SWEEP THE "
                   "LEDGER UNTIL THIS RUN COMPLETES ***"
           ELSE
               DISPLAY "LEDGER INDEX NOW COVERS " WS-LIVE-READ
                   " LIVE MOVEMENTS"
           END-IF.
       8000-EXIT.
           EXIT.

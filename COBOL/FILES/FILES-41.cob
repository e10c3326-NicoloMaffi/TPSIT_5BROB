      *   COLUMN 48. HISTORY FILES STILL ON THE OLD LAYOUT MUST GO
      *   THROUGH THE FILES-44 CONVERSION BEFORE THIS RUN TOUCHES
      *   THEM.
      * 15/10/2026 NM - NEW LEDGER-INDEX-RETAIN-DAYS RUN-PARM (DEFAULT
      *   0000, KEEP EVERYTHING). WHEN SET, ARCHIVED ENTRIES ON THE
      *   LEDGER INDEX (LEDGER-INDEX.dat, SEE FILES-63) DATED BEFORE THE
      *   WINDOW ARE DELETED UNDER THE EXCLUSIVE RUN LOCK AND
      *   LEDGER-INDEX-CONTROL.dat RECORDS HOW FAR BACK THE INDEX NOW
      *   REACHES; THE LEDGER ARCHIVES THEMSELVES STAY THE HISTORY AND
      *   ARE NOT TOUCHED, AND READERS NEEDING OLDER YEARS SWEEP THEM.
      * 15/10/2026 NM - EACH PROVED ARCHIVE IS NOW RECORDED IN
      *   HOUSEKEEPING-ARCHIVE-CATALOG.dat (RUN DATE, LIVE FILE, ARCHIVE
      *   NAME, COUNT) THE WAY FILES-30 CATALOGS THE LEDGER ARCHIVES, SO
      *   A LATER READER -- THE FILES-67 ERASURE RUN FIRST OF ALL -- CAN
      *   FIND EVERY JOURNAL, AUDIT AND RUN-LOG ARCHIVE WITHOUT KNOWING
      *   THE DATES. NOTHING IS EVER RETIRED FROM THE CATALOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO "HOUSEKEEPING-ARCHIVE-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

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
       FD RUN-PARMS-FILE.
       FD WORK-FILE.
           01 WRK-RECORD          PIC X(350).

       FD CATALOG-FILE.
           01 CATALOG-RECORD.
               02 HKC-RUN-DATE      PIC 9(8).
               02 HKC-LIVE-NAME     PIC X(40).
               02 HKC-ARCHIVE-NAME  PIC X(40).
               02 HKC-REC-COUNT     PIC 9(7).

       FD LOCK-FILE.
           COPY "LOCK-RECORD.cpy".

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 WS-PARMS-STATUS       PIC X(2) VALUE SPACES.
               88 PARMS-OK              VALUE "00".
           01 WS-WORK-STATUS       PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".

           01 WS-CATALOG-STATUS    PIC X(2) VALUE SPACES.
               88 CATALOG-OK            VALUE "00".
               88 CATALOG-NOT-FOUND     VALUE "35".

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

           77 WS-LOCK-HELD-SWITCH   PIC X VALUE "N".
               88 WS-LOCK-HELD-BY-US VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-INDEX-STATUS      PIC X(2) VALUE SPACES.
               88 INDEX-OK              VALUE "00".
           01 WS-CONTROL-STATUS    PIC X(2) VALUE SPACES.
               88 CONTROL-OK            VALUE "00".

           77 WS-LIVE-NAME          PIC X(40) VALUE SPACES.
           77 WS-ARCHIVE-NAME       PIC X(40) VALUE SPACES.

           77 WS-JOURNAL-RETAIN     PIC 9(4) VALUE 365.
           77 WS-AUDIT-RETAIN       PIC 9(4) VALUE 365.
           77 WS-RUNLOG-RETAIN      PIC 9(4) VALUE 090.
      *    ZERO KEEPS EVERY ARCHIVED ENTRY ON THE LEDGER INDEX.
           77 WS-INDEX-RETAIN       PIC 9(4) VALUE ZERO.

      *    ONE LINE PER HOUSE FILE: THE LIVE NAME, THE ARCHIVE BASE,
      *    WHERE THE ENTRY DATE SITS ON THE LINE, AND THE RETENTION
           77 WS-KEPT-COUNT         PIC 9(7) VALUE ZERO.
           77 WS-VERIFY-COUNT       PIC 9(7) VALUE ZERO.

      *    LEDGER INDEX TRIM (SEE 5000-TRIM-LEDGER-INDEX).
           77 INDEX-EOF             PIC X VALUE "N".
               88 INDEX-EOF-REACHED VALUE "Y".
           77 WS-INDEX-FAIL-SWITCH  PIC X VALUE "N".
               88 WS-INDEX-FAILED       VALUE "Y".
           01 WS-INDEX-CONTROL-SAVE PIC X(147) VALUE SPACES.
           77 WS-HELD-INDEXED-FROM  PIC 9(8) VALUE ZERO.
           77 WS-TRIM-COUNT         PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           PERFORM 2000-HOUSEKEEP-ONE-FILE THRU 2000-EXIT
               VARYING WS-HKF-SUB FROM 1 BY 1
               UNTIL WS-HKF-SUB IS GREATER THAN 3
           PERFORM 5000-TRIM-LEDGER-INDEX THRU 5000-EXIT
           STOP RUN.

       0100-READ-RUN-PARMS.
                   MOVE PRM-VALUE (1:4) TO WS-AUDIT-RETAIN
               WHEN "RUNLOG-RETAIN-DAYS"
                   MOVE PRM-VALUE (1:4) TO WS-RUNLOG-RETAIN
               WHEN "LEDGER-INDEX-RETAIN-DAYS"
                   MOVE PRM-VALUE (1:4) TO WS-INDEX-RETAIN
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
       0150-EXIT.
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
           MOVE "FILES-41" TO LCK-PROGRAM
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
               MOVE "FILES-41" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       2000-HOUSEKEEP-ONE-FILE.
           MOVE WS-HKF-LIVE-NAME (WS-HKF-SUB) TO WS-LIVE-NAME
           MOVE SPACES TO WS-ARCHIVE-NAME
               MOVE 1 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 3500-CATALOG-ARCHIVE THRU 3500-EXIT

      *    ONLY WITH THE ARCHIVE PROVED ON DISK IS THE LIVE FILE
      *    REBUILT FROM THE PARKED KEEPERS.
       3100-EXIT.
           EXIT.

       3500-CATALOG-ARCHIVE.
      *    THE PROVED ARCHIVE GOES ON THE CATALOG BEFORE THE LIVE FILE
      *    IS CUT BACK, SO AN ARCHIVE ON DISK IS NEVER UNLISTED.
           OPEN EXTEND CATALOG-FILE
           IF CATALOG-NOT-FOUND
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF NOT CATALOG-OK
               DISPLAY "  *** ARCHIVE CATALOG OPEN FAILED, STATUS: "
                   WS-CATALOG-STATUS " -- ARCHIVE WRITTEN BUT NOT "
                   "CATALOGUED, RECORD IT BY HAND ***"
               MOVE 1 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO HKC-RUN-DATE
           MOVE WS-LIVE-NAME TO HKC-LIVE-NAME
           MOVE WS-ARCHIVE-NAME TO HKC-ARCHIVE-NAME
           MOVE WS-ARCHIVED-COUNT TO HKC-REC-COUNT
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE.
       3500-EXIT.
           EXIT.

       4000-COPY-BACK-ENTRY.
           READ WORK-FILE
               AT END
           END-READ.
       4000-EXIT.
           EXIT.

       5000-TRIM-LEDGER-INDEX.
      *    THE LEDGER INDEX (SEE FILES-63) HOLDS A COPY OF EVERY
      *    ARCHIVED MOVEMENT AS WELL AS THE LIVE ONES. THE LEDGER
      *    ARCHIVES THEMSELVES ARE THE HISTORY AND ARE NEVER TOUCHED
      *    HERE; WITH LEDGER-INDEX-RETAIN-DAYS SET, ARCHIVED ENTRIES
      *    DATED BEFORE THE WINDOW ARE DELETED FROM THE INDEX AND
      *    LEDGER-INDEX-CONTROL.dat RECORDS HOW FAR BACK IT NOW REACHES,
      *    SO A READER NEEDING OLDER HISTORY GOES TO THE ARCHIVES.
      *    LIVE ENTRIES ARE NEVER TRIMMED. THE INDEX IS REWRITTEN IN
      *    PLACE, SO THE EXCLUSIVE RUN LOCK IS HELD FOR IT.
           IF WS-INDEX-RETAIN = ZERO
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - WS-INDEX-RETAIN
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           DISPLAY " "
           DISPLAY "HOUSEKEEPING LEDGER-INDEX.dat -- ARCHIVED ENTRIES "
               "BEFORE " WS-CUTOFF-DATE " ARE TRIMMED"

           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 5000-EXIT
           END-IF

           OPEN INPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "  NO LEDGER INDEX ON HAND -- SKIPPED"
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO WS-INDEX-CONTROL-SAVE
           READ INDEX-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LXC-LEDGER-INDEX-CONTROL
                       TO WS-INDEX-CONTROL-SAVE
                   MOVE LXC-INDEXED-FROM TO WS-HELD-INDEXED-FROM
           END-READ
           CLOSE INDEX-CONTROL-FILE
           IF WS-INDEX-CONTROL-SAVE = SPACES
               DISPLAY "  NO LEDGER INDEX ON HAND -- SKIPPED"
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF
           IF WS-CUTOFF-DATE IS NOT GREATER THAN WS-HELD-INDEXED-FROM
               DISPLAY "  ALREADY TRIMMED TO " WS-HELD-INDEXED-FROM
                   " -- NOTHING TO DO"
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF

           OPEN I-O LEDGER-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "  LEDGER-INDEX-FILE OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS " -- SKIPPED"
               MOVE 1 TO RETURN-CODE
               PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO WS-TRIM-COUNT
           MOVE "N" TO INDEX-EOF
           PERFORM 5100-TRIM-ONE-ENTRY THRU 5100-EXIT
               UNTIL INDEX-EOF-REACHED OR WS-INDEX-FAILED
           CLOSE LEDGER-INDEX-FILE

      *    EVEN A TRIM CUT SHORT HAS DELETED ONLY ENTRIES BEFORE THE
      *    CUTOFF, SO THE CONTROL RECORD IS REWRITTEN EITHER WAY.
           PERFORM 5200-WRITE-INDEX-CONTROL THRU 5200-EXIT
           DISPLAY "  ARCHIVED ENTRIES TRIMMED " WS-TRIM-COUNT
           IF WS-INDEX-FAILED
               DISPLAY "  *** TRIM CUT SHORT -- RERUN TO FINISH ***"
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT.
       5000-EXIT.
           EXIT.

       5100-TRIM-ONE-ENTRY.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET INDEX-EOF-REACHED TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF LIX-ON-LIVE-LEDGER
               OR LIX-EFFECTIVE-DATE IS NOT LESS THAN WS-CUTOFF-DATE
               GO TO 5100-EXIT
           END-IF
           DELETE LEDGER-INDEX-FILE RECORD
               INVALID KEY
                   DISPLAY "  LEDGER INDEX DELETE FAILED, STATUS: "
                       WS-INDEX-STATUS
                   SET WS-INDEX-FAILED TO TRUE
                   GO TO 5100-EXIT
           END-DELETE
           ADD 1 TO WS-TRIM-COUNT.
       5100-EXIT.
           EXIT.

       5200-WRITE-INDEX-CONTROL.
           MOVE WS-INDEX-CONTROL-SAVE TO LXC-LEDGER-INDEX-CONTROL
           MOVE WS-CUTOFF-DATE TO LXC-INDEXED-FROM
           IF WS-TRIM-COUNT IS GREATER THAN LXC-ARCHIVED-ENTRIES
               MOVE ZERO TO LXC-ARCHIVED-ENTRIES
           ELSE
               SUBTRACT WS-TRIM-COUNT FROM LXC-ARCHIVED-ENTRIES
           END-IF
           ACCEPT LXC-UPDATED-DATE FROM DATE YYYYMMDD
           ACCEPT LXC-UPDATED-TIME FROM TIME
           MOVE "FILES-41" TO LXC-UPDATED-BY
           OPEN OUTPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "  INDEX-CONTROL-FILE OPEN FAILED, STATUS: "
                   WS-CONTROL-STATUS " -- RUN FILES-63 TO REBUILD "
                   "THE LEDGER INDEX"
               MOVE 1 TO RETURN-CODE
               GO TO 5200-EXIT
           END-IF
           WRITE LXC-LEDGER-INDEX-CONTROL
           CLOSE INDEX-CONTROL-FILE.
       5200-EXIT.
           EXIT.

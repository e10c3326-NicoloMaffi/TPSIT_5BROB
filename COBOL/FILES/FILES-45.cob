      *   COUNTS FILES-1 SUSPENSES ONLY) IS NOT DISTURBED. THE RUN
      *   REPORTS WHAT AUTO-CLEARED AGAINST WHAT STILL NEEDS A HUMAN.
      *   MOST OF OUR SUSPENSE AGING IS JUST TIMING.
      * 15/10/2026 NM - THE LEDGER MOVEMENT NOW CARRIES A TRAILING
      *   REVERSAL REFERENCE (SEE COPYLIB'S LEDGER-RECORD); IT IS
      *   CLEARED TO SPACES ON EVERY MOVEMENT WRITTEN HERE.
      * 15/10/2026 NM - AN ITEM FOR A CUSTOMER THE FILES-51 RUN HAS
      *   WRITTEN OFF (CDR-WRITE-OFF-FLAG, SEE COPYLIB'S
      *   CUSTOMER-RECORD) IS NEVER AUTO-CLEARED; IT STAYS ON SUSPENSE
      *   FOR THE FILES-10 REVIEW.
      * 15/10/2026 NM - A DEBIT FOR A CUSTOMER WITH A GUARDIAN LINK ON
      *   GUARDIANS.dat (SEE COPYLIB'S GUARDIAN-RECORD), AND ANY ITEM
      *   FILES-9 SUSPENDED AS GUARDIAN APPROVAL REQUIRED, IS NEVER
      *   AUTO-CLEARED -- A MINOR'S DEBIT WAITS FOR THE GUARDIAN AND THE
      *   DESK.
      * 15/10/2026 NM - A SUSPENSE ITEM FILES-9 OR FILES-20 TURNED AWAY
      *   AS CHECK DIGIT FAILED IS NEVER REPOSTED, EVEN WHEN ITS
      *   ID-NUMBER IS ON THE MASTER -- A MIS-KEYED ID CAN BE ANOTHER
      *   CUSTOMER'S. IT STAYS FOR THE FILES-10 REVIEW.
      * 15/10/2026 NM - AN AUTO-OPENED DEFAULT ACCOUNT 001 NOW HAS ITS
      *   DEPOSIT TERMS CLEARED BEFORE IT IS WRITTEN, AS FILES-33 DOES
      *   FOR A NEW ACCOUNT, SO IT CANNOT INHERIT THE TERMS OF THE LAST
      *   DEPOSIT ACCOUNT READ INTO THE RECORD AREA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF.

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".
       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

           01 WS-GUARDIANS-STATUS  PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".

           77 WS-GUARDIANS-SWITCH   PIC X VALUE "N".
               88 WS-GUARDIANS-OPEN     VALUE "Y".
           77 WS-MINOR-SWITCH       PIC X VALUE "N".
               88 WS-CUSTOMER-IS-MINOR  VALUE "Y".

           77 SUSPENSE-EOF          PIC X VALUE "N".
               88 SUSPENSE-EOF-REACHED VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               CLOSE ACCOUNTS-FILE
               GO TO 1000-EXIT
           END-IF
      *    NO GUARDIANS FILE YET MEANS NO MINORS ON THE MASTER.
           OPEN INPUT GUARDIANS-FILE
           IF GUARDIANS-OK
               SET WS-GUARDIANS-OPEN TO TRUE
           ELSE
               IF NOT GUARDIANS-NOT-FOUND
                   DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                       WS-GUARDIANS-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   CLOSE SUSPENSE-FILE
                   CLOSE WORK-FILE
                   CLOSE CUSTOMERS-FILE
                   CLOSE ACCOUNTS-FILE
                   CLOSE LEDGER-FILE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.
           ADD 1 TO WS-ITEMS-READ

      *    ONLY A MONETARY SUSPENSE WITH ITS MONEY COLUMNS FILLED CAN
      *    REPOST; EVERYTHING ELSE -- LOADER REJECTS, MALFORMED ROWS,
      *    IDS THAT FAILED THEIR CHECK DIGIT AND SO MAY BELONG TO THE
      *    WRONG CUSTOMER -- STAYS FOR THE FILES-10 REVIEW.
           IF (SUS-SOURCE NOT EQUAL "FILES-9"
                   AND SUS-SOURCE NOT EQUAL "FILES-20")
               OR SUS-REASON = "CHECK DIGIT FAILED"
               OR SUS-AMOUNT IS NOT NUMERIC
               OR SUS-AMOUNT = ZERO
               OR (SUS-DRCR-CODE NOT EQUAL "D"

       2100-POST-SUSPENDED-ITEM.
           MOVE "N" TO WS-POSTED-SWITCH
      *    A WRITTEN-OFF CUSTOMER'S ITEM IS NEVER REPOSTED HERE -- A
      *    DEBIT WOULD REOPEN THE DEBT AND A CREDIT IS A RECOVERY, NOT
      *    A REDUCTION OF THE BALANCE. IT STAYS FOR THE FILES-10 REVIEW.
           IF WRITTEN-OFF
               DISPLAY "ID " SUS-ID-NUMBER " WRITTEN OFF -- ITEM KEPT "
                   "FOR REVIEW"
               GO TO 2100-EXIT
           END-IF
      *    THE SAME CREDIT-LIMIT GATE FILES-9 KEEPS -- AN OVER-LIMIT
      *    DEBIT STAYS SUSPENDED FOR A HUMAN.
           IF SUS-DRCR-CODE = "D"
                   "ITEM KEPT FOR REVIEW"
               GO TO 2100-EXIT
           END-IF
      *    A MINOR'S DEBIT IS THE GUARDIAN'S DECISION, NOT THIS RUN'S.
           IF SUS-REASON = "GUARDIAN APPROVAL REQUIRED"
               DISPLAY "ID " SUS-ID-NUMBER " AWAITS GUARDIAN -- "
                   "ITEM KEPT FOR REVIEW"
               GO TO 2100-EXIT
           END-IF
           IF SUS-DRCR-CODE = "D"
               PERFORM 2110-CHECK-MINOR THRU 2110-EXIT
               IF WS-CUSTOMER-IS-MINOR
                   DISPLAY "ID " SUS-ID-NUMBER " IS A MINOR -- "
                       "ITEM KEPT FOR REVIEW"
                   GO TO 2100-EXIT
               END-IF
           END-IF
           PERFORM 2120-RESOLVE-ACCOUNT THRU 2120-EXIT
           IF NOT WS-ACCOUNT-READY
               GO TO 2100-EXIT
       2100-EXIT.
           EXIT.

       2110-CHECK-MINOR.
           MOVE "N" TO WS-MINOR-SWITCH
           IF NOT WS-GUARDIANS-OPEN
               GO TO 2110-EXIT
           END-IF
           MOVE SUS-ID-NUMBER TO GRD-ID-NUMBER
           READ GUARDIANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-IS-MINOR TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

       2120-RESOLVE-ACCOUNT.
      *    SAME DEFAULT-ACCOUNT RESOLUTION AS FILES-9: ZERO MEANS THE
      *    DEFAULT 001, AUTO-OPENED AND SEEDED SO THE ACCOUNTS STILL
           MOVE CUSTOMER-BALANCE   TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD.
       2150-EXIT.
           EXIT.
           COMPUTE ACT-ACCOUNT-BALANCE =
               CUSTOMER-BALANCE - WS-OTHER-ACCOUNT-SUM
           MOVE WS-CURRENT-DATE TO ACT-LAST-ACTIVITY
           MOVE SPACES TO ACT-DEPOSIT-TERMS
           WRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE WRITE FAILED FOR ID "
           IF NOT LEDGER-OK
               DISPLAY "LEDGER-FILE CLOSE FAILED, STATUS: "
                   WS-LEDGER-STATUS
           END-IF
           IF WS-GUARDIANS-OPEN
               CLOSE GUARDIANS-FILE
           END-IF.
       9000-EXIT.
           EXIT.

      *   WITH THE INTEREST AND CHARGE DELTAS PER TIER AND IN TOTAL.
      *   EVERY SIMULATION LINE IS BRANDED *** SIMULATION *** SO THE
      *   REGISTER CAN NEVER BE MISTAKEN FOR A REAL MONTH-END POSTING.
      * 15/10/2026 NM - THE LEDGER MOVEMENT NOW CARRIES A TRAILING
      *   REVERSAL REFERENCE (SEE COPYLIB'S LEDGER-RECORD); IT IS
      *   CLEARED TO SPACES ON EVERY MOVEMENT WRITTEN HERE.
      * 15/10/2026 NM - A TERM DEPOSIT (SEE COPYLIB'S ACCOUNT-RECORD)
      *   EARNS THE RATE FIXED WHEN IT WAS OPENED, PAID AT MATURITY BY
      *   FILES-56, SO IT IS LEFT OUT OF THE TIER RATING AND THE SERVICE
      *   CHARGE WHILE ITS TERM RUNS. A CUSTOMER WHOSE ONLY ACCOUNTS ARE
      *   TERM DEPOSITS IS NOT RATED ON THE MASTER BALANCE EITHER --
      *   EVERY PENNY OF IT IS ON DEPOSIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           77 WS-RUNNING-BALANCE    PIC S9(7)V99 VALUE ZERO.
           77 WS-GATHER-SWITCH      PIC X VALUE "N".
               88 WS-GATHER-DONE        VALUE "Y".
           77 WS-TERM-SWITCH        PIC X VALUE "N".
               88 WS-TERM-SEEN          VALUE "Y".

           77 WS-CUSTOMER-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-BEFORE-SUM         PIC S9(11)V99 VALUE ZERO.
           MOVE CUSTOMER-BALANCE TO WS-RUNNING-BALANCE

           PERFORM 2030-GATHER-ACCOUNTS THRU 2030-EXIT
           IF WS-AT-COUNT = ZERO AND NOT WS-TERM-SEEN
      *        NO ACCOUNT RECORDS -- THE MASTER BALANCE IS RATED AS
      *        ONE IMPLICIT ACCOUNT, LEDGERED AGAINST ACCOUNT 000.
               MOVE 1 TO WS-AT-COUNT
       2030-GATHER-ACCOUNTS.
           MOVE ZERO TO WS-AT-COUNT
           MOVE "N" TO WS-GATHER-SWITCH
           MOVE "N" TO WS-TERM-SWITCH
           MOVE ID-NUMBER TO ACT-ID-NUMBER
           MOVE ZERO TO ACT-ACCOUNT-NUMBER
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACT-ACCOUNT-KEY
               SET WS-GATHER-DONE TO TRUE
               GO TO 2040-EXIT
           END-IF
           IF ACT-TYPE-DEPOSIT
               AND ACT-MATURITY-DATE IS NUMERIC
               AND ACT-MATURITY-DATE IS GREATER THAN ZERO
               SET WS-TERM-SEEN TO TRUE
               GO TO 2040-EXIT
           END-IF
           IF WS-AT-COUNT IS NOT LESS THAN 20
               DISPLAY "ACCOUNT TABLE FULL FOR ID " ID-NUMBER
                   " -- ACCOUNTS PAST 20 NOT RATED THIS RUN"
           MOVE WS-RUNNING-BALANCE TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD.
       2350-EXIT.
           EXIT.
      *    ONCE UNDER EACH RATE SET -- WITH NOTHING REWRITTEN.
           ADD 1 TO WS-CUSTOMER-COUNT
           PERFORM 2030-GATHER-ACCOUNTS THRU 2030-EXIT
           IF WS-AT-COUNT = ZERO AND NOT WS-TERM-SEEN
               MOVE 1 TO WS-AT-COUNT
               MOVE ZERO TO WS-AT-ACCOUNT (1)
               MOVE CUSTOMER-BALANCE TO WS-AT-BALANCE (1)

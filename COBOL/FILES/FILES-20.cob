      *   MONEY COLUMNS -- D/C CODE, AMOUNT AND ACCOUNT -- SO THE
      *   FILES-45 NIGHTLY RE-MATCH CAN POST A TIMING SUSPENSE THE
      *   DAY THE MISSING CUSTOMER ARRIVES.
      * 15/10/2026 NM - THE LEDGER MOVEMENT NOW CARRIES A TRAILING
      *   REVERSAL REFERENCE (SEE COPYLIB'S LEDGER-RECORD); IT IS
      *   CLEARED TO SPACES ON EVERY MOVEMENT WRITTEN HERE.
      * 15/10/2026 NM - A PAYMENT FROM A CUSTOMER THE FILES-51 RUN HAS
      *   WRITTEN OFF (CDR-WRITE-OFF-FLAG, SEE COPYLIB'S
      *   CUSTOMER-RECORD) POSTS AS A TYPE-"V" RECOVERY INSTEAD OF A "Y"
      *   PAYMENT: CUSTOMER-LEVEL (ACCOUNT 000), THE BALANCE LEFT WHERE
      *   IT IS, NO OPEN-ITEM ALLOCATION AND NO UNAPPLIED CASH.
      *   RECOVERIES ARE STILL PART OF THE POSTED TOTALS THE RETURN
      *   RECONCILES TO, AND ARE SHOWN APART BENEATH THEM.
      * 15/10/2026 NM - AN OPEN ITEM IN DISPUTE (OPN-IN-DISPUTE, SET
      *   THROUGH FILES-53) IS PASSED OVER BY THE OLDEST-FIRST
      *   ALLOCATION -- THE PAYMENT GOES TO THE CUSTOMER'S UNDISPUTED
      *   ITEMS AND ANY EXCESS IS HELD AS UNAPPLIED CASH AS BEFORE. THE
      *   OPEN-ITEM REPORT MARKS DISPUTED ITEMS.
      * 15/10/2026 NM - THE FILES-7 EXTRACT NOW SENDS EACH CUSTOMER'S
      *   CHECK DIGIT (LUHN MOD 10 OVER THE ID-NUMBER, SEE
      *   0980-COMPUTE-CHECK-DIGIT) AND BILLING RETURNS IT IN A NEW
      *   TRAILING BRT-ID-CHECK COLUMN OF THE DETAIL. A PAYMENT WHOSE
      *   DIGIT IS MISSING OR DOES NOT AGREE GOES TO SUSPENSE AS CHECK
      *   DIGIT FAILED BEFORE THE MASTER IS READ, APART FROM UNKNOWN ID
      *   FROM BILLING; ITS AMOUNT STILL COUNTS AS READ FOR THE TRAILER
      *   RECONCILIATION. THE FILES-45 RE-MATCH NEVER REPOSTS SUCH AN
      *   ITEM.
      * 15/10/2026 NM - AN AUTO-OPENED DEFAULT ACCOUNT 001 NOW HAS ITS
      *   DEPOSIT TERMS CLEARED BEFORE IT IS WRITTEN, AS FILES-33 DOES
      *   FOR A NEW ACCOUNT, SO IT CANNOT INHERIT THE TERMS OF THE LAST
      *   DEPOSIT ACCOUNT READ INTO THE RECORD AREA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   88 BRT-IS-TRAILER  VALUE "T".
               02 BRT-ID-NUMBER   PIC 9(7).
               02 BRT-AMOUNT      PIC 9(7)V99.
               02 BRT-ID-CHECK    PIC 9.
           01 RETURN-HEADER-RECORD.
               02 FILLER          PIC X.
               02 BRH-SEQUENCE    PIC 9(7).
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-WRITE-OFF-FLAG    BY WRITE-OFF-FLAG
                         CDR-WRITTEN-OFF       BY WRITTEN-OFF.

       FD ACCOUNTS-FILE.
           COPY "ACCOUNT-RECORD.cpy".
           77 WS-DETAIL-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           77 WS-POSTED-COUNT       PIC 9(7) VALUE ZERO.
           77 WS-POSTED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           77 WS-RECOVERED-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-RECOVERED-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           77 WS-SUSPENSED-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-SUSPENSED-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           77 WS-TRAILER-COUNT      PIC 9(7) VALUE ZERO.
           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

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
           PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
       0400-EXIT.
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

       1000-OPEN-FILES.
           OPEN INPUT BILLING-RETURN-FILE
           IF NOT RETURN-OK
           END-IF
           ADD BRT-AMOUNT TO WS-DETAIL-AMOUNT

      *    BILLING HANDS BACK THE CHECK DIGIT THE EXTRACT SENT; ONE
      *    THAT NO LONGER AGREES MEANS THE ID WAS RE-KEYED ON THE WAY
      *    AND MAY NOW BE SOMEBODY ELSE'S.
           MOVE BRT-ID-NUMBER TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           IF BRT-ID-CHECK IS NOT NUMERIC
               OR BRT-ID-CHECK NOT EQUAL WS-CHK-COMPUTED
               MOVE "CHECK DIGIT FAILED" TO SUS-REASON
               PERFORM 2190-SUSPENSE-PAYMENT THRU 2190-EXIT
               PERFORM 2900-READ-RETURN THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE BRT-ID-NUMBER TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
           EXIT.

       2100-POST-PAYMENT.
           IF WRITTEN-OFF
               PERFORM 2110-POST-RECOVERY THRU 2110-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2120-RESOLVE-ACCOUNT THRU 2120-EXIT
           IF NOT WS-ACCOUNT-READY
               GO TO 2100-EXIT
       2100-EXIT.
           EXIT.

       2110-POST-RECOVERY.
      *    A PAYMENT FROM A WRITTEN-OFF CUSTOMER IS A RECOVERY: THE
      *    DEBT IS ALREADY OFF THE RECEIVABLE, SO THE BALANCE AND THE
      *    ACCOUNTS STAY PUT, THE MOVEMENT IS CUSTOMER-LEVEL, AND
      *    THERE ARE NO OPEN ITEMS LEFT TO ALLOCATE IT AGAINST AND NO
      *    UNAPPLIED CASH TO HOLD.
           MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY
           REWRITE CUSTOMER-DATA
               INVALID KEY
                   DISPLAY "CUSTOMERS-FILE REWRITE FAILED, STATUS: "
                       WS-CUSTOMERS-STATUS
                   MOVE "REWRITE FAILED" TO SUS-REASON
                   PERFORM 2190-SUSPENSE-PAYMENT THRU 2190-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD BRT-AMOUNT TO WS-POSTED-AMOUNT
                   ADD 1 TO WS-RECOVERED-COUNT
                   ADD BRT-AMOUNT TO WS-RECOVERED-AMOUNT
                   PERFORM 2150-WRITE-LEDGER THRU 2150-EXIT
           END-REWRITE.
       2110-EXIT.
           EXIT.

       2180-ALLOCATE-PAYMENT.
      *    THE PAYMENT WORKS THE CUSTOMER'S OPEN ITEMS OLDEST FIRST
      *    (LOWEST INVOICE SEQUENCE). AN ITEM SETTLED IN FULL IS
               SET WS-ALLOC-SWEEP-DONE TO TRUE
               GO TO 2185-EXIT
           END-IF
      *    A DISPUTED ITEM TAKES NO MONEY UNTIL THE DISPUTE IS RESOLVED.
           IF OPN-IN-DISPUTE
               GO TO 2185-EXIT
           END-IF
           IF OPN-OUTSTANDING IS GREATER THAN WS-ALLOC-REMAINING
               MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PIECE
           ELSE
           COMPUTE ACT-ACCOUNT-BALANCE =
               CUSTOMER-BALANCE - WS-OTHER-ACCOUNT-SUM
           MOVE WS-CURRENT-DATE TO ACT-LAST-ACTIVITY
           MOVE SPACES TO ACT-DEPOSIT-TERMS
           WRITE ACT-ACCOUNT-DATA
               INVALID KEY
                   DISPLAY "ACCOUNTS-FILE WRITE FAILED FOR ID "

       2150-WRITE-LEDGER.
           MOVE BRT-ID-NUMBER     TO LGR-ID-NUMBER
           MOVE "C"               TO LGR-DRCR-CODE
           IF WRITTEN-OFF
               MOVE ZERO TO LGR-ACCOUNT-NUMBER
               SET LGR-TYPE-RECOVERY TO TRUE
           ELSE
               MOVE 1 TO LGR-ACCOUNT-NUMBER
               SET LGR-TYPE-PAYMENT TO TRUE
           END-IF
           MOVE BRT-AMOUNT        TO LGR-AMOUNT
           MOVE WS-CURRENT-DATE   TO LGR-EFFECTIVE-DATE
           MOVE WS-BEFORE-BALANCE TO LGR-BEFORE-BALANCE
           MOVE CUSTOMER-BALANCE  TO LGR-AFTER-BALANCE
           ACCEPT LGR-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-POSTING-TIME FROM TIME
           MOVE SPACES TO LGR-REVERSAL-DATA
           WRITE LGR-LEDGER-RECORD.
       2150-EXIT.
           EXIT.
           DISPLAY "  PAYMENTS POSTED:   " WS-POSTED-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  AMOUNT POSTED:     " WS-AMOUNT-EDIT
           DISPLAY "  OF WHICH RECOVERED:" WS-RECOVERED-COUNT
           MOVE WS-RECOVERED-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  AMOUNT RECOVERED:  " WS-AMOUNT-EDIT
           DISPLAY "  PAYMENTS SUSPENSED:" WS-SUSPENSED-COUNT
           MOVE WS-SUSPENSED-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  AMOUNT SUSPENSED:  " WS-AMOUNT-EDIT
           ADD 1 TO WS-OPEN-ITEM-COUNT
           ADD OPN-OUTSTANDING TO WS-OPEN-ITEM-TOTAL
           MOVE OPN-OUTSTANDING TO WS-AMOUNT-EDIT
           IF OPN-IN-DISPUTE
               DISPLAY "  ID " OPN-ID-NUMBER "  INV " OPN-INVOICE-SEQ
                   "  DUE " OPN-DUE-DATE "  OUTSTANDING "
                   WS-AMOUNT-EDIT "  IN DISPUTE"
           ELSE
               DISPLAY "  ID " OPN-ID-NUMBER "  INV " OPN-INVOICE-SEQ
                   "  DUE " OPN-DUE-DATE "  OUTSTANDING "
                   WS-AMOUNT-EDIT
           END-IF.
       8550-EXIT.
           EXIT.


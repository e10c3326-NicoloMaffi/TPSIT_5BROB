      *   EQUAL CREDITS OVER WHAT IT WROTE AND ENDS WITH RETURN-CODE 1
      *   WHEN THE PROOF DOES NOT HOLD -- ONE OUT-OF-BALANCE DAY
      *   CAUGHT AT THE INTERFACE BEATS A MONTH-END HUNT.
      * 15/10/2026 NM - FILES-48 REVERSALS (TYPE "R") ARE SUMMARIZED AS
      *   THEIR OWN CATEGORY INSTEAD OF FALLING INTO THE MONETARY NET:
      *   EACH IS NETTED BY THE TYPE OF THE MOVEMENT IT UNDOES AND
      *   POSTED AS A SEPARATE "REVERSED ..." ENTRY PAIR AGAINST THE
      *   SAME HOUSE ACCOUNTS AS THAT ORIGINAL, SO THE GL SEES THE
      *   CORRECTION RATHER THAN A SMALLER DAY.
      * 15/10/2026 NM - FILES-51 BAD-DEBT WRITE-OFFS (TYPE "W") POST AS
      *   THEIR OWN ENTRY PAIR, DEBITING THE NEW 510100 BAD-DEBT EXPENSE
      *   AND CREDITING THE 110100 RECEIVABLE. RECOVERIES (TYPE "V",
      *   MONEY FROM A WRITTEN-OFF CUSTOMER THROUGH FILES-9 OR FILES-20)
      *   POST AS A SEPARATE LINE DEBITING 100100 CASH AND CREDITING THE
      *   NEW 420100 BAD-DEBT RECOVERY INCOME -- A RECOVERY NEVER
      *   TOUCHES THE RECEIVABLE, SINCE THE DEBT LEFT IT WHEN IT WAS
      *   WRITTEN OFF.
      * 15/10/2026 NM - FILES-52 LATE-PAYMENT FEES (TYPE "L") POST AS
      *   THEIR OWN ENTRY PAIR AGAINST THE NEW 410300 LATE-FEE INCOME
      *   ACCOUNT INSTEAD OF FALLING INTO THE MONETARY NET, AND A
      *   FILES-48 REVERSAL OF ONE GOES BACK THROUGH THE SAME PAIR UNDER
      *   ITS OWN REVERSAL ENTRY.
      * 15/10/2026 NM - FILES-53 CREDIT NOTES (TYPE "N", A DISPUTED OPEN
      *   ITEM CREDITED OFF) POST AS THEIR OWN ENTRY PAIR, DEBITING THE
      *   NEW 430100 DISPUTE CREDITS ALLOWANCE ACCOUNT AND CREDITING THE
      *   110100 RECEIVABLE, SO A CREDIT GIVEN AWAY IS NOT BURIED IN THE
      *   MONETARY NET.
      * 15/10/2026 NM - FILES-54 REFUNDS (TYPE "D", A CREDIT BALANCE
      *   PAID BACK TO THE CUSTOMER) POST AS THEIR OWN ENTRY PAIR,
      *   DEBITING THE 110100 RECEIVABLE AND CREDITING 100100 CASH,
      *   INSTEAD OF FALLING INTO THE MONETARY NET.
      * 15/10/2026 NM - FILES-55 RETURNED-ITEM FEES (TYPE "B") POST AS
      *   THEIR OWN ENTRY PAIR AGAINST THE NEW 410400 RETURNED-ITEM FEE
      *   INCOME ACCOUNT, AND A FILES-48 REVERSAL OF ONE GOES BACK
      *   THROUGH THE SAME PAIR. THE REVERSAL OF A RETURNED COLLECTION'S
      *   CREDIT IS AN ORDINARY TYPE-"P" REVERSAL AND NETS WITH THE
      *   OTHERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           77 WS-NET-INTEREST       PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-CHARGES        PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-LEGACY         PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-LATE-FEES      PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-CREDIT-NOTES   PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REFUNDS        PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-RETURN-FEES    PIC S9(9)V99 VALUE ZERO.

      *    FILES-48 REVERSALS NET BY THE TYPE OF THE MOVEMENT THEY
      *    UNDO, SO EACH GOES BACK THROUGH THE SAME ACCOUNT PAIR AS
      *    THE ORIGINAL BUT UNDER ITS OWN REVERSAL ENTRY.
           77 WS-NET-REV-MONETARY   PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REV-PAYMENTS   PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REV-INTEREST   PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REV-CHARGES    PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REV-LEGACY     PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REV-LATE-FEES  PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REV-RETURN-FEES PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-REVERSALS      PIC S9(9)V99 VALUE ZERO.

      *    FILES-51 WRITE-OFFS LEAVE THE RECEIVABLE FOR BAD-DEBT
      *    EXPENSE; RECOVERIES NEVER TOUCH THE RECEIVABLE AT ALL.
           77 WS-NET-WRITE-OFFS     PIC S9(9)V99 VALUE ZERO.
           77 WS-NET-RECOVERIES     PIC S9(9)V99 VALUE ZERO.

           77 WS-MOVEMENT-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-TRANSFER-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-CARRY-COUNT        PIC 9(7) VALUE ZERO.
           77 WS-LEGACY-COUNT       PIC 9(7) VALUE ZERO.
           77 WS-REVERSAL-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-WRITE-OFF-COUNT    PIC 9(7) VALUE ZERO.
           77 WS-RECOVERY-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-LATE-FEE-COUNT     PIC 9(7) VALUE ZERO.
           77 WS-CREDIT-NOTE-COUNT  PIC 9(7) VALUE ZERO.
           77 WS-REFUND-COUNT       PIC 9(7) VALUE ZERO.
           77 WS-RETURN-FEE-COUNT   PIC 9(7) VALUE ZERO.

           77 WS-ENTRY-AMOUNT       PIC S9(9)V99 VALUE ZERO.
           77 WS-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
                   ADD 1 TO WS-CARRY-COUNT
               WHEN LGR-TYPE-TRANSFER
                   ADD 1 TO WS-TRANSFER-COUNT
               WHEN LGR-TYPE-REVERSAL
                   ADD 1 TO WS-REVERSAL-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REVERSALS
                   PERFORM 2300-NET-REVERSAL THRU 2300-EXIT
               WHEN LGR-TYPE-PAYMENT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-PAYMENTS
               WHEN LGR-TYPE-WRITE-OFF
                   ADD 1 TO WS-WRITE-OFF-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-WRITE-OFFS
               WHEN LGR-TYPE-RECOVERY
                   ADD 1 TO WS-RECOVERY-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-RECOVERIES
               WHEN LGR-TYPE-INTEREST
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-INTEREST
               WHEN LGR-TYPE-CHARGE
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-CHARGES
               WHEN LGR-TYPE-LATE-FEE
                   ADD 1 TO WS-LATE-FEE-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-LATE-FEES
               WHEN LGR-TYPE-CREDIT-NOTE
                   ADD 1 TO WS-CREDIT-NOTE-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-CREDIT-NOTES
               WHEN LGR-TYPE-REFUND
                   ADD 1 TO WS-REFUND-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REFUNDS
               WHEN LGR-TYPE-RETURN-FEE
                   ADD 1 TO WS-RETURN-FEE-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
                   ADD WS-ENTRY-AMOUNT TO WS-NET-RETURN-FEES
               WHEN LGR-TYPE-ADJUSTMENT
                   ADD 1 TO WS-LEGACY-COUNT
                   PERFORM 2200-NET-INTO THRU 2200-EXIT
       2200-EXIT.
           EXIT.

       2300-NET-REVERSAL.
           EVALUATE LGR-REV-ORIG-TYPE
               WHEN "Y"
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REV-PAYMENTS
               WHEN "I"
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REV-INTEREST
               WHEN "S"
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REV-CHARGES
               WHEN "A"
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REV-LEGACY
               WHEN "L"
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REV-LATE-FEES
               WHEN "B"
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REV-RETURN-FEES
               WHEN OTHER
                   ADD WS-ENTRY-AMOUNT TO WS-NET-REV-MONETARY
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       3000-WRITE-GL-POSTINGS.
           MOVE SPACES TO WS-GL-FILE-NAME
           STRING "GL-POSTING-"    DELIMITED BY SIZE
           MOVE "410200" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REFUNDS TO WS-ENTRY-AMOUNT
           MOVE "CUSTOMER REFUNDS (FILES-54)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "100100" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-LATE-FEES TO WS-ENTRY-AMOUNT
           MOVE "LATE-PAYMENT FEES (FILES-52)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "410300" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-RETURN-FEES TO WS-ENTRY-AMOUNT
           MOVE "RETURNED-ITEM FEES (FILES-55)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "410400" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-LEGACY TO WS-ENTRY-AMOUNT
           MOVE "PRE-SPLIT ADJUSTMENTS" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "490000" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REV-MONETARY TO WS-ENTRY-AMOUNT
           MOVE "REVERSED MONETARY (FILES-48)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "490000" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REV-PAYMENTS TO WS-ENTRY-AMOUNT
           MOVE "REVERSED PAYMENTS (FILES-48)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "100100" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REV-INTEREST TO WS-ENTRY-AMOUNT
           MOVE "REVERSED INTEREST (FILES-48)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "410100" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REV-CHARGES TO WS-ENTRY-AMOUNT
           MOVE "REVERSED CHARGES (FILES-48)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "410200" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REV-LATE-FEES TO WS-ENTRY-AMOUNT
           MOVE "REVERSED LATE FEES (FILES-48)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "410300" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REV-RETURN-FEES TO WS-ENTRY-AMOUNT
           MOVE "REVERSED RETURNED-ITEM FEES" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "410400" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           MOVE WS-NET-REV-LEGACY TO WS-ENTRY-AMOUNT
           MOVE "REVERSED PRE-SPLIT ADJUSTMENTS" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "490000" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

      *    A WRITE-OFF CREDIT NETS NEGATIVE, SO IT DEBITS BAD-DEBT
      *    EXPENSE AND CREDITS THE RECEIVABLE.
           MOVE WS-NET-WRITE-OFFS TO WS-ENTRY-AMOUNT
           MOVE "BAD-DEBT WRITE-OFFS (FILES-51)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "510100" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

      *    A CREDIT NOTE NETS NEGATIVE, SO IT DEBITS THE DISPUTE
      *    ALLOWANCE AND CREDITS THE RECEIVABLE.
           MOVE WS-NET-CREDIT-NOTES TO WS-ENTRY-AMOUNT
           MOVE "DISPUTE CREDIT NOTES (FILES-53)" TO WS-ENTRY-DESC
           MOVE "110100" TO WS-DR-ACCOUNT
           MOVE "430100" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

      *    A RECOVERY CREDIT NETS NEGATIVE, SO IT DEBITS CASH AND
      *    CREDITS RECOVERY INCOME -- THE RECEIVABLE IS NOT INVOLVED.
           MOVE WS-NET-RECOVERIES TO WS-ENTRY-AMOUNT
           MOVE "BAD-DEBT RECOVERIES" TO WS-ENTRY-DESC
           MOVE "420100" TO WS-DR-ACCOUNT
           MOVE "100100" TO WS-CR-ACCOUNT
           PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT

           CLOSE GL-POSTING-FILE.
       3000-EXIT.
           EXIT.
           DISPLAY "  INTEREST NET (I):        " WS-AMOUNT-EDIT
           MOVE WS-NET-CHARGES TO WS-AMOUNT-EDIT
           DISPLAY "  CHARGES NET (S):         " WS-AMOUNT-EDIT
           MOVE WS-NET-LATE-FEES TO WS-AMOUNT-EDIT
           DISPLAY "  LATE FEES (L):           " WS-LATE-FEE-COUNT
               "  NET " WS-AMOUNT-EDIT
           MOVE WS-NET-RETURN-FEES TO WS-AMOUNT-EDIT
           DISPLAY "  RETURN FEES (B):         " WS-RETURN-FEE-COUNT
               "  NET " WS-AMOUNT-EDIT
           DISPLAY "  TRANSFERS NETTED OUT (X):" WS-TRANSFER-COUNT
           DISPLAY "  CARRY-FORWARDS (F):      " WS-CARRY-COUNT
           MOVE WS-NET-REVERSALS TO WS-AMOUNT-EDIT
           DISPLAY "  REVERSALS (R):           " WS-REVERSAL-COUNT
               "  NET " WS-AMOUNT-EDIT
           MOVE WS-NET-WRITE-OFFS TO WS-AMOUNT-EDIT
           DISPLAY "  WRITE-OFFS (W):          " WS-WRITE-OFF-COUNT
               "  NET " WS-AMOUNT-EDIT
           MOVE WS-NET-CREDIT-NOTES TO WS-AMOUNT-EDIT
           DISPLAY "  CREDIT NOTES (N):        " WS-CREDIT-NOTE-COUNT
               "  NET " WS-AMOUNT-EDIT
           MOVE WS-NET-REFUNDS TO WS-AMOUNT-EDIT
           DISPLAY "  REFUNDS (D):             " WS-REFUND-COUNT
               "  NET " WS-AMOUNT-EDIT
           MOVE WS-NET-RECOVERIES TO WS-AMOUNT-EDIT
           DISPLAY "  RECOVERIES (V):          " WS-RECOVERY-COUNT
               "  NET " WS-AMOUNT-EDIT
           IF WS-LEGACY-COUNT IS GREATER THAN ZERO
               MOVE WS-NET-LEGACY TO WS-AMOUNT-EDIT
               DISPLAY "  PRE-SPLIT ADJUSTMENTS POSTED TO SUNDRY: "

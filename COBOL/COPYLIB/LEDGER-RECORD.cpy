      *   CARRY-FORWARD). THE BEFORE AND AFTER BALANCES STAY AT THE
      *   CUSTOMER LEVEL, SO THE FILES-28 PROOF AND THE STATEMENT AND
      *   AGING RUNS READ EXACTLY AS BEFORE.
      * 15/10/2026 NM - ADDED TYPE "R" FOR THE FILES-48 REVERSAL OF A
      *   POSTED MOVEMENT, AND THE TRAILING LGR-REVERSAL-DATA GROUP
      *   THAT POINTS A REVERSAL BACK AT THE MOVEMENT IT UNDOES: THE
      *   ORIGINAL'S POSTING DATE AND TIME (WITH LGR-ID-NUMBER THE
      *   STAMP THE OPERATOR PICKED IT BY), ITS MOVEMENT TYPE AND THE
      *   OPERATOR'S REASON CODE. EVERY OTHER MOVEMENT CARRIES THE
      *   GROUP AS SPACES -- WRITERS CLEAR IT BEFORE EACH WRITE -- AND
      *   MOVEMENTS WRITTEN BEFORE THE GROUP EXISTED READ BACK AS
      *   SPACES TOO, SO NO CONVERSION IS NEEDED.
      * 15/10/2026 NM - ADDED TYPE "W" FOR THE FILES-51 BAD-DEBT
      *   WRITE-OFF: ONE CREDIT PER ACCOUNT STILL CARRYING A BALANCE (A
      *   DEBIT FOR AN ACCOUNT IN CREDIT), WITH ANY PART OF THE MASTER
      *   BALANCE NO ACCOUNT CARRIES ON ACCOUNT 000, SO THE MOVEMENTS
      *   TAKE THE BALANCE TO ZERO. ADDED TYPE "V" FOR A RECOVERY --
      *   MONEY RECEIVED FROM A WRITTEN-OFF CUSTOMER THROUGH FILES-9 OR
      *   FILES-20. A RECOVERY IS A CREDIT THAT DOES NOT MOVE THE
      *   BALANCE (BEFORE = AFTER): THE DEBT IS ALREADY GONE FROM THE
      *   RECEIVABLE, SO THE MONEY IS INCOME, NOT A REDUCTION OF WHAT IS
      *   OWED. NEITHER TYPE IS REVERSIBLE THROUGH FILES-48.
      * 15/10/2026 NM - ADDED TYPE "L" FOR THE LATE-PAYMENT FEE THE
      *   FILES-52 ASSESSMENT RUN CHARGES ON AN OPEN ITEM PAST ITS DUE
      *   DATE AND GRACE PERIOD: A DEBIT, ON THE DEFAULT ACCOUNT 001,
      *   KEPT APART FROM THE FILES-18 SERVICE CHARGE ("S") SO THE GL
      *   AND THE FEE REGISTER CAN TELL THEM APART. A LATE FEE IS
      *   REVERSIBLE THROUGH FILES-48 LIKE ANY OTHER CHARGE.
      * 15/10/2026 NM - ADDED TYPE "N" FOR THE CREDIT NOTE FILES-53
      *   POSTS WHEN A DISPUTED OPEN ITEM IS CREDITED OFF IN FULL OR IN
      *   PART: A CREDIT ON THE DEFAULT ACCOUNT 001 THAT TAKES THE SAME
      *   AMOUNT OFF THE ITEM'S OPN-OUTSTANDING. A CREDIT NOTE IS NOT
      *   REVERSIBLE THROUGH FILES-48 -- UNDOING IT WOULD PUT THE MONEY
      *   BACK ON THE BALANCE WITHOUT THE ITEM IT CAME OFF; A CREDIT
      *   GIVEN IN ERROR IS RE-BILLED THROUGH FILES-9.
      * 15/10/2026 NM - ADDED TYPE "D" FOR THE REFUND THE FILES-54 RUN
      *   PAYS OUT OF A CREDIT BALANCE: A DEBIT, ON THE DEFAULT ACCOUNT
      *   001, THAT BRINGS THE CUSTOMER BACK TO ZERO. A REFUND IS NOT
      *   REVERSIBLE THROUGH FILES-48 -- THE MONEY HAS GONE TO THE BANK
      *   ON THE PAYMENT FILE; A RETURNED REFUND IS RE-CREDITED THROUGH
      *   FILES-9.
      * 15/10/2026 NM - ADDED TYPE "B" FOR THE RETURNED-ITEM FEE THE
      *   FILES-55 RETURNS RUN CHARGES WHEN THE BANK SENDS A
      *   DIRECT-DEBIT COLLECTION BACK UNPAID: A DEBIT, ON THE DEFAULT
      *   ACCOUNT 001, KEPT APART FROM THE LATE FEE ("L") SO THE GL CAN
      *   TELL THEM APART. THE COLLECTION'S OWN CREDIT COMES OFF AS A
      *   TYPE-"R" REVERSAL OF THE FILES-9 "P". A RETURNED-ITEM FEE IS
      *   REVERSIBLE THROUGH FILES-48.
           01 LGR-LEDGER-RECORD.
               02 LGR-ID-NUMBER       PIC 9(7).
               02 LGR-ACCOUNT-NUMBER  PIC 9(3).
                   88 LGR-TYPE-PAYMENT    VALUE "Y".
                   88 LGR-TYPE-CARRY-FWD  VALUE "F".
                   88 LGR-TYPE-TRANSFER   VALUE "X".
                   88 LGR-TYPE-REVERSAL   VALUE "R".
                   88 LGR-TYPE-WRITE-OFF  VALUE "W".
                   88 LGR-TYPE-RECOVERY   VALUE "V".
                   88 LGR-TYPE-LATE-FEE   VALUE "L".
                   88 LGR-TYPE-CREDIT-NOTE VALUE "N".
                   88 LGR-TYPE-REFUND     VALUE "D".
                   88 LGR-TYPE-RETURN-FEE VALUE "B".
               02 LGR-AMOUNT          PIC 9(7)V99.
               02 LGR-EFFECTIVE-DATE  PIC 9(8).
               02 LGR-BEFORE-BALANCE  PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               02 LGR-POSTING-DATE    PIC 9(8).
               02 LGR-POSTING-TIME    PIC 9(8).
               02 LGR-REVERSAL-DATA.
                   03 LGR-REV-POSTING-DATE PIC 9(8).
                   03 LGR-REV-POSTING-TIME PIC 9(8).
                   03 LGR-REV-ORIG-TYPE    PIC X.
                   03 LGR-REV-REASON       PIC X(3).

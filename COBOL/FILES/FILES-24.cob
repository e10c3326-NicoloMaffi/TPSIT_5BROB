      *   FILES-1) -- HEADER WITH TODAY'S DATE AND SOURCE FILES-24,
      *   TRAILER WITH THE COUNT, ID HASH AND AMOUNT TOTAL OF THE
      *   CONVERTED ROWS.
      * 15/10/2026 NM - THE ID COLUMN OF THE CSV ROW IS NOW THE
      *   EIGHT-DIGIT CUSTOMER NUMBER -- THE ID-NUMBER FOLLOWED BY THE
      *   CHECK DIGIT IT IS NOW ISSUED WITH (LUHN MOD 10, SEE
      *   0980-COMPUTE-CHECK-DIGIT). A ROW WHOSE DIGIT DOES NOT AGREE IS
      *   NOT CONVERTED, REPORTED AS CHECK DIGIT FAILED APART FROM A BAD
      *   ID-NUMBER; A GOOD ONE CARRIES THE DIGIT IN THE NEW TRAILING
      *   CHECK-DIGIT COLUMN OF THE TRANSACTION LAYOUT (SEE FILES-1),
      *   BEHIND A GUARDIAN COLUMN LEFT BLANK. THE PARSE-ERROR REPORT
      *   NOW SHOWS EACH REASON IN FULL INSTEAD OF ITS FIRST FIVE
      *   CHARACTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               02 IMP-ADDR-CITY   PIC X(20).
               02 IMP-ADDR-POSTAL PIC X(10).
               02 IMP-CREDIT-LIMIT PIC 9(7)V99.
               02 IMP-GUARDIAN-ID PIC X(7).
               02 IMP-ID-CHECK    PIC 9.
           01 TRANSMITTAL-HEADER-RECORD.
               02 TH-RECORD-TYPE  PIC X.
               02 TH-BATCH-DATE   PIC 9(8).
           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-ERROR-REASON       PIC X(30) VALUE SPACES.

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
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
       1000-EXIT.
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

       2000-CONVERT-ROW.
           ADD 1 TO WS-ROW-NUMBER
           SET WS-PARSE-OK TO TRUE
           MOVE WS-FLD-CODE (1:1) TO WS-TXN-CODE
           IF NOT WS-CODE-ADD AND NOT WS-CODE-CHANGE
               AND NOT WS-CODE-DELETE
               MOVE "BAD TRANSACTION CODE" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF

           IF WS-FLD-ID (1:7) IS NOT NUMERIC
               OR WS-FLD-ID (1:7) = "0000000"
               MOVE "BAD ID-NUMBER" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF
      *    THE ID COLUMN IS THE CUSTOMER NUMBER: THE ID-NUMBER FOLLOWED
      *    BY ITS CHECK DIGIT. A ROW WHOSE DIGIT DOES NOT AGREE NEVER
      *    REACHES THE LOADER.
           MOVE WS-FLD-ID (1:7) TO WS-CHK-ID
           PERFORM 0980-COMPUTE-CHECK-DIGIT THRU 0980-EXIT
           IF WS-FLD-ID (8:1) IS NOT NUMERIC
               OR WS-FLD-ID (8:1) NOT EQUAL WS-CHK-COMPUTED
               OR WS-FLD-ID (9:2) NOT EQUAL SPACES
               MOVE "CHECK DIGIT FAILED" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF

           IF WS-FLD-F-NAME (1:20) IS NOT ALPHABETIC
               OR WS-FLD-F-NAME = SPACES
               MOVE "BAD F-NAME" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF
           IF WS-FLD-L-NAME (1:20) IS NOT ALPHABETIC
               OR WS-FLD-L-NAME = SPACES
               MOVE "BAD L-NAME" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF
           IF WS-FLD-DOB (1:8) IS NOT NUMERIC
               MOVE "BAD DATE OF BIRTH" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2500-PARSE-AMOUNT THRU 2500-EXIT
           IF WS-PARSE-FAILED
               MOVE "BAD BALANCE AMOUNT" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF

           IF WS-FLD-STREET = SPACES
               MOVE "BAD ADDR-STREET" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF
           IF WS-FLD-CITY (1:20) IS NOT ALPHABETIC
               OR WS-FLD-CITY = SPACES
               MOVE "BAD ADDR-CITY" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF
           IF WS-FLD-POSTAL = SPACES
               MOVE "BAD ADDR-POSTAL" TO WS-ERROR-REASON
               PERFORM 2800-REPORT-PARSE-ERROR THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE SPACES TO IMP-ADDR-STREET
           MOVE SPACES TO IMP-ADDR-CITY
           MOVE SPACES TO IMP-ADDR-POSTAL
           MOVE WS-CHK-COMPUTED TO IMP-ID-CHECK
           WRITE IMPORT-TRANS-RECORD
           ADD 1 TO WS-CONVERTED-COUNT
           ADD IMP-ID-NUMBER TO WS-BATCH-HASH.
           EXIT.

       2700-WRITE-MAINTENANCE.
           MOVE SPACES TO IMPORT-TRANS-RECORD
           MOVE WS-TXN-CODE TO IMP-TXN-CODE
           MOVE WS-FLD-ID (1:7) TO IMP-ID-NUMBER
           MOVE WS-FLD-F-NAME (1:20) TO IMP-F-NAME
           MOVE WS-FLD-STREET TO IMP-ADDR-STREET
           MOVE WS-FLD-CITY (1:20) TO IMP-ADDR-CITY
           MOVE WS-FLD-POSTAL TO IMP-ADDR-POSTAL
      *    NOR ANY GUARDIAN COLUMN -- A MINOR IS KEYED THROUGH FILES-12.
           MOVE WS-CHK-COMPUTED TO IMP-ID-CHECK
           WRITE IMPORT-TRANS-RECORD
           ADD 1 TO WS-CONVERTED-COUNT
           ADD IMP-ID-NUMBER TO WS-BATCH-HASH
       2800-REPORT-PARSE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "ROW " WS-ROW-NUMBER " NOT CONVERTED -- "
               WS-ERROR-REASON
           DISPLAY "  " CSV-RECORD.
       2800-EXIT.
           EXIT.

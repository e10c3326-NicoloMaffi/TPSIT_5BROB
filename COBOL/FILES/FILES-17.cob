      *   NON-ZERO RETURN CODES FLAGGED -- THIRTY DAYS OF BATCH
      *   ACTIVITY FOR THE AUDITORS, AND THE CREEPING STEP SHOWS IN
      *   THE START/END TIME PAIRS.
      * 15/10/2026 NM - END LINES NOW SHOW THE ELAPSED TIME SINCE THE
      *   SAME PROGRAM'S LAST START (HH:MM:SS, ACROSS MIDNIGHT TOO), SO
      *   A CREEPING STEP NO LONGER HAS TO BE WORKED OUT FROM THE TIME
      *   PAIRS BY HAND; THE READ COLUMN ON THE END LINES OF FILES-29
      *   AND FILES-32 NOW COUNTS LEDGER ENTRIES READ. AN END WITH NO
      *   START ON FILE SHOWS DASHES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           77 WS-ENTRY-COUNT        PIC 9(5) VALUE ZERO.
           77 WS-FAILURE-COUNT      PIC 9(5) VALUE ZERO.

      *    THE LAST START SEEN FOR EACH PROGRAM, AS A DAY NUMBER AND
      *    SECONDS INTO THE DAY, SO ITS END LINE CAN SHOW THE ELAPSED
      *    TIME. STARTS ARE NOTED EVEN BEFORE THE WINDOW, SO A RUN THAT
      *    STARTED THE DAY BEFORE IT STILL GETS ITS TIME.
           01 WS-START-TABLE.
               02 WS-STT-ENTRY OCCURS 50 TIMES.
                   03 WS-STT-PROGRAM     PIC X(20).
                   03 WS-STT-DAY         PIC 9(7) COMP.
                   03 WS-STT-SECONDS     PIC 9(5) COMP.
           77 WS-STT-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-STT-SUB            PIC 9(2) COMP VALUE ZERO.
           77 WS-STT-PICK           PIC 9(2) COMP VALUE ZERO.

           01 WS-TIME-PARTS.
               02 WS-TP-HH           PIC 99.
               02 WS-TP-MM           PIC 99.
               02 WS-TP-SS           PIC 99.
               02 WS-TP-CC           PIC 99.
           77 WS-ENTRY-SECONDS      PIC 9(5) COMP VALUE ZERO.
           77 WS-ELAPSED-SECONDS    PIC S9(9) COMP VALUE ZERO.
           77 WS-ELAPSED-REST       PIC 9(9) COMP VALUE ZERO.
           01 WS-ELAPSED-TEXT.
               02 WS-EL-HH           PIC 99.
               02 FILLER             PIC X VALUE ":".
               02 WS-EL-MM           PIC 99.
               02 FILLER             PIC X VALUE ":".
               02 WS-EL-SS           PIC 99.
           01 WS-ELAPSED-SHOWN      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY "DAYS OF HISTORY TO REPORT (E.G. 030): "
           DISPLAY " "
           DISPLAY "RUN HISTORY -- LAST " WS-DAYS-BACK " DAYS"
           DISPLAY "DATE     TIME     PROGRAM              EVENT"
               " READ    WRITTEN RC   ELAPSED"
           DISPLAY "-------- -------- -------------------- -----"
               " ------- ------- ---- --------"

           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-NOT-FOUND
           END-IF
           COMPUTE WS-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(RLG-DATE)
           MOVE RLG-TIME TO WS-TIME-PARTS
           COMPUTE WS-ENTRY-SECONDS =
               WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS
           PERFORM 2100-PAIR-START-END THRU 2100-EXIT
           COMPUTE WS-ENTRY-AGE-DAYS =
               WS-TODAY-INTEGER - WS-ENTRY-INTEGER
           IF WS-ENTRY-AGE-DAYS IS GREATER THAN WS-DAYS-BACK
           ADD 1 TO WS-ENTRY-COUNT
           DISPLAY RLG-DATE " " RLG-TIME " " RLG-PROGRAM-ID " "
               RLG-EVENT " " RLG-RECORDS-READ " "
               RLG-RECORDS-WRITTEN " " RLG-RETURN-CODE " "
               WS-ELAPSED-SHOWN
               WITH NO ADVANCING
           IF RLG-RETURN-CODE NOT EQUAL ZERO
               ADD 1 TO WS-FAILURE-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PAIR-START-END.
      *    A START IS NOTED AGAINST ITS PROGRAM; AN END TAKES THE
      *    ELAPSED TIME SINCE THAT PROGRAM'S LAST START AND CLEARS IT.
      *    AN END WITH NO START ON FILE (ARCHIVED BY FILES-41, OR AN
      *    ABEND THAT NEVER LOGGED ONE) SHOWS DASHES.
           MOVE SPACES TO WS-ELAPSED-SHOWN
           IF RLG-EVENT NOT EQUAL "START" AND RLG-EVENT NOT EQUAL "END"
               GO TO 2100-EXIT
           END-IF
           MOVE ZERO TO WS-STT-PICK
           PERFORM 2150-MATCH-START THRU 2150-EXIT
               VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB IS GREATER THAN WS-STT-COUNT
                   OR WS-STT-PICK IS GREATER THAN ZERO

           IF RLG-EVENT = "START"
               IF WS-STT-PICK = ZERO
                   IF WS-STT-COUNT IS NOT LESS THAN 50
                       GO TO 2100-EXIT
                   END-IF
                   ADD 1 TO WS-STT-COUNT
                   MOVE WS-STT-COUNT TO WS-STT-PICK
                   MOVE RLG-PROGRAM-ID TO WS-STT-PROGRAM (WS-STT-PICK)
               END-IF
               MOVE WS-ENTRY-INTEGER TO WS-STT-DAY (WS-STT-PICK)
               MOVE WS-ENTRY-SECONDS TO WS-STT-SECONDS (WS-STT-PICK)
               GO TO 2100-EXIT
           END-IF

           MOVE "--:--:--" TO WS-ELAPSED-SHOWN
           IF WS-STT-PICK = ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-STT-DAY (WS-STT-PICK) = ZERO
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-ELAPSED-SECONDS =
               (WS-ENTRY-INTEGER - WS-STT-DAY (WS-STT-PICK)) * 86400
               + WS-ENTRY-SECONDS - WS-STT-SECONDS (WS-STT-PICK)
           MOVE ZERO TO WS-STT-DAY (WS-STT-PICK)
           IF WS-ELAPSED-SECONDS IS LESS THAN ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-ELAPSED-SECONDS IS GREATER THAN 359999
               MOVE "99:59:59" TO WS-ELAPSED-SHOWN
               GO TO 2100-EXIT
           END-IF
           DIVIDE WS-ELAPSED-SECONDS BY 3600 GIVING WS-EL-HH
               REMAINDER WS-ELAPSED-REST
           DIVIDE WS-ELAPSED-REST BY 60 GIVING WS-EL-MM
               REMAINDER WS-EL-SS
           MOVE WS-ELAPSED-TEXT TO WS-ELAPSED-SHOWN.
       2100-EXIT.
           EXIT.

       2150-MATCH-START.
           IF WS-STT-PROGRAM (WS-STT-SUB) = RLG-PROGRAM-ID
               MOVE WS-STT-SUB TO WS-STT-PICK
           END-IF.
       2150-EXIT.
           EXIT.

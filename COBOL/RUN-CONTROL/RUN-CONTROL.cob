      *   ONE INSTEAD OF RERUNNING WHAT ALREADY WENT ON; F=FRESH
      *   IGNORES THE CHECKPOINT AND RUNS THE WHOLE SCHEDULE. THE
      *   CHECKPOINT IS CLEARED ON A CLEAN END OF RUN.
      * 15/10/2026 NM - EACH RUN-SCHEDULE.dat LINE NOW ENDS WITH A
      *   RUN-DAYS BYTE: "B" RUNS THE STEP ON BUSINESS DAYS ONLY, "L" ON
      *   THE LAST BUSINESS DAY OF THE MONTH ONLY, SPACE EVERY NIGHT AS
      *   BEFORE. BUSINESS DAYS COME FROM THE CALENDAR.dat BUSINESS-DAY
      *   CALENDAR (LAYOUT IN COPYLIB'S CALENDAR-RECORD, MAINTAINED
      *   THROUGH FILES-34) -- ANY WEEKDAY NOT ON IT -- AND THE DAY IS
      *   JUDGED ON THE BUSINESS DATE, WHICH HONOURS A BUSINESS-DATE
      *   RUN-PARM THE WAY THE STEPS THEMSELVES DO. A STEP NOT DUE
      *   TONIGHT IS DISPLAYED AND LOGGED AS A SKIP RECORD ON
      *   RUN-LOG.dat (SEE FILES-47), AND IS NOT CHECKPOINTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT RUN-PARMS-FILE ASSIGN TO "RUN-PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "RUN-SCHEDULE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
       FD RUN-LOG-FILE.
           COPY "RUN-LOG-RECORD.cpy".

       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

       FD SCHEDULE-FILE.
           01 SCHEDULE-RECORD.
               02 SCH-STEP-NUMBER PIC 9(3).
               02 SCH-FAIL-ACTION PIC X.
                   88 SCH-ABORT-ON-FAILURE    VALUE "A".
                   88 SCH-CONTINUE-ON-FAILURE VALUE "C".
               02 SCH-RUN-DAYS    PIC X.
                   88 SCH-RUN-EVERY-NIGHT     VALUE " ".
                   88 SCH-RUN-BUSINESS-DAYS   VALUE "B".
                   88 SCH-RUN-LAST-BUSINESS   VALUE "L".

       FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
           01 WS-RLG-PROGRAM        PIC X(20) VALUE SPACES.
           01 WS-RLG-EVENT          PIC X(5) VALUE SPACES.

           01 WS-PARMS-STATUS       PIC X(2) VALUE SPACES.
               88 PARMS-OK              VALUE "00".
               88 PARMS-NOT-FOUND       VALUE "35".
           77 PARMS-EOF             PIC X VALUE "N".
               88 PARMS-EOF-REACHED VALUE "Y".
           77 WS-BUSINESS-DATE-PARM PIC X(8) VALUE SPACES.

           01 WS-CALENDAR-STATUS    PIC X(2) VALUE SPACES.
               88 CALENDAR-OK           VALUE "00".
               88 CALENDAR-NOT-FOUND    VALUE "35".
           77 CALENDAR-EOF          PIC X VALUE "N".
               88 CALENDAR-EOF-REACHED VALUE "Y".

      *    THE NON-BUSINESS DAYS ON CALENDAR.dat AS DATE-INTRINSIC
      *    INTEGERS, LOADED AT START. DAY 1 OF THAT COUNT WAS A MONDAY,
      *    SO AN INTEGER'S REMAINDER BY 7 IS 0 ON A SUNDAY AND 6 ON A
      *    SATURDAY.
           01 WS-CALENDAR-TABLE.
               02 WS-CAL-INTEGER PIC 9(7) COMP OCCURS 500 TIMES.
           77 WS-CAL-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-CAL-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-CAL-TEST-INTEGER   PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-WEEKS          PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-DAY-OF-WEEK    PIC 9 COMP VALUE ZERO.
           77 WS-BUSINESS-DAY-SWITCH PIC X VALUE "Y".
               88 WS-BUSINESS-DAY       VALUE "Y".

      *    WHAT KIND OF NIGHT THE BUSINESS DATE IS, WORKED OUT ONCE.
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           01 WS-NEXT-BUSINESS-DATE.
               02 WS-NBD-CCYY        PIC 9999.
               02 WS-NBD-MM          PIC 99.
               02 WS-NBD-DD          PIC 99.
           01 WS-NEXT-BUSINESS-NUM REDEFINES WS-NEXT-BUSINESS-DATE
                                    PIC 9(8).
           77 WS-TODAY-SWITCH       PIC X VALUE "N".
               88 WS-TODAY-BUSINESS     VALUE "Y".
           77 WS-MONTH-END-SWITCH   PIC X VALUE "N".
               88 WS-TODAY-LAST-BUSINESS VALUE "Y".
           77 WS-STEPS-SKIPPED      PIC 9(3) VALUE ZERO.

           77 SCHEDULE-EOF          PIC X VALUE "N".
               88 SCHEDULE-EOF-REACHED VALUE "Y".

                   03 WS-SCH-STEP     PIC 9(3).
                   03 WS-SCH-PROGRAM  PIC X(20).
                   03 WS-SCH-ACTION   PIC X.
                   03 WS-SCH-RUN-DAYS PIC X.
           77 WS-SCH-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-SCH-SUB            PIC 9(2) COMP VALUE ZERO.

           MOVE "RUN-CONTROL" TO WS-RLG-PROGRAM
           MOVE "START" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           IF WS-BUSINESS-DATE-PARM NOT EQUAL SPACES
               MOVE WS-BUSINESS-DATE-PARM TO WS-CURRENT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
           PERFORM 0900-CLASSIFY-DAY THRU 0900-EXIT

           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT
           IF WS-ABORT-REQUESTED
           ELSE
               PERFORM 8900-CLEAR-CHECKPOINT THRU 8900-EXIT
               DISPLAY "RUN-CONTROL COMPLETED -- " WS-STEPS-RUN
                   " STEP(S) RUN, " WS-STEPS-FAILED " FAILED, "
                   WS-STEPS-SKIPPED " NOT DUE"
           END-IF.
       9999-EXIT.
           MOVE "RUN-CONTROL" TO WS-RLG-PROGRAM
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.

       0100-READ-RUN-PARMS.
      *    ONLY THE BUSINESS-DATE OVERRIDE MATTERS HERE: A RERUN FOR
      *    AN EARLIER DATE JUDGES BUSINESS DAYS AS THAT DATE, THE SAME
      *    DATE THE STEPS THEMSELVES WILL WORK TO.
           OPEN INPUT RUN-PARMS-FILE
           IF PARMS-NOT-FOUND
               GO TO 0100-EXIT
           END-IF
           IF NOT PARMS-OK
               DISPLAY "RUN-PARMS-FILE OPEN FAILED, STATUS: "
                   WS-PARMS-STATUS
               GO TO 0100-EXIT
           END-IF
           PERFORM 0150-APPLY-PARM THRU 0150-EXIT
               UNTIL PARMS-EOF-REACHED
           CLOSE RUN-PARMS-FILE.
       0100-EXIT.
           EXIT.

       0150-APPLY-PARM.
           READ RUN-PARMS-FILE
               AT END
                   SET PARMS-EOF-REACHED TO TRUE
                   GO TO 0150-EXIT
           END-READ
           EVALUATE PRM-KEYWORD
               WHEN "BUSINESS-DATE"
                   MOVE PRM-VALUE (1:8) TO WS-BUSINESS-DATE-PARM
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
           DISPLAY "RUN-PARM " PRM-KEYWORD " = " PRM-VALUE.
       0150-EXIT.
           EXIT.

       0200-WRITE-RUN-LOG.
      *    SAME OPEN-EXTEND-PER-WRITE PATTERN AS THE BATCH PROGRAMS'
      *    RUN-LOG PARAGRAPHS; THE STEP RECORDS CARRY THE STEP
       0200-EXIT.
           EXIT.

       0800-LOAD-CALENDAR.
      *    NO CALENDAR FILE LEAVES SATURDAYS AND SUNDAYS AS THE ONLY
      *    NON-BUSINESS DAYS. A WEEKEND DATE KEYED ON THE FILE BY HAND
      *    IS SKIPPED -- THE WEEKDAY TEST ALREADY COVERS IT.
           MOVE ZERO TO WS-CAL-COUNT
           MOVE "N" TO CALENDAR-EOF
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-NOT-FOUND
               DISPLAY "NO CALENDAR FILE -- WEEKENDS ARE THE ONLY "
                   "NON-BUSINESS DAYS"
               GO TO 0800-EXIT
           END-IF
           IF NOT CALENDAR-OK
               DISPLAY "CALENDAR-FILE OPEN FAILED, STATUS: "
                   WS-CALENDAR-STATUS " -- WEEKENDS ONLY"
               GO TO 0800-EXIT
           END-IF
           PERFORM 0810-LOAD-CALENDAR-DAY THRU 0810-EXIT
               UNTIL CALENDAR-EOF-REACHED
           CLOSE CALENDAR-FILE
           DISPLAY "NON-BUSINESS DAYS ON THE CALENDAR: " WS-CAL-COUNT.
       0800-EXIT.
           EXIT.

       0810-LOAD-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF-REACHED TO TRUE
                   GO TO 0810-EXIT
           END-READ
           IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = ZERO
               GO TO 0810-EXIT
           END-IF
           IF WS-CAL-COUNT IS NOT LESS THAN 500
               DISPLAY "CALENDAR TABLE FULL -- " CAL-DATE " IGNORED"
               GO TO 0810-EXIT
           END-IF
           COMPUTE WS-CAL-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(CAL-DATE)
           DIVIDE WS-CAL-TEST-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
               GO TO 0810-EXIT
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CAL-TEST-INTEGER TO WS-CAL-INTEGER (WS-CAL-COUNT).
       0810-EXIT.
           EXIT.

       0850-TEST-BUSINESS-DAY.
      *    WS-CAL-TEST-INTEGER IN; WS-BUSINESS-DAY SET WHEN IT IS
      *    NEITHER A WEEKEND NOR ON THE CALENDAR.
           MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           DIVIDE WS-CAL-TEST-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
               GO TO 0850-EXIT
           END-IF
           PERFORM 0860-MATCH-HOLIDAY THRU 0860-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB IS GREATER THAN WS-CAL-COUNT
                   OR NOT WS-BUSINESS-DAY.
       0850-EXIT.
           EXIT.

       0860-MATCH-HOLIDAY.
           IF WS-CAL-INTEGER (WS-CAL-SUB) = WS-CAL-TEST-INTEGER
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           END-IF.
       0860-EXIT.
           EXIT.

       0870-ROLL-TO-BUSINESS-DAY.
      *    WS-CAL-TEST-INTEGER MOVES FORWARD A DAY AT A TIME UNTIL IT
      *    LANDS ON A BUSINESS DAY; ONE THAT ALREADY IS STAYS PUT.
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           PERFORM 0880-STEP-ONE-DAY THRU 0880-EXIT
               UNTIL WS-BUSINESS-DAY.
       0870-EXIT.
           EXIT.

       0880-STEP-ONE-DAY.
           ADD 1 TO WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT.
       0880-EXIT.
           EXIT.

       0900-CLASSIFY-DAY.
      *    THE LAST BUSINESS DAY OF THE MONTH IS A BUSINESS DAY WHOSE
      *    NEXT BUSINESS DAY FALLS IN ANOTHER MONTH.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE WS-TODAY-INTEGER TO WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           IF NOT WS-BUSINESS-DAY
               DISPLAY "BUSINESS DATE " WS-CURRENT-DATE-NUM
                   " IS NOT A BUSINESS DAY"
               GO TO 0900-EXIT
           END-IF
           SET WS-TODAY-BUSINESS TO TRUE
           COMPUTE WS-CAL-TEST-INTEGER = WS-TODAY-INTEGER + 1
           PERFORM 0870-ROLL-TO-BUSINESS-DAY THRU 0870-EXIT
           COMPUTE WS-NEXT-BUSINESS-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-TEST-INTEGER)
           IF WS-NBD-MM NOT EQUAL WS-CUR-MM
               SET WS-TODAY-LAST-BUSINESS TO TRUE
               DISPLAY "BUSINESS DATE " WS-CURRENT-DATE-NUM
                   " IS THE LAST BUSINESS DAY OF THE MONTH"
           ELSE
               DISPLAY "BUSINESS DATE " WS-CURRENT-DATE-NUM
                   " IS A BUSINESS DAY"
           END-IF.
       0900-EXIT.
           EXIT.

       1000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-NOT-FOUND
           ADD 1 TO WS-SCH-COUNT
           MOVE SCH-STEP-NUMBER TO WS-SCH-STEP (WS-SCH-COUNT)
           MOVE SCH-PROGRAM     TO WS-SCH-PROGRAM (WS-SCH-COUNT)
           MOVE SCH-FAIL-ACTION TO WS-SCH-ACTION (WS-SCH-COUNT)
           MOVE SCH-RUN-DAYS    TO WS-SCH-RUN-DAYS (WS-SCH-COUNT).
       1100-EXIT.
           EXIT.

                   "COMPLETED -- SKIPPED"
               GO TO 2000-EXIT
           END-IF
           IF (WS-SCH-RUN-DAYS (WS-SCH-SUB) = "B"
                   AND NOT WS-TODAY-BUSINESS)
               OR (WS-SCH-RUN-DAYS (WS-SCH-SUB) = "L"
                   AND NOT WS-TODAY-LAST-BUSINESS)
               PERFORM 2100-SKIP-STEP THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           DISPLAY "RUN-CONTROL: STARTING STEP "
               WS-SCH-STEP (WS-SCH-SUB) " ("
       2000-EXIT.
           EXIT.

       2100-SKIP-STEP.
           ADD 1 TO WS-STEPS-SKIPPED
           IF WS-SCH-RUN-DAYS (WS-SCH-SUB) = "B"
               DISPLAY "STEP " WS-SCH-STEP (WS-SCH-SUB) " ("
                   WS-SCH-PROGRAM (WS-SCH-SUB) ") RUNS ON BUSINESS "
                   "DAYS ONLY -- NOT DUE TONIGHT"
           ELSE
               DISPLAY "STEP " WS-SCH-STEP (WS-SCH-SUB) " ("
                   WS-SCH-PROGRAM (WS-SCH-SUB) ") RUNS ON THE LAST "
                   "BUSINESS DAY OF THE MONTH ONLY -- NOT DUE TONIGHT"
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE WS-SCH-PROGRAM (WS-SCH-SUB) TO WS-RLG-PROGRAM
           MOVE "SKIP" TO WS-RLG-EVENT
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT.
       2100-EXIT.
           EXIT.

       2500-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-SCH-STEP (WS-SCH-SUB) TO CKP-LAST-STEP

      *   FILES-10 USES. EVERY TIER WRITTEN OR DROPPED IS JOURNALED
      *   TO RATES-JOURNAL.dat WITH THE DATE, TIME AND SIGNED-ON
      *   OPERATOR, THE SAME DISCIPLINE FILES-12 KEEPS FOR CUSTOMERS.
      * 15/10/2026 NM - THE LATE-PAYMENT FEE SCHEDULE ON LATE-FEES.dat
      *   (LAYOUT IN COPYLIB'S LATE-FEE-RECORD), WHICH DRIVES THE NEW
      *   FILES-52 LATE-FEE ASSESSMENT RUN, IS MAINTAINED HERE TOO
      *   RATHER THAN COMPILED IN: F LISTS THE SCHEDULE LINES, G ADDS
      *   ONE UNDER A NEW EFFECTIVE DATE (GRACE DAYS, OVERDUE PERIOD IN
      *   DAYS, FLAT OR PERCENT BASIS AND BOTH FIGURES, CHECKED BEFORE
      *   ANYTHING IS WRITTEN) AND H DROPS ONE BY ITS EFFECTIVE DATE
      *   THROUGH THE SAME WORK FILE. FEE LINES JOURNAL TO
      *   RATES-JOURNAL.dat AS ACTION "F" (ADDED) AND "G" (DROPPED).
      * 15/10/2026 NM - THE SCORE-GRADING TABLE ON SCORE-WEIGHTS.dat
      *   (LAYOUT IN COPYLIB'S SCORE-WEIGHT-RECORD), WHICH DRIVES THE
      *   NEW FILES-57 REGRADING RUN, IS MAINTAINED HERE TOO: S LISTS
      *   THE TABLE LINES, T ADDS ONE UNDER A NEW EFFECTIVE DATE
      *   (LOOK-BACK, OVERDUE UNIT, THE SIX PENALTY WEIGHTS AND THE FOUR
      *   GRADE CEILINGS, CHECKED STRICTLY ASCENDING BEFORE ANYTHING IS
      *   WRITTEN) AND U DROPS ONE BY ITS EFFECTIVE DATE THROUGH THE
      *   SAME WORK FILE. WEIGHT LINES JOURNAL TO RATES-JOURNAL.dat AS
      *   ACTION "S" (ADDED) AND "T" (DROPPED).
      * 15/10/2026 NM - THE BUSINESS-DAY CALENDAR ON CALENDAR.dat
      *   (LAYOUT IN COPYLIB'S CALENDAR-RECORD), WHICH FILES-7,
      *   FILES-31, FILES-32, FILES-52 AND RUN-CONTROL NOW READ, IS
      *   MAINTAINED HERE TOO: B LISTS THE NON-BUSINESS DAYS ON FILE
      *   WITH THEIR WEEKDAY, C ADDS ONE (A REAL DATE, NOT ALREADY ON
      *   FILE AND NOT A SATURDAY OR SUNDAY, WHICH ARE NEVER BUSINESS
      *   DAYS ANYWAY) IN DATE ORDER THROUGH THE WORK FILE, AND E DROPS
      *   ONE BY ITS DATE. CALENDAR LINES JOURNAL TO RATES-JOURNAL.dat
      *   AS ACTION "B" (ADDED) AND "C" (DROPPED). A NEW LATE-FEE LINE
      *   NOW ALSO TAKES ITS GRACE BASIS -- BUSINESS OR CALENDAR DAYS --
      *   AND THE FEE LIST SHOWS IT.
      * 15/10/2026 NM - THE WORDING OF THE CUSTOMER LETTERS THE NEW
      *   FILES-69 CORRESPONDENCE RUN PRINTS IS KEPT ON
      *   LETTER-TEMPLATES.dat (LAYOUT IN COPYLIB'S
      *   LETTER-TEMPLATE-RECORD) AND MAINTAINED HERE TOO: I LISTS THE
      *   TEMPLATES ON FILE, J ADDS ONE UNDER A LETTER CODE NOT ALREADY
      *   ON FILE, LINE BY LINE (A LONE / KEYS A BLANK LINE, A BLANK
      *   ENDS THE LETTER), AND K DROPS A WHOLE TEMPLATE BY ITS CODE
      *   THROUGH THE SAME WORK FILE, SO A CHANGE OF WORDING IS A DROP
      *   AND A FRESH ADD. TEMPLATE LINES JOURNAL TO RATES-JOURNAL.dat
      *   AS ACTION "I" (ADDED) AND "J" (DROPPED); THE JOURNAL IMAGE AND
      *   THE WORK FILE ARE WIDENED TO 70 SO A TEMPLATE LINE FITS WHOLE.
      * 15/10/2026 NM - THE THRESHOLDS THE NEW FILES-71 UNUSUAL-ACTIVITY
      *   MONITOR MEASURES EACH CUSTOMER'S DAY AGAINST ARE KEPT ON
      *   ACTIVITY-THRESHOLDS.dat (LAYOUT IN COPYLIB'S
      *   ACTIVITY-THRESHOLD-RECORD) AND MAINTAINED HERE: M LISTS THE
      *   LINES ON FILE, N ADDS AN EFFECTIVE-DATED LINE (HISTORY WINDOW
      *   1 TO 999 DAYS, EVERY FIELD NUMERIC, AT LEAST ONE CHECK
      *   SWITCHED ON) AND O DROPS ONE BY ITS EFFECTIVE DATE THROUGH THE
      *   WORK FILE. THRESHOLD LINES JOURNAL TO RATES-JOURNAL.dat AS
      *   ACTION "M" (ADDED) AND "N" (DROPPED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LATE-FEE-FILE ASSIGN TO "LATE-FEES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.

           SELECT SCORE-WEIGHT-FILE ASSIGN TO "SCORE-WEIGHTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "LETTER-TEMPLATES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO "ACTIVITY-THRESHOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS-FILE.
               02 RTE-SERVICE-CHARGE PIC 9(5)V99.

       FD RATES-WORK-FILE.
           01 RWK-RECORD          PIC X(70).

       FD RATES-JOURNAL-FILE.
           01 RATES-JOURNAL-RECORD.
               02 RJN-DATE        PIC 9(8).
               02 RJN-TIME        PIC 9(8).
               02 RJN-OPERATOR    PIC X(8).
               02 RJN-RATE-IMAGE  PIC X(70).

       FD LATE-FEE-FILE.
           COPY "LATE-FEE-RECORD.cpy".

       FD SCORE-WEIGHT-FILE.
           COPY "SCORE-WEIGHT-RECORD.cpy".

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

       FD TEMPLATE-FILE.
           COPY "LETTER-TEMPLATE-RECORD.cpy".

       FD THRESHOLD-FILE.
           COPY "ACTIVITY-THRESHOLD-RECORD.cpy".

       WORKING-STORAGE SECTION.

               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".

           01 WS-FEES-STATUS       PIC X(2) VALUE SPACES.
               88 FEES-OK               VALUE "00".
               88 FEES-NOT-FOUND        VALUE "35".

           01 WS-WEIGHTS-STATUS    PIC X(2) VALUE SPACES.
               88 WEIGHTS-OK            VALUE "00".
               88 WEIGHTS-NOT-FOUND     VALUE "35".

           01 WS-CALENDAR-STATUS   PIC X(2) VALUE SPACES.
               88 CALENDAR-OK           VALUE "00".
               88 CALENDAR-NOT-FOUND    VALUE "35".

           01 WS-TEMPLATE-STATUS   PIC X(2) VALUE SPACES.
               88 TEMPLATE-OK           VALUE "00".
               88 TEMPLATE-NOT-FOUND    VALUE "35".

           01 WS-THRESHOLD-STATUS  PIC X(2) VALUE SPACES.
               88 THRESHOLD-OK          VALUE "00".
               88 THRESHOLD-NOT-FOUND   VALUE "35".

           77 RATES-EOF             PIC X VALUE "N".
               88 RATES-EOF-REACHED VALUE "Y".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".
           77 FEES-EOF              PIC X VALUE "N".
               88 FEES-EOF-REACHED  VALUE "Y".
           77 WEIGHTS-EOF           PIC X VALUE "N".
               88 WEIGHTS-EOF-REACHED VALUE "Y".
           77 CALENDAR-EOF          PIC X VALUE "N".
               88 CALENDAR-EOF-REACHED VALUE "Y".
           77 TEMPLATE-EOF          PIC X VALUE "N".
               88 TEMPLATE-EOF-REACHED VALUE "Y".
           77 THRESHOLD-EOF         PIC X VALUE "N".
               88 THRESHOLD-EOF-REACHED VALUE "Y".

           01 WS-MENU-CHOICE        PIC X VALUE SPACE.
               88 WS-CHOICE-LIST        VALUE "L".
               88 WS-CHOICE-ADD         VALUE "A".
               88 WS-CHOICE-DROP        VALUE "D".
               88 WS-CHOICE-FEE-LIST    VALUE "F".
               88 WS-CHOICE-FEE-ADD     VALUE "G".
               88 WS-CHOICE-FEE-DROP    VALUE "H".
               88 WS-CHOICE-WEIGHT-LIST VALUE "S".
               88 WS-CHOICE-WEIGHT-ADD  VALUE "T".
               88 WS-CHOICE-WEIGHT-DROP VALUE "U".
               88 WS-CHOICE-CAL-LIST    VALUE "B".
               88 WS-CHOICE-CAL-ADD     VALUE "C".
               88 WS-CHOICE-CAL-DROP    VALUE "E".
               88 WS-CHOICE-LTR-LIST    VALUE "I".
               88 WS-CHOICE-LTR-ADD     VALUE "J".
               88 WS-CHOICE-LTR-DROP    VALUE "K".
               88 WS-CHOICE-THR-LIST    VALUE "M".
               88 WS-CHOICE-THR-ADD     VALUE "N".
               88 WS-CHOICE-THR-DROP    VALUE "O".
               88 WS-CHOICE-EXIT        VALUE "X".

      *    THE SET UNDER ENTRY, HELD UNTIL THE WHOLE SET VALIDATES --
           77 WS-LAST-EFF-SHOWN     PIC 9(8) VALUE ZERO.
           01 WS-RATE-DATE-X        PIC X(8) VALUE SPACES.

      *    THE LATE-FEE LINE UNDER ENTRY.
           77 WS-ENTRY-GRACE        PIC 9(3) VALUE ZERO.
           77 WS-ENTRY-PERIOD       PIC 9(3) VALUE ZERO.
           01 WS-ENTRY-BASIS        PIC X VALUE SPACE.
               88 WS-ENTRY-BASIS-FLAT    VALUE "F".
               88 WS-ENTRY-BASIS-PERCENT VALUE "P".
           77 WS-ENTRY-FEE          PIC 9(5)V99 VALUE ZERO.
           77 WS-ENTRY-PERCENT      PIC 9(2)V999 VALUE ZERO.
           01 WS-ENTRY-GRACE-BASIS  PIC X VALUE SPACE.
               88 WS-ENTRY-GRACE-BUSINESS VALUE "B".
               88 WS-ENTRY-GRACE-CALENDAR VALUE "C".

      *    THE SCORE-WEIGHT LINE UNDER ENTRY, BUILT IN PLACE AND ONLY
      *    WRITTEN ONCE EVERY FIELD HAS PASSED.
           01 WS-ENTRY-WEIGHTS.
               02 WS-ENTRY-LOOKBACK     PIC 9(3).
               02 WS-ENTRY-UNIT-DAYS    PIC 9(3).
               02 WS-ENTRY-POINTS.
                   03 WS-ENTRY-OVERDUE-PTS  PIC 9(2).
                   03 WS-ENTRY-LATE-FEE-PTS PIC 9(2).
                   03 WS-ENTRY-MISSED-PTS   PIC 9(2).
                   03 WS-ENTRY-LIMIT-PTS    PIC 9(2).
                   03 WS-ENTRY-BOUNCE-PTS   PIC 9(2).
                   03 WS-ENTRY-WRITE-OFF-PTS PIC 9(2).
               02 WS-ENTRY-GRADE-MAX    PIC 9(3) OCCURS 4 TIMES.
           77 WS-GRADE-SUB          PIC 9(1) COMP VALUE ZERO.
           01 WS-GRADE-LETTERS      PIC X(4) VALUE "ABCD".

      *    THE NON-BUSINESS DAY UNDER ENTRY. DAY 1 OF THE DATE
      *    INTRINSICS' COUNT WAS A MONDAY, SO THE INTEGER'S REMAINDER
      *    BY 7 GIVES THE WEEKDAY: 0 SUNDAY, 1 MONDAY ... 6 SATURDAY.
           01 WS-CAL-ENTRY-DATE.
               02 WS-CAL-ENTRY-CCYY  PIC 9999.
               02 WS-CAL-ENTRY-MM    PIC 99.
               02 WS-CAL-ENTRY-DD    PIC 99.
           01 WS-CAL-ENTRY-NUM REDEFINES WS-CAL-ENTRY-DATE PIC 9(8).
           77 WS-CAL-ENTRY-DESC     PIC X(30) VALUE SPACES.
           77 WS-CAL-INTEGER        PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-WEEKS          PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-DAY-OF-WEEK    PIC 9 COMP VALUE ZERO.
           01 WS-DAY-NAMES          PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
           77 WS-CAL-DAY-NAME       PIC X(3) VALUE SPACES.
           77 WS-CAL-INSERT-SWITCH  PIC X VALUE "N".
               88 WS-CAL-INSERT-PENDING VALUE "Y".

      *    THE LETTER TEMPLATE UNDER ENTRY, HELD UNTIL THE LAST LINE IS
      *    KEYED SO A TEMPLATE IS NEVER LEFT HALF WRITTEN.
           01 WS-LTR-CODE           PIC X(2) VALUE SPACES.
           01 WS-LTR-TABLE.
               02 WS-LTR-TEXT       PIC X(60) OCCURS 20 TIMES.
           77 WS-LTR-COUNT          PIC 9(2) COMP VALUE ZERO.
           77 WS-LTR-SUB            PIC 9(2) COMP VALUE ZERO.
           77 WS-LTR-ENTRY          PIC X(60) VALUE SPACES.
           77 WS-LAST-CODE-SHOWN    PIC X(2) VALUE SPACES.
           77 WS-LTR-NAME           PIC X(30) VALUE SPACES.

      *    THE ACTIVITY-THRESHOLD LINE UNDER ENTRY, BUILT IN PLACE LIKE
      *    THE SCORE-WEIGHT LINE.
           01 WS-ENTRY-THRESHOLDS.
               02 WS-ENTRY-HISTORY-DAYS  PIC 9(3).
               02 WS-ENTRY-MIN-COUNT     PIC 9(3).
               02 WS-ENTRY-COUNT-FACTOR  PIC 9(2)V9.
               02 WS-ENTRY-MIN-AMOUNT    PIC 9(7)V99.
               02 WS-ENTRY-AMOUNT-FACTOR PIC 9(2)V9.
               02 WS-ENTRY-DORMANT-DAYS  PIC 9(4).
               02 WS-ENTRY-CHANGE-DAYS   PIC 9(3).

           01 WS-LIMIT-EDIT         PIC $$,$$$,$$9.99.
           01 WS-CHARGE-EDIT        PIC $$$,$$9.99.

           DISPLAY "  L = LIST TIER SETS"
           DISPLAY "  A = ADD A NEW EFFECTIVE-DATED SET"
           DISPLAY "  D = DROP A SET BY EFFECTIVE DATE"
           DISPLAY "  F = LIST LATE-FEE SCHEDULE"
           DISPLAY "  G = ADD A LATE-FEE LINE"
           DISPLAY "  H = DROP A LATE-FEE LINE BY EFFECTIVE DATE"
           DISPLAY "  S = LIST SCORE-GRADING WEIGHTS"
           DISPLAY "  T = ADD A SCORE-WEIGHT LINE"
           DISPLAY "  U = DROP A SCORE-WEIGHT LINE BY EFFECTIVE DATE"
           DISPLAY "  B = LIST BUSINESS-DAY CALENDAR"
           DISPLAY "  C = ADD A NON-BUSINESS DAY"
           DISPLAY "  E = DROP A NON-BUSINESS DAY BY DATE"
           DISPLAY "  I = LIST LETTER TEMPLATES"
           DISPLAY "  J = ADD A LETTER TEMPLATE"
           DISPLAY "  K = DROP A LETTER TEMPLATE BY CODE"
           DISPLAY "  M = LIST UNUSUAL-ACTIVITY THRESHOLDS"
           DISPLAY "  N = ADD AN ACTIVITY-THRESHOLD LINE"
           DISPLAY "  O = DROP AN ACTIVITY-THRESHOLD LINE BY EFFECTIVE "
               "DATE"
           DISPLAY "  X = EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   PERFORM 4000-ADD-TIER-SET THRU 4000-EXIT
               WHEN WS-CHOICE-DROP
                   PERFORM 5000-DROP-TIER-SET THRU 5000-EXIT
               WHEN WS-CHOICE-FEE-LIST
                   PERFORM 6000-LIST-FEE-LINES THRU 6000-EXIT
               WHEN WS-CHOICE-FEE-ADD
                   PERFORM 7000-ADD-FEE-LINE THRU 7000-EXIT
               WHEN WS-CHOICE-FEE-DROP
                   PERFORM 8000-DROP-FEE-LINE THRU 8000-EXIT
               WHEN WS-CHOICE-WEIGHT-LIST
                   PERFORM 8500-LIST-WEIGHT-LINES THRU 8500-EXIT
               WHEN WS-CHOICE-WEIGHT-ADD
                   PERFORM 8600-ADD-WEIGHT-LINE THRU 8600-EXIT
               WHEN WS-CHOICE-WEIGHT-DROP
                   PERFORM 8800-DROP-WEIGHT-LINE THRU 8800-EXIT
               WHEN WS-CHOICE-CAL-LIST
                   PERFORM 8900-LIST-CALENDAR THRU 8900-EXIT
               WHEN WS-CHOICE-CAL-ADD
                   PERFORM 8920-ADD-CALENDAR-DAY THRU 8920-EXIT
               WHEN WS-CHOICE-CAL-DROP
                   PERFORM 8950-DROP-CALENDAR-DAY THRU 8950-EXIT
               WHEN WS-CHOICE-LTR-LIST
                   PERFORM 9100-LIST-TEMPLATES THRU 9100-EXIT
               WHEN WS-CHOICE-LTR-ADD
                   PERFORM 9200-ADD-TEMPLATE THRU 9200-EXIT
               WHEN WS-CHOICE-LTR-DROP
                   PERFORM 9300-DROP-TEMPLATE THRU 9300-EXIT
               WHEN WS-CHOICE-THR-LIST
                   PERFORM 9400-LIST-THRESHOLDS THRU 9400-EXIT
               WHEN WS-CHOICE-THR-ADD
                   PERFORM 9500-ADD-THRESHOLD-LINE THRU 9500-EXIT
               WHEN WS-CHOICE-THR-DROP
                   PERFORM 9600-DROP-THRESHOLD-LINE THRU 9600-EXIT
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
           END-READ.
       5200-EXIT.
           EXIT.

       6000-LIST-FEE-LINES.
           MOVE "N" TO FEES-EOF
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT LATE-FEE-FILE
           IF FEES-NOT-FOUND
               DISPLAY "NO LATE-FEE FILE ON HAND"
               GO TO 6000-EXIT
           END-IF
           IF NOT FEES-OK
               DISPLAY "LATE-FEE-FILE OPEN FAILED, STATUS: "
                   WS-FEES-STATUS
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-LIST-ONE-FEE-LINE THRU 6100-EXIT
               UNTIL FEES-EOF-REACHED
           CLOSE LATE-FEE-FILE
           DISPLAY "LATE-FEE LINES ON FILE: " WS-LIST-COUNT.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-FEE-LINE.
           READ LATE-FEE-FILE
               AT END
                   SET FEES-EOF-REACHED TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           MOVE LFE-FLAT-FEE TO WS-CHARGE-EDIT
           DISPLAY " "
           DISPLAY "EFFECTIVE " LFE-EFFECTIVE-DATE "  GRACE "
               LFE-GRACE-DAYS " DAYS  PERIOD " LFE-PERIOD-DAYS
               " DAYS  BASIS " LFE-FEE-BASIS
           IF LFE-GRACE-BUSINESS
               DISPLAY "  GRACE COUNTED IN BUSINESS DAYS"
           ELSE
               DISPLAY "  GRACE COUNTED IN CALENDAR DAYS"
           END-IF
           DISPLAY "  FLAT FEE " WS-CHARGE-EDIT "  PERCENT "
               LFE-PERCENT " PCT OF THE OUTSTANDING".
       6100-EXIT.
           EXIT.

       7000-ADD-FEE-LINE.
      *    EVERY FIELD IS CHECKED BEFORE THE LINE IS WRITTEN, THE SAME
      *    RULE THE TIER SETS KEEP -- NOTHING HALF-KEYED REACHES THE
      *    FILE THE ASSESSMENT RUN READS.
           DISPLAY "EFFECTIVE DATE OF THE NEW LINE (CCYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-EFF-DATE
           IF WS-NEW-EFF-DATE IS NOT NUMERIC OR WS-NEW-EFF-DATE = ZERO
               DISPLAY "INVALID EFFECTIVE DATE -- LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           PERFORM 7100-CHECK-FEE-DATE-ON-FILE THRU 7100-EXIT
           IF WS-DATE-ON-FILE
               DISPLAY "A LATE-FEE LINE ALREADY CARRIES THAT "
                   "EFFECTIVE DATE -- DROP IT FIRST, LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           DISPLAY "GRACE DAYS PAST THE DUE DATE (999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-GRACE
           IF WS-ENTRY-GRACE IS NOT NUMERIC
               DISPLAY "GRACE DAYS NOT NUMERIC -- LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           DISPLAY "COUNT THE GRACE IN (B = BUSINESS DAYS, "
               "C = CALENDAR DAYS): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-GRACE-BASIS
           IF NOT WS-ENTRY-GRACE-BUSINESS
               AND NOT WS-ENTRY-GRACE-CALENDAR
               DISPLAY "GRACE BASIS MUST BE B OR C -- LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           DISPLAY "DAYS IN ONE OVERDUE PERIOD (999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD IS NOT NUMERIC
               OR WS-ENTRY-PERIOD = ZERO
               DISPLAY "OVERDUE PERIOD MUST BE 1 TO 999 DAYS -- "
                   "LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           DISPLAY "FEE BASIS (F = FLAT, P = PERCENT): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-BASIS
           IF NOT WS-ENTRY-BASIS-FLAT AND NOT WS-ENTRY-BASIS-PERCENT
               DISPLAY "FEE BASIS MUST BE F OR P -- LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           DISPLAY "FLAT FEE (99999V99): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-FEE
           IF WS-ENTRY-FEE IS NOT NUMERIC
               DISPLAY "FLAT FEE NOT NUMERIC -- LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           DISPLAY "PERCENT OF THE OUTSTANDING (99V999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-PERCENT
           IF WS-ENTRY-PERCENT IS NOT NUMERIC
               DISPLAY "PERCENT NOT NUMERIC -- LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

      *    THE FIGURE THE BASIS PICKS MUST BE THERE -- A ZERO FEE ON
      *    THE CHOSEN BASIS WOULD SWITCH LATE FEES OFF BY ACCIDENT.
           IF (WS-ENTRY-BASIS-FLAT AND WS-ENTRY-FEE = ZERO)
               OR (WS-ENTRY-BASIS-PERCENT AND WS-ENTRY-PERCENT = ZERO)
               DISPLAY "THE FIGURE FOR THE CHOSEN BASIS IS ZERO -- "
                   "LINE REFUSED"
               GO TO 7000-EXIT
           END-IF

           OPEN EXTEND LATE-FEE-FILE
           IF FEES-NOT-FOUND
               OPEN OUTPUT LATE-FEE-FILE
               CLOSE LATE-FEE-FILE
               OPEN EXTEND LATE-FEE-FILE
           END-IF
           IF NOT FEES-OK
               DISPLAY "LATE-FEE-FILE OPEN FAILED, STATUS: "
                   WS-FEES-STATUS
               GO TO 7000-EXIT
           END-IF
           MOVE WS-NEW-EFF-DATE  TO LFE-EFFECTIVE-DATE
           MOVE WS-ENTRY-GRACE   TO LFE-GRACE-DAYS
           MOVE WS-ENTRY-PERIOD  TO LFE-PERIOD-DAYS
           MOVE WS-ENTRY-BASIS   TO LFE-FEE-BASIS
           MOVE WS-ENTRY-FEE     TO LFE-FLAT-FEE
           MOVE WS-ENTRY-PERCENT TO LFE-PERCENT
           MOVE WS-ENTRY-GRACE-BASIS TO LFE-GRACE-BASIS
           WRITE LFE-FEE-RECORD
           CLOSE LATE-FEE-FILE
           MOVE "F" TO RJN-ACTION
           MOVE LFE-FEE-RECORD TO RJN-RATE-IMAGE
           PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
           DISPLAY "LATE-FEE LINE EFFECTIVE " WS-NEW-EFF-DATE
               " WRITTEN".
       7000-EXIT.
           EXIT.

       7100-CHECK-FEE-DATE-ON-FILE.
           MOVE "N" TO WS-DUP-SWITCH
           MOVE "N" TO FEES-EOF
           OPEN INPUT LATE-FEE-FILE
           IF FEES-NOT-FOUND
               GO TO 7100-EXIT
           END-IF
           PERFORM 7150-MATCH-FEE-DATE THRU 7150-EXIT
               UNTIL FEES-EOF-REACHED
           CLOSE LATE-FEE-FILE.
       7100-EXIT.
           EXIT.

       7150-MATCH-FEE-DATE.
           READ LATE-FEE-FILE
               AT END
                   SET FEES-EOF-REACHED TO TRUE
                   GO TO 7150-EXIT
           END-READ
           IF LFE-EFFECTIVE-DATE = WS-NEW-EFF-DATE
               SET WS-DATE-ON-FILE TO TRUE
           END-IF.
       7150-EXIT.
           EXIT.

       8000-DROP-FEE-LINE.
      *    SAME PARK-AND-REBUILD THROUGH RATES-WORK.dat AS 5000.
           DISPLAY "EFFECTIVE DATE OF THE LATE-FEE LINE TO DROP "
               "(CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DROP-EFF-DATE
           MOVE ZERO TO WS-DROP-COUNT

           MOVE "N" TO FEES-EOF
           OPEN INPUT LATE-FEE-FILE
           IF FEES-NOT-FOUND
               DISPLAY "NO LATE-FEE FILE ON HAND"
               GO TO 8000-EXIT
           END-IF
           OPEN OUTPUT RATES-WORK-FILE
           PERFORM 8100-PARK-ONE-FEE-LINE THRU 8100-EXIT
               UNTIL FEES-EOF-REACHED
           CLOSE LATE-FEE-FILE
           CLOSE RATES-WORK-FILE

           IF WS-DROP-COUNT = ZERO
               DISPLAY "NO LATE-FEE LINE CARRIES THAT EFFECTIVE "
                   "DATE -- NOTHING DROPPED"
               GO TO 8000-EXIT
           END-IF

           MOVE "N" TO WORK-EOF
           OPEN OUTPUT LATE-FEE-FILE
           OPEN INPUT RATES-WORK-FILE
           PERFORM 8200-COPY-BACK-FEE-LINE THRU 8200-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE RATES-WORK-FILE
           CLOSE LATE-FEE-FILE
           DISPLAY "LATE-FEE LINE EFFECTIVE " WS-DROP-EFF-DATE
               " DROPPED".
       8000-EXIT.
           EXIT.

       8100-PARK-ONE-FEE-LINE.
           READ LATE-FEE-FILE
               AT END
                   SET FEES-EOF-REACHED TO TRUE
                   GO TO 8100-EXIT
           END-READ
           IF LFE-EFFECTIVE-DATE = WS-DROP-EFF-DATE
               ADD 1 TO WS-DROP-COUNT
               MOVE "G" TO RJN-ACTION
               MOVE LFE-FEE-RECORD TO RJN-RATE-IMAGE
               PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
               GO TO 8100-EXIT
           END-IF
           MOVE SPACES TO RWK-RECORD
           MOVE LFE-FEE-RECORD TO RWK-RECORD
           WRITE RWK-RECORD.
       8100-EXIT.
           EXIT.

       8200-COPY-BACK-FEE-LINE.
           READ RATES-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE RWK-RECORD TO LFE-FEE-RECORD
                   WRITE LFE-FEE-RECORD
           END-READ.
       8200-EXIT.
           EXIT.

       8500-LIST-WEIGHT-LINES.
           MOVE "N" TO WEIGHTS-EOF
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT SCORE-WEIGHT-FILE
           IF WEIGHTS-NOT-FOUND
               DISPLAY "NO SCORE-WEIGHT FILE ON HAND"
               GO TO 8500-EXIT
           END-IF
           IF NOT WEIGHTS-OK
               DISPLAY "SCORE-WEIGHT-FILE OPEN FAILED, STATUS: "
                   WS-WEIGHTS-STATUS
               GO TO 8500-EXIT
           END-IF
           PERFORM 8510-LIST-ONE-WEIGHT-LINE THRU 8510-EXIT
               UNTIL WEIGHTS-EOF-REACHED
           CLOSE SCORE-WEIGHT-FILE
           DISPLAY "SCORE-WEIGHT LINES ON FILE: " WS-LIST-COUNT.
       8500-EXIT.
           EXIT.

       8510-LIST-ONE-WEIGHT-LINE.
           READ SCORE-WEIGHT-FILE
               AT END
                   SET WEIGHTS-EOF-REACHED TO TRUE
                   GO TO 8510-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           DISPLAY " "
           DISPLAY "EFFECTIVE " SCW-EFFECTIVE-DATE "  LOOK BACK "
               SCW-LOOKBACK-DAYS " DAYS  OVERDUE UNIT "
               SCW-OVERDUE-UNIT-DAYS " DAYS"
           DISPLAY "  POINTS -- OVERDUE UNIT " SCW-OVERDUE-POINTS
               "  LATE FEE " SCW-LATE-FEE-POINTS
               "  MISSED INSTALMENT " SCW-MISSED-POINTS
           DISPLAY "            OVER LIMIT " SCW-OVER-LIMIT-POINTS
               "  DD RETURNED " SCW-BOUNCE-POINTS
               "  WRITE-OFF " SCW-WRITE-OFF-POINTS
           DISPLAY "  GRADE CEILINGS -- A " SCW-GRADE-A-MAX
               "  B " SCW-GRADE-B-MAX "  C " SCW-GRADE-C-MAX
               "  D " SCW-GRADE-D-MAX "  (ABOVE D = F)".
       8510-EXIT.
           EXIT.

       8600-ADD-WEIGHT-LINE.
      *    EVERY FIELD IS CHECKED BEFORE THE LINE IS WRITTEN, THE SAME
      *    RULE THE TIER SETS AND FEE LINES KEEP.
           DISPLAY "EFFECTIVE DATE OF THE NEW LINE (CCYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-EFF-DATE
           IF WS-NEW-EFF-DATE IS NOT NUMERIC OR WS-NEW-EFF-DATE = ZERO
               DISPLAY "INVALID EFFECTIVE DATE -- LINE REFUSED"
               GO TO 8600-EXIT
           END-IF

           PERFORM 8700-CHECK-WEIGHT-DATE-ON-FILE THRU 8700-EXIT
           IF WS-DATE-ON-FILE
               DISPLAY "A SCORE-WEIGHT LINE ALREADY CARRIES THAT "
                   "EFFECTIVE DATE -- DROP IT FIRST, LINE REFUSED"
               GO TO 8600-EXIT
           END-IF

           DISPLAY "DAYS OF BEHAVIOUR TO LOOK BACK OVER (999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-LOOKBACK
           IF WS-ENTRY-LOOKBACK IS NOT NUMERIC
               OR WS-ENTRY-LOOKBACK = ZERO
               DISPLAY "LOOK-BACK MUST BE 1 TO 999 DAYS -- "
                   "LINE REFUSED"
               GO TO 8600-EXIT
           END-IF

           DISPLAY "DAYS OVERDUE PER OVERDUE UNIT (999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-UNIT-DAYS
           IF WS-ENTRY-UNIT-DAYS IS NOT NUMERIC
               OR WS-ENTRY-UNIT-DAYS = ZERO
               DISPLAY "OVERDUE UNIT MUST BE 1 TO 999 DAYS -- "
                   "LINE REFUSED"
               GO TO 8600-EXIT
           END-IF

           DISPLAY "POINTS PER OVERDUE UNIT (99): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-OVERDUE-PTS
           DISPLAY "POINTS PER LATE FEE CHARGED (99): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-LATE-FEE-PTS
           DISPLAY "POINTS PER PLAN INSTALMENT MISSED (99): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-MISSED-PTS
           DISPLAY "POINTS PER OVER-LIMIT SUSPENSE ITEM (99): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-LIMIT-PTS
           DISPLAY "POINTS PER DIRECT DEBIT RETURNED (99): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-BOUNCE-PTS
           DISPLAY "POINTS PER WRITE-OFF (99): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-WRITE-OFF-PTS
           IF WS-ENTRY-POINTS IS NOT NUMERIC
               DISPLAY "A WEIGHT IS NOT NUMERIC -- LINE REFUSED"
               GO TO 8600-EXIT
           END-IF
      *    ALL SIX AT ZERO WOULD GRADE EVERY CUSTOMER "A".
           IF WS-ENTRY-POINTS = ZERO
               DISPLAY "EVERY WEIGHT IS ZERO -- LINE REFUSED"
               GO TO 8600-EXIT
           END-IF

           SET WS-SET-GOOD TO TRUE
           PERFORM 8650-TAKE-GRADE-CEILING THRU 8650-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB IS GREATER THAN 4 OR WS-SET-BAD
           IF WS-SET-BAD
               GO TO 8600-EXIT
           END-IF

           OPEN EXTEND SCORE-WEIGHT-FILE
           IF WEIGHTS-NOT-FOUND
               OPEN OUTPUT SCORE-WEIGHT-FILE
               CLOSE SCORE-WEIGHT-FILE
               OPEN EXTEND SCORE-WEIGHT-FILE
           END-IF
           IF NOT WEIGHTS-OK
               DISPLAY "SCORE-WEIGHT-FILE OPEN FAILED, STATUS: "
                   WS-WEIGHTS-STATUS
               GO TO 8600-EXIT
           END-IF
           MOVE WS-NEW-EFF-DATE        TO SCW-EFFECTIVE-DATE
           MOVE WS-ENTRY-LOOKBACK      TO SCW-LOOKBACK-DAYS
           MOVE WS-ENTRY-UNIT-DAYS     TO SCW-OVERDUE-UNIT-DAYS
           MOVE WS-ENTRY-POINTS        TO SCW-POINTS
           MOVE WS-ENTRY-GRADE-MAX (1) TO SCW-GRADE-A-MAX
           MOVE WS-ENTRY-GRADE-MAX (2) TO SCW-GRADE-B-MAX
           MOVE WS-ENTRY-GRADE-MAX (3) TO SCW-GRADE-C-MAX
           MOVE WS-ENTRY-GRADE-MAX (4) TO SCW-GRADE-D-MAX
           WRITE SCW-WEIGHT-RECORD
           CLOSE SCORE-WEIGHT-FILE
           MOVE "S" TO RJN-ACTION
           MOVE SCW-WEIGHT-RECORD TO RJN-RATE-IMAGE
           PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
           DISPLAY "SCORE-WEIGHT LINE EFFECTIVE " WS-NEW-EFF-DATE
               " WRITTEN".
       8600-EXIT.
           EXIT.

       8650-TAKE-GRADE-CEILING.
      *    EACH CEILING MUST SIT STRICTLY ABOVE THE ONE BEFORE IT, THE
      *    SAME RULE THE TIER UPPER LIMITS KEEP.
           DISPLAY "MOST POINTS FOR GRADE "
               WS-GRADE-LETTERS (WS-GRADE-SUB:1) " (999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-GRADE-MAX (WS-GRADE-SUB)
           IF WS-ENTRY-GRADE-MAX (WS-GRADE-SUB) IS NOT NUMERIC
               DISPLAY "CEILING NOT NUMERIC -- LINE REFUSED"
               SET WS-SET-BAD TO TRUE
               GO TO 8650-EXIT
           END-IF
           IF WS-GRADE-SUB IS GREATER THAN 1
               IF WS-ENTRY-GRADE-MAX (WS-GRADE-SUB) IS NOT GREATER
                   THAN WS-ENTRY-GRADE-MAX (WS-GRADE-SUB - 1)
                   DISPLAY "CEILINGS MUST RISE STRICTLY FROM A TO D "
                       "-- LINE REFUSED"
                   SET WS-SET-BAD TO TRUE
               END-IF
           END-IF.
       8650-EXIT.
           EXIT.

       8700-CHECK-WEIGHT-DATE-ON-FILE.
           MOVE "N" TO WS-DUP-SWITCH
           MOVE "N" TO WEIGHTS-EOF
           OPEN INPUT SCORE-WEIGHT-FILE
           IF WEIGHTS-NOT-FOUND
               GO TO 8700-EXIT
           END-IF
           PERFORM 8750-MATCH-WEIGHT-DATE THRU 8750-EXIT
               UNTIL WEIGHTS-EOF-REACHED
           CLOSE SCORE-WEIGHT-FILE.
       8700-EXIT.
           EXIT.

       8750-MATCH-WEIGHT-DATE.
           READ SCORE-WEIGHT-FILE
               AT END
                   SET WEIGHTS-EOF-REACHED TO TRUE
                   GO TO 8750-EXIT
           END-READ
           IF SCW-EFFECTIVE-DATE = WS-NEW-EFF-DATE
               SET WS-DATE-ON-FILE TO TRUE
           END-IF.
       8750-EXIT.
           EXIT.

       8800-DROP-WEIGHT-LINE.
      *    SAME PARK-AND-REBUILD THROUGH RATES-WORK.dat AS 5000.
           DISPLAY "EFFECTIVE DATE OF THE SCORE-WEIGHT LINE TO DROP "
               "(CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DROP-EFF-DATE
           MOVE ZERO TO WS-DROP-COUNT

           MOVE "N" TO WEIGHTS-EOF
           OPEN INPUT SCORE-WEIGHT-FILE
           IF WEIGHTS-NOT-FOUND
               DISPLAY "NO SCORE-WEIGHT FILE ON HAND"
               GO TO 8800-EXIT
           END-IF
           OPEN OUTPUT RATES-WORK-FILE
           PERFORM 8810-PARK-ONE-WEIGHT-LINE THRU 8810-EXIT
               UNTIL WEIGHTS-EOF-REACHED
           CLOSE SCORE-WEIGHT-FILE
           CLOSE RATES-WORK-FILE

           IF WS-DROP-COUNT = ZERO
               DISPLAY "NO SCORE-WEIGHT LINE CARRIES THAT EFFECTIVE "
                   "DATE -- NOTHING DROPPED"
               GO TO 8800-EXIT
           END-IF

           MOVE "N" TO WORK-EOF
           OPEN OUTPUT SCORE-WEIGHT-FILE
           OPEN INPUT RATES-WORK-FILE
           PERFORM 8820-COPY-BACK-WEIGHT-LINE THRU 8820-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE RATES-WORK-FILE
           CLOSE SCORE-WEIGHT-FILE
           DISPLAY "SCORE-WEIGHT LINE EFFECTIVE " WS-DROP-EFF-DATE
               " DROPPED".
       8800-EXIT.
           EXIT.

       8810-PARK-ONE-WEIGHT-LINE.
           READ SCORE-WEIGHT-FILE
               AT END
                   SET WEIGHTS-EOF-REACHED TO TRUE
                   GO TO 8810-EXIT
           END-READ
           IF SCW-EFFECTIVE-DATE = WS-DROP-EFF-DATE
               ADD 1 TO WS-DROP-COUNT
               MOVE "T" TO RJN-ACTION
               MOVE SCW-WEIGHT-RECORD TO RJN-RATE-IMAGE
               PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
               GO TO 8810-EXIT
           END-IF
           MOVE SPACES TO RWK-RECORD
           MOVE SCW-WEIGHT-RECORD TO RWK-RECORD
           WRITE RWK-RECORD.
       8810-EXIT.
           EXIT.

       8820-COPY-BACK-WEIGHT-LINE.
           READ RATES-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE RWK-RECORD TO SCW-WEIGHT-RECORD
                   WRITE SCW-WEIGHT-RECORD
           END-READ.
       8820-EXIT.
           EXIT.

       8900-LIST-CALENDAR.
           MOVE "N" TO CALENDAR-EOF
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-NOT-FOUND
               DISPLAY "NO CALENDAR FILE ON HAND -- WEEKENDS ARE THE "
                   "ONLY NON-BUSINESS DAYS"
               GO TO 8900-EXIT
           END-IF
           IF NOT CALENDAR-OK
               DISPLAY "CALENDAR-FILE OPEN FAILED, STATUS: "
                   WS-CALENDAR-STATUS
               GO TO 8900-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "DATE      DAY  DESCRIPTION"
           PERFORM 8910-LIST-ONE-CALENDAR-DAY THRU 8910-EXIT
               UNTIL CALENDAR-EOF-REACHED
           CLOSE CALENDAR-FILE
           DISPLAY "NON-BUSINESS DAYS ON FILE: " WS-LIST-COUNT.
       8900-EXIT.
           EXIT.

       8910-LIST-ONE-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF-REACHED TO TRUE
                   GO TO 8910-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           MOVE CAL-DATE TO WS-CAL-ENTRY-NUM
           PERFORM 8925-CHECK-CALENDAR-DATE THRU 8925-EXIT
           DISPLAY CAL-DATE "  " WS-CAL-DAY-NAME "  " CAL-DESCRIPTION.
       8910-EXIT.
           EXIT.

       8920-ADD-CALENDAR-DAY.
      *    THE DATE IS CHECKED BEFORE ANYTHING IS WRITTEN, THE SAME RULE
      *    THE OTHER TABLES KEEP; THE FILE IS KEPT IN DATE ORDER SO THE
      *    LIST READS AS A CALENDAR.
           DISPLAY "NON-BUSINESS DATE (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-CAL-ENTRY-NUM
           IF WS-CAL-ENTRY-NUM IS NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC -- DAY REFUSED"
               GO TO 8920-EXIT
           END-IF
           PERFORM 8925-CHECK-CALENDAR-DATE THRU 8925-EXIT
           IF WS-CAL-INTEGER = ZERO
               DISPLAY "NOT A CALENDAR DATE -- DAY REFUSED"
               GO TO 8920-EXIT
           END-IF
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
               DISPLAY WS-CAL-ENTRY-NUM " IS A " WS-CAL-DAY-NAME
                   " -- WEEKENDS ARE NEVER BUSINESS DAYS, DAY REFUSED"
               GO TO 8920-EXIT
           END-IF

           MOVE WS-CAL-ENTRY-NUM TO WS-NEW-EFF-DATE
           PERFORM 8930-CHECK-CALENDAR-ON-FILE THRU 8930-EXIT
           IF WS-DATE-ON-FILE
               DISPLAY WS-CAL-ENTRY-NUM " IS ALREADY ON THE CALENDAR "
                   "-- DAY REFUSED"
               GO TO 8920-EXIT
           END-IF

           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT WS-CAL-ENTRY-DESC
           IF WS-CAL-ENTRY-DESC = SPACES
               DISPLAY "A NON-BUSINESS DAY NEEDS A DESCRIPTION -- DAY "
                   "REFUSED"
               GO TO 8920-EXIT
           END-IF

      *    PARK THE WHOLE FILE, THEN COPY IT BACK WITH THE NEW DAY
      *    WRITTEN AHEAD OF THE FIRST LATER ONE. NOTHING IS DROPPED ON
      *    THE WAY THROUGH, SO THE DROP DATE IS CLEARED.
           MOVE ZERO TO WS-DROP-EFF-DATE
           MOVE ZERO TO WS-DROP-COUNT
           MOVE "N" TO CALENDAR-EOF
           OPEN INPUT CALENDAR-FILE
           IF NOT CALENDAR-OK AND NOT CALENDAR-NOT-FOUND
               DISPLAY "CALENDAR-FILE OPEN FAILED, STATUS: "
                   WS-CALENDAR-STATUS
               GO TO 8920-EXIT
           END-IF
           OPEN OUTPUT RATES-WORK-FILE
           IF CALENDAR-OK
               PERFORM 8960-PARK-CALENDAR-DAY THRU 8960-EXIT
                   UNTIL CALENDAR-EOF-REACHED
               CLOSE CALENDAR-FILE
           END-IF
           CLOSE RATES-WORK-FILE

           SET WS-CAL-INSERT-PENDING TO TRUE
           PERFORM 8980-REBUILD-CALENDAR THRU 8980-EXIT
           MOVE WS-CAL-ENTRY-NUM  TO CAL-DATE
           MOVE WS-CAL-ENTRY-DESC TO CAL-DESCRIPTION
           MOVE "B" TO RJN-ACTION
           MOVE CAL-CALENDAR-RECORD TO RJN-RATE-IMAGE
           PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
           DISPLAY "NON-BUSINESS DAY " WS-CAL-ENTRY-NUM " ("
               WS-CAL-DAY-NAME ") WRITTEN".
       8920-EXIT.
           EXIT.

       8925-CHECK-CALENDAR-DATE.
      *    A DATE THE INTRINSICS WILL NOT TAKE COMES BACK AS INTEGER
      *    ZERO; ONE THEY DO TAKE GETS ITS WEEKDAY AND DAY NAME.
           MOVE ZERO TO WS-CAL-INTEGER
           MOVE "???" TO WS-CAL-DAY-NAME
           IF WS-CAL-ENTRY-CCYY IS LESS THAN 1601
               OR WS-CAL-ENTRY-MM IS LESS THAN 01
               OR WS-CAL-ENTRY-MM IS GREATER THAN 12
               OR WS-CAL-ENTRY-DD IS LESS THAN 01
               OR WS-CAL-ENTRY-DD IS GREATER THAN 31
               GO TO 8925-EXIT
           END-IF
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-ENTRY-NUM)
           IF WS-CAL-INTEGER = ZERO
               OR FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
                   NOT EQUAL WS-CAL-ENTRY-NUM
               MOVE ZERO TO WS-CAL-INTEGER
               GO TO 8925-EXIT
           END-IF
           DIVIDE WS-CAL-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           MOVE WS-DAY-NAMES (WS-CAL-DAY-OF-WEEK * 3 + 1:3)
               TO WS-CAL-DAY-NAME.
       8925-EXIT.
           EXIT.

       8930-CHECK-CALENDAR-ON-FILE.
           MOVE "N" TO WS-DUP-SWITCH
           MOVE "N" TO CALENDAR-EOF
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-NOT-FOUND
               GO TO 8930-EXIT
           END-IF
           PERFORM 8935-MATCH-CALENDAR-DATE THRU 8935-EXIT
               UNTIL CALENDAR-EOF-REACHED
           CLOSE CALENDAR-FILE.
       8930-EXIT.
           EXIT.

       8935-MATCH-CALENDAR-DATE.
           READ CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF-REACHED TO TRUE
                   GO TO 8935-EXIT
           END-READ
           IF CAL-DATE = WS-NEW-EFF-DATE
               SET WS-DATE-ON-FILE TO TRUE
           END-IF.
       8935-EXIT.
           EXIT.

       8950-DROP-CALENDAR-DAY.
      *    SAME PARK-AND-REBUILD THROUGH RATES-WORK.dat AS 5000.
           DISPLAY "NON-BUSINESS DATE TO DROP (CCYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-DROP-EFF-DATE
           MOVE ZERO TO WS-DROP-COUNT

           MOVE "N" TO CALENDAR-EOF
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-NOT-FOUND
               DISPLAY "NO CALENDAR FILE ON HAND"
               GO TO 8950-EXIT
           END-IF
           OPEN OUTPUT RATES-WORK-FILE
           PERFORM 8960-PARK-CALENDAR-DAY THRU 8960-EXIT
               UNTIL CALENDAR-EOF-REACHED
           CLOSE CALENDAR-FILE
           CLOSE RATES-WORK-FILE

           IF WS-DROP-COUNT = ZERO
               DISPLAY WS-DROP-EFF-DATE " IS NOT ON THE CALENDAR -- "
                   "NOTHING DROPPED"
               GO TO 8950-EXIT
           END-IF

           MOVE "N" TO WS-CAL-INSERT-SWITCH
           PERFORM 8980-REBUILD-CALENDAR THRU 8980-EXIT
           DISPLAY "NON-BUSINESS DAY " WS-DROP-EFF-DATE " DROPPED".
       8950-EXIT.
           EXIT.

       8960-PARK-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF-REACHED TO TRUE
                   GO TO 8960-EXIT
           END-READ
           IF CAL-DATE = WS-DROP-EFF-DATE
               ADD 1 TO WS-DROP-COUNT
               MOVE "C" TO RJN-ACTION
               MOVE CAL-CALENDAR-RECORD TO RJN-RATE-IMAGE
               PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
               GO TO 8960-EXIT
           END-IF
           MOVE SPACES TO RWK-RECORD
           MOVE CAL-CALENDAR-RECORD TO RWK-RECORD
           WRITE RWK-RECORD.
       8960-EXIT.
           EXIT.

       8980-REBUILD-CALENDAR.
      *    COPIES THE PARKED DAYS BACK; A DAY BEING ADDED GOES IN AHEAD
      *    OF THE FIRST LATER DATE, OR AT THE END IF NONE IS LATER.
           MOVE "N" TO WORK-EOF
           OPEN OUTPUT CALENDAR-FILE
           OPEN INPUT RATES-WORK-FILE
           PERFORM 8990-COPY-BACK-CALENDAR-DAY THRU 8990-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE RATES-WORK-FILE
           IF WS-CAL-INSERT-PENDING
               MOVE WS-CAL-ENTRY-NUM  TO CAL-DATE
               MOVE WS-CAL-ENTRY-DESC TO CAL-DESCRIPTION
               WRITE CAL-CALENDAR-RECORD
               MOVE "N" TO WS-CAL-INSERT-SWITCH
           END-IF
           CLOSE CALENDAR-FILE.
       8980-EXIT.
           EXIT.

       8990-COPY-BACK-CALENDAR-DAY.
           READ RATES-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
                   GO TO 8990-EXIT
           END-READ
           MOVE RWK-RECORD TO CAL-CALENDAR-RECORD
           IF WS-CAL-INSERT-PENDING
               AND CAL-DATE IS GREATER THAN WS-CAL-ENTRY-NUM
               MOVE WS-CAL-ENTRY-NUM  TO CAL-DATE
               MOVE WS-CAL-ENTRY-DESC TO CAL-DESCRIPTION
               WRITE CAL-CALENDAR-RECORD
               MOVE "N" TO WS-CAL-INSERT-SWITCH
               MOVE RWK-RECORD TO CAL-CALENDAR-RECORD
           END-IF
           WRITE CAL-CALENDAR-RECORD.
       8990-EXIT.
           EXIT.

       9100-LIST-TEMPLATES.
           MOVE "N" TO TEMPLATE-EOF
           MOVE ZERO TO WS-LIST-COUNT
           MOVE SPACES TO WS-LAST-CODE-SHOWN
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-NOT-FOUND
               DISPLAY "NO LETTER TEMPLATES ON HAND -- FILES-69 PRINTS "
                   "NO LETTERS"
               GO TO 9100-EXIT
           END-IF
           IF NOT TEMPLATE-OK
               DISPLAY "TEMPLATE-FILE OPEN FAILED, STATUS: "
                   WS-TEMPLATE-STATUS
               GO TO 9100-EXIT
           END-IF
           PERFORM 9110-LIST-ONE-TEMPLATE-LINE THRU 9110-EXIT
               UNTIL TEMPLATE-EOF-REACHED
           CLOSE TEMPLATE-FILE
           DISPLAY "TEMPLATE LINES ON FILE: " WS-LIST-COUNT.
       9100-EXIT.
           EXIT.

       9110-LIST-ONE-TEMPLATE-LINE.
           READ TEMPLATE-FILE
               AT END
                   SET TEMPLATE-EOF-REACHED TO TRUE
                   GO TO 9110-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           IF LTP-LETTER-CODE NOT EQUAL WS-LAST-CODE-SHOWN
               MOVE LTP-LETTER-CODE TO WS-LTR-CODE
               PERFORM 9250-NAME-LETTER THRU 9250-EXIT
               DISPLAY " "
               DISPLAY "LETTER " LTP-LETTER-CODE " -- " WS-LTR-NAME
               MOVE LTP-LETTER-CODE TO WS-LAST-CODE-SHOWN
           END-IF
           DISPLAY "  " LTP-LINE-NUMBER "  " LTP-TEXT.
       9110-EXIT.
           EXIT.

       9200-ADD-TEMPLATE.
      *    THE CODE MUST BE ONE FILES-69 WRITES AND NOT ALREADY ON FILE;
      *    THE LINES ARE HELD UNTIL THE LETTER IS ENDED AND ONLY THEN
      *    APPENDED, NUMBERED IN THE ORDER KEYED.
           DISPLAY "LETTER CODES: WE = WELCOME, AD = ADDRESS CHANGE, "
               "CL = CREDIT LIMIT CHANGE,"
           DISPLAY "  CX = CUSTOMER CLOSED, AX = ACCOUNT CLOSED"
           DISPLAY "LETTER CODE: " WITH NO ADVANCING
           MOVE SPACES TO WS-LTR-CODE
           ACCEPT WS-LTR-CODE
           MOVE WS-LTR-CODE TO LTP-LETTER-CODE
           IF NOT LTP-CODE-KNOWN
               DISPLAY "UNKNOWN LETTER CODE -- TEMPLATE REFUSED"
               GO TO 9200-EXIT
           END-IF

           PERFORM 9210-CHECK-CODE-ON-FILE THRU 9210-EXIT
           IF WS-DATE-ON-FILE
               DISPLAY "A TEMPLATE IS ALREADY ON FILE FOR " WS-LTR-CODE
                   " -- DROP IT FIRST, TEMPLATE REFUSED"
               GO TO 9200-EXIT
           END-IF

           DISPLAY "KEY THE LETTER A LINE AT A TIME, UP TO 20 LINES OF "
               "60; A LONE / IS A BLANK LINE,"
           DISPLAY "A BLANK ENDS THE LETTER"
           MOVE ZERO TO WS-LTR-COUNT
           MOVE "N" TO WS-ENTRY-DONE-SWITCH
           PERFORM 9220-ACCEPT-ONE-LINE THRU 9220-EXIT
               UNTIL WS-ENTRY-DONE
                   OR WS-LTR-COUNT IS NOT LESS THAN 20
           IF WS-LTR-COUNT = ZERO
               DISPLAY "NO LINES KEYED -- NOTHING WRITTEN"
               GO TO 9200-EXIT
           END-IF

           OPEN EXTEND TEMPLATE-FILE
           IF TEMPLATE-NOT-FOUND
               OPEN OUTPUT TEMPLATE-FILE
               CLOSE TEMPLATE-FILE
               OPEN EXTEND TEMPLATE-FILE
           END-IF
           IF NOT TEMPLATE-OK
               DISPLAY "TEMPLATE-FILE OPEN FAILED, STATUS: "
                   WS-TEMPLATE-STATUS
               GO TO 9200-EXIT
           END-IF
           PERFORM 9230-WRITE-ONE-LINE THRU 9230-EXIT
               VARYING WS-LTR-SUB FROM 1 BY 1
               UNTIL WS-LTR-SUB IS GREATER THAN WS-LTR-COUNT
           CLOSE TEMPLATE-FILE
           DISPLAY "TEMPLATE " WS-LTR-CODE " WRITTEN -- " WS-LTR-COUNT
               " LINE(S)".
       9200-EXIT.
           EXIT.

       9210-CHECK-CODE-ON-FILE.
           MOVE "N" TO WS-DUP-SWITCH
           MOVE "N" TO TEMPLATE-EOF
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-NOT-FOUND
               GO TO 9210-EXIT
           END-IF
           PERFORM 9215-MATCH-CODE THRU 9215-EXIT
               UNTIL TEMPLATE-EOF-REACHED
           CLOSE TEMPLATE-FILE.
       9210-EXIT.
           EXIT.

       9215-MATCH-CODE.
           READ TEMPLATE-FILE
               AT END
                   SET TEMPLATE-EOF-REACHED TO TRUE
                   GO TO 9215-EXIT
           END-READ
           IF LTP-LETTER-CODE = WS-LTR-CODE
               SET WS-DATE-ON-FILE TO TRUE
           END-IF.
       9215-EXIT.
           EXIT.

       9220-ACCEPT-ONE-LINE.
           DISPLAY "LINE: " WITH NO ADVANCING
           MOVE SPACES TO WS-LTR-ENTRY
           ACCEPT WS-LTR-ENTRY
           IF WS-LTR-ENTRY = SPACES
               SET WS-ENTRY-DONE TO TRUE
               GO TO 9220-EXIT
           END-IF
           IF WS-LTR-ENTRY = "/"
               MOVE SPACES TO WS-LTR-ENTRY
           END-IF
           ADD 1 TO WS-LTR-COUNT
           MOVE WS-LTR-ENTRY TO WS-LTR-TEXT (WS-LTR-COUNT).
       9220-EXIT.
           EXIT.

       9230-WRITE-ONE-LINE.
           MOVE WS-LTR-CODE TO LTP-LETTER-CODE
           MOVE WS-LTR-SUB  TO LTP-LINE-NUMBER
           MOVE WS-LTR-TEXT (WS-LTR-SUB) TO LTP-TEXT
           WRITE LTP-TEMPLATE-RECORD
           MOVE "I" TO RJN-ACTION
           MOVE LTP-TEMPLATE-RECORD TO RJN-RATE-IMAGE
           PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT.
       9230-EXIT.
           EXIT.

       9250-NAME-LETTER.
           MOVE WS-LTR-CODE TO LTP-LETTER-CODE
           EVALUATE TRUE
               WHEN LTP-CODE-WELCOME
                   MOVE "WELCOME" TO WS-LTR-NAME
               WHEN LTP-CODE-ADDRESS
                   MOVE "ADDRESS CHANGE (TO OLD ADDRESS)"
                       TO WS-LTR-NAME
               WHEN LTP-CODE-LIMIT
                   MOVE "CREDIT LIMIT CHANGE" TO WS-LTR-NAME
               WHEN LTP-CODE-CLOSED
                   MOVE "CUSTOMER CLOSED" TO WS-LTR-NAME
               WHEN LTP-CODE-ACCOUNT
                   MOVE "ACCOUNT CLOSED" TO WS-LTR-NAME
               WHEN OTHER
                   MOVE "*** NOT A CODE FILES-69 WRITES ***"
                       TO WS-LTR-NAME
           END-EVALUATE.
       9250-EXIT.
           EXIT.

       9300-DROP-TEMPLATE.
      *    SAME PARK-AND-REBUILD THROUGH RATES-WORK.dat AS 5000.
           DISPLAY "LETTER CODE OF THE TEMPLATE TO DROP: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LTR-CODE
           ACCEPT WS-LTR-CODE
           MOVE ZERO TO WS-DROP-COUNT

           MOVE "N" TO TEMPLATE-EOF
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-NOT-FOUND
               DISPLAY "NO LETTER TEMPLATES ON HAND"
               GO TO 9300-EXIT
           END-IF
           OPEN OUTPUT RATES-WORK-FILE
           PERFORM 9310-PARK-ONE-TEMPLATE-LINE THRU 9310-EXIT
               UNTIL TEMPLATE-EOF-REACHED
           CLOSE TEMPLATE-FILE
           CLOSE RATES-WORK-FILE

           IF WS-DROP-COUNT = ZERO
               DISPLAY "NO TEMPLATE ON FILE FOR " WS-LTR-CODE
                   " -- NOTHING DROPPED"
               GO TO 9300-EXIT
           END-IF

           MOVE "N" TO WORK-EOF
           OPEN OUTPUT TEMPLATE-FILE
           OPEN INPUT RATES-WORK-FILE
           PERFORM 9320-COPY-BACK-TEMPLATE-LINE THRU 9320-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE RATES-WORK-FILE
           CLOSE TEMPLATE-FILE
           DISPLAY "TEMPLATE " WS-LTR-CODE " DROPPED -- " WS-DROP-COUNT
               " LINE(S)".
       9300-EXIT.
           EXIT.

       9310-PARK-ONE-TEMPLATE-LINE.
           READ TEMPLATE-FILE
               AT END
                   SET TEMPLATE-EOF-REACHED TO TRUE
                   GO TO 9310-EXIT
           END-READ
           IF LTP-LETTER-CODE = WS-LTR-CODE
               ADD 1 TO WS-DROP-COUNT
               MOVE "J" TO RJN-ACTION
               MOVE LTP-TEMPLATE-RECORD TO RJN-RATE-IMAGE
               PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
               GO TO 9310-EXIT
           END-IF
           MOVE SPACES TO RWK-RECORD
           MOVE LTP-TEMPLATE-RECORD TO RWK-RECORD
           WRITE RWK-RECORD.
       9310-EXIT.
           EXIT.

       9320-COPY-BACK-TEMPLATE-LINE.
           READ RATES-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE RWK-RECORD TO LTP-TEMPLATE-RECORD
                   WRITE LTP-TEMPLATE-RECORD
           END-READ.
       9320-EXIT.
           EXIT.

       9400-LIST-THRESHOLDS.
           MOVE "N" TO THRESHOLD-EOF
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-NOT-FOUND
               DISPLAY "NO ACTIVITY-THRESHOLD FILE ON HAND"
               GO TO 9400-EXIT
           END-IF
           IF NOT THRESHOLD-OK
               DISPLAY "THRESHOLD-FILE OPEN FAILED, STATUS: "
                   WS-THRESHOLD-STATUS
               GO TO 9400-EXIT
           END-IF
           PERFORM 9410-LIST-ONE-THRESHOLD-LINE THRU 9410-EXIT
               UNTIL THRESHOLD-EOF-REACHED
           CLOSE THRESHOLD-FILE
           DISPLAY "ACTIVITY-THRESHOLD LINES ON FILE: " WS-LIST-COUNT.
       9400-EXIT.
           EXIT.

       9410-LIST-ONE-THRESHOLD-LINE.
           READ THRESHOLD-FILE
               AT END
                   SET THRESHOLD-EOF-REACHED TO TRUE
                   GO TO 9410-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           MOVE ATH-MIN-AMOUNT TO WS-LIMIT-EDIT
           DISPLAY " "
           DISPLAY "EFFECTIVE " ATH-EFFECTIVE-DATE "  HISTORY WINDOW "
               ATH-HISTORY-DAYS " DAYS"
           DISPLAY "  POSTINGS IN A DAY -- AT LEAST " ATH-MIN-COUNT
               "  AND OVER " ATH-COUNT-FACTOR " X USUAL"
           DISPLAY "  SINGLE POSTING    -- AT LEAST " WS-LIMIT-EDIT
               "  AND OVER " ATH-AMOUNT-FACTOR " X USUAL"
           DISPLAY "  DORMANT " ATH-DORMANT-DAYS " DAYS  AFTER A "
               "CHANGE " ATH-CHANGE-DAYS " DAYS  (ZERO = CHECK OFF)".
       9410-EXIT.
           EXIT.

       9500-ADD-THRESHOLD-LINE.
      *    EVERY FIELD IS CHECKED BEFORE THE LINE IS WRITTEN, THE SAME
      *    RULE THE SCORE-WEIGHT LINES KEEP.
           DISPLAY "EFFECTIVE DATE OF THE NEW LINE (CCYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-EFF-DATE
           IF WS-NEW-EFF-DATE IS NOT NUMERIC OR WS-NEW-EFF-DATE = ZERO
               DISPLAY "INVALID EFFECTIVE DATE -- LINE REFUSED"
               GO TO 9500-EXIT
           END-IF

           PERFORM 9550-CHECK-THRESHOLD-ON-FILE THRU 9550-EXIT
           IF WS-DATE-ON-FILE
               DISPLAY "AN ACTIVITY-THRESHOLD LINE ALREADY CARRIES "
                   "THAT EFFECTIVE DATE -- DROP IT FIRST, LINE REFUSED"
               GO TO 9500-EXIT
           END-IF

           DISPLAY "DAYS OF HISTORY TO MEASURE AGAINST (999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-HISTORY-DAYS
           IF WS-ENTRY-HISTORY-DAYS IS NOT NUMERIC
               OR WS-ENTRY-HISTORY-DAYS = ZERO
               DISPLAY "HISTORY WINDOW MUST BE 1 TO 999 DAYS -- "
                   "LINE REFUSED"
               GO TO 9500-EXIT
           END-IF

           DISPLAY "FEWEST POSTINGS IN A DAY TO FLAG (999): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-MIN-COUNT
           DISPLAY "TIMES THE USUAL DAILY COUNT (99V9, 0 = OFF): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-COUNT-FACTOR
           DISPLAY "SMALLEST SINGLE POSTING TO FLAG (9999999V99): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-MIN-AMOUNT
           DISPLAY "TIMES THE USUAL POSTING AMOUNT (99V9, 0 = OFF): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT-FACTOR
           DISPLAY "DAYS WITHOUT A POSTING THAT MAKE A CUSTOMER "
               "DORMANT (9999, 0 = OFF): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-DORMANT-DAYS
           DISPLAY "DAYS AFTER AN ADDRESS OR LIMIT CHANGE TO WATCH "
               "(999, 0 = OFF): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CHANGE-DAYS
           IF WS-ENTRY-THRESHOLDS IS NOT NUMERIC
               DISPLAY "A THRESHOLD IS NOT NUMERIC -- LINE REFUSED"
               GO TO 9500-EXIT
           END-IF
      *    ALL FOUR CHECKS OFF WOULD LET EVERY DAY THROUGH UNSEEN.
           IF WS-ENTRY-COUNT-FACTOR = ZERO
               AND WS-ENTRY-AMOUNT-FACTOR = ZERO
               AND WS-ENTRY-DORMANT-DAYS = ZERO
               AND WS-ENTRY-CHANGE-DAYS = ZERO
               DISPLAY "EVERY CHECK IS SWITCHED OFF -- LINE REFUSED"
               GO TO 9500-EXIT
           END-IF

           OPEN EXTEND THRESHOLD-FILE
           IF THRESHOLD-NOT-FOUND
               OPEN OUTPUT THRESHOLD-FILE
               CLOSE THRESHOLD-FILE
               OPEN EXTEND THRESHOLD-FILE
           END-IF
           IF NOT THRESHOLD-OK
               DISPLAY "THRESHOLD-FILE OPEN FAILED, STATUS: "
                   WS-THRESHOLD-STATUS
               GO TO 9500-EXIT
           END-IF
           MOVE WS-NEW-EFF-DATE        TO ATH-EFFECTIVE-DATE
           MOVE WS-ENTRY-HISTORY-DAYS  TO ATH-HISTORY-DAYS
           MOVE WS-ENTRY-MIN-COUNT     TO ATH-MIN-COUNT
           MOVE WS-ENTRY-COUNT-FACTOR  TO ATH-COUNT-FACTOR
           MOVE WS-ENTRY-MIN-AMOUNT    TO ATH-MIN-AMOUNT
           MOVE WS-ENTRY-AMOUNT-FACTOR TO ATH-AMOUNT-FACTOR
           MOVE WS-ENTRY-DORMANT-DAYS  TO ATH-DORMANT-DAYS
           MOVE WS-ENTRY-CHANGE-DAYS   TO ATH-CHANGE-DAYS
           WRITE ATH-THRESHOLD-RECORD
           CLOSE THRESHOLD-FILE
           MOVE "M" TO RJN-ACTION
           MOVE ATH-THRESHOLD-RECORD TO RJN-RATE-IMAGE
           PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
           DISPLAY "ACTIVITY-THRESHOLD LINE EFFECTIVE " WS-NEW-EFF-DATE
               " WRITTEN".
       9500-EXIT.
           EXIT.

       9550-CHECK-THRESHOLD-ON-FILE.
           MOVE "N" TO WS-DUP-SWITCH
           MOVE "N" TO THRESHOLD-EOF
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-NOT-FOUND
               GO TO 9550-EXIT
           END-IF
           PERFORM 9560-MATCH-THRESHOLD-DATE THRU 9560-EXIT
               UNTIL THRESHOLD-EOF-REACHED
           CLOSE THRESHOLD-FILE.
       9550-EXIT.
           EXIT.

       9560-MATCH-THRESHOLD-DATE.
           READ THRESHOLD-FILE
               AT END
                   SET THRESHOLD-EOF-REACHED TO TRUE
                   GO TO 9560-EXIT
           END-READ
           IF ATH-EFFECTIVE-DATE = WS-NEW-EFF-DATE
               SET WS-DATE-ON-FILE TO TRUE
           END-IF.
       9560-EXIT.
           EXIT.

       9600-DROP-THRESHOLD-LINE.
      *    SAME PARK-AND-REBUILD THROUGH RATES-WORK.dat AS 5000.
           DISPLAY "EFFECTIVE DATE OF THE ACTIVITY-THRESHOLD LINE TO "
               "DROP (CCYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DROP-EFF-DATE
           MOVE ZERO TO WS-DROP-COUNT

           MOVE "N" TO THRESHOLD-EOF
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-NOT-FOUND
               DISPLAY "NO ACTIVITY-THRESHOLD FILE ON HAND"
               GO TO 9600-EXIT
           END-IF
           OPEN OUTPUT RATES-WORK-FILE
           PERFORM 9610-PARK-ONE-THRESHOLD-LINE THRU 9610-EXIT
               UNTIL THRESHOLD-EOF-REACHED
           CLOSE THRESHOLD-FILE
           CLOSE RATES-WORK-FILE

           IF WS-DROP-COUNT = ZERO
               DISPLAY "NO ACTIVITY-THRESHOLD LINE CARRIES THAT "
                   "EFFECTIVE DATE -- NOTHING DROPPED"
               GO TO 9600-EXIT
           END-IF

           MOVE "N" TO WORK-EOF
           OPEN OUTPUT THRESHOLD-FILE
           OPEN INPUT RATES-WORK-FILE
           PERFORM 9620-COPY-BACK-THRESHOLD-LINE THRU 9620-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE RATES-WORK-FILE
           CLOSE THRESHOLD-FILE
           DISPLAY "ACTIVITY-THRESHOLD LINE EFFECTIVE " WS-DROP-EFF-DATE
               " DROPPED".
       9600-EXIT.
           EXIT.

       9610-PARK-ONE-THRESHOLD-LINE.
           READ THRESHOLD-FILE
               AT END
                   SET THRESHOLD-EOF-REACHED TO TRUE
                   GO TO 9610-EXIT
           END-READ
           IF ATH-EFFECTIVE-DATE = WS-DROP-EFF-DATE
               ADD 1 TO WS-DROP-COUNT
               MOVE "N" TO RJN-ACTION
               MOVE ATH-THRESHOLD-RECORD TO RJN-RATE-IMAGE
               PERFORM 1900-WRITE-RATES-JOURNAL THRU 1900-EXIT
               GO TO 9610-EXIT
           END-IF
           MOVE SPACES TO RWK-RECORD
           MOVE ATH-THRESHOLD-RECORD TO RWK-RECORD
           WRITE RWK-RECORD.
       9610-EXIT.
           EXIT.

       9620-COPY-BACK-THRESHOLD-LINE.
           READ RATES-WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE RWK-RECORD TO ATH-THRESHOLD-RECORD
                   WRITE ATH-THRESHOLD-RECORD
           END-READ.
       9620-EXIT.
           EXIT.

      *   REPORT-CATALOG-RECORD) WITH THEIR PAGE AND LINE COUNTS, THE
      *   WAY FILES-13 CATALOGS BACKUPS -- SEE FILES-39 FOR THE
      *   CATALOG LIST, BROWSE AND REPRINT.
      * 15/10/2026 NM - A CUSTOMER HONOURING AN INSTALMENT PAYMENT PLAN
      *   (AN ACTIVE PLAN ON PAYMENT-PLANS.dat, LAYOUT IN COPYLIB'S
      *   PAYMENT-PLAN-RECORD -- SEE FILES-50) IS STILL AGED AND
      *   PRINTED, MARKED ON PLAN, BUT GETS NO DUNNING LETTER; ONCE THE
      *   FILES-50 NIGHTLY MATCH BREAKS THE PLAN THE LETTERS RESUME. THE
      *   LETTERS WITHHELD ARE COUNTED AT END.
      * 15/10/2026 NM - OPEN ITEMS IN DISPUTE (OPN-IN-DISPUTE ON
      *   OPEN-ITEMS.dat, SET THROUGH FILES-53) ARE KEPT OUT OF THE
      *   AGING: THE DEBTOR'S DISPUTED OUTSTANDING IS TAKEN OFF THE
      *   BALANCE BEFORE IT IS ALLOCATED TO THE LEDGER DEBITS -- OFF THE
      *   OLDEST END, SINCE A DISPUTED CHARGE IS ALWAYS AN ITEM ALREADY
      *   BILLED -- AND PRINTED IN ITS OWN IN-DISPUTE COLUMN, SO THE
      *   BUCKETS PLUS THE DISPUTED AMOUNT STILL ADD TO THE BALANCE. THE
      *   DUNNING LETTER IS DRIVEN BY THE UNDISPUTED BUCKETS ONLY AND
      *   SAYS WHAT IS HELD IN DISPUTE AND NOT DEMANDED. NO OPEN-ITEMS
      *   FILE MEANS NOTHING IS IN DISPUTE.
      * 15/10/2026 NM - A CUSTOMER WITH A GUARDIAN LINK ON GUARDIANS.dat
      *   (SEE COPYLIB'S GUARDIAN-RECORD) IS A MINOR: THE DUNNING LETTER
      *   IS ADDRESSED TO THE GUARDIAN'S NAME AND ADDRESS FROM THE
      *   MASTER, WITH A RE: LINE NAMING THE CUSTOMER WHOSE ACCOUNT IT
      *   IS. THE LINKS AND GUARDIANS ARE LOADED AT START, SO THE MASTER
      *   IS NOW OPENED FOR DYNAMIC ACCESS AND SWEPT FROM A START AT THE
      *   LOWEST ID. A GUARDIAN NO LONGER ON THE MASTER LEAVES THE
      *   LETTER ADDRESSED DIRECT. THE AGED-RECEIVABLES REPORT ITSELF
      *   STILL LISTS THE CUSTOMER.
      * 15/10/2026 NM - A DUNNING LETTER WHOSE ADDRESSEE -- THE
      *   CUSTOMER, OR THE GUARDIAN FOR A MINOR -- HAS THE RETURNED-MAIL
      *   FLAG SET ON THE MASTER (RECORDED THROUGH FILES-60, SEE
      *   COPYLIB'S CUSTOMER-RECORD) IS NO LONGER PRINTED OR COUNTED AS
      *   A LETTER: IT IS LISTED ON THE HELD-MAIL REPORT
      *   HELD-MAIL-DUNNING-LETTERS-CCYYMMDD.rpt, CATALOGUED WITH THE
      *   OTHER TWO PRINT FILES, WITH THE DEAD ADDRESS AND THE DATE AND
      *   DOCUMENT OF THE RETURN FROM RETURNED-MAIL.dat. THE CUSTOMER IS
      *   STILL AGED ON THE REPORT.
      * 15/10/2026 NM - THE AGING-DAY-BASIS RUN-PARM SETS THE AGING
      *   POLICY: "B" AGES EACH DEBIT IN BUSINESS DAYS -- WEEKDAYS NOT
      *   ON THE CALENDAR.dat BUSINESS-DAY CALENDAR (LAYOUT IN COPYLIB'S
      *   CALENDAR-RECORD, MAINTAINED THROUGH FILES-34) -- SO THE
      *   30/60/90 BUCKETS ARE BUSINESS-DAY BUCKETS; "C", THE DEFAULT,
      *   KEEPS CALENDAR DAYS AS BEFORE. THE REPORT HEADING SAYS WHICH.
      * 15/10/2026 NM - BILLING CYCLES: THE AGING AND THE DUNNING
      *   LETTERS NO LONGER TAKE THE WHOLE MASTER EVERY NIGHT. ONLY
      *   CUSTOMERS WHOSE CDR-CYCLE-DAY (SEE COPYLIB'S CUSTOMER-RECORD)
      *   CLOSED SINCE THE PREVIOUS BUSINESS DAY ARE AGED, SO THE
      *   CALENDAR IS NOW LOADED ON EVERY RUN WHATEVER THE AGING BASIS.
      *   THE BILLING-CYCLE RUN-PARM TAKES "ALL" FOR THE WHOLE MASTER OR
      *   A CYCLE DAY TO RERUN ONE CYCLE, AND THE REPORT HEADING SAYS
      *   WHICH CYCLE CLOSES WERE AGED.
      * 15/10/2026 NM - EACH DEBTOR'S DEBITS ARE NOW GATHERED BY KEY
      *   THROUGH THE LEDGER INDEX (LEDGER-INDEX.dat, KEPT BY FILES-63)
      *   INSTEAD OF A FULL PASS OF CUSTOMER-LEDGER.dat PER DEBTOR, WHEN
      *   ONE COUNTING PASS AT START PROVES THE INDEX COVERS THE LIVE
      *   LEDGER EXACTLY; OTHERWISE THE LEDGER IS SWEPT AS BEFORE. THE
      *   END RECORD ON RUN-LOG.dat NOW CARRIES THE LEDGER ENTRIES READ
      *   RATHER THAN THE DEBTOR COUNT, WHICH STAYS ON THE CONSOLE.
      * 15/10/2026 NM - EVERY DEBTOR AGED NOW HAS ITS BUCKETS AND
      *   DISPUTED AMOUNT WRITTEN TO AGED-POSITIONS.dat (LAYOUT IN
      *   COPYLIB'S AGED-POSITION-RECORD), REPLACING ANY EARLIER
      *   POSITION, AND A CUSTOMER IN A DUE CYCLE WHO NO LONGER OWES
      *   ANYTHING HAS THE POSITION DROPPED. UNDER BILLING CYCLES NO ONE
      *   RUN AGES THE WHOLE BOOK, SO THIS FILE IS WHAT THE FILES-64
      *   MONTH-END SNAPSHOT TOTALS. A FILE THAT WILL NOT OPEN IS
      *   REPORTED AND THE AGING GOES ON WITHOUT IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-INDEX-FILE ASSIGN TO "LEDGER-INDEX.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIX-KEY
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDEX-CONTROL-FILE
               ASSIGN TO "LEDGER-INDEX-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT PLANS-FILE ASSIGN TO "PAYMENT-PLANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANS-STATUS.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

           SELECT POSITIONS-FILE ASSIGN TO "AGED-POSITIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AGP-ID-NUMBER
               FILE STATUS IS WS-POSITIONS-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RML-ID-NUMBER
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO WS-HELD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.
       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY CUSTOMER-DATA
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED
                         CDR-CYCLE-DAY         BY CYCLE-DAY.

       FD LEDGER-FILE.
           COPY "LEDGER-RECORD.cpy".

       FD LEDGER-INDEX-FILE.
           COPY "LEDGER-INDEX-RECORD.cpy".

       FD INDEX-CONTROL-FILE.
           COPY "LEDGER-INDEX-CONTROL-RECORD.cpy".

       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD PLANS-FILE.
           COPY "PAYMENT-PLAN-RECORD.cpy".

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       FD POSITIONS-FILE.
           COPY "AGED-POSITION-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD LETTER-FILE.
           01 LETTER-LINE         PIC X(132).

       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.cpy".

       FD HELD-MAIL-FILE.
           01 HELD-LINE           PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

               88 PARMS-EOF-REACHED VALUE "Y".

           77 WS-BUSINESS-DATE-PARM PIC X(8) VALUE SPACES.
           01 WS-AGING-BASIS        PIC X VALUE "C".
               88 WS-AGE-BUSINESS-DAYS  VALUE "B".
               88 WS-AGE-CALENDAR-DAYS  VALUE "C".

           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".
               88 LEDGER-OK             VALUE "00".
               88 LEDGER-NOT-FOUND      VALUE "35".

      *    THE LEDGER INDEX (SEE FILES-63) AND WHETHER THIS RUN CAN
      *    TRUST IT: ONLY WHEN IT COVERS THE LIVE LEDGER EXACTLY.
           01 WS-INDEX-STATUS      PIC X(2) VALUE SPACES.
               88 INDEX-OK              VALUE "00".
           01 WS-CONTROL-STATUS    PIC X(2) VALUE SPACES.
               88 CONTROL-OK            VALUE "00".
           77 WS-LEDGER-PATH        PIC X VALUE "S".
               88 WS-LEDGER-KEYED       VALUE "K".
               88 WS-LEDGER-SWEPT       VALUE "S".
           77 WS-LEDGER-LINES       PIC 9(9) VALUE ZERO.
           01 WS-LEDGER-LAST        PIC X(85) VALUE SPACES.
           77 WS-LEDGER-READS       PIC 9(9) VALUE ZERO.
           77 WS-INDEX-ENTRY-SWITCH PIC X VALUE "N".
               88 WS-INDEX-ENTRY-FOUND  VALUE "Y".

           01 WS-OPEN-ITEMS-STATUS  PIC X(2) VALUE SPACES.
               88 OPEN-ITEMS-OK         VALUE "00".
               88 OPEN-ITEMS-NOT-FOUND  VALUE "35".
           77 WS-OPEN-ITEMS-SWITCH  PIC X VALUE "N".
               88 WS-OPEN-ITEMS-ON-HAND VALUE "Y".
           77 WS-DISPUTE-SWEEP-SW   PIC X VALUE "N".
               88 WS-DISPUTE-SWEEP-DONE VALUE "Y".
           77 WS-DISPUTED           PIC 9(7)V99 VALUE ZERO.
           77 WS-TOT-DISPUTED       PIC 9(9)V99 VALUE ZERO.
           77 WS-DISPUTED-COUNT     PIC 9(5) VALUE ZERO.

           01 WS-PLANS-STATUS       PIC X(2) VALUE SPACES.
               88 PLANS-OK              VALUE "00".
               88 PLANS-NOT-FOUND       VALUE "35".
           77 PLANS-EOF             PIC X VALUE "N".
               88 PLANS-EOF-REACHED VALUE "Y".

      *    THE IDS WITH A PAYMENT PLAN RUNNING, LOADED AT START.
           01 WS-PLAN-TABLE.
               02 WS-PLN-ID-NUMBER PIC 9(7) OCCURS 500 TIMES.
           77 WS-PLN-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-PLN-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-ON-PLAN-SWITCH     PIC X VALUE "N".
               88 WS-ON-PLAN            VALUE "Y".
           77 WS-WITHHELD-COUNT     PIC 9(5) VALUE ZERO.

           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".
           77 GUARDIANS-EOF         PIC X VALUE "N".
               88 GUARDIANS-EOF-REACHED VALUE "Y".

      *    THE MINORS ON FILE AND THE GUARDIAN EACH ONE'S LETTER
      *    GOES TO, LOADED AT START BEFORE THE MASTER IS SWEPT.
           01 WS-GUARDIAN-TABLE.
               02 WS-GDN-ENTRY OCCURS 500 TIMES.
                   03 WS-GDN-ID-NUMBER   PIC 9(7).
                   03 WS-GDN-GUARDIAN-ID PIC 9(7).
                   03 WS-GDN-ON-MASTER   PIC X.
                   03 WS-GDN-F-NAME      PIC X(20).
                   03 WS-GDN-L-NAME      PIC X(20).
                   03 WS-GDN-STREET      PIC X(30).
                   03 WS-GDN-CITY        PIC X(20).
                   03 WS-GDN-POSTAL      PIC X(10).
                   03 WS-GDN-MAIL-FLAG   PIC X.
           77 WS-GDN-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-GDN-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-GDN-MATCH          PIC 9(3) COMP VALUE ZERO.

      *    EACH DEBTOR'S AGED POSITION, KEPT FOR THE MONTH-END
      *    SNAPSHOT (SEE FILES-64).
           01 WS-POSITIONS-STATUS   PIC X(2) VALUE SPACES.
               88 POSITIONS-OK          VALUE "00".
               88 POSITIONS-NOT-FOUND   VALUE "35".
           77 WS-POSITIONS-SWITCH   PIC X VALUE "N".
               88 WS-POSITIONS-OPEN     VALUE "Y".
           77 WS-POSITION-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-DROPPED-COUNT      PIC 9(5) VALUE ZERO.

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.
               88 LETTER-OK             VALUE "00".
           77 WS-LETTER-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RETURNED-MAIL-STATUS PIC X(2) VALUE SPACES.
               88 RETURNED-MAIL-OK        VALUE "00".
               88 RETURNED-MAIL-NOT-FOUND VALUE "35".
           77 WS-RETURNED-MAIL-SWITCH PIC X VALUE "N".
               88 WS-RETURNED-MAIL-OPEN   VALUE "Y".

      *    LETTERS WHOSE ADDRESSEE HAS HAD MAIL COME BACK
      *    UNDELIVERABLE ARE LISTED HERE INSTEAD OF PRINTED.
           01 WS-HELD-STATUS        PIC X(2) VALUE SPACES.
               88 HELD-OK               VALUE "00".
           77 WS-HELD-FILE-NAME     PIC X(40) VALUE SPACES.
           77 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
           77 WS-HOLD-ID            PIC 9(7) VALUE ZERO.
           77 WS-HOLD-SWITCH        PIC X VALUE "N".
               88 WS-MAIL-HELD          VALUE "Y".

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-TODAY-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-DEBIT-INTEGER      PIC 9(7) COMP VALUE ZERO.
           77 WS-DEBIT-AGE-DAYS     PIC S9(5) COMP VALUE ZERO.
           77 WS-TODAY-ORDINAL      PIC 9(7) COMP VALUE ZERO.
           77 WS-CAL-ORDINAL        PIC 9(7) COMP VALUE ZERO.

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

      *    BILLING CYCLES. WS-CYCLE-DATE (DAY) HOLDS THE DATE THE CYCLE
      *    FOR THAT DAY OF THE MONTH CLOSED ON, WHEN IT IS DUE IN THIS
      *    RUN, AND ZERO OTHERWISE. A CYCLE IS DUE WHEN ITS DAY FELL
      *    AFTER THE PREVIOUS BUSINESS DAY AND ON OR BEFORE THE BUSINESS
      *    DATE, SO ONE THAT CLOSES ON A WEEKEND OR HOLIDAY IS PICKED UP
      *    BY THE NEXT BUSINESS DAY'S RUN. THE BILLING-CYCLE RUN-PARM
      *    OVERRIDES: "ALL" TAKES THE WHOLE MASTER, A CYCLE DAY 01-28
      *    RERUNS THAT CYCLE'S MOST RECENT CLOSE.
           77 WS-CYCLE-SELECT       PIC X(3) VALUE SPACES.
               88 WS-CYCLE-ALL          VALUE "ALL".
           77 WS-CYCLE-FORCED       PIC 99 VALUE ZERO.
           01 WS-CYCLE-TABLE.
               02 WS-CYCLE-DATE     PIC 9(8) OCCURS 28 TIMES.
           77 WS-CYCLES-DUE         PIC 99 VALUE ZERO.
           77 WS-CYCLE-FIRST-CLOSE  PIC 9(8) VALUE ZERO.
           77 WS-CYCLE-LAST-CLOSE   PIC 9(8) VALUE ZERO.
           77 WS-WINDOW-START       PIC 9(7) COMP VALUE ZERO.
           77 WS-WINDOW-INTEGER     PIC 9(7) COMP VALUE ZERO.
           01 WS-WINDOW-DATE.
               02 WS-WIN-CCYY        PIC 9999.
               02 WS-WIN-MM          PIC 99.
               02 WS-WIN-DD          PIC 99.
           01 WS-WINDOW-DATE-NUM REDEFINES WS-WINDOW-DATE PIC 9(8).
           77 WS-CUST-CYCLE-DAY     PIC 99 VALUE ZERO.
           77 WS-CYCLE-DUE-SWITCH   PIC X VALUE "N".
               88 WS-CYCLE-DUE          VALUE "Y".
           77 WS-CYCLE-SKIPPED      PIC 9(7) VALUE ZERO.

      *    THE CUSTOMER'S LEDGER DEBITS, GATHERED OLDEST-FIRST IN
      *    FILE ORDER AND ALLOCATED AGAINST FROM THE BACK.
               02 FILLER             PIC X(34) VALUE
                   "AGED RECEIVABLES -- BUSINESS DATE ".
               02 HL-DATE            PIC 99/99/9999.
               02 HL-BASIS           PIC X(26).

           01 WS-CYCLE-LINE.
               02 FILLER             PIC X(23) VALUE
                   "BILLING CYCLES CLOSING ".
               02 CY-FIRST-DATE      PIC 99/99/9999.
               02 FILLER             PIC X(4) VALUE " TO ".
               02 CY-LAST-DATE       PIC 99/99/9999.

           01 WS-COL-LINE.
               02 FILLER             PIC X(33) VALUE
                   "CURRENT        30+        ".
               02 FILLER             PIC X(33) VALUE
                   "  60+          90+        TOTAL".
               02 FILLER             PIC X(17) VALUE
                   "       IN DISPUTE".

           01 WS-DETAIL-LINE.
               02 DL-ID-NUMBER       PIC 9(7).
               02 DL-60              PIC $$,$$$,$$9.99.
               02 DL-90              PIC $$,$$$,$$9.99.
               02 DL-TOTAL           PIC $$,$$$,$$9.99.
               02 DL-DISPUTED        PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-PLAN-FLAG       PIC X(7).

           01 WS-TOTAL-LINE.
               02 FILLER             PIC X(28)
               02 TL-60              PIC $$$,$$$,$$9.99.
               02 TL-90              PIC $$$,$$$,$$9.99.
               02 TL-TOTAL           PIC $$$,$$$,$$9.99.
               02 TL-DISPUTED        PIC $$$,$$$,$$9.99.

           01 WS-LT-NAME-LINE.
               02 LT-F-NAME          PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 LT-ADDR-POSTAL     PIC X(10).

           01 WS-LT-BEHALF-LINE.
               02 FILLER             PIC X(16)
                   VALUE "RE: ACCOUNT OF  ".
               02 LT-RE-F-NAME       PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 LT-RE-L-NAME       PIC X(20).

           01 WS-LT-AMOUNT-LINE.
               02 FILLER             PIC X(25)
                   VALUE "BALANCE OUTSTANDING:     ".
                   VALUE "  OVERDUE: ".
               02 LT-OVERDUE         PIC $$,$$$,$$9.99.

           01 WS-LT-DISPUTE-LINE.
               02 FILLER             PIC X(25)
                   VALUE "HELD IN DISPUTE:         ".
               02 LT-DISPUTED        PIC $$,$$$,$$9.99.
               02 FILLER             PIC X(31)
                   VALUE "  (NOT DEMANDED IN THIS LETTER)".

           01 WS-HELD-HEAD-LINE.
               02 FILLER             PIC X(45) VALUE
                   "HELD MAIL -- DUNNING LETTERS NOT PRINTED, AS ".
               02 FILLER             PIC X(3) VALUE "AT ".
               02 HH-DATE            PIC 99/99/9999.

           01 WS-HELD-COL-LINE.
               02 FILLER             PIC X(35) VALUE
                   "ID       NAME                      ".
               02 FILLER             PIC X(31) VALUE
                   "ADDRESS                        ".
               02 FILLER             PIC X(32) VALUE
                   "CITY                 POSTAL     ".
               02 FILLER             PIC X(29) VALUE
                   "RETURNED DOCUMENT ADDRESSEE".

           01 WS-HELD-LINE.
               02 HM-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 HM-NAME            PIC X(25).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-ADDR-STREET     PIC X(30).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-ADDR-CITY       PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-ADDR-POSTAL     PIC X(10).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-RETURNED-DATE   PIC 9(8).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-DOCUMENT        PIC X(8).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 HM-NOTE.
                   03 HM-NOTE-LABEL  PIC X(4).
                   03 HM-NOTE-ID     PIC X(7).

           01 WS-HELD-TOTAL-LINE.
               02 FILLER             PIC X(17)
                   VALUE "MAIL HELD:       ".
               02 HT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0600-CHECK-LEDGER-INDEX THRU 0600-EXIT
               PERFORM 2000-AGE-CUSTOMER THRU 2000-EXIT
                   UNTIL EOF-REACHED
               PERFORM 8000-PRINT-BUCKET-TOTALS THRU 8000-EXIT
               PERFORM 0700-REGISTER-REPORTS THRU 0700-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           IF WS-LEDGER-READS IS GREATER THAN 9999999
               MOVE 9999999 TO WS-RLG-READ
           ELSE
               MOVE WS-LEDGER-READS TO WS-RLG-READ
           END-IF
           MOVE WS-LETTER-COUNT TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.
           EVALUATE PRM-KEYWORD
               WHEN "BUSINESS-DATE"
                   MOVE PRM-VALUE (1:8) TO WS-BUSINESS-DATE-PARM
               WHEN "AGING-DAY-BASIS"
                   MOVE PRM-VALUE (1:1) TO WS-AGING-BASIS
                   IF NOT WS-AGE-BUSINESS-DAYS
                       MOVE "C" TO WS-AGING-BASIS
                   END-IF
               WHEN "BILLING-CYCLE"
                   MOVE PRM-VALUE (1:3) TO WS-CYCLE-SELECT
                   PERFORM 0160-CHECK-CYCLE-PARM THRU 0160-EXIT
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
       0150-EXIT.
           EXIT.

       0160-CHECK-CYCLE-PARM.
           IF WS-CYCLE-ALL
               GO TO 0160-EXIT
           END-IF
           IF WS-CYCLE-SELECT (1:2) IS NUMERIC
               AND WS-CYCLE-SELECT (3:1) = SPACE
               MOVE WS-CYCLE-SELECT (1:2) TO WS-CYCLE-FORCED
           END-IF
           IF WS-CYCLE-FORCED = ZERO
               OR WS-CYCLE-FORCED IS GREATER THAN 28
               DISPLAY "BILLING-CYCLE " WS-CYCLE-SELECT
                   " IS NEITHER ALL NOR A CYCLE DAY 01-28 -- IGNORED"
               MOVE SPACES TO WS-CYCLE-SELECT
               MOVE ZERO TO WS-CYCLE-FORCED
           END-IF.
       0160-EXIT.
           EXIT.

       0200-WRITE-RUN-LOG.
      *    SAME OPEN-EXTEND-PER-WRITE PATTERN AS CUSTOM-DATA-
      *    CLASSIFICATION'S 1900-WRITE-ELIGIBILITY, SO THE LOG IS ON
       0200-EXIT.
           EXIT.

       0600-CHECK-LEDGER-INDEX.
      *    ONE COUNTING PASS OF THE LIVE LEDGER DECIDES THE ACCESS
      *    PATH: IF IT HOLDS EXACTLY THE LINES THE INDEX CONTROL RECORD
      *    SAYS ARE INDEXED, AND THE LAST OF THEM IS THE ONE IT
      *    REMEMBERS, EACH CUSTOMER'S MOVEMENTS ARE READ BY KEY.
      *    ANYTHING ELSE -- NO INDEX, OR POSTINGS SINCE FILES-63 LAST
      *    RAN -- AND THE LEDGER IS SWEPT PER CUSTOMER AS IT ALWAYS WAS.
           MOVE ZERO TO WS-LEDGER-LINES
           MOVE SPACES TO WS-LEDGER-LAST
           MOVE "N" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM 0650-COUNT-LEDGER-LINE THRU 0650-EXIT
                   UNTIL LEDGER-EOF-REACHED
               CLOSE LEDGER-FILE
           END-IF
           ADD WS-LEDGER-LINES TO WS-LEDGER-READS

           OPEN INPUT INDEX-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "PER CUSTOMER"
               GO TO 0600-EXIT
           END-IF
           READ INDEX-CONTROL-FILE
               AT END
                   DISPLAY "NO LEDGER INDEX -- THE LEDGER IS SWEPT "
                   "PER CUSTOMER"
               NOT AT END
                   IF WS-LEDGER-LINES = LXC-LIVE-COUNT
                       AND WS-LEDGER-LAST = LXC-LAST-MOVEMENT
                       SET WS-LEDGER-KEYED TO TRUE
                   ELSE
                       DISPLAY "LEDGER INDEX COVERS " LXC-LIVE-COUNT
                           " OF " WS-LEDGER-LINES " LIVE MOVEMENTS -- "
                           "RUN FILES-63; THE LEDGER IS SWEPT "
                           "PER CUSTOMER"
                   END-IF
           END-READ
           CLOSE INDEX-CONTROL-FILE
           IF NOT WS-LEDGER-KEYED
               GO TO 0600-EXIT
           END-IF

           OPEN INPUT LEDGER-INDEX-FILE
           IF NOT INDEX-OK
               DISPLAY "LEDGER-INDEX-FILE OPEN FAILED, STATUS: "
                   WS-INDEX-STATUS " -- THE LEDGER IS SWEPT "
                   "PER CUSTOMER"
               SET WS-LEDGER-SWEPT TO TRUE
               GO TO 0600-EXIT
           END-IF
           DISPLAY "LEDGER READ BY KEY THROUGH THE LEDGER INDEX".
       0600-EXIT.
           EXIT.

       0650-COUNT-LEDGER-LINE.
           READ LEDGER-FILE
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-LINES
                   MOVE LGR-LEDGER-RECORD TO WS-LEDGER-LAST
           END-READ.
       0650-EXIT.
           EXIT.

       0700-REGISTER-REPORTS.
      *    BOTH PRINT FILES GO ON REPORT-CATALOG.dat THE WAY FILES-13
      *    CATALOGS BACKUPS; EACH FINISHED FILE IS REREAD FOR ITS
           END-IF
           MOVE WS-LETTER-COUNT TO WS-RPC-PAGES
           MOVE WS-LETTER-FILE-NAME TO WS-RPC-NAME
           PERFORM 0790-WRITE-CATALOG-ENTRY THRU 0790-EXIT

           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT HELD-MAIL-FILE
           IF HELD-OK
               PERFORM 0760-COUNT-HELD-LINE THRU 0760-EXIT
                   UNTIL WS-RPC-EOF-REACHED
               CLOSE HELD-MAIL-FILE
           END-IF
           MOVE 1 TO WS-RPC-PAGES
           MOVE WS-HELD-FILE-NAME TO WS-RPC-NAME
           PERFORM 0790-WRITE-CATALOG-ENTRY THRU 0790-EXIT.
       0700-EXIT.
           EXIT.
       0740-EXIT.
           EXIT.

       0760-COUNT-HELD-LINE.
           READ HELD-MAIL-FILE
               AT END
                   SET WS-RPC-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPC-LINES
           END-READ.
       0760-EXIT.
           EXIT.

       0790-WRITE-CATALOG-ENTRY.
           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
       0790-EXIT.
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

       0890-BUSINESS-ORDINAL.
      *    THE BUSINESS DAYS FROM DAY 1 OF THE DATE INTRINSICS UP TO
      *    WS-CAL-TEST-INTEGER: FIVE FOR EVERY WHOLE WEEK, THE WEEKDAYS
      *    OF THE PART WEEK, LESS THE CALENDAR DAYS ON OR BEFORE IT.
      *    TWO ORDINALS APART IS THE BUSINESS DAYS BETWEEN TWO DATES.
           DIVIDE WS-CAL-TEST-INTEGER BY 7 GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK IS GREATER THAN 5
               MOVE 5 TO WS-CAL-DAY-OF-WEEK
           END-IF
           COMPUTE WS-CAL-ORDINAL =
               WS-CAL-WEEKS * 5 + WS-CAL-DAY-OF-WEEK
           PERFORM 0895-COUNT-HOLIDAY THRU 0895-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB IS GREATER THAN WS-CAL-COUNT.
       0890-EXIT.
           EXIT.

       0895-COUNT-HOLIDAY.
           IF WS-CAL-INTEGER (WS-CAL-SUB) IS NOT GREATER THAN
               WS-CAL-TEST-INTEGER
               SUBTRACT 1 FROM WS-CAL-ORDINAL
           END-IF.
       0895-EXIT.
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

       0900-SELECT-CYCLES.
      *    WS-CURRENT-DATE AND THE CALENDAR MUST BE LOADED FIRST. A
      *    BUSINESS DATE THAT IS NOT A BUSINESS DAY HAS NO CYCLE DUE --
      *    ITS CYCLES WAIT FOR THE NEXT BUSINESS DAY'S RUN.
           INITIALIZE WS-CYCLE-TABLE
           MOVE ZERO TO WS-CYCLES-DUE
           MOVE ZERO TO WS-CYCLE-FIRST-CLOSE
           MOVE ZERO TO WS-CYCLE-LAST-CLOSE
           IF WS-CYCLE-ALL
               DISPLAY "BILLING-CYCLE ALL -- EVERY CUSTOMER IS TAKEN"
               GO TO 0900-EXIT
           END-IF
           IF WS-CYCLE-FORCED IS GREATER THAN ZERO
               MOVE WS-CURRENT-DATE-NUM TO WS-WINDOW-DATE-NUM
               IF WS-WIN-DD IS LESS THAN WS-CYCLE-FORCED
                   PERFORM 0930-BACK-ONE-MONTH THRU 0930-EXIT
               END-IF
               MOVE WS-CYCLE-FORCED TO WS-WIN-DD
               MOVE WS-WINDOW-DATE-NUM
                   TO WS-CYCLE-DATE (WS-CYCLE-FORCED)
               MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-FIRST-CLOSE
               MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-LAST-CLOSE
               MOVE 1 TO WS-CYCLES-DUE
               DISPLAY "BILLING CYCLE " WS-CYCLE-FORCED
                   " RERUN FOR ITS CLOSE ON " WS-WINDOW-DATE-NUM
               GO TO 0900-EXIT
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE WS-TODAY-INTEGER TO WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           IF NOT WS-BUSINESS-DAY
               DISPLAY "BUSINESS DATE " WS-CURRENT-DATE-NUM " IS NOT A "
                   "BUSINESS DAY -- NO BILLING CYCLE IS DUE"
               GO TO 0900-EXIT
           END-IF
           COMPUTE WS-CAL-TEST-INTEGER = WS-TODAY-INTEGER - 1
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           PERFORM 0920-STEP-BACK-ONE-DAY THRU 0920-EXIT
               UNTIL WS-BUSINESS-DAY
           COMPUTE WS-WINDOW-START = WS-CAL-TEST-INTEGER + 1
           PERFORM 0910-FLAG-WINDOW-DAY THRU 0910-EXIT
               VARYING WS-WINDOW-INTEGER FROM WS-WINDOW-START BY 1
               UNTIL WS-WINDOW-INTEGER IS GREATER THAN WS-TODAY-INTEGER
           DISPLAY "BILLING CYCLES DUE: " WS-CYCLES-DUE.
       0900-EXIT.
           EXIT.

       0910-FLAG-WINDOW-DAY.
      *    NO CYCLE CLOSES ON THE 29TH, 30TH OR 31ST.
           COMPUTE WS-WINDOW-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
           IF WS-WIN-DD IS GREATER THAN 28
               GO TO 0910-EXIT
           END-IF
           MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-DATE (WS-WIN-DD)
           IF WS-CYCLE-FIRST-CLOSE = ZERO
               MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-FIRST-CLOSE
           END-IF
           MOVE WS-WINDOW-DATE-NUM TO WS-CYCLE-LAST-CLOSE
           ADD 1 TO WS-CYCLES-DUE
           DISPLAY "  CYCLE " WS-WIN-DD " CLOSES " WS-WINDOW-DATE-NUM.
       0910-EXIT.
           EXIT.

       0920-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-TEST-INTEGER
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT.
       0920-EXIT.
           EXIT.

       0930-BACK-ONE-MONTH.
      *    THE SAME DAY IN THE MONTH BEFORE WS-WINDOW-DATE; ONLY EVER
      *    ASKED OF A DAY 01-28, WHICH EVERY MONTH HAS.
           IF WS-WIN-MM = 01
               MOVE 12 TO WS-WIN-MM
               SUBTRACT 1 FROM WS-WIN-CCYY
           ELSE
               SUBTRACT 1 FROM WS-WIN-MM
           END-IF.
       0930-EXIT.
           EXIT.

       0940-TEST-CUSTOMER-CYCLE.
      *    WS-CYCLE-DUE SET WHEN THE CUSTOMER ON THE RECORD AREA IS IN
      *    A CYCLE DUE THIS RUN. A CUSTOMER NOT YET GIVEN A CYCLE (THE
      *    DAY READS AS SPACES OR ZERO) RIDES CYCLE 01 UNTIL FILES-61
      *    ASSIGNS ONE.
           MOVE "N" TO WS-CYCLE-DUE-SWITCH
           IF WS-CYCLE-ALL
               SET WS-CYCLE-DUE TO TRUE
               GO TO 0940-EXIT
           END-IF
           IF CYCLE-DAY IS NUMERIC
               AND CYCLE-DAY IS GREATER THAN ZERO
               AND CYCLE-DAY IS LESS THAN 29
               MOVE CYCLE-DAY TO WS-CUST-CYCLE-DAY
           ELSE
               MOVE 01 TO WS-CUST-CYCLE-DAY
           END-IF
           IF WS-CYCLE-DATE (WS-CUST-CYCLE-DAY) = ZERO
               ADD 1 TO WS-CYCLE-SKIPPED
           ELSE
               SET WS-CYCLE-DUE TO TRUE
           END-IF.
       0940-EXIT.
           EXIT.

       0300-CHECK-LOCK.
      *    READERS ONLY LOOK -- AN EXCLUSIVE UPDATE LOCK ON HAND MEANS
      *    THE MASTER IS MID-UPDATE AND THIS RUN MUST NOT START.
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
           PERFORM 0900-SELECT-CYCLES THRU 0900-EXIT
           IF WS-AGE-BUSINESS-DAYS
               MOVE WS-TODAY-INTEGER TO WS-CAL-TEST-INTEGER
               PERFORM 0890-BUSINESS-ORDINAL THRU 0890-EXIT
               MOVE WS-CAL-ORDINAL TO WS-TODAY-ORDINAL
           END-IF

           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO WS-HELD-FILE-NAME
           STRING "HELD-MAIL-"         DELIMITED BY SIZE
                  WS-LETTER-FILE-NAME  DELIMITED BY SPACE
               INTO WS-HELD-FILE-NAME
           END-STRING
           OPEN OUTPUT HELD-MAIL-FILE
           IF NOT HELD-OK
               DISPLAY "HELD-MAIL-FILE OPEN FAILED, STATUS: "
                   WS-HELD-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE CUSTOMERS-FILE
               CLOSE REPORT-FILE
               CLOSE LETTER-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO HL-DATE
           IF WS-AGE-BUSINESS-DAYS
               MOVE "   AGED IN BUSINESS DAYS" TO HL-BASIS
           ELSE
               MOVE "   AGED IN CALENDAR DAYS" TO HL-BASIS
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           IF NOT WS-CYCLE-ALL
               PERFORM 1050-PRINT-CYCLE-LINE THRU 1050-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-DATE-EDIT-NUM TO HH-DATE
           WRITE HELD-LINE FROM WS-HELD-HEAD-LINE
           WRITE HELD-LINE FROM WS-HELD-COL-LINE

           PERFORM 1100-LOAD-PLANS THRU 1100-EXIT
           PERFORM 1200-LOAD-GUARDIANS THRU 1200-EXIT

           MOVE "N" TO WS-OPEN-ITEMS-SWITCH
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-OK
               SET WS-OPEN-ITEMS-ON-HAND TO TRUE
           ELSE
               IF NOT OPEN-ITEMS-NOT-FOUND
                   DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                       WS-OPEN-ITEMS-STATUS
                       " -- NO DISPUTES HELD OUT OF THE AGING"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF

      *    NO RETURNED-MAIL FILE MEANS NO RETURN HAS BEEN RECORDED YET;
      *    THE FLAG ON THE MASTER STILL DECIDES WHAT IS HELD.
           OPEN INPUT RETURNED-MAIL-FILE
           IF RETURNED-MAIL-OK
               SET WS-RETURNED-MAIL-OPEN TO TRUE
           ELSE
               IF NOT RETURNED-MAIL-NOT-FOUND
                   DISPLAY "RETURNED-MAIL-FILE OPEN FAILED, STATUS: "
                       WS-RETURNED-MAIL-STATUS " -- HELD MAIL LISTED "
                       "WITHOUT ITS RETURN DETAIL"
               END-IF
           END-IF

           OPEN I-O POSITIONS-FILE
           IF POSITIONS-NOT-FOUND
               OPEN OUTPUT POSITIONS-FILE
               CLOSE POSITIONS-FILE
               OPEN I-O POSITIONS-FILE
           END-IF
           IF POSITIONS-OK
               SET WS-POSITIONS-OPEN TO TRUE
           ELSE
               DISPLAY "POSITIONS-FILE OPEN FAILED, STATUS: "
                   WS-POSITIONS-STATUS " -- AGED POSITIONS NOT KEPT"
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM 1400-POSITION-MASTER THRU 1400-EXIT
           IF NOT EOF-REACHED
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1050-PRINT-CYCLE-LINE.
      *    NO CYCLE DUE PRINTS THE BUSINESS DATE AS BOTH ENDS.
           IF WS-CYCLES-DUE = ZERO
               MOVE WS-CURRENT-DATE-NUM TO WS-CYCLE-FIRST-CLOSE
               MOVE WS-CURRENT-DATE-NUM TO WS-CYCLE-LAST-CLOSE
           END-IF
           MOVE WS-CYCLE-FIRST-CLOSE (7:2) TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CYCLE-FIRST-CLOSE (5:2) TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CYCLE-FIRST-CLOSE (1:4) TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO CY-FIRST-DATE
           MOVE WS-CYCLE-LAST-CLOSE (7:2) TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CYCLE-LAST-CLOSE (5:2) TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CYCLE-LAST-CLOSE (1:4) TO WS-DATE-EDIT-NUM (5:4)
           MOVE WS-DATE-EDIT-NUM TO CY-LAST-DATE
           WRITE REPORT-LINE FROM WS-CYCLE-LINE
               AFTER ADVANCING 1 LINE
      *    THE HELD-MAIL HEADING TAKES THE BUSINESS DATE BACK.
           MOVE WS-CUR-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-CUR-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-CUR-CCYY TO WS-DATE-EDIT-NUM (5:4).
       1050-EXIT.
           EXIT.

       1100-LOAD-PLANS.
      *    NO PLAN FILE SIMPLY MEANS NOBODY IS ON A PLAN.
           MOVE ZERO TO WS-PLN-COUNT
           OPEN INPUT PLANS-FILE
           IF PLANS-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT PLANS-OK
               DISPLAY "PLANS-FILE OPEN FAILED, STATUS: "
                   WS-PLANS-STATUS " -- NO LETTERS WITHHELD"
               MOVE 1 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-LOAD-ONE-PLAN THRU 1150-EXIT
               UNTIL PLANS-EOF-REACHED
           CLOSE PLANS-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-PLAN.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF NOT PPL-ACTIVE
               GO TO 1150-EXIT
           END-IF
           IF WS-PLN-COUNT IS NOT LESS THAN 500
               DISPLAY "PLAN TABLE FULL -- ID " PPL-ID-NUMBER
                   " WILL BE DUNNED"
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-PLN-COUNT
           MOVE PPL-ID-NUMBER TO WS-PLN-ID-NUMBER (WS-PLN-COUNT).
       1150-EXIT.
           EXIT.

       1200-LOAD-GUARDIANS.
      *    NO GUARDIANS FILE SIMPLY MEANS NO MINORS ON THE MASTER.
           MOVE ZERO TO WS-GDN-COUNT
           OPEN INPUT GUARDIANS-FILE
           IF GUARDIANS-NOT-FOUND
               GO TO 1200-EXIT
           END-IF
           IF NOT GUARDIANS-OK
               DISPLAY "GUARDIANS-FILE OPEN FAILED, STATUS: "
                   WS-GUARDIANS-STATUS " -- LETTERS TO CUSTOMERS"
               MOVE 1 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-GUARDIAN THRU 1250-EXIT
               UNTIL GUARDIANS-EOF-REACHED
           CLOSE GUARDIANS-FILE
           PERFORM 1300-FETCH-GUARDIAN THRU 1300-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB IS GREATER THAN WS-GDN-COUNT.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-GUARDIAN.
           READ GUARDIANS-FILE
               AT END
                   SET GUARDIANS-EOF-REACHED TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF WS-GDN-COUNT IS NOT LESS THAN 500
               DISPLAY "GUARDIAN TABLE FULL -- ID " GRD-ID-NUMBER
                   " WILL BE ADDRESSED DIRECT"
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-GDN-COUNT
           MOVE GRD-ID-NUMBER   TO WS-GDN-ID-NUMBER (WS-GDN-COUNT)
           MOVE GRD-GUARDIAN-ID TO WS-GDN-GUARDIAN-ID (WS-GDN-COUNT)
           MOVE "N"             TO WS-GDN-ON-MASTER (WS-GDN-COUNT)
           MOVE SPACE           TO WS-GDN-MAIL-FLAG (WS-GDN-COUNT).
       1250-EXIT.
           EXIT.

       1300-FETCH-GUARDIAN.
           MOVE WS-GDN-GUARDIAN-ID (WS-GDN-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ
           MOVE "Y"         TO WS-GDN-ON-MASTER (WS-GDN-SUB)
           MOVE F-NAME      TO WS-GDN-F-NAME (WS-GDN-SUB)
           MOVE L-NAME      TO WS-GDN-L-NAME (WS-GDN-SUB)
           MOVE ADDR-STREET TO WS-GDN-STREET (WS-GDN-SUB)
           MOVE ADDR-CITY   TO WS-GDN-CITY (WS-GDN-SUB)
           MOVE ADDR-POSTAL TO WS-GDN-POSTAL (WS-GDN-SUB)
           MOVE MAIL-FLAG   TO WS-GDN-MAIL-FLAG (WS-GDN-SUB).
       1300-EXIT.
           EXIT.

       1400-POSITION-MASTER.
      *    THE GUARDIAN LOOKUPS MOVED THE FILE, SO THE SWEEP STARTS
      *    AGAIN FROM THE LOWEST ID.
           MOVE ZERO TO ID-NUMBER
           START CUSTOMERS-FILE KEY IS NOT LESS THAN ID-NUMBER
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
       1400-EXIT.
           EXIT.

       2000-AGE-CUSTOMER.
           PERFORM 0940-TEST-CUSTOMER-CYCLE THRU 0940-EXIT
           IF NOT WS-CYCLE-DUE
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CUSTOMER-BALANCE IS NOT GREATER THAN ZERO
               PERFORM 2850-DROP-POSITION THRU 2850-EXIT
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-BKT-90

           PERFORM 2100-GATHER-DEBITS THRU 2100-EXIT
           PERFORM 2700-SUM-DISPUTES THRU 2700-EXIT
           PERFORM 2300-ALLOCATE-BUCKETS THRU 2300-EXIT
           PERFORM 2800-KEEP-POSITION THRU 2800-EXIT
           PERFORM 2050-CHECK-PLAN THRU 2050-EXIT
           PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT

           SET WS-WORST-CURRENT TO TRUE
           IF WS-BKT-90 IS GREATER THAN ZERO
               SET WS-WORST-90 TO TRUE
           END-IF
      *    A PLAN BEING HONOURED STANDS IN FOR THE LETTER.
           IF NOT WS-WORST-CURRENT
               IF WS-ON-PLAN
                   ADD 1 TO WS-WITHHELD-COUNT
               ELSE
                   PERFORM 2600-PRINT-LETTER THRU 2600-EXIT
               END-IF
           END-IF

           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2050-CHECK-PLAN.
           MOVE "N" TO WS-ON-PLAN-SWITCH
           PERFORM 2060-MATCH-ONE-PLAN THRU 2060-EXIT
               VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB IS GREATER THAN WS-PLN-COUNT
                   OR WS-ON-PLAN.
       2050-EXIT.
           EXIT.

       2060-MATCH-ONE-PLAN.
           IF WS-PLN-ID-NUMBER (WS-PLN-SUB) = ID-NUMBER
               SET WS-ON-PLAN TO TRUE
           END-IF.
       2060-EXIT.
           EXIT.

       2100-GATHER-DEBITS.
           MOVE "N" TO LEDGER-EOF
           IF WS-LEDGER-KEYED
               MOVE ID-NUMBER TO LIX-ID-NUMBER
               MOVE ZERO      TO LIX-EFFECTIVE-DATE
               MOVE ZERO      TO LIX-SEQUENCE
               START LEDGER-INDEX-FILE KEY IS NOT LESS THAN LIX-KEY
                   INVALID KEY
                       SET LEDGER-EOF-REACHED TO TRUE
               END-START
               PERFORM 2200-GATHER-ONE-DEBIT THRU 2200-EXIT
                   UNTIL LEDGER-EOF-REACHED
               GO TO 2100-EXIT
           END-IF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-NOT-FOUND
               SET LEDGER-EOF-REACHED TO TRUE
           EXIT.

       2200-GATHER-ONE-DEBIT.
           PERFORM 2250-NEXT-MOVEMENT THRU 2250-EXIT
           IF LEDGER-EOF-REACHED
               GO TO 2200-EXIT
           END-IF
           IF LGR-ID-NUMBER NOT EQUAL ID-NUMBER
               OR LGR-DRCR-CODE NOT EQUAL "D"
               GO TO 2200-EXIT
       2200-EXIT.
           EXIT.

       2250-NEXT-MOVEMENT.
      *    THE NEXT MOVEMENT INTO THE LEDGER RECORD, FROM THE LEDGER OR
      *    -- KEYED -- FROM THE CUSTOMER'S LIVE INDEX ENTRIES, WHICH END
      *    AT THE NEXT ID. ENTRIES CLOSED TO A FILES-30 ARCHIVE ARE
      *    PASSED OVER: THEIR DEBITS ARE IN THE CARRY-FORWARD.
           IF WS-LEDGER-SWEPT
               READ LEDGER-FILE
                   AT END
                       SET LEDGER-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READS
               END-READ
               GO TO 2250-EXIT
           END-IF
           MOVE "N" TO WS-INDEX-ENTRY-SWITCH
           PERFORM 2260-READ-INDEX-ENTRY THRU 2260-EXIT
               UNTIL WS-INDEX-ENTRY-FOUND OR LEDGER-EOF-REACHED.
       2250-EXIT.
           EXIT.

       2260-READ-INDEX-ENTRY.
           READ LEDGER-INDEX-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF-REACHED TO TRUE
                   GO TO 2260-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-READS
           IF LIX-ID-NUMBER NOT EQUAL ID-NUMBER
               SET LEDGER-EOF-REACHED TO TRUE
               GO TO 2260-EXIT
           END-IF
           IF LIX-ON-LIVE-LEDGER
               MOVE LIX-MOVEMENT TO LGR-LEDGER-RECORD
               SET WS-INDEX-ENTRY-FOUND TO TRUE
           END-IF.
       2260-EXIT.
           EXIT.

       2300-ALLOCATE-BUCKETS.
      *    THE DISPUTED PART COMES OFF BEFORE ALLOCATION, SO IT IS THE
      *    OLDEST DEBITS THAT GO UNAGED.
           COMPUTE WS-REMAINING = CUSTOMER-BALANCE - WS-DISPUTED
           PERFORM 2400-ALLOCATE-ONE-DEBIT THRU 2400-EXIT
               VARYING WS-DBT-SUB FROM WS-DBT-COUNT BY -1
               UNTIL WS-DBT-SUB IS LESS THAN 1

           COMPUTE WS-DEBIT-INTEGER = FUNCTION
               INTEGER-OF-DATE(WS-DBT-EFF-DATE (WS-DBT-SUB))
           IF WS-AGE-BUSINESS-DAYS
               MOVE WS-DEBIT-INTEGER TO WS-CAL-TEST-INTEGER
               PERFORM 0890-BUSINESS-ORDINAL THRU 0890-EXIT
               COMPUTE WS-DEBIT-AGE-DAYS =
                   WS-TODAY-ORDINAL - WS-CAL-ORDINAL
           ELSE
               COMPUTE WS-DEBIT-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-DEBIT-INTEGER
           END-IF

           EVALUATE TRUE
               WHEN WS-DEBIT-AGE-DAYS IS LESS THAN 30
           MOVE WS-BKT-60         TO DL-60
           MOVE WS-BKT-90         TO DL-90
           MOVE CUSTOMER-BALANCE  TO DL-TOTAL
           MOVE WS-DISPUTED       TO DL-DISPUTED
           IF WS-ON-PLAN
               MOVE "ON PLAN" TO DL-PLAN-FLAG
           ELSE
               MOVE SPACES TO DL-PLAN-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD WS-BKT-30        TO WS-TOT-30
           ADD WS-BKT-60        TO WS-TOT-60
           ADD WS-BKT-90        TO WS-TOT-90
           ADD CUSTOMER-BALANCE TO WS-TOT-BALANCE
           ADD WS-DISPUTED      TO WS-TOT-DISPUTED.
       2500-EXIT.
           EXIT.

       2600-PRINT-LETTER.
      *    A MINOR'S LETTER IS ADDRESSED TO THE GUARDIAN; ONE WHOSE
      *    ADDRESSEE'S MAIL IS HELD GOES TO THE HELD-MAIL REPORT.
           PERFORM 2610-MATCH-GUARDIAN THRU 2610-EXIT
           PERFORM 2630-CHECK-MAIL-HELD THRU 2630-EXIT
           IF WS-MAIL-HELD
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE WS-GDN-F-NAME (WS-GDN-MATCH) TO LT-F-NAME
               MOVE WS-GDN-L-NAME (WS-GDN-MATCH) TO LT-L-NAME
               MOVE WS-GDN-STREET (WS-GDN-MATCH) TO LT-ADDR-STREET
               MOVE WS-GDN-CITY (WS-GDN-MATCH)   TO LT-ADDR-CITY
               MOVE WS-GDN-POSTAL (WS-GDN-MATCH) TO LT-ADDR-POSTAL
           ELSE
               MOVE F-NAME      TO LT-F-NAME
               MOVE L-NAME      TO LT-L-NAME
               MOVE ADDR-STREET TO LT-ADDR-STREET
               MOVE ADDR-CITY   TO LT-ADDR-CITY
               MOVE ADDR-POSTAL TO LT-ADDR-POSTAL
           END-IF
           WRITE LETTER-LINE FROM WS-LT-NAME-LINE
               AFTER ADVANCING PAGE
           WRITE LETTER-LINE FROM WS-LT-STREET-LINE
               AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM WS-LT-CITY-LINE
               AFTER ADVANCING 1 LINE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE AFTER ADVANCING 1 LINE
               MOVE F-NAME TO LT-RE-F-NAME
               MOVE L-NAME TO LT-RE-L-NAME
               WRITE LETTER-LINE FROM WS-LT-BEHALF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE

           COMPUTE LT-OVERDUE = WS-BKT-30 + WS-BKT-60 + WS-BKT-90
           WRITE LETTER-LINE FROM WS-LT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DISPUTED IS GREATER THAN ZERO
               MOVE WS-DISPUTED TO LT-DISPUTED
               WRITE LETTER-LINE FROM WS-LT-DISPUTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE

       2600-EXIT.
           EXIT.

       2610-MATCH-GUARDIAN.
      *    A MINOR WHOSE GUARDIAN HAS LEFT THE MASTER IS STILL
      *    ADDRESSED DIRECT, AND THE DESK IS TOLD.
           MOVE ZERO TO WS-GDN-MATCH
           PERFORM 2620-MATCH-ONE-GUARDIAN THRU 2620-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB IS GREATER THAN WS-GDN-COUNT
                   OR WS-GDN-MATCH IS GREATER THAN ZERO.
       2610-EXIT.
           EXIT.

       2620-MATCH-ONE-GUARDIAN.
           IF WS-GDN-ID-NUMBER (WS-GDN-SUB) NOT EQUAL ID-NUMBER
               GO TO 2620-EXIT
           END-IF
           IF WS-GDN-ON-MASTER (WS-GDN-SUB) = "Y"
               MOVE WS-GDN-SUB TO WS-GDN-MATCH
           ELSE
               DISPLAY "GUARDIAN " WS-GDN-GUARDIAN-ID (WS-GDN-SUB)
                   " OF ID " ID-NUMBER " NOT ON THE MASTER -- "
                   "LETTER ADDRESSED DIRECT"
               MOVE WS-GDN-COUNT TO WS-GDN-SUB
           END-IF.
       2620-EXIT.
           EXIT.

       2630-CHECK-MAIL-HELD.
      *    THE FLAG THAT COUNTS IS THE ADDRESSEE'S: THE GUARDIAN'S FOR
      *    A MINOR, THE CUSTOMER'S OWN OTHERWISE (FILES-60 RECORDS IT).
           MOVE "N" TO WS-HOLD-SWITCH
           MOVE SPACES TO HM-NOTE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               IF WS-GDN-MAIL-FLAG (WS-GDN-MATCH) NOT EQUAL "R"
                   GO TO 2630-EXIT
               END-IF
               MOVE WS-GDN-GUARDIAN-ID (WS-GDN-MATCH) TO WS-HOLD-ID
               MOVE WS-GDN-STREET (WS-GDN-MATCH) TO HM-ADDR-STREET
               MOVE WS-GDN-CITY (WS-GDN-MATCH)   TO HM-ADDR-CITY
               MOVE WS-GDN-POSTAL (WS-GDN-MATCH) TO HM-ADDR-POSTAL
               MOVE "GDN "     TO HM-NOTE-LABEL
               MOVE WS-HOLD-ID TO HM-NOTE-ID
           ELSE
               IF NOT MAIL-RETURNED
                   GO TO 2630-EXIT
               END-IF
               MOVE ID-NUMBER   TO WS-HOLD-ID
               MOVE ADDR-STREET TO HM-ADDR-STREET
               MOVE ADDR-CITY   TO HM-ADDR-CITY
               MOVE ADDR-POSTAL TO HM-ADDR-POSTAL
           END-IF
           SET WS-MAIL-HELD TO TRUE
           MOVE ID-NUMBER TO HM-ID-NUMBER
           MOVE SPACES TO HM-NAME
           STRING F-NAME DELIMITED BY "  "
                  " "    DELIMITED BY SIZE
                  L-NAME DELIMITED BY "  "
               INTO HM-NAME
           END-STRING
           MOVE ZERO TO HM-RETURNED-DATE
           MOVE SPACES TO HM-DOCUMENT
           IF WS-RETURNED-MAIL-OPEN
               MOVE WS-HOLD-ID TO RML-ID-NUMBER
               READ RETURNED-MAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RML-RETURNED-DATE TO HM-RETURNED-DATE
                       MOVE RML-DOCUMENT      TO HM-DOCUMENT
               END-READ
           END-IF
           WRITE HELD-LINE FROM WS-HELD-LINE
           ADD 1 TO WS-HELD-COUNT.
       2630-EXIT.
           EXIT.

       2700-SUM-DISPUTES.
           MOVE ZERO TO WS-DISPUTED
           IF NOT WS-OPEN-ITEMS-ON-HAND
               GO TO 2700-EXIT
           END-IF
           MOVE "N" TO WS-DISPUTE-SWEEP-SW
           MOVE ID-NUMBER TO OPN-ID-NUMBER
           MOVE ZERO TO OPN-INVOICE-SEQ
           START OPEN-ITEMS-FILE KEY IS NOT LESS THAN OPN-ITEM-KEY
               INVALID KEY
                   SET WS-DISPUTE-SWEEP-DONE TO TRUE
           END-START
           PERFORM 2750-SUM-ONE-ITEM THRU 2750-EXIT
               UNTIL WS-DISPUTE-SWEEP-DONE
      *    A DISPUTE CANNOT HOLD BACK MORE THAN THE CUSTOMER OWES.
           IF WS-DISPUTED IS GREATER THAN CUSTOMER-BALANCE
               MOVE CUSTOMER-BALANCE TO WS-DISPUTED
           END-IF
           IF WS-DISPUTED IS GREATER THAN ZERO
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF.
       2700-EXIT.
           EXIT.

       2750-SUM-ONE-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET WS-DISPUTE-SWEEP-DONE TO TRUE
                   GO TO 2750-EXIT
           END-READ
           IF OPN-ID-NUMBER NOT EQUAL ID-NUMBER
               SET WS-DISPUTE-SWEEP-DONE TO TRUE
               GO TO 2750-EXIT
           END-IF
           IF OPN-IN-DISPUTE
               ADD OPN-OUTSTANDING TO WS-DISPUTED
           END-IF.
       2750-EXIT.
           EXIT.

       2800-KEEP-POSITION.
      *    THE POSITION JUST AGED REPLACES WHATEVER THE CUSTOMER'S LAST
      *    CYCLE CLOSE LEFT.
           IF NOT WS-POSITIONS-OPEN
               GO TO 2800-EXIT
           END-IF
           MOVE ID-NUMBER           TO AGP-ID-NUMBER
           MOVE WS-CURRENT-DATE-NUM TO AGP-AGED-DATE
           MOVE WS-AGING-BASIS      TO AGP-BASIS
           MOVE WS-BKT-CURRENT      TO AGP-CURRENT
           MOVE WS-BKT-30           TO AGP-30
           MOVE WS-BKT-60           TO AGP-60
           MOVE WS-BKT-90           TO AGP-90
           MOVE WS-DISPUTED         TO AGP-DISPUTED
           WRITE AGP-POSITION-RECORD
               INVALID KEY
                   REWRITE AGP-POSITION-RECORD
                       INVALID KEY
                           DISPLAY "POSITIONS-FILE REWRITE FAILED FOR "
                               ID-NUMBER ", STATUS: "
                               WS-POSITIONS-STATUS
                           MOVE 1 TO RETURN-CODE
                           GO TO 2800-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-POSITION-COUNT.
       2800-EXIT.
           EXIT.

       2850-DROP-POSITION.
      *    A CUSTOMER WHOSE CYCLE CLOSED WITH NOTHING OWED HAS NO AGED
      *    POSITION; ONE LEFT FROM AN EARLIER CLOSE WOULD OVERSTATE THE
      *    BOOK.
           IF NOT WS-POSITIONS-OPEN
               GO TO 2850-EXIT
           END-IF
           MOVE ID-NUMBER TO AGP-ID-NUMBER
           DELETE POSITIONS-FILE
               INVALID KEY
                   GO TO 2850-EXIT
           END-DELETE
           ADD 1 TO WS-DROPPED-COUNT.
       2850-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END SET EOF-REACHED TO TRUE
           END-READ.
       2900-EXIT.
           MOVE WS-TOT-60      TO TL-60
           MOVE WS-TOT-90      TO TL-90
           MOVE WS-TOT-BALANCE TO TL-TOTAL
           MOVE WS-TOT-DISPUTED TO TL-DISPUTED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY "DEBTORS AGED:    " WS-DEBTOR-COUNT
           DISPLAY "LETTERS WRITTEN: " WS-LETTER-COUNT
           DISPLAY "LETTERS WITHHELD (ON A PAYMENT PLAN): "
               WS-WITHHELD-COUNT
           DISPLAY "LETTERS HELD (MAIL RETURNED): " WS-HELD-COUNT
           DISPLAY "DEBTORS WITH ITEMS IN DISPUTE: " WS-DISPUTED-COUNT.
       8000-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           IF WS-OPEN-ITEMS-ON-HAND
               CLOSE OPEN-ITEMS-FILE
           END-IF
           CLOSE CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE CLOSE FAILED, STATUS: "
               DISPLAY "LETTER-FILE CLOSE FAILED, STATUS: "
                   WS-LETTER-STATUS
           END-IF
           IF WS-HELD-COUNT = ZERO
               MOVE "  NO MAIL HELD" TO HELD-LINE
               WRITE HELD-LINE
           END-IF
           MOVE WS-HELD-COUNT TO HT-COUNT
           WRITE HELD-LINE FROM WS-HELD-TOTAL-LINE
           CLOSE HELD-MAIL-FILE
           IF NOT HELD-OK
               DISPLAY "HELD-MAIL-FILE CLOSE FAILED, STATUS: "
                   WS-HELD-STATUS
           END-IF
           IF WS-RETURNED-MAIL-OPEN
               CLOSE RETURNED-MAIL-FILE
           END-IF
           IF WS-POSITIONS-OPEN
               CLOSE POSITIONS-FILE
               DISPLAY "AGED POSITIONS KEPT: " WS-POSITION-COUNT
                   "  DROPPED: " WS-DROPPED-COUNT
           END-IF
           IF WS-LEDGER-KEYED
               CLOSE LEDGER-INDEX-FILE
               DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READS
                   " (BY KEY)"
           ELSE
               DISPLAY "LEDGER ENTRIES READ: " WS-LEDGER-READS
                   " (FULL SWEEPS)"
           END-IF
           DISPLAY "REPORT WRITTEN TO  " WS-REPORT-FILE-NAME
           DISPLAY "LETTERS WRITTEN TO " WS-LETTER-FILE-NAME
           DISPLAY "HELD MAIL LISTED ON " WS-HELD-FILE-NAME
           IF NOT WS-CYCLE-ALL
               DISPLAY "NOT IN A CYCLE DUE: " WS-CYCLE-SKIPPED
           END-IF.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-67.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. PERSONAL-DATA ERASURE FOR
      *   LONG-CLOSED CUSTOMERS. A CUSTOMER DELETED
      *   (DELETED-ARCHIVE.dat) OR PURGED (DORMANT-ARCHIVE.dat) LONGER
      *   AGO THAN THE ERASURE-RETAIN-DAYS RUN-PARM (DEFAULT 2190, SIX
      *   YEARS), OR NAMED ON ERASURE-REQUESTS.dat, HAS THE NAME, DATE
      *   OF BIRTH, AGE AND ADDRESS OVERWRITTEN EVERYWHERE THEY ARE
      *   KEPT: THE JOURNAL AND AUDIT FILES AND THEIR FILES-41 ARCHIVES
      *   (FOUND ON HOUSEKEEPING-ARCHIVE-CATALOG.dat), THE CONTACT LOG
      *   TEXT, SUSPENSE AND REJECTS, THE DIRECT-DEBIT MANDATE'S BANK
      *   DETAILS, THE RETURNED-MAIL DEAD ADDRESS, EVERY BACKUP
      *   GENERATION ON BACKUP-CATALOG.dat AND, LAST, THE TWO
      *   CLOSED-CUSTOMER ARCHIVES. ID-NUMBER, BALANCES AND EVERY
      *   MONETARY FIELD ARE LEFT ALONE AND THE LEDGER IS NOT TOUCHED,
      *   SO THE FILES-28 PROOF STILL WORKS. A CUSTOMER STILL CARRYING A
      *   BALANCE, AN OUTSTANDING OPEN ITEM OR AN ACTIVE PAYMENT PLAN,
      *   OR A REQUESTED ONE STILL ON THE MASTER, IS REFUSED. EACH FILE
      *   IS REBUILT THROUGH THE FILES-41 PARK-AND-REBUILD WITH THE
      *   COUNTS PROVED BEFORE THE LIVE FILE IS REPLACED. THE OPERATOR
      *   MAY LIST THE CANDIDATES FIRST WITHOUT OVERWRITING ANYTHING.
      *   THE CERTIFICATE (ERASURE-CERTIFICATE-CCYYMMDD.rpt, OR
      *   ERASURE-CANDIDATES-CCYYMMDD.rpt FOR A LISTING, CATALOGUED ON
      *   REPORT-CATALOG.dat) NAMES EVERY FILE TOUCHED PER CUSTOMER WITH
      *   THE RECORDS OVERWRITTEN, AND EVERY REFUSAL. A REQUEST HONOURED
      *   IS DROPPED FROM THE REQUEST FILE; A REFUSED ONE STAYS FOR THE
      *   NEXT RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUN-LOCK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUN-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT RUN-PARMS-FILE ASSIGN TO "RUN-PARMS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.

           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMERS-STATUS.

           SELECT CLOSED-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "ERASURE-REQUESTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "OPEN-ITEMS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OPN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT PLANS-FILE ASSIGN TO "PAYMENT-PLANS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANS-STATUS.

           SELECT HK-CATALOG-FILE
               ASSIGN TO "HOUSEKEEPING-ARCHIVE-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HK-CATALOG-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUP-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-CATALOG-STATUS.

           SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT WORK-FILE ASSIGN TO "ERASURE-WORK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RML-ID-NUMBER
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
           COPY "LOCK-RECORD.cpy".

       FD RUN-LOG-FILE.
           COPY "RUN-LOG-RECORD.cpy".

       FD RUN-PARMS-FILE.
           COPY "RUN-PARMS-RECORD.cpy".

       FD OPERATORS-FILE.
           01 OPERATOR-RECORD.
               02 OPR-OPERATOR-ID   PIC X(8).
               02 OPR-OPERATOR-NAME PIC X(20).

       FD CUSTOMERS-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY CUSTOMER-DATA
                         CDR-ID-NUMBER         BY ID-NUMBER
                         CDR-CUSTOMER-NAME     BY CUSTOMER-NAME
                         CDR-F-NAME            BY F-NAME
                         CDR-L-NAME            BY L-NAME
                         CDR-DATE-OF-BIRTH     BY DATE-OF-BIRTH
                         CDR-DOB-DD            BY DOB-DD
                         CDR-DOB-MM            BY DOB-MM
                         CDR-DOB-CCYY          BY DOB-CCYY
                         CDR-AGE               BY AGE
                         CDR-SCORE             BY SCORE
                         CDR-CAN-VOTE-FLAG     BY CAN-VOTE-FLAG
                         CDR-CANT-VOTE-FLAG    BY CANT-VOTE-FLAG
                         CDR-CAN-VOTE          BY CAN-VOTE
                         CDR-CUSTOMER-BALANCE  BY CUSTOMER-BALANCE
                         CDR-LAST-ACTIVITY     BY LAST-ACTIVITY
                         CDR-LAST-ACT-CCYY     BY LAST-ACT-CCYY
                         CDR-LAST-ACT-MM       BY LAST-ACT-MM
                         CDR-LAST-ACT-DD       BY LAST-ACT-DD
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL.

      *    DELETED-ARCHIVE.dat (FILES-1/FILES-12) AND
      *    DORMANT-ARCHIVE.dat (FILES-19) SHARE ONE LAYOUT.
       FD CLOSED-ARCHIVE-FILE.
           01 CLOSED-ARCHIVE-RECORD.
               02 CLA-ARCHIVE-DATE    PIC 9(8).
               02 CLA-ID-NUMBER       PIC 9(7).
               02 CLA-CUSTOMER-IMAGE  PIC X(150).

       FD REQUEST-FILE.
           01 REQUEST-RECORD.
               02 ERQ-ID-NUMBER       PIC 9(7).
               02 ERQ-REQUEST-DATE    PIC 9(8).
               02 ERQ-REFERENCE       PIC X(20).

       FD OPEN-ITEMS-FILE.
           COPY "OPEN-ITEM-RECORD.cpy".

       FD PLANS-FILE.
           COPY "PAYMENT-PLAN-RECORD.cpy".

       FD HK-CATALOG-FILE.
           01 HK-CATALOG-RECORD.
               02 HKC-RUN-DATE      PIC 9(8).
               02 HKC-LIVE-NAME     PIC X(40).
               02 HKC-ARCHIVE-NAME  PIC X(40).
               02 HKC-REC-COUNT     PIC 9(7).

       FD BACKUP-CATALOG-FILE.
           01 BACKUP-CATALOG-RECORD.
               02 CAT-GEN-DATE    PIC 9(8).
               02 CAT-GEN-NAME    PIC X(40).
               02 CAT-GEN-COUNT   PIC 9(7).

       FD LIVE-FILE.
           01 LIVE-RECORD         PIC X(350).

       FD WORK-FILE.
           01 WRK-RECORD          PIC X(350).

       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

           77 WS-LOCK-HELD-SWITCH   PIC X VALUE "N".
               88 WS-LOCK-HELD-BY-US VALUE "Y".

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

           01 WS-RUN-LOG-STATUS     PIC X(2) VALUE SPACES.
               88 RUN-LOG-OK            VALUE "00".
               88 RUN-LOG-NOT-FOUND     VALUE "35".

           01 WS-RLG-EVENT          PIC X(5) VALUE SPACES.
           77 WS-RLG-READ           PIC 9(7) VALUE ZERO.
           77 WS-RLG-WRITTEN        PIC 9(7) VALUE ZERO.

           01 WS-PARMS-STATUS       PIC X(2) VALUE SPACES.
               88 PARMS-OK              VALUE "00".
               88 PARMS-NOT-FOUND       VALUE "35".

           77 PARMS-EOF             PIC X VALUE "N".
               88 PARMS-EOF-REACHED VALUE "Y".

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".

           77 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".
           77 WS-SIGNON-SWITCH      PIC X VALUE "N".
               88 WS-SIGNED-ON          VALUE "Y".

           01 WS-CUSTOMERS-STATUS  PIC X(2) VALUE SPACES.
               88 CUSTOMERS-OK          VALUE "00".

           01 WS-ARCHIVE-STATUS    PIC X(2) VALUE SPACES.
               88 ARCHIVE-OK            VALUE "00".
               88 ARCHIVE-NOT-FOUND     VALUE "35".
           77 WS-ARCHIVE-NAME       PIC X(40) VALUE SPACES.
           77 ARCHIVE-EOF           PIC X VALUE "N".
               88 ARCHIVE-EOF-REACHED VALUE "Y".

           01 WS-REQUEST-STATUS    PIC X(2) VALUE SPACES.
               88 REQUEST-OK            VALUE "00".
               88 REQUEST-NOT-FOUND     VALUE "35".
           77 REQUEST-EOF           PIC X VALUE "N".
               88 REQUEST-EOF-REACHED VALUE "Y".
           77 WS-REQUEST-SWITCH     PIC X VALUE "N".
               88 WS-REQUESTS-ON-HAND   VALUE "Y".

           01 WS-OPEN-ITEMS-STATUS PIC X(2) VALUE SPACES.
               88 OPEN-ITEMS-OK         VALUE "00".
               88 OPEN-ITEMS-NOT-FOUND  VALUE "35".
           77 OPEN-ITEMS-EOF        PIC X VALUE "N".
               88 OPEN-ITEMS-EOF-REACHED VALUE "Y".

           01 WS-PLANS-STATUS      PIC X(2) VALUE SPACES.
               88 PLANS-OK              VALUE "00".
               88 PLANS-NOT-FOUND       VALUE "35".
           77 PLANS-EOF             PIC X VALUE "N".
               88 PLANS-EOF-REACHED VALUE "Y".

           01 WS-HK-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 HK-CATALOG-OK         VALUE "00".
               88 HK-CATALOG-NOT-FOUND  VALUE "35".
           77 HK-CATALOG-EOF        PIC X VALUE "N".
               88 HK-CATALOG-EOF-REACHED VALUE "Y".

           01 WS-BKP-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 BKP-CATALOG-OK        VALUE "00".
               88 BKP-CATALOG-NOT-FOUND VALUE "35".
           77 BKP-CATALOG-EOF       PIC X VALUE "N".
               88 BKP-CATALOG-EOF-REACHED VALUE "Y".

           01 WS-LIVE-STATUS       PIC X(2) VALUE SPACES.
               88 LIVE-OK               VALUE "00".
               88 LIVE-NOT-FOUND        VALUE "35".
           77 WS-LIVE-NAME          PIC X(40) VALUE SPACES.
           77 LIVE-EOF              PIC X VALUE "N".
               88 LIVE-EOF-REACHED  VALUE "Y".

           01 WS-WORK-STATUS       PIC X(2) VALUE SPACES.
               88 WORK-OK               VALUE "00".
           77 WORK-EOF              PIC X VALUE "N".
               88 WORK-EOF-REACHED  VALUE "Y".

           01 WS-RETURNED-MAIL-STATUS PIC X(2) VALUE SPACES.
               88 RETURNED-MAIL-OK      VALUE "00".
               88 RETURNED-MAIL-NOT-FOUND VALUE "35".

           01 WS-REPORT-STATUS      PIC X(2) VALUE SPACES.
               88 REPORT-OK             VALUE "00".
           77 WS-REPORT-FILE-NAME   PIC X(40) VALUE SPACES.

           01 WS-RPT-CATALOG-STATUS PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK        VALUE "00".
               88 RPT-CATALOG-NOT-FOUND VALUE "35".
           77 WS-RPC-PAGES          PIC 9(5) VALUE ZERO.
           77 WS-RPC-LINES          PIC 9(7) VALUE ZERO.
           77 WS-RPC-NAME           PIC X(40) VALUE SPACES.
           77 WS-RPC-EOF            PIC X VALUE "N".
               88 WS-RPC-EOF-REACHED    VALUE "Y".

      *    SIX YEARS FROM CLOSURE UNLESS RUN-PARMS SAYS OTHERWISE.
           77 WS-RETAIN-DAYS        PIC 9(4) VALUE 2190.

           77 WS-ERASE-ANSWER       PIC X VALUE SPACE.
               88 WS-ERASE-NOW          VALUE "Y".
               88 WS-LIST-ONLY          VALUE "N".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

           77 WS-CUTOFF-INTEGER     PIC 9(7) COMP VALUE ZERO.
           77 WS-CUTOFF-DATE        PIC 9(8) VALUE ZERO.

      *    EVERY CUSTOMER ON EITHER CLOSED-CUSTOMER ARCHIVE OR ON THE
      *    REQUEST FILE. A CUSTOMER ARCHIVED MORE THAN ONCE (DELETED,
      *    REINSTATED, DELETED AGAIN) IS JUDGED ON THE LATEST CLOSURE.
      *    STATUS: E = TO ERASE, X = REFUSED, W = CARRIED TO THE NEXT
      *    RUN, P = ERASED BY AN EARLIER RUN, SPACE = NOT YET DUE.
           01 WS-CANDIDATE-TABLE.
               02 WS-CND-ENTRY OCCURS 5000 TIMES.
                   03 WS-CND-ID          PIC 9(7).
                   03 WS-CND-CLOSED      PIC 9(8).
                   03 WS-CND-SOURCE      PIC X.
                   03 WS-CND-BALANCE     PIC S9(7)V99.
                   03 WS-CND-ERASED      PIC X.
                   03 WS-CND-REQUESTED   PIC X.
                   03 WS-CND-REFERENCE   PIC X(20).
                   03 WS-CND-STATUS      PIC X.
                   03 WS-CND-REASON      PIC X(40).
                   03 WS-CND-TOUCHES     PIC 9(7).
           77 WS-CND-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-CND-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-CND-FOUND          PIC 9(4) COMP VALUE ZERO.
           77 WS-CND-FULL-SWITCH    PIC X VALUE "N".
               88 WS-CND-TABLE-FULL     VALUE "Y".
           77 WS-LOOK-ID            PIC 9(7) VALUE ZERO.
           77 WS-LOAD-SOURCE        PIC X VALUE SPACE.
           77 WS-REFUSE-TEXT        PIC X(40) VALUE SPACES.

      *    THE CUSTOMERS BEING ERASED THIS RUN, AS SUBSCRIPTS INTO THE
      *    CANDIDATE TABLE, WITH THE RECORDS OVERWRITTEN IN THE FILE
      *    IN HAND. A RUN TAKES AT MOST 1000; THE REST WAIT.
           01 WS-ERASE-TABLE.
               02 WS-ERL-ENTRY OCCURS 1000 TIMES.
                   03 WS-ERL-CND-SUB     PIC 9(4) COMP.
                   03 WS-ERL-ID          PIC 9(7).
                   03 WS-ERL-FILE-COUNT  PIC 9(7).
           77 WS-ERL-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-ERL-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-ERL-KEEP           PIC 9(4) COMP VALUE ZERO.
           77 WS-ERL-FOUND          PIC 9(4) COMP VALUE ZERO.

      *    THE FILES TO SWEEP, IN SWEEP ORDER, AND WHAT KIND OF
      *    RECORD EACH HOLDS: J = JOURNAL, U = AUDIT, C = CONTACT LOG,
      *    S = SUSPENSE, R = REJECTS, M = MANDATES, K = RETURNED MAIL,
      *    B = BACKUP GENERATION, A = CLOSED-CUSTOMER ARCHIVE.
           01 WS-SCRUB-FILE-TABLE.
               02 WS-SCF-ENTRY OCCURS 200 TIMES.
                   03 WS-SCF-NAME        PIC X(40).
                   03 WS-SCF-KIND        PIC X.
           77 WS-SCF-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-SCF-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-ADD-NAME           PIC X(40) VALUE SPACES.
           77 WS-ADD-KIND           PIC X VALUE SPACE.
           77 WS-SCRUB-KIND         PIC X VALUE SPACE.
           77 WS-SCRUB-FAIL-SWITCH  PIC X VALUE "N".
               88 WS-SCRUB-FAILED       VALUE "Y".

      *    ONE ENTRY PER CUSTOMER PER FILE TOUCHED, FOR THE
      *    CERTIFICATE.
           01 WS-TOUCH-TABLE.
               02 WS-TCH-ENTRY OCCURS 20000 TIMES.
                   03 WS-TCH-ERL-SUB     PIC 9(4) COMP.
                   03 WS-TCH-SCF-SUB     PIC 9(3) COMP.
                   03 WS-TCH-COUNT       PIC 9(7).
           77 WS-TCH-COUNT-USED     PIC 9(5) COMP VALUE ZERO.
           77 WS-TCH-SUB            PIC 9(5) COMP VALUE ZERO.
           77 WS-TCH-FULL-SWITCH    PIC X VALUE "N".
               88 WS-TCH-TABLE-FULL     VALUE "Y".
           77 WS-TCH-LISTED         PIC 9(3) VALUE ZERO.

      *    WHERE THE ID-NUMBER AND THE CUSTOMER IMAGE SIT ON THE LINE.
           77 WS-ID-COL             PIC 9(3) VALUE ZERO.
           77 WS-IMAGE-COL          PIC 9(3) VALUE ZERO.
           01 WS-LINE-ID-X          PIC X(7).
           01 WS-LINE-ID REDEFINES WS-LINE-ID-X PIC 9(7).

      *    A CUSTOMER IMAGE BEING OVERWRITTEN.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY ERI-CUSTOMER-DATA
                         CDR-ID-NUMBER         BY ERI-ID-NUMBER
                         CDR-CUSTOMER-NAME     BY ERI-CUSTOMER-NAME
                         CDR-F-NAME            BY ERI-F-NAME
                         CDR-L-NAME            BY ERI-L-NAME
                         CDR-DATE-OF-BIRTH     BY ERI-DATE-OF-BIRTH
                         CDR-DOB-DD            BY ERI-DOB-DD
                         CDR-DOB-MM            BY ERI-DOB-MM
                         CDR-DOB-CCYY          BY ERI-DOB-CCYY
                         CDR-AGE               BY ERI-AGE
                         CDR-SCORE             BY ERI-SCORE
                         CDR-CAN-VOTE-FLAG     BY ERI-CAN-VOTE-FLAG
                         CDR-CANT-VOTE-FLAG    BY ERI-CANT-VOTE-FLAG
                         CDR-CAN-VOTE          BY ERI-CAN-VOTE
                         CDR-CUSTOMER-BALANCE  BY ERI-CUSTOMER-BALANCE
                         CDR-LAST-ACTIVITY     BY ERI-LAST-ACTIVITY
                         CDR-LAST-ACT-CCYY     BY ERI-LAST-ACT-CCYY
                         CDR-LAST-ACT-MM       BY ERI-LAST-ACT-MM
                         CDR-LAST-ACT-DD       BY ERI-LAST-ACT-DD
                         CDR-CUSTOMER-ADDRESS  BY ERI-CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ERI-ADDR-STREET
                         CDR-ADDR-CITY         BY ERI-ADDR-CITY
                         CDR-ADDR-POSTAL       BY ERI-ADDR-POSTAL
                         CDR-CREDIT-LIMIT      BY ERI-CREDIT-LIMIT
                         CDR-WRITTEN-OFF       BY ERI-WRITTEN-OFF
                         CDR-WRITE-OFF-FLAG    BY ERI-WRITE-OFF-FLAG
                         CDR-MAIL-RETURNED     BY ERI-MAIL-RETURNED
                         CDR-MAIL-FLAG         BY ERI-MAIL-FLAG
                         CDR-CYCLE-DAY         BY ERI-CYCLE-DAY.

           77 WS-FILE-READ          PIC 9(7) VALUE ZERO.
           77 WS-FILE-TOUCHED       PIC 9(7) VALUE ZERO.
           77 WS-VERIFY-COUNT       PIC 9(7) VALUE ZERO.

           77 WS-REQUEST-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-REQUEST-KEPT       PIC 9(5) VALUE ZERO.
           77 WS-ERASED-COUNT       PIC 9(5) VALUE ZERO.
           77 WS-REFUSED-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-DEFERRED-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-EARLIER-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-FILES-REBUILT      PIC 9(5) VALUE ZERO.
           77 WS-TOTAL-TOUCHED      PIC 9(7) VALUE ZERO.

           01 WS-EDIT-DATE          PIC 9(8) VALUE ZERO.
           01 WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
               02 WS-EDT-CCYY        PIC 9(4).
               02 WS-EDT-MM          PIC 9(2).
               02 WS-EDT-DD          PIC 9(2).
           01 WS-DATE-EDIT-NUM      PIC 9(8).

           01 WS-HEAD-LINE.
               02 HL-TITLE           PIC X(60).
               02 FILLER             PIC X(8) VALUE " RUN ON ".
               02 HL-RUN-DATE        PIC 99/99/9999.
               02 FILLER             PIC X(13) VALUE "   OPERATOR ".
               02 HL-OPERATOR        PIC X(8).

           01 WS-BASIS-HEAD.
               02 FILLER             PIC X(10) VALUE "RETENTION ".
               02 BH-DAYS            PIC ZZZ9.
               02 FILLER             PIC X(30) VALUE
                   " DAYS: CLOSED ON OR BEFORE ".
               02 BH-CUTOFF          PIC 99/99/9999.
               02 FILLER             PIC X(36) VALUE
                   ", OR NAMED ON AN ERASURE REQUEST".

           01 WS-CUSTOMER-LINE.
               02 FILLER             PIC X(3) VALUE "ID ".
               02 CL-ID-NUMBER       PIC 9(7).
               02 FILLER             PIC X(10) VALUE "  CLOSED ".
               02 CL-CLOSED          PIC 99/99/9999.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 CL-SOURCE          PIC X(8).
               02 FILLER             PIC X(9) VALUE "  BASIS: ".
               02 CL-BASIS           PIC X(9).
               02 FILLER             PIC X VALUE SPACE.
               02 CL-REFERENCE       PIC X(20).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 CL-REASON          PIC X(40).

           01 WS-TOUCH-LINE.
               02 FILLER             PIC X(10) VALUE SPACES.
               02 TL-FILE-NAME       PIC X(40).
               02 FILLER             PIC X(23) VALUE
                   "  RECORDS OVERWRITTEN ".
               02 TL-COUNT           PIC ZZZZZZ9.

           01 WS-TOTAL-LINE.
               02 TT-TEXT            PIC X(40).
               02 TT-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-SIGN-ON THRU 0050-EXIT
           IF NOT WS-SIGNED-ON
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           DISPLAY "ERASE NOW? (Y = ERASE, N = LIST CANDIDATES ONLY): "
               WITH NO ADVANCING
           ACCEPT WS-ERASE-ANSWER
           EVALUATE TRUE
               WHEN WS-ERASE-NOW
                   PERFORM 0300-ACQUIRE-LOCK THRU 0300-EXIT
               WHEN WS-LIST-ONLY
                   PERFORM 0350-CHECK-LOCK THRU 0350-EXIT
               WHEN OTHER
                   DISPLAY "ANSWER Y OR N -- RUN ENDED"
                   MOVE 1 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
           END-EVALUATE
           IF WS-ABORT-REQUESTED
               STOP RUN
           END-IF

           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT

           PERFORM 1000-LOAD-CLOSED-CUSTOMERS THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-LOAD-REQUESTS THRU 1500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1900-OPEN-CERTIFICATE THRU 1900-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-SELECT-CANDIDATES THRU 2000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2300-BUILD-ERASE-LIST THRU 2300-EXIT
                   VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT
               PERFORM 2500-CHECK-OPEN-ITEMS THRU 2500-EXIT
               PERFORM 2600-CHECK-PLANS THRU 2600-EXIT
               PERFORM 2800-COMPACT-ERASE-LIST THRU 2800-EXIT
               IF WS-ERL-COUNT IS GREATER THAN ZERO
                   PERFORM 3000-BUILD-FILE-LIST THRU 3000-EXIT
                   PERFORM 3100-SCRUB-ONE-FILE THRU 3100-EXIT
                       VARYING WS-SCF-SUB FROM 1 BY 1
                       UNTIL WS-SCF-SUB IS GREATER THAN WS-SCF-COUNT
                          OR WS-SCRUB-FAILED
               END-IF
               PERFORM 4000-PRINT-CERTIFICATE THRU 4000-EXIT
               CLOSE REPORT-FILE
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               IF WS-ERASE-NOW AND WS-REQUESTS-ON-HAND
                   AND NOT WS-SCRUB-FAILED
                   PERFORM 5000-REBUILD-REQUESTS THRU 5000-EXIT
               END-IF
               DISPLAY "CUSTOMERS ERASED:    " WS-ERASED-COUNT
               DISPLAY "CUSTOMERS REFUSED:   " WS-REFUSED-COUNT
               DISPLAY "RECORDS OVERWRITTEN: " WS-TOTAL-TOUCHED
               DISPLAY "CERTIFICATE: " WS-REPORT-FILE-NAME
           END-IF

           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-CND-COUNT TO WS-RLG-READ
           MOVE WS-TOTAL-TOUCHED TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0400-RELEASE-LOCK THRU 0400-EXIT
           STOP RUN.

       0050-SIGN-ON.
      *    THE OPERATOR MUST BE ON OPERATORS.dat BEFORE ANYTHING ELSE
      *    RUNS; A MISSING OPERATOR FILE REFUSES EVERYONE RATHER THAN
      *    LETTING ANYONE THROUGH UNRECORDED.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-NOT-FOUND
               DISPLAY "NO OPERATOR FILE ON HAND -- SIGN-ON REFUSED"
               GO TO 0050-EXIT
           END-IF
           IF NOT OPERATORS-OK
               DISPLAY "OPERATORS-FILE OPEN FAILED, STATUS: "
                   WS-OPERATORS-STATUS
               GO TO 0050-EXIT
           END-IF
           PERFORM 0060-MATCH-OPERATOR THRU 0060-EXIT
               UNTIL WS-SIGNED-ON OR OPERATORS-EOF-REACHED
           CLOSE OPERATORS-FILE
           IF NOT WS-SIGNED-ON
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT ON THE "
                   "OPERATOR FILE -- SIGN-ON REFUSED"
           END-IF.
       0050-EXIT.
           EXIT.

       0060-MATCH-OPERATOR.
           READ OPERATORS-FILE
               AT END
                   SET OPERATORS-EOF-REACHED TO TRUE
                   GO TO 0060-EXIT
           END-READ
           IF OPR-OPERATOR-ID = WS-OPERATOR-ID
               SET WS-SIGNED-ON TO TRUE
               DISPLAY "SIGNED ON: " OPR-OPERATOR-NAME
           END-IF.
       0060-EXIT.
           EXIT.

       0100-READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF PARMS-NOT-FOUND
               DISPLAY "NO RUN-PARMS FILE -- DEFAULTS IN EFFECT"
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
               WHEN "ERASURE-RETAIN-DAYS"
                   MOVE PRM-VALUE (1:4) TO WS-RETAIN-DAYS
               WHEN OTHER
                   GO TO 0150-EXIT
           END-EVALUATE
           DISPLAY "RUN-PARM " PRM-KEYWORD " = " PRM-VALUE.
       0150-EXIT.
           EXIT.

       0200-WRITE-RUN-LOG.
      *    SAME OPEN-EXTEND-PER-WRITE PATTERN AS CUSTOM-DATA-
      *    CLASSIFICATION'S 1900-WRITE-ELIGIBILITY, SO THE LOG IS ON
      *    DISK EVEN IF THE RUN DIES LATER.
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-NOT-FOUND
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           IF NOT RUN-LOG-OK
               DISPLAY "RUN-LOG-FILE OPEN FAILED, STATUS: "
                   WS-RUN-LOG-STATUS
               GO TO 0200-EXIT
           END-IF
           ACCEPT RLG-DATE FROM DATE YYYYMMDD
           ACCEPT RLG-TIME FROM TIME
           MOVE "FILES-67" TO RLG-PROGRAM-ID
           MOVE WS-RLG-EVENT   TO RLG-EVENT
           MOVE WS-RLG-READ    TO RLG-RECORDS-READ
           MOVE WS-RLG-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE RETURN-CODE    TO RLG-RETURN-CODE
           WRITE RLG-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       0200-EXIT.
           EXIT.

       0300-ACQUIRE-LOCK.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               CONTINUE
           ELSE
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-HELD
                           DISPLAY "RUN LOCK HELD BY " LCK-PROGRAM
                               "SINCE " LCK-DATE " " LCK-TIME
                               " -- RUN REFUSED (FILES-25 INSPECTS "
                               "AND CLEARS A STALE LOCK)"
                           MOVE 1 TO RETURN-CODE
                           SET WS-ABORT-REQUESTED TO TRUE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-ABORT-REQUESTED
               GO TO 0300-EXIT
           END-IF
           OPEN OUTPUT LOCK-FILE
           MOVE "L" TO LCK-STATE
           MOVE "X" TO LCK-TYPE
           MOVE "FILES-67" TO LCK-PROGRAM
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT LCK-TIME FROM TIME
           WRITE LCK-LOCK-RECORD
           CLOSE LOCK-FILE
           SET WS-LOCK-HELD-BY-US TO TRUE.
       0300-EXIT.
           EXIT.

       0350-CHECK-LOCK.
      *    A LISTING ONLY LOOKS -- AN EXCLUSIVE UPDATE LOCK ON HAND
      *    MEANS THE FILES ARE MID-UPDATE AND THIS RUN MUST NOT START.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               GO TO 0350-EXIT
           END-IF
           READ LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-HELD AND LCK-EXCLUSIVE
                       DISPLAY "RUN LOCK HELD BY " LCK-PROGRAM
                           "SINCE " LCK-DATE " " LCK-TIME
                           " -- RUN REFUSED (FILES-25 INSPECTS "
                           "AND CLEARS A STALE LOCK)"
                       MOVE 1 TO RETURN-CODE
                       SET WS-ABORT-REQUESTED TO TRUE
                   END-IF
           END-READ
           CLOSE LOCK-FILE.
       0350-EXIT.
           EXIT.

       0400-RELEASE-LOCK.
           IF WS-LOCK-HELD-BY-US
               OPEN OUTPUT LOCK-FILE
               MOVE "F" TO LCK-STATE
               MOVE SPACE TO LCK-TYPE
               MOVE "FILES-67" TO LCK-PROGRAM
               ACCEPT LCK-DATE FROM DATE YYYYMMDD
               ACCEPT LCK-TIME FROM TIME
               WRITE LCK-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
       0400-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE CERTIFICATE GOES ON REPORT-CATALOG.dat LIKE EVERY OTHER
      *    PRINT FILE, ITS LINE COUNT PROVED BY REREADING IT. SEE
      *    FILES-39 FOR BROWSE AND REPRINT.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT REPORT-FILE
           IF REPORT-OK
               PERFORM 0720-COUNT-REPORT-LINE THRU 0720-EXIT
                   UNTIL WS-RPC-EOF-REACHED
               CLOSE REPORT-FILE
           END-IF
           MOVE 1 TO WS-RPC-PAGES
           MOVE WS-REPORT-FILE-NAME TO WS-RPC-NAME
           PERFORM 0790-WRITE-CATALOG-ENTRY THRU 0790-EXIT.
       0700-EXIT.
           EXIT.

       0720-COUNT-REPORT-LINE.
           READ REPORT-FILE
               AT END
                   SET WS-RPC-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPC-LINES
           END-READ.
       0720-EXIT.
           EXIT.

       0790-WRITE-CATALOG-ENTRY.
           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN EXTEND REPORT-CATALOG-FILE
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "REPORT-CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-RPT-CATALOG-STATUS
               GO TO 0790-EXIT
           END-IF
           MOVE "FILES-67" TO RPC-PROGRAM
           MOVE WS-RPC-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE WS-RPC-PAGES TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0790-EXIT.
           EXIT.

       1000-LOAD-CLOSED-CUSTOMERS.
           MOVE "DELETED-ARCHIVE.dat" TO WS-ARCHIVE-NAME
           MOVE "D" TO WS-LOAD-SOURCE
           PERFORM 1100-LOAD-ONE-ARCHIVE THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           MOVE "DORMANT-ARCHIVE.dat" TO WS-ARCHIVE-NAME
           MOVE "P" TO WS-LOAD-SOURCE
           PERFORM 1100-LOAD-ONE-ARCHIVE THRU 1100-EXIT
           IF WS-CND-TABLE-FULL
               DISPLAY "*** MORE THAN 5000 CLOSED CUSTOMERS -- THE "
                   "REST ARE JUDGED ON A LATER RUN ***"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ARCHIVE.
           MOVE "N" TO ARCHIVE-EOF
           OPEN INPUT CLOSED-ARCHIVE-FILE
           IF ARCHIVE-NOT-FOUND
               DISPLAY WS-ARCHIVE-NAME " NOT ON HAND -- NONE FROM IT"
               GO TO 1100-EXIT
           END-IF
           IF NOT ARCHIVE-OK
      *        AN ARCHIVE THAT WILL NOT OPEN MEANS A CLOSURE DATE
      *        CANNOT BE TRUSTED -- NOTHING IS ERASED ON A GUESS.
               DISPLAY WS-ARCHIVE-NAME " OPEN FAILED, STATUS: "
                   WS-ARCHIVE-STATUS " -- RUN ENDED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1200-LOAD-ARCHIVE-ENTRY THRU 1200-EXIT
               UNTIL ARCHIVE-EOF-REACHED
           CLOSE CLOSED-ARCHIVE-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-ARCHIVE-ENTRY.
           READ CLOSED-ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF-REACHED TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF CLA-ID-NUMBER IS NOT NUMERIC
               OR CLA-ARCHIVE-DATE IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF
           MOVE CLA-ID-NUMBER TO WS-LOOK-ID
           PERFORM 1300-FIND-CANDIDATE THRU 1300-EXIT
           IF WS-CND-FOUND = ZERO
               PERFORM 1400-ADD-CANDIDATE THRU 1400-EXIT
               IF WS-CND-FOUND = ZERO
                   GO TO 1200-EXIT
               END-IF
           END-IF
           MOVE CLA-CUSTOMER-IMAGE TO ERI-CUSTOMER-DATA
           IF ERI-F-NAME = "ERASED" AND ERI-L-NAME = "ERASED"
               MOVE "Y" TO WS-CND-ERASED (WS-CND-FOUND)
           END-IF
           IF CLA-ARCHIVE-DATE IS LESS THAN WS-CND-CLOSED (WS-CND-FOUND)
               GO TO 1200-EXIT
           END-IF
           MOVE CLA-ARCHIVE-DATE TO WS-CND-CLOSED (WS-CND-FOUND)
           MOVE WS-LOAD-SOURCE TO WS-CND-SOURCE (WS-CND-FOUND)
           IF ERI-CUSTOMER-BALANCE IS NUMERIC
               MOVE ERI-CUSTOMER-BALANCE
                   TO WS-CND-BALANCE (WS-CND-FOUND)
           ELSE
               MOVE ZERO TO WS-CND-BALANCE (WS-CND-FOUND)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-FIND-CANDIDATE.
           MOVE ZERO TO WS-CND-FOUND
           PERFORM 1350-TEST-CANDIDATE THRU 1350-EXIT
               VARYING WS-CND-SUB FROM 1 BY 1
               UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT
                  OR WS-CND-FOUND IS NOT EQUAL ZERO.
       1300-EXIT.
           EXIT.

       1350-TEST-CANDIDATE.
           IF WS-CND-ID (WS-CND-SUB) = WS-LOOK-ID
               MOVE WS-CND-SUB TO WS-CND-FOUND
           END-IF.
       1350-EXIT.
           EXIT.

       1400-ADD-CANDIDATE.
           IF WS-CND-COUNT IS NOT LESS THAN 5000
               SET WS-CND-TABLE-FULL TO TRUE
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO WS-CND-COUNT
           MOVE WS-CND-COUNT TO WS-CND-FOUND
           MOVE WS-LOOK-ID TO WS-CND-ID (WS-CND-FOUND)
           MOVE ZERO TO WS-CND-CLOSED (WS-CND-FOUND)
           MOVE SPACE TO WS-CND-SOURCE (WS-CND-FOUND)
           MOVE ZERO TO WS-CND-BALANCE (WS-CND-FOUND)
           MOVE "N" TO WS-CND-ERASED (WS-CND-FOUND)
           MOVE "N" TO WS-CND-REQUESTED (WS-CND-FOUND)
           MOVE SPACES TO WS-CND-REFERENCE (WS-CND-FOUND)
           MOVE SPACE TO WS-CND-STATUS (WS-CND-FOUND)
           MOVE SPACES TO WS-CND-REASON (WS-CND-FOUND)
           MOVE ZERO TO WS-CND-TOUCHES (WS-CND-FOUND).
       1400-EXIT.
           EXIT.

       1500-LOAD-REQUESTS.
      *    ERASURE-REQUESTS.dat IS KEPT BY THE DATA-PROTECTION DESK:
      *    ONE LINE PER REQUEST -- ID-NUMBER, DATE RECEIVED, THEIR
      *    REFERENCE.
           OPEN INPUT REQUEST-FILE
           IF REQUEST-NOT-FOUND
               DISPLAY "NO ERASURE REQUESTS ON HAND"
               GO TO 1500-EXIT
           END-IF
           IF NOT REQUEST-OK
               DISPLAY "REQUEST-FILE OPEN FAILED, STATUS: "
                   WS-REQUEST-STATUS " -- RUN ENDED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1500-EXIT
           END-IF
           SET WS-REQUESTS-ON-HAND TO TRUE
           MOVE "N" TO REQUEST-EOF
           PERFORM 1600-LOAD-REQUEST-ENTRY THRU 1600-EXIT
               UNTIL REQUEST-EOF-REACHED
           CLOSE REQUEST-FILE.
       1500-EXIT.
           EXIT.

       1600-LOAD-REQUEST-ENTRY.
           READ REQUEST-FILE
               AT END
                   SET REQUEST-EOF-REACHED TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF ERQ-ID-NUMBER IS NOT NUMERIC
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           MOVE ERQ-ID-NUMBER TO WS-LOOK-ID
           PERFORM 1300-FIND-CANDIDATE THRU 1300-EXIT
           IF WS-CND-FOUND = ZERO
               PERFORM 1400-ADD-CANDIDATE THRU 1400-EXIT
               IF WS-CND-FOUND = ZERO
                   GO TO 1600-EXIT
               END-IF
           END-IF
           MOVE "Y" TO WS-CND-REQUESTED (WS-CND-FOUND)
           MOVE ERQ-REFERENCE TO WS-CND-REFERENCE (WS-CND-FOUND).
       1600-EXIT.
           EXIT.

       1900-OPEN-CERTIFICATE.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           IF WS-ERASE-NOW
               STRING "ERASURE-CERTIFICATE-" DELIMITED BY SIZE
                      WS-CURRENT-DATE        DELIMITED BY SIZE
                      ".rpt"                 DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
           ELSE
               STRING "ERASURE-CANDIDATES-"  DELIMITED BY SIZE
                      WS-CURRENT-DATE        DELIMITED BY SIZE
                      ".rpt"                 DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
      *        NO ERASURE WITHOUT THE CERTIFICATE THAT PROVES IT.
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS " -- RUN ENDED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

       2000-SELECT-CANDIDATES.
           OPEN INPUT CUSTOMERS-FILE
           IF NOT CUSTOMERS-OK
               DISPLAY "CUSTOMERS-FILE OPEN FAILED, STATUS: "
                   WS-CUSTOMERS-STATUS " -- RUN ENDED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               CLOSE REPORT-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-JUDGE-CANDIDATE THRU 2100-EXIT
               VARYING WS-CND-SUB FROM 1 BY 1
               UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT
           CLOSE CUSTOMERS-FILE.
       2000-EXIT.
           EXIT.

       2100-JUDGE-CANDIDATE.
           IF WS-CND-ERASED (WS-CND-SUB) = "Y"
               MOVE "P" TO WS-CND-STATUS (WS-CND-SUB)
               ADD 1 TO WS-EARLIER-COUNT
               GO TO 2100-EXIT
           END-IF
           IF WS-CND-REQUESTED (WS-CND-SUB) NOT = "Y"
               AND WS-CND-CLOSED (WS-CND-SUB)
                   IS GREATER THAN WS-CUTOFF-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE WS-CND-ID (WS-CND-SUB) TO ID-NUMBER
           READ CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *            REINSTATED SINCE IT WAS ARCHIVED: NOT CLOSED AT
      *            ALL, SO ONLY A REQUEST FOR IT IS WORTH A REFUSAL.
                   IF WS-CND-REQUESTED (WS-CND-SUB) = "Y"
                       MOVE "STILL ON THE CUSTOMER MASTER"
                           TO WS-REFUSE-TEXT
                       PERFORM 2200-REFUSE-CANDIDATE THRU 2200-EXIT
                   END-IF
                   GO TO 2100-EXIT
           END-READ
           IF WS-CND-SOURCE (WS-CND-SUB) = SPACE
               MOVE "NOT ON EITHER CLOSED-CUSTOMER ARCHIVE"
                   TO WS-REFUSE-TEXT
               PERFORM 2200-REFUSE-CANDIDATE THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-CND-BALANCE (WS-CND-SUB) IS NOT EQUAL ZERO
               MOVE "CLOSED WITH A BALANCE STILL OWING"
                   TO WS-REFUSE-TEXT
               PERFORM 2200-REFUSE-CANDIDATE THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE "E" TO WS-CND-STATUS (WS-CND-SUB).
       2100-EXIT.
           EXIT.

       2200-REFUSE-CANDIDATE.
           MOVE "X" TO WS-CND-STATUS (WS-CND-SUB)
           MOVE WS-REFUSE-TEXT TO WS-CND-REASON (WS-CND-SUB)
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 1 TO RETURN-CODE.
       2200-EXIT.
           EXIT.

       2300-BUILD-ERASE-LIST.
           IF WS-CND-STATUS (WS-CND-SUB) NOT = "E"
               GO TO 2300-EXIT
           END-IF
           IF WS-ERL-COUNT IS NOT LESS THAN 1000
               MOVE "W" TO WS-CND-STATUS (WS-CND-SUB)
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ERL-COUNT
           MOVE WS-CND-SUB TO WS-ERL-CND-SUB (WS-ERL-COUNT)
           MOVE WS-CND-ID (WS-CND-SUB) TO WS-ERL-ID (WS-ERL-COUNT)
           MOVE ZERO TO WS-ERL-FILE-COUNT (WS-ERL-COUNT).
       2300-EXIT.
           EXIT.

       2400-FIND-ERASE.
           MOVE ZERO TO WS-ERL-FOUND
           PERFORM 2450-TEST-ERASE THRU 2450-EXIT
               VARYING WS-ERL-SUB FROM 1 BY 1
               UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT
                  OR WS-ERL-FOUND IS NOT EQUAL ZERO.
       2400-EXIT.
           EXIT.

       2450-TEST-ERASE.
           IF WS-ERL-ID (WS-ERL-SUB) = WS-LOOK-ID
               MOVE WS-ERL-SUB TO WS-ERL-FOUND
           END-IF.
       2450-EXIT.
           EXIT.

       2500-CHECK-OPEN-ITEMS.
      *    ONE PASS OVER OPEN-ITEMS.dat: ANY ITEM STILL OUTSTANDING
      *    STOPS THE ERASURE OF ITS CUSTOMER.
           IF WS-ERL-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT OPEN-ITEMS-FILE
           IF OPEN-ITEMS-NOT-FOUND
               GO TO 2500-EXIT
           END-IF
           IF NOT OPEN-ITEMS-OK
               DISPLAY "OPEN-ITEMS-FILE OPEN FAILED, STATUS: "
                   WS-OPEN-ITEMS-STATUS
               MOVE "OPEN ITEMS COULD NOT BE CHECKED"
                   TO WS-REFUSE-TEXT
               PERFORM 2700-REFUSE-ERASE-ENTRY THRU 2700-EXIT
                   VARYING WS-ERL-SUB FROM 1 BY 1
                   UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO OPEN-ITEMS-EOF
           PERFORM 2550-CHECK-OPEN-ITEM THRU 2550-EXIT
               UNTIL OPEN-ITEMS-EOF-REACHED
           CLOSE OPEN-ITEMS-FILE.
       2500-EXIT.
           EXIT.

       2550-CHECK-OPEN-ITEM.
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-EOF-REACHED TO TRUE
                   GO TO 2550-EXIT
           END-READ
           IF OPN-OUTSTANDING = ZERO
               GO TO 2550-EXIT
           END-IF
           MOVE OPN-ID-NUMBER TO WS-LOOK-ID
           PERFORM 2400-FIND-ERASE THRU 2400-EXIT
           IF WS-ERL-FOUND IS NOT EQUAL ZERO
               MOVE WS-ERL-FOUND TO WS-ERL-SUB
               MOVE "OPEN ITEMS STILL OUTSTANDING" TO WS-REFUSE-TEXT
               PERFORM 2700-REFUSE-ERASE-ENTRY THRU 2700-EXIT
           END-IF.
       2550-EXIT.
           EXIT.

       2600-CHECK-PLANS.
      *    ONE PASS OVER PAYMENT-PLANS.dat: AN ACTIVE PLAN STOPS THE
      *    ERASURE OF ITS CUSTOMER.
           IF WS-ERL-COUNT = ZERO
               GO TO 2600-EXIT
           END-IF
           OPEN INPUT PLANS-FILE
           IF PLANS-NOT-FOUND
               GO TO 2600-EXIT
           END-IF
           IF NOT PLANS-OK
               DISPLAY "PLANS-FILE OPEN FAILED, STATUS: "
                   WS-PLANS-STATUS
               MOVE "PAYMENT PLANS COULD NOT BE CHECKED"
                   TO WS-REFUSE-TEXT
               PERFORM 2700-REFUSE-ERASE-ENTRY THRU 2700-EXIT
                   VARYING WS-ERL-SUB FROM 1 BY 1
                   UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO PLANS-EOF
           PERFORM 2650-CHECK-PLAN THRU 2650-EXIT
               UNTIL PLANS-EOF-REACHED
           CLOSE PLANS-FILE.
       2600-EXIT.
           EXIT.

       2650-CHECK-PLAN.
           READ PLANS-FILE
               AT END
                   SET PLANS-EOF-REACHED TO TRUE
                   GO TO 2650-EXIT
           END-READ
           IF NOT PPL-ACTIVE
               GO TO 2650-EXIT
           END-IF
           MOVE PPL-ID-NUMBER TO WS-LOOK-ID
           PERFORM 2400-FIND-ERASE THRU 2400-EXIT
           IF WS-ERL-FOUND IS NOT EQUAL ZERO
               MOVE WS-ERL-FOUND TO WS-ERL-SUB
               MOVE "PAYMENT PLAN STILL ACTIVE" TO WS-REFUSE-TEXT
               PERFORM 2700-REFUSE-ERASE-ENTRY THRU 2700-EXIT
           END-IF.
       2650-EXIT.
           EXIT.

       2700-REFUSE-ERASE-ENTRY.
      *    REFUSES THE ERASE-LIST ENTRY AT WS-ERL-SUB, ONCE.
           MOVE WS-ERL-CND-SUB (WS-ERL-SUB) TO WS-CND-SUB
           IF WS-CND-STATUS (WS-CND-SUB) = "E"
               PERFORM 2200-REFUSE-CANDIDATE THRU 2200-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

       2800-COMPACT-ERASE-LIST.
      *    DROPS THE CUSTOMERS REFUSED ON OPEN ITEMS OR PLANS.
           MOVE ZERO TO WS-ERL-KEEP
           PERFORM 2850-KEEP-ERASE-ENTRY THRU 2850-EXIT
               VARYING WS-ERL-SUB FROM 1 BY 1
               UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT
           MOVE WS-ERL-KEEP TO WS-ERL-COUNT
           MOVE WS-ERL-COUNT TO WS-ERASED-COUNT.
       2800-EXIT.
           EXIT.

       2850-KEEP-ERASE-ENTRY.
           MOVE WS-ERL-CND-SUB (WS-ERL-SUB) TO WS-CND-SUB
           IF WS-CND-STATUS (WS-CND-SUB) NOT = "E"
               GO TO 2850-EXIT
           END-IF
           ADD 1 TO WS-ERL-KEEP
           MOVE WS-ERL-ENTRY (WS-ERL-SUB) TO WS-ERL-ENTRY (WS-ERL-KEEP).
       2850-EXIT.
           EXIT.

       3000-BUILD-FILE-LIST.
      *    THE CLOSED-CUSTOMER ARCHIVES COME LAST: A CUSTOMER WHOSE
      *    ARCHIVED IMAGE SAYS ERASED IS SKIPPED BY LATER RUNS, SO A
      *    RUN CUT SHORT MUST LEAVE THE ARCHIVES UNTOUCHED AND THE
      *    NEXT RUN FINISHES THE JOB.
           MOVE "CUSTOMER-JOURNAL.dat" TO WS-ADD-NAME
           MOVE "J" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT
           MOVE "CUSTOMER-AUDIT.dat" TO WS-ADD-NAME
           MOVE "U" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT

           OPEN INPUT HK-CATALOG-FILE
           IF HK-CATALOG-OK
               MOVE "N" TO HK-CATALOG-EOF
               PERFORM 3060-ADD-HOUSEKEEPING-ARCHIVE THRU 3060-EXIT
                   UNTIL HK-CATALOG-EOF-REACHED
               CLOSE HK-CATALOG-FILE
           END-IF

           MOVE "CONTACT-LOG.dat" TO WS-ADD-NAME
           MOVE "C" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT
           MOVE "CUSTOMER-SUSPENSE.dat" TO WS-ADD-NAME
           MOVE "S" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT
           MOVE "CUSTOMER-REJECTS.dat" TO WS-ADD-NAME
           MOVE "R" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT
           MOVE "DD-MANDATES.dat" TO WS-ADD-NAME
           MOVE "M" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT
           MOVE "RETURNED-MAIL.dat" TO WS-ADD-NAME
           MOVE "K" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT

           OPEN INPUT BACKUP-CATALOG-FILE
           IF BKP-CATALOG-OK
               MOVE "N" TO BKP-CATALOG-EOF
               PERFORM 3070-ADD-BACKUP-GENERATION THRU 3070-EXIT
                   UNTIL BKP-CATALOG-EOF-REACHED
               CLOSE BACKUP-CATALOG-FILE
           END-IF

           MOVE "DELETED-ARCHIVE.dat" TO WS-ADD-NAME
           MOVE "A" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT
           MOVE "DORMANT-ARCHIVE.dat" TO WS-ADD-NAME
           MOVE "A" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT.
       3000-EXIT.
           EXIT.

       3050-ADD-FILE.
           IF WS-SCF-COUNT IS NOT LESS THAN 200
               DISPLAY "*** FILE LIST FULL -- " WS-ADD-NAME
                   " NOT SWEPT ***"
               MOVE 1 TO RETURN-CODE
               GO TO 3050-EXIT
           END-IF
           ADD 1 TO WS-SCF-COUNT
           MOVE WS-ADD-NAME TO WS-SCF-NAME (WS-SCF-COUNT)
           MOVE WS-ADD-KIND TO WS-SCF-KIND (WS-SCF-COUNT).
       3050-EXIT.
           EXIT.

       3060-ADD-HOUSEKEEPING-ARCHIVE.
           READ HK-CATALOG-FILE
               AT END
                   SET HK-CATALOG-EOF-REACHED TO TRUE
                   GO TO 3060-EXIT
           END-READ
           MOVE HKC-ARCHIVE-NAME TO WS-ADD-NAME
           EVALUATE HKC-LIVE-NAME
               WHEN "CUSTOMER-JOURNAL.dat"
                   MOVE "J" TO WS-ADD-KIND
               WHEN "CUSTOMER-AUDIT.dat"
                   MOVE "U" TO WS-ADD-KIND
               WHEN OTHER
                   GO TO 3060-EXIT
           END-EVALUATE
           PERFORM 3050-ADD-FILE THRU 3050-EXIT.
       3060-EXIT.
           EXIT.

       3070-ADD-BACKUP-GENERATION.
           READ BACKUP-CATALOG-FILE
               AT END
                   SET BKP-CATALOG-EOF-REACHED TO TRUE
                   GO TO 3070-EXIT
           END-READ
           MOVE CAT-GEN-NAME TO WS-ADD-NAME
           MOVE "B" TO WS-ADD-KIND
           PERFORM 3050-ADD-FILE THRU 3050-EXIT.
       3070-EXIT.
           EXIT.

       3100-SCRUB-ONE-FILE.
           MOVE WS-SCF-NAME (WS-SCF-SUB) TO WS-LIVE-NAME
           MOVE WS-SCF-KIND (WS-SCF-SUB) TO WS-SCRUB-KIND
           MOVE ZERO TO WS-FILE-READ
           MOVE ZERO TO WS-FILE-TOUCHED
           MOVE ZERO TO WS-VERIFY-COUNT
           PERFORM 3150-CLEAR-FILE-COUNT THRU 3150-EXIT
               VARYING WS-ERL-SUB FROM 1 BY 1
               UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT

           IF WS-SCRUB-KIND = "K"
               PERFORM 3500-SCRUB-RETURNED-MAIL THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF

           EVALUATE WS-SCRUB-KIND
               WHEN "A"
                   MOVE 009 TO WS-ID-COL
               WHEN "J"
                   MOVE 002 TO WS-ID-COL
               WHEN OTHER
                   MOVE 001 TO WS-ID-COL
           END-EVALUATE

           MOVE "N" TO LIVE-EOF
           MOVE "N" TO WORK-EOF
           OPEN INPUT LIVE-FILE
           IF LIVE-NOT-FOUND
               GO TO 3100-EXIT
           END-IF
           IF NOT LIVE-OK
               DISPLAY WS-LIVE-NAME " OPEN FAILED, STATUS: "
                   WS-LIVE-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-SCRUB-FAILED TO TRUE
               GO TO 3100-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 3200-SCRUB-ONE-LINE THRU 3200-EXIT
               UNTIL LIVE-EOF-REACHED
           CLOSE LIVE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-TOUCHED = ZERO
      *        NOTHING FOR THESE CUSTOMERS -- THE FILE STANDS AS FOUND.
               GO TO 3100-EXIT
           END-IF
           PERFORM 3600-RECORD-TOUCHES THRU 3600-EXIT
               VARYING WS-ERL-SUB FROM 1 BY 1
               UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT
           IF WS-LIST-ONLY
               GO TO 3100-EXIT
           END-IF

           PERFORM 3700-VERIFY-WORK THRU 3700-EXIT
           IF WS-VERIFY-COUNT NOT EQUAL WS-FILE-READ
               DISPLAY "*** " WS-LIVE-NAME " WORK REREAD "
                   WS-VERIFY-COUNT " DISAGREES WITH READ "
                   WS-FILE-READ " -- FILE LEFT AS FOUND, RUN "
                   "CUT SHORT ***"
               MOVE 1 TO RETURN-CODE
               SET WS-SCRUB-FAILED TO TRUE
               GO TO 3100-EXIT
           END-IF

      *    ONLY WITH THE WORK FILE PROVED IS THE LIVE FILE REBUILT.
           OPEN OUTPUT LIVE-FILE
           OPEN INPUT WORK-FILE
           PERFORM 3800-COPY-BACK-LINE THRU 3800-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE WORK-FILE
           CLOSE LIVE-FILE
           ADD 1 TO WS-FILES-REBUILT
           DISPLAY WS-LIVE-NAME " READ " WS-FILE-READ
               "  OVERWRITTEN " WS-FILE-TOUCHED.
       3100-EXIT.
           EXIT.

       3150-CLEAR-FILE-COUNT.
           MOVE ZERO TO WS-ERL-FILE-COUNT (WS-ERL-SUB).
       3150-EXIT.
           EXIT.

       3200-SCRUB-ONE-LINE.
           READ LIVE-FILE
               AT END
                   SET LIVE-EOF-REACHED TO TRUE
                   GO TO 3200-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           MOVE LIVE-RECORD TO WRK-RECORD
           MOVE LIVE-RECORD (WS-ID-COL:7) TO WS-LINE-ID-X
           IF WS-LINE-ID-X IS NUMERIC
               MOVE WS-LINE-ID TO WS-LOOK-ID
               PERFORM 2400-FIND-ERASE THRU 2400-EXIT
               IF WS-ERL-FOUND IS NOT EQUAL ZERO
                   PERFORM 3300-SCRUB-LINE THRU 3300-EXIT
      *            A LINE ALREADY OVERWRITTEN BY AN EARLIER RUN
      *            COMES OUT THE SAME AND IS NOT COUNTED AGAIN.
                   IF WRK-RECORD NOT = LIVE-RECORD
                       ADD 1 TO WS-FILE-TOUCHED
                       ADD 1 TO WS-ERL-FILE-COUNT (WS-ERL-FOUND)
                   END-IF
               END-IF
           END-IF
           WRITE WRK-RECORD.
       3200-EXIT.
           EXIT.

       3300-SCRUB-LINE.
           EVALUATE WS-SCRUB-KIND
               WHEN "A"
                   MOVE 016 TO WS-IMAGE-COL
                   PERFORM 3400-SCRUB-IMAGE THRU 3400-EXIT
               WHEN "B"
                   MOVE 001 TO WS-IMAGE-COL
                   PERFORM 3400-SCRUB-IMAGE THRU 3400-EXIT
               WHEN "J"
                   IF WRK-RECORD (33:150) NOT = SPACES
                       MOVE 033 TO WS-IMAGE-COL
                       PERFORM 3400-SCRUB-IMAGE THRU 3400-EXIT
                   END-IF
                   IF WRK-RECORD (183:150) NOT = SPACES
                       MOVE 183 TO WS-IMAGE-COL
                       PERFORM 3400-SCRUB-IMAGE THRU 3400-EXIT
                   END-IF
               WHEN "C"
                   MOVE "PERSONAL DATA ERASED" TO WRK-RECORD (35:50)
               WHEN "M"
                   MOVE ZEROS TO WRK-RECORD (26:6)
                   MOVE ZEROS TO WRK-RECORD (32:8)
                   MOVE "ERASED" TO WRK-RECORD (40:18)
               WHEN OTHER
      *            AUDIT, SUSPENSE AND REJECTS CARRY THE NAME PAIR
      *            STRAIGHT AFTER THE ID-NUMBER.
                   MOVE "ERASED" TO WRK-RECORD (8:20)
                   MOVE "ERASED" TO WRK-RECORD (28:20)
           END-EVALUATE.
       3300-EXIT.
           EXIT.

       3400-SCRUB-IMAGE.
      *    NAME, DATE OF BIRTH, AGE AND ADDRESS GO; THE ID-NUMBER,
      *    BALANCE, LIMIT AND EVERY OTHER FIELD STAY AS THEY WERE.
           MOVE WRK-RECORD (WS-IMAGE-COL:150) TO ERI-CUSTOMER-DATA
           MOVE "ERASED" TO ERI-F-NAME
           MOVE "ERASED" TO ERI-L-NAME
           MOVE ZERO TO ERI-DOB-DD
           MOVE ZERO TO ERI-DOB-MM
           MOVE ZERO TO ERI-DOB-CCYY
           MOVE ZERO TO ERI-AGE
           MOVE "ERASED" TO ERI-ADDR-STREET
           MOVE SPACES TO ERI-ADDR-CITY
           MOVE SPACES TO ERI-ADDR-POSTAL
           MOVE ERI-CUSTOMER-DATA TO WRK-RECORD (WS-IMAGE-COL:150).
       3400-EXIT.
           EXIT.

       3500-SCRUB-RETURNED-MAIL.
      *    RETURNED-MAIL.dat IS KEYED, SO EACH CUSTOMER'S DEAD ADDRESS
      *    IS READ AND REWRITTEN IN PLACE UNDER THE RUN LOCK.
           IF WS-ERASE-NOW
               OPEN I-O RETURNED-MAIL-FILE
           ELSE
               OPEN INPUT RETURNED-MAIL-FILE
           END-IF
           IF RETURNED-MAIL-NOT-FOUND
               GO TO 3500-EXIT
           END-IF
           IF NOT RETURNED-MAIL-OK
               DISPLAY "RETURNED-MAIL-FILE OPEN FAILED, STATUS: "
                   WS-RETURNED-MAIL-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-SCRUB-FAILED TO TRUE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3550-SCRUB-DEAD-ADDRESS THRU 3550-EXIT
               VARYING WS-ERL-SUB FROM 1 BY 1
               UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT
           CLOSE RETURNED-MAIL-FILE
           IF WS-FILE-TOUCHED IS GREATER THAN ZERO
               PERFORM 3600-RECORD-TOUCHES THRU 3600-EXIT
                   VARYING WS-ERL-SUB FROM 1 BY 1
                   UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT
               IF WS-ERASE-NOW
                   ADD 1 TO WS-FILES-REBUILT
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

       3550-SCRUB-DEAD-ADDRESS.
           MOVE WS-ERL-ID (WS-ERL-SUB) TO RML-ID-NUMBER
           READ RETURNED-MAIL-FILE
               INVALID KEY
                   GO TO 3550-EXIT
           END-READ
           IF RML-ADDR-STREET = "ERASED"
               GO TO 3550-EXIT
           END-IF
           IF WS-ERASE-NOW
               MOVE "ERASED" TO RML-ADDR-STREET
               MOVE SPACES TO RML-ADDR-CITY
               MOVE SPACES TO RML-ADDR-POSTAL
               REWRITE RML-RETURNED-MAIL-RECORD
                   INVALID KEY
                       DISPLAY "RETURNED-MAIL REWRITE FAILED FOR "
                           RML-ID-NUMBER ", STATUS: "
                           WS-RETURNED-MAIL-STATUS
                       MOVE 1 TO RETURN-CODE
                       GO TO 3550-EXIT
               END-REWRITE
           END-IF
           ADD 1 TO WS-FILE-TOUCHED
           ADD 1 TO WS-ERL-FILE-COUNT (WS-ERL-SUB).
       3550-EXIT.
           EXIT.

       3600-RECORD-TOUCHES.
           IF WS-ERL-FILE-COUNT (WS-ERL-SUB) = ZERO
               GO TO 3600-EXIT
           END-IF
           MOVE WS-ERL-CND-SUB (WS-ERL-SUB) TO WS-CND-SUB
           ADD WS-ERL-FILE-COUNT (WS-ERL-SUB)
               TO WS-CND-TOUCHES (WS-CND-SUB)
           ADD WS-ERL-FILE-COUNT (WS-ERL-SUB) TO WS-TOTAL-TOUCHED
           IF WS-TCH-COUNT-USED IS NOT LESS THAN 20000
               SET WS-TCH-TABLE-FULL TO TRUE
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO WS-TCH-COUNT-USED
           MOVE WS-ERL-SUB TO WS-TCH-ERL-SUB (WS-TCH-COUNT-USED)
           MOVE WS-SCF-SUB TO WS-TCH-SCF-SUB (WS-TCH-COUNT-USED)
           MOVE WS-ERL-FILE-COUNT (WS-ERL-SUB)
               TO WS-TCH-COUNT (WS-TCH-COUNT-USED).
       3600-EXIT.
           EXIT.

       3700-VERIFY-WORK.
           OPEN INPUT WORK-FILE
           IF NOT WORK-OK
               DISPLAY "WORK-FILE REREAD OPEN FAILED, STATUS: "
                   WS-WORK-STATUS
               GO TO 3700-EXIT
           END-IF
           PERFORM 3750-COUNT-WORK-LINE THRU 3750-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE WORK-FILE
           MOVE "N" TO WORK-EOF.
       3700-EXIT.
           EXIT.

       3750-COUNT-WORK-LINE.
           READ WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.
       3750-EXIT.
           EXIT.

       3800-COPY-BACK-LINE.
           READ WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE WRK-RECORD TO LIVE-RECORD
                   WRITE LIVE-RECORD
           END-READ.
       3800-EXIT.
           EXIT.

       4000-PRINT-CERTIFICATE.
           IF WS-ERASE-NOW
               MOVE "PERSONAL-DATA ERASURE CERTIFICATE" TO HL-TITLE
           ELSE
               MOVE "ERASURE CANDIDATES ONLY -- NOTHING OVERWRITTEN"
                   TO HL-TITLE
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
           PERFORM 4900-EDIT-DATE THRU 4900-EXIT
           MOVE WS-DATE-EDIT-NUM TO HL-RUN-DATE
           MOVE WS-OPERATOR-ID TO HL-OPERATOR
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE
           MOVE WS-RETAIN-DAYS TO BH-DAYS
           MOVE WS-CUTOFF-DATE TO WS-EDIT-DATE
           PERFORM 4900-EDIT-DATE THRU 4900-EXIT
           MOVE WS-DATE-EDIT-NUM TO BH-CUTOFF
           WRITE REPORT-LINE FROM WS-BASIS-HEAD
               AFTER ADVANCING 1 LINE

           IF WS-ERASE-NOW
               MOVE "CUSTOMERS ERASED" TO REPORT-LINE
           ELSE
               MOVE "CUSTOMERS THAT WOULD BE ERASED" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           IF WS-ERL-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 4100-PRINT-ERASED THRU 4100-EXIT
               VARYING WS-ERL-SUB FROM 1 BY 1
               UNTIL WS-ERL-SUB IS GREATER THAN WS-ERL-COUNT

           MOVE "CUSTOMERS REFUSED" TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           IF WS-REFUSED-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 4300-PRINT-REFUSED THRU 4300-EXIT
               VARYING WS-CND-SUB FROM 1 BY 1
               UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT

           IF WS-DEFERRED-COUNT IS GREATER THAN ZERO
               MOVE "CUSTOMERS DUE BUT CARRIED TO THE NEXT RUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               PERFORM 4400-PRINT-DEFERRED THRU 4400-EXIT
                   VARYING WS-CND-SUB FROM 1 BY 1
                   UNTIL WS-CND-SUB IS GREATER THAN WS-CND-COUNT
           END-IF

           MOVE "CUSTOMERS ERASED" TO TT-TEXT
           MOVE WS-ERASED-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "CUSTOMERS REFUSED" TO TT-TEXT
           MOVE WS-REFUSED-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS CARRIED TO THE NEXT RUN" TO TT-TEXT
           MOVE WS-DEFERRED-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS ERASED BY AN EARLIER RUN" TO TT-TEXT
           MOVE WS-EARLIER-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ERASURE REQUESTS ON HAND" TO TT-TEXT
           MOVE WS-REQUEST-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "FILES REWRITTEN" TO TT-TEXT
           MOVE WS-FILES-REBUILT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RECORDS OVERWRITTEN" TO TT-TEXT
           MOVE WS-TOTAL-TOUCHED TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-TCH-TABLE-FULL
               MOVE "*** FILE DETAIL CUT SHORT -- TOTALS ARE WHOLE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF WS-SCRUB-FAILED
               MOVE "*** RUN CUT SHORT -- RERUN TO FINISH ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-ERASED.
           MOVE WS-ERL-CND-SUB (WS-ERL-SUB) TO WS-CND-SUB
           PERFORM 4800-FILL-CUSTOMER-LINE THRU 4800-EXIT
           MOVE SPACES TO CL-REASON
           WRITE REPORT-LINE FROM WS-CUSTOMER-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-TCH-LISTED
           PERFORM 4200-PRINT-TOUCH THRU 4200-EXIT
               VARYING WS-TCH-SUB FROM 1 BY 1
               UNTIL WS-TCH-SUB IS GREATER THAN WS-TCH-COUNT-USED
           IF WS-TCH-LISTED = ZERO
               MOVE "          NO RECORD NEEDED OVERWRITING"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-PRINT-TOUCH.
           IF WS-TCH-ERL-SUB (WS-TCH-SUB) NOT = WS-ERL-SUB
               GO TO 4200-EXIT
           END-IF
           MOVE WS-SCF-NAME (WS-TCH-SCF-SUB (WS-TCH-SUB))
               TO TL-FILE-NAME
           MOVE WS-TCH-COUNT (WS-TCH-SUB) TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOUCH-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-TCH-LISTED.
       4200-EXIT.
           EXIT.

       4300-PRINT-REFUSED.
           IF WS-CND-STATUS (WS-CND-SUB) NOT = "X"
               GO TO 4300-EXIT
           END-IF
           PERFORM 4800-FILL-CUSTOMER-LINE THRU 4800-EXIT
           MOVE WS-CND-REASON (WS-CND-SUB) TO CL-REASON
           WRITE REPORT-LINE FROM WS-CUSTOMER-LINE
               AFTER ADVANCING 1 LINE.
       4300-EXIT.
           EXIT.

       4400-PRINT-DEFERRED.
           IF WS-CND-STATUS (WS-CND-SUB) NOT = "W"
               GO TO 4400-EXIT
           END-IF
           PERFORM 4800-FILL-CUSTOMER-LINE THRU 4800-EXIT
           MOVE "MORE THAN 1000 DUE -- NEXT RUN" TO CL-REASON
           WRITE REPORT-LINE FROM WS-CUSTOMER-LINE
               AFTER ADVANCING 1 LINE.
       4400-EXIT.
           EXIT.

       4800-FILL-CUSTOMER-LINE.
           MOVE WS-CND-ID (WS-CND-SUB) TO CL-ID-NUMBER
           MOVE WS-CND-CLOSED (WS-CND-SUB) TO WS-EDIT-DATE
           PERFORM 4900-EDIT-DATE THRU 4900-EXIT
           MOVE WS-DATE-EDIT-NUM TO CL-CLOSED
           EVALUATE WS-CND-SOURCE (WS-CND-SUB)
               WHEN "D"
                   MOVE "DELETED" TO CL-SOURCE
               WHEN "P"
                   MOVE "PURGED" TO CL-SOURCE
               WHEN OTHER
                   MOVE SPACES TO CL-SOURCE
           END-EVALUATE
           IF WS-CND-REQUESTED (WS-CND-SUB) = "Y"
               MOVE "REQUEST" TO CL-BASIS
               MOVE WS-CND-REFERENCE (WS-CND-SUB) TO CL-REFERENCE
           ELSE
               MOVE "RETENTION" TO CL-BASIS
               MOVE SPACES TO CL-REFERENCE
           END-IF.
       4800-EXIT.
           EXIT.

       4900-EDIT-DATE.
           MOVE WS-EDT-DD   TO WS-DATE-EDIT-NUM (1:2)
           MOVE WS-EDT-MM   TO WS-DATE-EDIT-NUM (3:2)
           MOVE WS-EDT-CCYY TO WS-DATE-EDIT-NUM (5:4).
       4900-EXIT.
           EXIT.

       5000-REBUILD-REQUESTS.
      *    A REQUEST HONOURED (OR ALREADY HONOURED) IS DONE WITH; A
      *    REFUSED OR CARRIED-OVER ONE STAYS FOR THE NEXT RUN. SAME
      *    PARK-AND-REBUILD AS THE FILES ABOVE.
           MOVE ZERO TO WS-REQUEST-KEPT
           MOVE ZERO TO WS-FILE-READ
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE "N" TO REQUEST-EOF
           MOVE "N" TO WORK-EOF
           OPEN INPUT REQUEST-FILE
           IF NOT REQUEST-OK
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 5100-PARK-REQUEST THRU 5100-EXIT
               UNTIL REQUEST-EOF-REACHED
           CLOSE REQUEST-FILE
           CLOSE WORK-FILE
           PERFORM 3700-VERIFY-WORK THRU 3700-EXIT
           IF WS-VERIFY-COUNT NOT EQUAL WS-REQUEST-KEPT
               DISPLAY "*** REQUEST WORK REREAD " WS-VERIFY-COUNT
                   " DISAGREES WITH KEPT " WS-REQUEST-KEPT
                   " -- ERASURE-REQUESTS.dat LEFT AS FOUND ***"
               MOVE 1 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT REQUEST-FILE
           OPEN INPUT WORK-FILE
           PERFORM 5200-COPY-BACK-REQUEST THRU 5200-EXIT
               UNTIL WORK-EOF-REACHED
           CLOSE WORK-FILE
           CLOSE REQUEST-FILE
           DISPLAY "ERASURE REQUESTS READ " WS-FILE-READ
               "  KEPT " WS-REQUEST-KEPT.
       5000-EXIT.
           EXIT.

       5100-PARK-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET REQUEST-EOF-REACHED TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF ERQ-ID-NUMBER IS NUMERIC
               MOVE ERQ-ID-NUMBER TO WS-LOOK-ID
               PERFORM 1300-FIND-CANDIDATE THRU 1300-EXIT
               IF WS-CND-FOUND IS NOT EQUAL ZERO
                   IF WS-CND-STATUS (WS-CND-FOUND) = "E"
                       OR WS-CND-STATUS (WS-CND-FOUND) = "P"
                       GO TO 5100-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE REQUEST-RECORD TO WRK-RECORD
           WRITE WRK-RECORD
           ADD 1 TO WS-REQUEST-KEPT.
       5100-EXIT.
           EXIT.

       5200-COPY-BACK-REQUEST.
           READ WORK-FILE
               AT END
                   SET WORK-EOF-REACHED TO TRUE
               NOT AT END
                   MOVE WRK-RECORD TO REQUEST-RECORD
                   WRITE REQUEST-RECORD
           END-READ.
       5200-EXIT.
           EXIT.

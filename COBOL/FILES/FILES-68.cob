       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILES-68.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PY.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      * 15/10/2026 NM - NEW PROGRAM. OPERATOR ACTIVITY AND
      *   SEGREGATION-OF-DUTIES EXCEPTIONS. EVERY MAINTENANCE ENTRY
      *   NOW SAYS WHO DID IT, BUT NOTHING READ THEM IN AGGREGATE. FOR
      *   A DAY (MODE D: THE DAY AND THE MONTH TO DATE) OR A CALENDAR
      *   MONTH (MODE M) THE RUN COUNTS, PER OPERATOR: ADDS, CHANGES
      *   AND DELETES FROM CUSTOMER-JOURNAL.dat, REINSTATES (JRN-EVENT
      *   R, FROM FILES-27 AND FILES-19) AND MERGES (ONE PER DUPLICATE
      *   A FILES-37 MERGE ABSORBED, JRN-EVENT M), CONTACT-LOG.dat
      *   ENTRIES AND RATES-JOURNAL.dat ENTRIES (EVERY FILES-34 TABLE
      *   CHANGE). THE EXCEPTIONS SECTION, FOR THE DAY OR THE MONTH,
      *   LISTS: AN OPERATOR MAINTAINING THEIR OWN CUSTOMER RECORD --
      *   THE CUSTOMER ID IN THE OPTIONAL COLUMN AFTER THE NAME ON
      *   OPERATORS.dat, OR FAILING THAT THE CUSTOMER'S NAME READING
      *   AS THE OPERATOR'S; AN ADDRESS CHANGE FOLLOWED BY A
      *   CREDIT-LIMIT RAISE ON THE SAME CUSTOMER BY THE SAME OPERATOR
      *   THE SAME DAY; ACTIVITY OUTSIDE THE BUSINESS-HOURS-FROM AND
      *   BUSINESS-HOURS-TO RUN-PARMS (HHMM, DEFAULT 0800 TO 1800) OR
      *   ON A NON-BUSINESS DAY (WEEKENDS AND CALENDAR.dat), ONE LINE
      *   PER OPERATOR PER DAY; AND ACTIVITY UNDER AN OPERATOR ID NOT
      *   ON OPERATORS.dat. ANY EXCEPTION ENDS THE RUN WITH RETURN
      *   CODE 1 FOR THE FILES-47 MONITOR. THE REPORT
      *   (OPERATOR-ACTIVITY-CCYYMMDD.rpt, OR
      *   OPERATOR-ACTIVITY-MONTH-CCYYMM.rpt) IS CATALOGUED ON
      *   REPORT-CATALOG.dat. THE LIVE FILES ONLY ARE READ -- A PERIOD
      *   FILES-41 HAS ALREADY ARCHIVED IS NOT COVERED.
      * 15/10/2026 NM - RJN-RATE-IMAGE WIDENED TO 70 TO MATCH FILES-34,
      *   WHICH NOW JOURNALS THE LETTER TEMPLATES; TEMPLATE CHANGES
      *   COUNT WITH THE OTHER TABLE CHANGES.
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

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPERATORS-FILE ASSIGN TO "OPERATORS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTOMER-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CONTACT-LOG-FILE ASSIGN TO "CONTACT-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT RATES-JOURNAL-FILE ASSIGN TO "RATES-JOURNAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-JOURNAL-STATUS.

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

       FD CALENDAR-FILE.
           COPY "CALENDAR-RECORD.cpy".

      *    OPR-CUSTOMER-ID IS OPTIONAL: THE OPERATOR'S OWN CUSTOMER ID
      *    WHERE THEY ARE ALSO A CUSTOMER. A LINE WITHOUT IT READS AS
      *    NOT NUMERIC AND THE NAME MATCH IS USED INSTEAD.
       FD OPERATORS-FILE.
           01 OPERATOR-RECORD.
               02 OPR-OPERATOR-ID   PIC X(8).
               02 OPR-OPERATOR-NAME PIC X(20).
               02 OPR-CUSTOMER-ID   PIC 9(7).

       FD JOURNAL-FILE.
           COPY "JOURNAL-RECORD.cpy".

       FD CONTACT-LOG-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD RATES-JOURNAL-FILE.
           01 RATES-JOURNAL-RECORD.
               02 RJN-ACTION      PIC X.
               02 RJN-DATE        PIC 9(8).
               02 RJN-TIME        PIC 9(8).
               02 RJN-OPERATOR    PIC X(8).
               02 RJN-RATE-IMAGE  PIC X(70).

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 WS-LOCK-STATUS        PIC X(2) VALUE SPACES.
               88 LOCK-FILE-OK          VALUE "00".
               88 LOCK-NOT-FOUND        VALUE "35".

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

           01 WS-OPERATORS-STATUS   PIC X(2) VALUE SPACES.
               88 OPERATORS-OK          VALUE "00".
               88 OPERATORS-NOT-FOUND   VALUE "35".
           77 OPERATORS-EOF         PIC X VALUE "N".
               88 OPERATORS-EOF-REACHED VALUE "Y".

           01 WS-JOURNAL-STATUS     PIC X(2) VALUE SPACES.
               88 JOURNAL-OK            VALUE "00".
               88 JOURNAL-NOT-FOUND     VALUE "35".
           77 JOURNAL-EOF           PIC X VALUE "N".
               88 JOURNAL-EOF-REACHED VALUE "Y".

           01 WS-CONTACT-STATUS     PIC X(2) VALUE SPACES.
               88 CONTACT-OK            VALUE "00".
               88 CONTACT-NOT-FOUND     VALUE "35".
           77 CONTACT-EOF           PIC X VALUE "N".
               88 CONTACT-EOF-REACHED VALUE "Y".

           01 WS-RATES-JOURNAL-STATUS PIC X(2) VALUE SPACES.
               88 RATES-JOURNAL-OK        VALUE "00".
               88 RATES-JOURNAL-NOT-FOUND VALUE "35".
           77 RATES-JOURNAL-EOF     PIC X VALUE "N".
               88 RATES-JOURNAL-EOF-REACHED VALUE "Y".

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

           77 WS-ABORT-SWITCH       PIC X VALUE "N".
               88 WS-ABORT-REQUESTED    VALUE "Y".

      *    BUSINESS HOURS AS HHMM, FROM THE RUN-PARMS: ACTIVITY BEFORE
      *    THE FIRST OR AT OR AFTER THE SECOND IS OUT OF HOURS.
           77 WS-HOURS-FROM         PIC 9(4) VALUE 0800.
           77 WS-HOURS-TO           PIC 9(4) VALUE 1800.

           01 WS-RUN-MODE           PIC X VALUE SPACE.
               88 WS-MODE-DAY           VALUE "D".
               88 WS-MODE-MONTH         VALUE "M".

           01 WS-CURRENT-DATE.
               02 WS-CUR-CCYY        PIC 9999.
               02 WS-CUR-MM          PIC 99.
               02 WS-CUR-DD          PIC 99.
           01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).

      *    THE REPORT DATE AND THE PERIODS HUNG OFF IT: THE MONTH IT
      *    FALLS IN, THE COUNTING PERIOD (MONTH START TO THE REPORT
      *    DATE IN MODE D, THE WHOLE MONTH IN MODE M) AND THE
      *    EXCEPTION PERIOD (THE DAY IN MODE D, THE MONTH IN MODE M).
           01 WS-REPORT-DATE        PIC 9(8) VALUE ZERO.
           01 WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
               02 WS-RDT-CCYY        PIC 9(4).
               02 WS-RDT-MM          PIC 9(2).
               02 WS-RDT-DD          PIC 9(2).
           01 WS-MONTH-FROM         PIC 9(8) VALUE ZERO.
           01 WS-MONTH-FROM-X REDEFINES WS-MONTH-FROM.
               02 WS-MFR-CCYY        PIC 9(4).
               02 WS-MFR-MM          PIC 9(2).
               02 WS-MFR-DD          PIC 9(2).
           01 WS-NEXT-MONTH         PIC 9(8) VALUE ZERO.
           01 WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
               02 WS-NMO-CCYY        PIC 9(4).
               02 WS-NMO-MM          PIC 9(2).
               02 WS-NMO-DD          PIC 9(2).
           01 WS-MONTH-TO           PIC 9(8) VALUE ZERO.
           01 WS-PERIOD-TO          PIC 9(8) VALUE ZERO.
           01 WS-EXC-FROM           PIC 9(8) VALUE ZERO.
           01 WS-EXC-TO             PIC 9(8) VALUE ZERO.
      *    WHICH SET OF OPERATOR TALLIES THE EXCEPTION PERIOD IS:
      *    1 = THE DAY, 2 = THE MONTH (TO DATE).
           77 WS-EXC-SET            PIC 9 COMP VALUE 1.

      *    ONE ACTIVITY AS FOUND ON ANY OF THE THREE FILES.
           77 WS-ACT-OPERATOR       PIC X(8) VALUE SPACES.
           77 WS-ACT-DATE           PIC 9(8) VALUE ZERO.
           01 WS-ACT-TIME           PIC 9(8) VALUE ZERO.
           01 WS-ACT-TIME-X REDEFINES WS-ACT-TIME.
               02 WS-ACT-HHMM        PIC 9(4).
               02 FILLER             PIC 9(4).
           77 WS-ACT-COL            PIC 9 COMP VALUE ZERO.
           77 WS-EXC-PERIOD-SWITCH  PIC X VALUE "N".
               88 WS-IN-EXC-PERIOD      VALUE "Y".

      *    ONE ENTRY PER OPERATOR: THOSE ON OPERATORS.dat FIRST, THEN
      *    ANY OTHER ID FOUND ON THE FILES. TWO SETS OF TALLIES, THE
      *    DAY AND THE MONTH (TO DATE), EACH IN COLUMN ORDER: ADDS,
      *    CHANGES, DELETES, REINSTATES, MERGES, CONTACTS, RATE
      *    CHANGES, TOTAL.
           01 WS-OPERATOR-TABLE.
               02 WS-OPS-ENTRY OCCURS 200 TIMES.
                   03 WS-OPS-ID          PIC X(8).
                   03 WS-OPS-NAME        PIC X(20).
                   03 WS-OPS-CUSTOMER-ID PIC 9(7).
                   03 WS-OPS-ON-FILE     PIC X.
                   03 WS-OPS-SET OCCURS 2 TIMES.
                       04 WS-OPS-TALLY   PIC 9(5) OCCURS 8 TIMES.
           77 WS-OPS-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-OPS-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-OPS-FOUND          PIC 9(3) COMP VALUE ZERO.
           77 WS-OPS-FULL-SWITCH    PIC X VALUE "N".
               88 WS-OPS-TABLE-FULL     VALUE "Y".
           77 WS-OPS-DROPPED        PIC 9(7) VALUE ZERO.

      *    ADDRESS CHANGES IN THE EXCEPTION PERIOD, FOR THE ADDRESS-
      *    THEN-LIMIT TEST.
           01 WS-ADDRESS-TABLE.
               02 WS-ADC-ENTRY OCCURS 1000 TIMES.
                   03 WS-ADC-OPERATOR    PIC X(8).
                   03 WS-ADC-ID          PIC 9(7).
                   03 WS-ADC-DATE        PIC 9(8).
                   03 WS-ADC-TIME        PIC 9(8).
           77 WS-ADC-COUNT          PIC 9(4) COMP VALUE ZERO.
           77 WS-ADC-SUB            PIC 9(4) COMP VALUE ZERO.
           77 WS-ADC-FOUND          PIC 9(4) COMP VALUE ZERO.
           77 WS-ADC-FULL-SWITCH    PIC X VALUE "N".
               88 WS-ADC-TABLE-FULL     VALUE "Y".

      *    OWN-RECORD (TYPE O) AND ADDRESS-THEN-LIMIT (TYPE L)
      *    EXCEPTIONS AS FOUND.
           01 WS-EXCEPTION-TABLE.
               02 WS-EXC-ENTRY OCCURS 500 TIMES.
                   03 WS-EXC-TYPE        PIC X.
                   03 WS-EXC-OPS-SUB     PIC 9(3) COMP.
                   03 WS-EXC-DATE        PIC 9(8).
                   03 WS-EXC-TIME        PIC 9(8).
                   03 WS-EXC-ID          PIC 9(7).
                   03 WS-EXC-ACTION      PIC X(10).
                   03 WS-EXC-MATCH       PIC X(30).
                   03 WS-EXC-OLD-LIMIT   PIC 9(7)V99.
                   03 WS-EXC-NEW-LIMIT   PIC 9(7)V99.
                   03 WS-EXC-ADDR-TIME   PIC 9(8).
           77 WS-EXC-COUNT          PIC 9(3) COMP VALUE ZERO.
           77 WS-EXC-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-EXC-DROPPED        PIC 9(5) VALUE ZERO.
           77 WS-EXC-PRINT-TYPE     PIC X VALUE SPACE.
           77 WS-EXC-ACTION-TEXT    PIC X(10) VALUE SPACES.
           77 WS-EXC-MATCH-TEXT     PIC X(30) VALUE SPACES.

      *    OUT-OF-HOURS ACTIVITY, ONE ENTRY PER OPERATOR PER DAY.
           01 WS-HOURS-TABLE.
               02 WS-OOH-ENTRY OCCURS 500 TIMES.
                   03 WS-OOH-OPS-SUB     PIC 9(3) COMP.
                   03 WS-OOH-DATE        PIC 9(8).
                   03 WS-OOH-COUNT       PIC 9(5).
                   03 WS-OOH-FIRST       PIC 9(8).
                   03 WS-OOH-LAST        PIC 9(8).
                   03 WS-OOH-DAY-FLAG    PIC X.
           77 WS-OOH-USED           PIC 9(3) COMP VALUE ZERO.
           77 WS-OOH-SUB            PIC 9(3) COMP VALUE ZERO.
           77 WS-OOH-FOUND          PIC 9(3) COMP VALUE ZERO.
           77 WS-OOH-DROPPED        PIC 9(5) VALUE ZERO.

           77 WS-OWN-COUNT          PIC 9(5) VALUE ZERO.
           77 WS-LIMIT-COUNT        PIC 9(5) VALUE ZERO.
           77 WS-UNKNOWN-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-EXCEPTION-TOTAL    PIC 9(7) VALUE ZERO.

           77 WS-JOURNAL-READ       PIC 9(7) VALUE ZERO.
           77 WS-CONTACT-READ       PIC 9(7) VALUE ZERO.
           77 WS-RATES-READ         PIC 9(7) VALUE ZERO.

      *    THE CUSTOMER IMAGES ON A JOURNAL ENTRY, LAID OUT.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY JBF-CUSTOMER-DATA
                         CDR-ID-NUMBER         BY JBF-ID-NUMBER
                         CDR-CUSTOMER-NAME     BY JBF-CUSTOMER-NAME
                         CDR-F-NAME            BY JBF-F-NAME
                         CDR-L-NAME            BY JBF-L-NAME
                         CDR-DATE-OF-BIRTH     BY JBF-DATE-OF-BIRTH
                         CDR-DOB-DD            BY JBF-DOB-DD
                         CDR-DOB-MM            BY JBF-DOB-MM
                         CDR-DOB-CCYY          BY JBF-DOB-CCYY
                         CDR-AGE               BY JBF-AGE
                         CDR-SCORE             BY JBF-SCORE
                         CDR-CAN-VOTE-FLAG     BY JBF-CAN-VOTE-FLAG
                         CDR-CANT-VOTE-FLAG    BY JBF-CANT-VOTE-FLAG
                         CDR-CAN-VOTE          BY JBF-CAN-VOTE
                         CDR-CUSTOMER-BALANCE  BY JBF-CUSTOMER-BALANCE
                         CDR-LAST-ACTIVITY     BY JBF-LAST-ACTIVITY
                         CDR-LAST-ACT-CCYY     BY JBF-LAST-ACT-CCYY
                         CDR-LAST-ACT-MM       BY JBF-LAST-ACT-MM
                         CDR-LAST-ACT-DD       BY JBF-LAST-ACT-DD
                         CDR-CUSTOMER-ADDRESS  BY JBF-CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY JBF-ADDR-STREET
                         CDR-ADDR-CITY         BY JBF-ADDR-CITY
                         CDR-ADDR-POSTAL       BY JBF-ADDR-POSTAL
                         CDR-CREDIT-LIMIT      BY JBF-CREDIT-LIMIT
                         CDR-WRITTEN-OFF       BY JBF-WRITTEN-OFF
                         CDR-WRITE-OFF-FLAG    BY JBF-WRITE-OFF-FLAG
                         CDR-MAIL-RETURNED     BY JBF-MAIL-RETURNED
                         CDR-MAIL-FLAG         BY JBF-MAIL-FLAG
                         CDR-CYCLE-DAY         BY JBF-CYCLE-DAY.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING CDR-CUSTOMER-DATA     BY JAF-CUSTOMER-DATA
                         CDR-ID-NUMBER         BY JAF-ID-NUMBER
                         CDR-CUSTOMER-NAME     BY JAF-CUSTOMER-NAME
                         CDR-F-NAME            BY JAF-F-NAME
                         CDR-L-NAME            BY JAF-L-NAME
                         CDR-DATE-OF-BIRTH     BY JAF-DATE-OF-BIRTH
                         CDR-DOB-DD            BY JAF-DOB-DD
                         CDR-DOB-MM            BY JAF-DOB-MM
                         CDR-DOB-CCYY          BY JAF-DOB-CCYY
                         CDR-AGE               BY JAF-AGE
                         CDR-SCORE             BY JAF-SCORE
                         CDR-CAN-VOTE-FLAG     BY JAF-CAN-VOTE-FLAG
                         CDR-CANT-VOTE-FLAG    BY JAF-CANT-VOTE-FLAG
                         CDR-CAN-VOTE          BY JAF-CAN-VOTE
                         CDR-CUSTOMER-BALANCE  BY JAF-CUSTOMER-BALANCE
                         CDR-LAST-ACTIVITY     BY JAF-LAST-ACTIVITY
                         CDR-LAST-ACT-CCYY     BY JAF-LAST-ACT-CCYY
                         CDR-LAST-ACT-MM       BY JAF-LAST-ACT-MM
                         CDR-LAST-ACT-DD       BY JAF-LAST-ACT-DD
                         CDR-CUSTOMER-ADDRESS  BY JAF-CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY JAF-ADDR-STREET
                         CDR-ADDR-CITY         BY JAF-ADDR-CITY
                         CDR-ADDR-POSTAL       BY JAF-ADDR-POSTAL
                         CDR-CREDIT-LIMIT      BY JAF-CREDIT-LIMIT
                         CDR-WRITTEN-OFF       BY JAF-WRITTEN-OFF
                         CDR-WRITE-OFF-FLAG    BY JAF-WRITE-OFF-FLAG
                         CDR-MAIL-RETURNED     BY JAF-MAIL-RETURNED
                         CDR-MAIL-FLAG         BY JAF-MAIL-FLAG
                         CDR-CYCLE-DAY         BY JAF-CYCLE-DAY.

           77 WS-OWN-NAME           PIC X(41) VALUE SPACES.

      *    PRINT WORK AREAS.
           77 WS-PRINT-SET          PIC 9 COMP VALUE 1.
           77 WS-PRINT-FILTER       PIC X VALUE "A".
               88 WS-PRINT-ALL          VALUE "A".
               88 WS-PRINT-UNKNOWN      VALUE "U".
           77 WS-PRINT-COUNT        PIC 9(3) COMP VALUE ZERO.
           77 WS-COL                PIC 9 COMP VALUE ZERO.
           01 WS-SET-TOTALS.
               02 WS-TOT-TALLY      PIC 9(7) OCCURS 8 TIMES.
           01 WS-DATE-EDIT-NUM      PIC 9(8).
           01 WS-DATE-EDIT-NUM-X REDEFINES WS-DATE-EDIT-NUM.
               02 WS-DEN-DD          PIC 9(2).
               02 WS-DEN-MM          PIC 9(2).
               02 WS-DEN-CCYY        PIC 9(4).
           01 WS-DATE-EDIT-IN       PIC 9(8).
           01 WS-DATE-EDIT-IN-X REDEFINES WS-DATE-EDIT-IN.
               02 WS-DEI-CCYY        PIC 9(4).
               02 WS-DEI-MM          PIC 9(2).
               02 WS-DEI-DD          PIC 9(2).
           01 WS-DATE-EDIT          PIC 99/99/9999.
           01 WS-TIME-WORK          PIC 9(8).
           01 WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
               02 WS-TW-HHMMSS       PIC 9(6).
               02 FILLER             PIC 9(2).
           01 WS-TIME-EDIT          PIC 99B99B99.
           77 WS-RANGE-TEXT         PIC X(30) VALUE SPACES.

           01 WS-HEAD-LINE.
               02 FILLER             PIC X(47) VALUE
                   "OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES -- ".
               02 HL-PERIOD          PIC X(30).
               02 FILLER             PIC X(8) VALUE "RUN ON ".
               02 HL-RUN-DATE        PIC 99/99/9999.

           01 WS-SECTION-LINE.
               02 SL-TEXT            PIC X(60).
               02 SL-RANGE           PIC X(30).

           01 WS-COL-LINE.
               02 FILLER             PIC X(30) VALUE
                   "OPERATOR  NAME".
               02 FILLER             PIC X(44) VALUE
                   "       ADDS    CHANGES    DELETES REINSTATES".
               02 FILLER             PIC X(44) VALUE
                   "     MERGES   CONTACTS  RATE CHGS      TOTAL".

           01 WS-DETAIL-LINE.
               02 DL-OPERATOR        PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-NAME            PIC X(20).
               02 DL-COLUMN OCCURS 8 TIMES.
                   03 FILLER         PIC X(2).
                   03 DL-TALLY       PIC Z,ZZZ,ZZ9.

           01 WS-EXC-COL-LINE.
               02 FILLER             PIC X(30) VALUE
                   "OPERATOR  NAME".
               02 FILLER             PIC X(42) VALUE
                   "DATE        TIME      CUSTOMER  ACTION".
               02 FILLER             PIC X(30) VALUE
                   "DETAIL".

           01 WS-EXC-LINE.
               02 EL-OPERATOR        PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 EL-NAME            PIC X(20).
               02 EL-DATE            PIC 99/99/9999.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 EL-TIME            PIC 99B99B99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 EL-ID              PIC 9(7).
               02 EL-ID-X REDEFINES EL-ID PIC X(7).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 EL-ACTION          PIC X(10).
               02 EL-DETAIL          PIC X(60).

           01 WS-LIMIT-DETAIL.
               02 FILLER             PIC X(16) VALUE
                   "ADDRESS CHANGED ".
               02 LD-ADDR-TIME       PIC 99B99B99.
               02 FILLER             PIC X(8) VALUE ", LIMIT ".
               02 LD-OLD-LIMIT       PIC Z,ZZZ,ZZ9.99.
               02 FILLER             PIC X(4) VALUE " TO ".
               02 LD-NEW-LIMIT       PIC Z,ZZZ,ZZ9.99.

           01 WS-HOURS-DETAIL.
               02 HD-COUNT           PIC ZZZZ9.
               02 FILLER             PIC X(15) VALUE
                   " ENTRIES, LAST ".
               02 HD-LAST-TIME       PIC 99B99B99.
               02 HD-DAY-TEXT        PIC X(20).

           01 WS-COUNT-LINE.
               02 CL-TEXT            PIC X(50).
               02 CL-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-RUN-PARMS THRU 0100-EXIT
           MOVE "START" TO WS-RLG-EVENT
           MOVE ZERO TO WS-RLG-READ
           MOVE ZERO TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           PERFORM 0300-CHECK-LOCK THRU 0300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0500-ACCEPT-PERIOD THRU 0500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT
               PERFORM 1000-LOAD-OPERATORS THRU 1000-EXIT
               PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
               PERFORM 3000-SCAN-CONTACT-LOG THRU 3000-EXIT
               PERFORM 3500-SCAN-RATES-JOURNAL THRU 3500-EXIT
               PERFORM 5000-OPEN-REPORT THRU 5000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               IF WS-EXCEPTION-TOTAL IS GREATER THAN ZERO
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           COMPUTE WS-RLG-READ = WS-JOURNAL-READ + WS-CONTACT-READ
               + WS-RATES-READ
           MOVE WS-EXCEPTION-TOTAL TO WS-RLG-WRITTEN
           PERFORM 0200-WRITE-RUN-LOG THRU 0200-EXIT
           STOP RUN.

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
               WHEN "BUSINESS-HOURS-FROM"
                   MOVE PRM-VALUE (1:4) TO WS-HOURS-FROM
               WHEN "BUSINESS-HOURS-TO"
                   MOVE PRM-VALUE (1:4) TO WS-HOURS-TO
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
           MOVE "FILES-68" TO RLG-PROGRAM-ID
           MOVE WS-RLG-EVENT   TO RLG-EVENT
           MOVE WS-RLG-READ    TO RLG-RECORDS-READ
           MOVE WS-RLG-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE RETURN-CODE    TO RLG-RETURN-CODE
           WRITE RLG-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       0200-EXIT.
           EXIT.

       0300-CHECK-LOCK.
      *    READERS ONLY LOOK -- AN EXCLUSIVE UPDATE LOCK ON HAND MEANS
      *    THE MASTER IS MID-UPDATE AND THIS RUN MUST NOT START.
           OPEN INPUT LOCK-FILE
           IF LOCK-NOT-FOUND
               GO TO 0300-EXIT
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
       0300-EXIT.
           EXIT.

       0500-ACCEPT-PERIOD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "MODE (D = DAY AND MONTH TO DATE, M = MONTH): "
               WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           IF NOT WS-MODE-DAY AND NOT WS-MODE-MONTH
               DISPLAY "UNKNOWN MODE -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0500-EXIT
           END-IF
           DISPLAY "REPORT DATE (CCYYMMDD, ZERO = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE IS NUMERIC AND WS-REPORT-DATE = ZERO
               MOVE WS-CURRENT-DATE-NUM TO WS-REPORT-DATE
           END-IF
           IF WS-REPORT-DATE IS NOT NUMERIC
               OR WS-RDT-MM = ZERO OR WS-RDT-MM IS GREATER THAN 12
               OR WS-RDT-DD = ZERO OR WS-RDT-DD IS GREATER THAN 31
               DISPLAY "INVALID REPORT DATE -- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0500-EXIT
           END-IF

           IF WS-HOURS-FROM IS NOT NUMERIC
               OR WS-HOURS-TO IS NOT NUMERIC
               OR WS-HOURS-FROM IS NOT LESS THAN WS-HOURS-TO
               OR WS-HOURS-TO IS GREATER THAN 2400
               DISPLAY "BUSINESS HOURS RUN-PARMS UNUSABLE -- 0800 "
                   "TO 1800 IN EFFECT"
               MOVE 0800 TO WS-HOURS-FROM
               MOVE 1800 TO WS-HOURS-TO
           END-IF

      *    THE MONTH RUNS FROM ITS FIRST TO THE DAY BEFORE THE FIRST
      *    OF THE NEXT.
           MOVE WS-REPORT-DATE TO WS-MONTH-FROM
           MOVE 1 TO WS-MFR-DD
           MOVE WS-MONTH-FROM TO WS-NEXT-MONTH
           IF WS-NMO-MM = 12
               ADD 1 TO WS-NMO-CCYY
               MOVE 1 TO WS-NMO-MM
           ELSE
               ADD 1 TO WS-NMO-MM
           END-IF
           COMPUTE WS-MONTH-TO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)

           IF WS-MODE-DAY
               MOVE WS-REPORT-DATE TO WS-PERIOD-TO
               MOVE WS-REPORT-DATE TO WS-EXC-FROM
               MOVE WS-REPORT-DATE TO WS-EXC-TO
               MOVE 1 TO WS-EXC-SET
           ELSE
               MOVE WS-MONTH-TO TO WS-PERIOD-TO
               MOVE WS-MONTH-FROM TO WS-EXC-FROM
               MOVE WS-MONTH-TO TO WS-EXC-TO
               MOVE 2 TO WS-EXC-SET
           END-IF.
       0500-EXIT.
           EXIT.

       0700-REGISTER-REPORT.
      *    THE REPORT GOES ON REPORT-CATALOG.dat LIKE EVERY OTHER
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
           MOVE "FILES-68" TO RPC-PROGRAM
           MOVE WS-RPC-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE WS-RPC-PAGES TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
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

       1000-LOAD-OPERATORS.
      *    A MISSING OPERATOR FILE IS REPORTED BUT DOES NOT STOP THE
      *    RUN: EVERY OPERATOR THEN SHOWS AS NOT ON FILE.
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-NOT-FOUND
               DISPLAY "NO OPERATOR FILE ON HAND -- EVERY OPERATOR "
                   "IS REPORTED AS NOT ON FILE"
               GO TO 1000-EXIT
           END-IF
           IF NOT OPERATORS-OK
               DISPLAY "OPERATORS-FILE OPEN FAILED, STATUS: "
                   WS-OPERATORS-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-OPERATOR-ENTRY THRU 1100-EXIT
               UNTIL OPERATORS-EOF-REACHED
           CLOSE OPERATORS-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-OPERATOR-ENTRY.
           READ OPERATORS-FILE
               AT END
                   SET OPERATORS-EOF-REACHED TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF OPR-OPERATOR-ID = SPACES
               GO TO 1100-EXIT
           END-IF
           IF WS-OPS-COUNT IS NOT LESS THAN 200
               DISPLAY "OPERATOR TABLE FULL -- " OPR-OPERATOR-ID
                   " IGNORED"
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-OPS-COUNT
           MOVE OPR-OPERATOR-ID TO WS-OPS-ID (WS-OPS-COUNT)
           MOVE OPR-OPERATOR-NAME TO WS-OPS-NAME (WS-OPS-COUNT)
           IF OPR-CUSTOMER-ID IS NUMERIC
               MOVE OPR-CUSTOMER-ID TO WS-OPS-CUSTOMER-ID (WS-OPS-COUNT)
           ELSE
               MOVE ZERO TO WS-OPS-CUSTOMER-ID (WS-OPS-COUNT)
           END-IF
           MOVE "Y" TO WS-OPS-ON-FILE (WS-OPS-COUNT)
           MOVE ZEROS TO WS-OPS-SET (WS-OPS-COUNT, 1)
           MOVE ZEROS TO WS-OPS-SET (WS-OPS-COUNT, 2).
       1100-EXIT.
           EXIT.

       1200-FIND-OPERATOR.
      *    WS-ACT-OPERATOR IN; WS-OPS-FOUND OUT -- ZERO ONLY WHEN THE ID
      *    IS NEW AND THE TABLE IS FULL. AN ID NOT ON OPERATORS.dat IS
      *    ADDED AS NOT ON FILE.
           MOVE ZERO TO WS-OPS-FOUND
           PERFORM 1250-MATCH-OPERATOR-ENTRY THRU 1250-EXIT
               VARYING WS-OPS-SUB FROM 1 BY 1
               UNTIL WS-OPS-SUB IS GREATER THAN WS-OPS-COUNT
                   OR WS-OPS-FOUND IS GREATER THAN ZERO
           IF WS-OPS-FOUND IS GREATER THAN ZERO
               GO TO 1200-EXIT
           END-IF
           IF WS-OPS-COUNT IS NOT LESS THAN 200
               IF NOT WS-OPS-TABLE-FULL
                   DISPLAY "OPERATOR TABLE FULL -- LATER OPERATOR IDS "
                       "ARE NOT COUNTED"
                   SET WS-OPS-TABLE-FULL TO TRUE
               END-IF
               ADD 1 TO WS-OPS-DROPPED
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-OPS-COUNT
           MOVE WS-ACT-OPERATOR TO WS-OPS-ID (WS-OPS-COUNT)
           MOVE "*** NOT ON FILE ***" TO WS-OPS-NAME (WS-OPS-COUNT)
           MOVE ZERO TO WS-OPS-CUSTOMER-ID (WS-OPS-COUNT)
           MOVE "N" TO WS-OPS-ON-FILE (WS-OPS-COUNT)
           MOVE ZEROS TO WS-OPS-SET (WS-OPS-COUNT, 1)
           MOVE ZEROS TO WS-OPS-SET (WS-OPS-COUNT, 2)
           MOVE WS-OPS-COUNT TO WS-OPS-FOUND.
       1200-EXIT.
           EXIT.

       1250-MATCH-OPERATOR-ENTRY.
           IF WS-OPS-ID (WS-OPS-SUB) = WS-ACT-OPERATOR
               MOVE WS-OPS-SUB TO WS-OPS-FOUND
           END-IF.
       1250-EXIT.
           EXIT.

       2000-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-NOT-FOUND
               DISPLAY "NO CUSTOMER JOURNAL ON HAND"
               GO TO 2000-EXIT
           END-IF
           IF NOT JOURNAL-OK
               DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS: "
                   WS-JOURNAL-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-TALLY-JOURNAL-ENTRY THRU 2100-EXIT
               UNTIL JOURNAL-EOF-REACHED
           CLOSE JOURNAL-FILE.
       2000-EXIT.
           EXIT.

       2100-TALLY-JOURNAL-ENTRY.
      *    A MERGE'S DELETE OF EACH DUPLICATE COUNTS AS ONE MERGE; THE
      *    CHANGE IT MAKES ON THE SURVIVOR IS PART OF THE SAME MERGE
      *    AND IS NOT COUNTED AGAIN.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF-REACHED TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-JOURNAL-READ
           IF JRN-DATE IS NOT NUMERIC
               OR JRN-DATE IS LESS THAN WS-MONTH-FROM
               OR JRN-DATE IS GREATER THAN WS-PERIOD-TO
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN JRN-EVENT-REINSTATE
                   MOVE 4 TO WS-ACT-COL
                   MOVE "REINSTATE" TO WS-EXC-ACTION-TEXT
               WHEN JRN-EVENT-MERGE AND JRN-ACTION-DELETE
                   MOVE 5 TO WS-ACT-COL
                   MOVE "MERGE" TO WS-EXC-ACTION-TEXT
               WHEN JRN-EVENT-MERGE
                   GO TO 2100-EXIT
               WHEN JRN-ACTION-ADD
                   MOVE 1 TO WS-ACT-COL
                   MOVE "ADD" TO WS-EXC-ACTION-TEXT
               WHEN JRN-ACTION-CHANGE
                   MOVE 2 TO WS-ACT-COL
                   MOVE "CHANGE" TO WS-EXC-ACTION-TEXT
               WHEN JRN-ACTION-DELETE
                   MOVE 3 TO WS-ACT-COL
                   MOVE "DELETE" TO WS-EXC-ACTION-TEXT
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE
           MOVE JRN-OPERATOR TO WS-ACT-OPERATOR
           MOVE JRN-DATE TO WS-ACT-DATE
           MOVE JRN-TIME TO WS-ACT-TIME
           PERFORM 4000-COUNT-ACTIVITY THRU 4000-EXIT
           IF NOT WS-IN-EXC-PERIOD OR WS-OPS-FOUND = ZERO
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CHECK-OWN-RECORD THRU 2200-EXIT
           IF JRN-ACTION-CHANGE
               PERFORM 2300-CHECK-ADDRESS-LIMIT THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-OWN-RECORD.
      *    THE CUSTOMER ID THE OPERATOR FILE GIVES FOR THE OPERATOR
      *    DECIDES; WITHOUT ONE, THE CUSTOMER'S NAME ON THE IMAGE
      *    (THE DELETED IMAGE FOR A DELETE) READ AS "F-NAME L-NAME"
      *    AGAINST THE OPERATOR'S NAME.
           MOVE SPACES TO WS-EXC-MATCH-TEXT
           IF WS-OPS-CUSTOMER-ID (WS-OPS-FOUND) IS GREATER THAN ZERO
               IF WS-OPS-CUSTOMER-ID (WS-OPS-FOUND) = JRN-ID-NUMBER
                   MOVE "CUSTOMER ID ON OPERATOR FILE"
                       TO WS-EXC-MATCH-TEXT
               END-IF
           ELSE
               IF JRN-ACTION-DELETE
                   MOVE JRN-BEFORE-IMAGE TO JAF-CUSTOMER-DATA
               ELSE
                   MOVE JRN-AFTER-IMAGE TO JAF-CUSTOMER-DATA
               END-IF
               MOVE SPACES TO WS-OWN-NAME
               STRING JAF-F-NAME DELIMITED BY "  "
                      " "        DELIMITED BY SIZE
                      JAF-L-NAME DELIMITED BY "  "
                   INTO WS-OWN-NAME
               END-STRING
               IF JAF-L-NAME NOT = SPACES
                   AND WS-OPS-NAME (WS-OPS-FOUND) NOT = SPACES
                   AND WS-OWN-NAME = WS-OPS-NAME (WS-OPS-FOUND)
                   MOVE "CUSTOMER NAME MATCHES OPERATOR"
                       TO WS-EXC-MATCH-TEXT
               END-IF
           END-IF
           IF WS-EXC-MATCH-TEXT = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE "O" TO WS-EXC-PRINT-TYPE
           PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
           IF WS-EXC-SUB IS GREATER THAN ZERO
               MOVE WS-EXC-MATCH-TEXT TO WS-EXC-MATCH (WS-EXC-SUB)
           END-IF
           ADD 1 TO WS-OWN-COUNT.
       2200-EXIT.
           EXIT.

       2300-CHECK-ADDRESS-LIMIT.
      *    AN ADDRESS CHANGE IS REMEMBERED; A LIMIT RAISE IS AN
      *    EXCEPTION WHEN THE SAME OPERATOR CHANGED THE SAME
      *    CUSTOMER'S ADDRESS EARLIER THE SAME DAY (OR ON THE SAME
      *    ENTRY). THE JOURNAL IS IN TIME ORDER, SO EARLIER MEANS
      *    ALREADY SEEN.
           IF JRN-BEFORE-IMAGE = SPACES
               GO TO 2300-EXIT
           END-IF
           MOVE JRN-BEFORE-IMAGE TO JBF-CUSTOMER-DATA
           MOVE JRN-AFTER-IMAGE TO JAF-CUSTOMER-DATA
           IF JBF-CUSTOMER-ADDRESS NOT = JAF-CUSTOMER-ADDRESS
               IF WS-ADC-COUNT IS LESS THAN 1000
                   ADD 1 TO WS-ADC-COUNT
                   MOVE JRN-OPERATOR TO WS-ADC-OPERATOR (WS-ADC-COUNT)
                   MOVE JRN-ID-NUMBER TO WS-ADC-ID (WS-ADC-COUNT)
                   MOVE JRN-DATE TO WS-ADC-DATE (WS-ADC-COUNT)
                   MOVE JRN-TIME TO WS-ADC-TIME (WS-ADC-COUNT)
               ELSE
                   IF NOT WS-ADC-TABLE-FULL
                       DISPLAY "ADDRESS-CHANGE TABLE FULL -- LATER "
                           "CHANGES ARE NOT MATCHED"
                       SET WS-ADC-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF
           IF JBF-CREDIT-LIMIT IS NOT NUMERIC
               OR JAF-CREDIT-LIMIT IS NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           IF JAF-CREDIT-LIMIT IS NOT GREATER THAN JBF-CREDIT-LIMIT
               GO TO 2300-EXIT
           END-IF
           MOVE ZERO TO WS-ADC-FOUND
           PERFORM 2350-MATCH-ADDRESS-CHANGE THRU 2350-EXIT
               VARYING WS-ADC-SUB FROM 1 BY 1
               UNTIL WS-ADC-SUB IS GREATER THAN WS-ADC-COUNT
                   OR WS-ADC-FOUND IS GREATER THAN ZERO
           IF WS-ADC-FOUND = ZERO
               GO TO 2300-EXIT
           END-IF
           MOVE "L" TO WS-EXC-PRINT-TYPE
           PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
           IF WS-EXC-SUB IS GREATER THAN ZERO
               MOVE JBF-CREDIT-LIMIT TO WS-EXC-OLD-LIMIT (WS-EXC-SUB)
               MOVE JAF-CREDIT-LIMIT TO WS-EXC-NEW-LIMIT (WS-EXC-SUB)
               MOVE WS-ADC-TIME (WS-ADC-FOUND)
                   TO WS-EXC-ADDR-TIME (WS-EXC-SUB)
           END-IF
           ADD 1 TO WS-LIMIT-COUNT.
       2300-EXIT.
           EXIT.

       2350-MATCH-ADDRESS-CHANGE.
           IF WS-ADC-OPERATOR (WS-ADC-SUB) = JRN-OPERATOR
               AND WS-ADC-ID (WS-ADC-SUB) = JRN-ID-NUMBER
               AND WS-ADC-DATE (WS-ADC-SUB) = JRN-DATE
               MOVE WS-ADC-SUB TO WS-ADC-FOUND
           END-IF.
       2350-EXIT.
           EXIT.

       2400-ADD-EXCEPTION.
      *    WS-EXC-PRINT-TYPE AND THE CURRENT JOURNAL ENTRY IN;
      *    WS-EXC-SUB OUT, ZERO WHEN THE TABLE IS FULL (THE EXCEPTION
      *    IS STILL COUNTED, JUST NOT LISTED).
           IF WS-EXC-COUNT IS NOT LESS THAN 500
               MOVE ZERO TO WS-EXC-SUB
               ADD 1 TO WS-EXC-DROPPED
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-EXC-COUNT TO WS-EXC-SUB
           MOVE WS-EXC-PRINT-TYPE TO WS-EXC-TYPE (WS-EXC-SUB)
           MOVE WS-OPS-FOUND TO WS-EXC-OPS-SUB (WS-EXC-SUB)
           MOVE JRN-DATE TO WS-EXC-DATE (WS-EXC-SUB)
           MOVE JRN-TIME TO WS-EXC-TIME (WS-EXC-SUB)
           MOVE JRN-ID-NUMBER TO WS-EXC-ID (WS-EXC-SUB)
           MOVE WS-EXC-ACTION-TEXT TO WS-EXC-ACTION (WS-EXC-SUB)
           MOVE SPACES TO WS-EXC-MATCH (WS-EXC-SUB)
           MOVE ZERO TO WS-EXC-OLD-LIMIT (WS-EXC-SUB)
           MOVE ZERO TO WS-EXC-NEW-LIMIT (WS-EXC-SUB)
           MOVE ZERO TO WS-EXC-ADDR-TIME (WS-EXC-SUB).
       2400-EXIT.
           EXIT.

       3000-SCAN-CONTACT-LOG.
           OPEN INPUT CONTACT-LOG-FILE
           IF CONTACT-NOT-FOUND
               DISPLAY "NO CONTACT LOG ON HAND"
               GO TO 3000-EXIT
           END-IF
           IF NOT CONTACT-OK
               DISPLAY "CONTACT-LOG-FILE OPEN FAILED, STATUS: "
                   WS-CONTACT-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-TALLY-CONTACT THRU 3100-EXIT
               UNTIL CONTACT-EOF-REACHED
           CLOSE CONTACT-LOG-FILE.
       3000-EXIT.
           EXIT.

       3100-TALLY-CONTACT.
           READ CONTACT-LOG-FILE
               AT END
                   SET CONTACT-EOF-REACHED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-CONTACT-READ
           IF CTL-DATE IS NOT NUMERIC
               OR CTL-DATE IS LESS THAN WS-MONTH-FROM
               OR CTL-DATE IS GREATER THAN WS-PERIOD-TO
               GO TO 3100-EXIT
           END-IF
           MOVE CTL-OPERATOR TO WS-ACT-OPERATOR
           MOVE CTL-DATE TO WS-ACT-DATE
           MOVE CTL-TIME TO WS-ACT-TIME
           MOVE 6 TO WS-ACT-COL
           PERFORM 4000-COUNT-ACTIVITY THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

       3500-SCAN-RATES-JOURNAL.
           OPEN INPUT RATES-JOURNAL-FILE
           IF RATES-JOURNAL-NOT-FOUND
               DISPLAY "NO RATES JOURNAL ON HAND"
               GO TO 3500-EXIT
           END-IF
           IF NOT RATES-JOURNAL-OK
               DISPLAY "RATES-JOURNAL-FILE OPEN FAILED, STATUS: "
                   WS-RATES-JOURNAL-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-TALLY-RATE-CHANGE THRU 3600-EXIT
               UNTIL RATES-JOURNAL-EOF-REACHED
           CLOSE RATES-JOURNAL-FILE.
       3500-EXIT.
           EXIT.

       3600-TALLY-RATE-CHANGE.
           READ RATES-JOURNAL-FILE
               AT END
                   SET RATES-JOURNAL-EOF-REACHED TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-RATES-READ
           IF RJN-DATE IS NOT NUMERIC
               OR RJN-DATE IS LESS THAN WS-MONTH-FROM
               OR RJN-DATE IS GREATER THAN WS-PERIOD-TO
               GO TO 3600-EXIT
           END-IF
           MOVE RJN-OPERATOR TO WS-ACT-OPERATOR
           MOVE RJN-DATE TO WS-ACT-DATE
           MOVE RJN-TIME TO WS-ACT-TIME
           MOVE 7 TO WS-ACT-COL
           PERFORM 4000-COUNT-ACTIVITY THRU 4000-EXIT.
       3600-EXIT.
           EXIT.

       4000-COUNT-ACTIVITY.
      *    WS-ACT-OPERATOR, WS-ACT-DATE, WS-ACT-TIME AND WS-ACT-COL IN,
      *    THE DATE ALREADY INSIDE THE COUNTING PERIOD. COUNTS THE
      *    ACTIVITY FOR THE MONTH AND, ON THE REPORT DATE IN MODE D,
      *    FOR THE DAY; SETS WS-IN-EXC-PERIOD AND, INSIDE IT, TESTS
      *    THE HOURS.
           MOVE "N" TO WS-EXC-PERIOD-SWITCH
           PERFORM 1200-FIND-OPERATOR THRU 1200-EXIT
           IF WS-OPS-FOUND = ZERO
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-OPS-TALLY (WS-OPS-FOUND, 2, WS-ACT-COL)
           ADD 1 TO WS-OPS-TALLY (WS-OPS-FOUND, 2, 8)
           IF WS-MODE-DAY AND WS-ACT-DATE = WS-REPORT-DATE
               ADD 1 TO WS-OPS-TALLY (WS-OPS-FOUND, 1, WS-ACT-COL)
               ADD 1 TO WS-OPS-TALLY (WS-OPS-FOUND, 1, 8)
           END-IF
           IF WS-ACT-DATE IS LESS THAN WS-EXC-FROM
               OR WS-ACT-DATE IS GREATER THAN WS-EXC-TO
               GO TO 4000-EXIT
           END-IF
           SET WS-IN-EXC-PERIOD TO TRUE
           PERFORM 4100-CHECK-HOURS THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-CHECK-HOURS.
           COMPUTE WS-CAL-TEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ACT-DATE)
           PERFORM 0850-TEST-BUSINESS-DAY THRU 0850-EXIT
           IF WS-BUSINESS-DAY
               AND WS-ACT-HHMM IS NOT LESS THAN WS-HOURS-FROM
               AND WS-ACT-HHMM IS LESS THAN WS-HOURS-TO
               GO TO 4100-EXIT
           END-IF
           MOVE ZERO TO WS-OOH-FOUND
           PERFORM 4150-MATCH-HOURS-ENTRY THRU 4150-EXIT
               VARYING WS-OOH-SUB FROM 1 BY 1
               UNTIL WS-OOH-SUB IS GREATER THAN WS-OOH-USED
                   OR WS-OOH-FOUND IS GREATER THAN ZERO
           IF WS-OOH-FOUND = ZERO
               IF WS-OOH-USED IS NOT LESS THAN 500
                   ADD 1 TO WS-OOH-DROPPED
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-OOH-USED
               MOVE WS-OOH-USED TO WS-OOH-FOUND
               MOVE WS-OPS-FOUND TO WS-OOH-OPS-SUB (WS-OOH-FOUND)
               MOVE WS-ACT-DATE TO WS-OOH-DATE (WS-OOH-FOUND)
               MOVE ZERO TO WS-OOH-COUNT (WS-OOH-FOUND)
               MOVE WS-ACT-TIME TO WS-OOH-FIRST (WS-OOH-FOUND)
               MOVE WS-ACT-TIME TO WS-OOH-LAST (WS-OOH-FOUND)
               MOVE WS-BUSINESS-DAY-SWITCH
                   TO WS-OOH-DAY-FLAG (WS-OOH-FOUND)
           END-IF
           ADD 1 TO WS-OOH-COUNT (WS-OOH-FOUND)
           IF WS-ACT-TIME IS LESS THAN WS-OOH-FIRST (WS-OOH-FOUND)
               MOVE WS-ACT-TIME TO WS-OOH-FIRST (WS-OOH-FOUND)
           END-IF
           IF WS-ACT-TIME IS GREATER THAN WS-OOH-LAST (WS-OOH-FOUND)
               MOVE WS-ACT-TIME TO WS-OOH-LAST (WS-OOH-FOUND)
           END-IF.
       4100-EXIT.
           EXIT.

       4150-MATCH-HOURS-ENTRY.
           IF WS-OOH-OPS-SUB (WS-OOH-SUB) = WS-OPS-FOUND
               AND WS-OOH-DATE (WS-OOH-SUB) = WS-ACT-DATE
               MOVE WS-OOH-SUB TO WS-OOH-FOUND
           END-IF.
       4150-EXIT.
           EXIT.

       5000-OPEN-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           IF WS-MODE-DAY
               STRING "OPERATOR-ACTIVITY-" DELIMITED BY SIZE
                      WS-REPORT-DATE       DELIMITED BY SIZE
                      ".rpt"               DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
           ELSE
               STRING "OPERATOR-ACTIVITY-MONTH-" DELIMITED BY SIZE
                      WS-REPORT-DATE (1:6)       DELIMITED BY SIZE
                      ".rpt"                     DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
               END-STRING
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE OPEN FAILED, STATUS: "
                   WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       6000-PRINT-REPORT.
           MOVE SPACES TO WS-RANGE-TEXT
           IF WS-MODE-DAY
               MOVE WS-REPORT-DATE TO WS-DATE-EDIT-IN
               PERFORM 6900-EDIT-DATE THRU 6900-EXIT
               STRING "DAY "       DELIMITED BY SIZE
                      WS-DATE-EDIT DELIMITED BY SIZE
                   INTO WS-RANGE-TEXT
               END-STRING
           ELSE
               STRING "MONTH "           DELIMITED BY SIZE
                      WS-RDT-MM          DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      WS-RDT-CCYY        DELIMITED BY SIZE
                   INTO WS-RANGE-TEXT
               END-STRING
           END-IF
           MOVE WS-RANGE-TEXT TO HL-PERIOD
           MOVE WS-CURRENT-DATE-NUM TO WS-DATE-EDIT-IN
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT
           MOVE WS-DATE-EDIT-NUM TO HL-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEAD-LINE
               AFTER ADVANCING PAGE

           SET WS-PRINT-ALL TO TRUE
           IF WS-MODE-DAY
               MOVE "ACTIVITY FOR THE DAY" TO SL-TEXT
               MOVE WS-RANGE-TEXT TO SL-RANGE
               MOVE 1 TO WS-PRINT-SET
               PERFORM 6100-PRINT-ACTIVITY-TABLE THRU 6100-EXIT
               MOVE "ACTIVITY FOR THE MONTH TO DATE" TO SL-TEXT
           ELSE
               MOVE "ACTIVITY FOR THE MONTH" TO SL-TEXT
           END-IF
           MOVE WS-MONTH-FROM TO WS-DATE-EDIT-IN
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT
           MOVE SPACES TO SL-RANGE
           STRING WS-DATE-EDIT DELIMITED BY SIZE
                  " TO "       DELIMITED BY SIZE
               INTO SL-RANGE
           END-STRING
           MOVE WS-PERIOD-TO TO WS-DATE-EDIT-IN
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT
           MOVE WS-DATE-EDIT TO SL-RANGE (15:10)
           MOVE 2 TO WS-PRINT-SET
           PERFORM 6100-PRINT-ACTIVITY-TABLE THRU 6100-EXIT

           PERFORM 6200-PRINT-EXCEPTIONS THRU 6200-EXIT.
       6000-EXIT.
           EXIT.

       6100-PRINT-ACTIVITY-TABLE.
      *    SL-TEXT, SL-RANGE, WS-PRINT-SET AND WS-PRINT-FILTER IN. ONLY
      *    OPERATORS WITH ACTIVITY IN THE SET ARE LISTED.
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COL-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-PRINT-COUNT
           MOVE ZEROS TO WS-SET-TOTALS
           PERFORM 6150-PRINT-OPERATOR-LINE THRU 6150-EXIT
               VARYING WS-OPS-SUB FROM 1 BY 1
               UNTIL WS-OPS-SUB IS GREATER THAN WS-OPS-COUNT
           IF WS-PRINT-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               GO TO 6100-EXIT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "TOTAL" TO DL-OPERATOR
           PERFORM 6160-EDIT-TOTAL-COLUMN THRU 6160-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL IS GREATER THAN 8
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
       6100-EXIT.
           EXIT.

       6150-PRINT-OPERATOR-LINE.
           IF WS-OPS-TALLY (WS-OPS-SUB, WS-PRINT-SET, 8) = ZERO
               GO TO 6150-EXIT
           END-IF
           IF WS-PRINT-UNKNOWN
               AND WS-OPS-ON-FILE (WS-OPS-SUB) = "Y"
               GO TO 6150-EXIT
           END-IF
           ADD 1 TO WS-PRINT-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-OPS-ID (WS-OPS-SUB) TO DL-OPERATOR
           MOVE WS-OPS-NAME (WS-OPS-SUB) TO DL-NAME
           PERFORM 6155-EDIT-COLUMN THRU 6155-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL IS GREATER THAN 8
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       6150-EXIT.
           EXIT.

       6155-EDIT-COLUMN.
           MOVE WS-OPS-TALLY (WS-OPS-SUB, WS-PRINT-SET, WS-COL)
               TO DL-TALLY (WS-COL)
           ADD WS-OPS-TALLY (WS-OPS-SUB, WS-PRINT-SET, WS-COL)
               TO WS-TOT-TALLY (WS-COL).
       6155-EXIT.
           EXIT.

       6160-EDIT-TOTAL-COLUMN.
           MOVE WS-TOT-TALLY (WS-COL) TO DL-TALLY (WS-COL).
       6160-EXIT.
           EXIT.

       6200-PRINT-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           STRING "EXCEPTIONS FOR THE " DELIMITED BY SIZE
                  WS-RANGE-TEXT         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES

           MOVE "OPERATOR MAINTAINING THEIR OWN CUSTOMER RECORD"
               TO SL-TEXT
           MOVE SPACES TO SL-RANGE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE "O" TO WS-EXC-PRINT-TYPE
           PERFORM 6300-PRINT-JOURNAL-EXCEPTIONS THRU 6300-EXIT

           MOVE "ADDRESS CHANGE THEN LIMIT RAISE BY THE SAME OPERATOR"
               TO SL-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE "L" TO WS-EXC-PRINT-TYPE
           PERFORM 6300-PRINT-JOURNAL-EXCEPTIONS THRU 6300-EXIT

           MOVE "OUT-OF-HOURS OR NON-BUSINESS-DAY ACTIVITY" TO SL-TEXT
           MOVE SPACES TO SL-RANGE
           STRING "(HOURS "       DELIMITED BY SIZE
                  WS-HOURS-FROM   DELIMITED BY SIZE
                  " TO "          DELIMITED BY SIZE
                  WS-HOURS-TO     DELIMITED BY SIZE
                  ")"             DELIMITED BY SIZE
               INTO SL-RANGE
           END-STRING
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 6500-PRINT-OUT-OF-HOURS THRU 6500-EXIT

           MOVE "ACTIVITY UNDER AN OPERATOR ID NOT ON OPERATORS.dat"
               TO SL-TEXT
           MOVE SPACES TO SL-RANGE
           MOVE WS-EXC-SET TO WS-PRINT-SET
           SET WS-PRINT-UNKNOWN TO TRUE
           PERFORM 6100-PRINT-ACTIVITY-TABLE THRU 6100-EXIT
           MOVE WS-PRINT-COUNT TO WS-UNKNOWN-COUNT
           IF WS-OPS-DROPPED IS GREATER THAN ZERO
               MOVE "  ACTIVITIES NOT COUNTED, OPERATOR TABLE FULL:"
                   TO CL-TEXT
               MOVE WS-OPS-DROPPED TO CL-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           COMPUTE WS-EXCEPTION-TOTAL = WS-OWN-COUNT + WS-LIMIT-COUNT
               + WS-OOH-USED + WS-OOH-DROPPED + WS-UNKNOWN-COUNT
               + WS-OPS-DROPPED
           MOVE "OWN-RECORD MAINTENANCE:" TO CL-TEXT
           MOVE WS-OWN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE "ADDRESS CHANGE THEN LIMIT RAISE:" TO CL-TEXT
           MOVE WS-LIMIT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OPERATOR-DAYS WITH OUT-OF-HOURS ACTIVITY:" TO CL-TEXT
           COMPUTE CL-COUNT = WS-OOH-USED + WS-OOH-DROPPED
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OPERATOR IDS NOT ON OPERATORS.dat:" TO CL-TEXT
           MOVE WS-UNKNOWN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL EXCEPTIONS:" TO CL-TEXT
           MOVE WS-EXCEPTION-TOTAL TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-EXC-DROPPED IS GREATER THAN ZERO
               OR WS-OOH-DROPPED IS GREATER THAN ZERO
               MOVE "*** EXCEPTION LIST CUT SHORT -- COUNTS ARE WHOLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       6200-EXIT.
           EXIT.

       6300-PRINT-JOURNAL-EXCEPTIONS.
      *    WS-EXC-PRINT-TYPE IN: EVERY LISTED EXCEPTION OF THAT TYPE.
           WRITE REPORT-LINE FROM WS-EXC-COL-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-PRINT-COUNT
           PERFORM 6350-PRINT-JOURNAL-EXCEPTION THRU 6350-EXIT
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB IS GREATER THAN WS-EXC-COUNT
           IF WS-PRINT-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       6300-EXIT.
           EXIT.

       6350-PRINT-JOURNAL-EXCEPTION.
           IF WS-EXC-TYPE (WS-EXC-SUB) NOT = WS-EXC-PRINT-TYPE
               GO TO 6350-EXIT
           END-IF
           ADD 1 TO WS-PRINT-COUNT
           MOVE WS-EXC-OPS-SUB (WS-EXC-SUB) TO WS-OPS-SUB
           MOVE SPACES TO WS-EXC-LINE
           MOVE WS-OPS-ID (WS-OPS-SUB) TO EL-OPERATOR
           MOVE WS-OPS-NAME (WS-OPS-SUB) TO EL-NAME
           MOVE WS-EXC-DATE (WS-EXC-SUB) TO WS-DATE-EDIT-IN
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT
           MOVE WS-DATE-EDIT-NUM TO EL-DATE
           MOVE WS-EXC-TIME (WS-EXC-SUB) TO WS-TIME-WORK
           MOVE WS-TW-HHMMSS TO EL-TIME
           MOVE WS-EXC-ID (WS-EXC-SUB) TO EL-ID
           MOVE WS-EXC-ACTION (WS-EXC-SUB) TO EL-ACTION
           IF WS-EXC-PRINT-TYPE = "O"
               MOVE WS-EXC-MATCH (WS-EXC-SUB) TO EL-DETAIL
           ELSE
               MOVE WS-EXC-ADDR-TIME (WS-EXC-SUB) TO WS-TIME-WORK
               MOVE WS-TW-HHMMSS TO LD-ADDR-TIME
               MOVE WS-EXC-OLD-LIMIT (WS-EXC-SUB) TO LD-OLD-LIMIT
               MOVE WS-EXC-NEW-LIMIT (WS-EXC-SUB) TO LD-NEW-LIMIT
               MOVE WS-LIMIT-DETAIL TO EL-DETAIL
           END-IF
           WRITE REPORT-LINE FROM WS-EXC-LINE
               AFTER ADVANCING 1 LINE.
       6350-EXIT.
           EXIT.

       6500-PRINT-OUT-OF-HOURS.
           WRITE REPORT-LINE FROM WS-EXC-COL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-OOH-USED = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               GO TO 6500-EXIT
           END-IF
           PERFORM 6550-PRINT-HOURS-ENTRY THRU 6550-EXIT
               VARYING WS-OOH-SUB FROM 1 BY 1
               UNTIL WS-OOH-SUB IS GREATER THAN WS-OOH-USED.
       6500-EXIT.
           EXIT.

       6550-PRINT-HOURS-ENTRY.
      *    ONE LINE PER OPERATOR PER DAY: THE FIRST OUT-OF-HOURS TIME
      *    UNDER TIME, THE COUNT AND THE LAST TIME AS THE DETAIL.
           MOVE WS-OOH-OPS-SUB (WS-OOH-SUB) TO WS-OPS-SUB
           MOVE SPACES TO WS-EXC-LINE
           MOVE WS-OPS-ID (WS-OPS-SUB) TO EL-OPERATOR
           MOVE WS-OPS-NAME (WS-OPS-SUB) TO EL-NAME
           MOVE WS-OOH-DATE (WS-OOH-SUB) TO WS-DATE-EDIT-IN
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT
           MOVE WS-DATE-EDIT-NUM TO EL-DATE
           MOVE WS-OOH-FIRST (WS-OOH-SUB) TO WS-TIME-WORK
           MOVE WS-TW-HHMMSS TO EL-TIME
           MOVE SPACES TO EL-ID-X
           MOVE WS-OOH-COUNT (WS-OOH-SUB) TO HD-COUNT
           MOVE WS-OOH-LAST (WS-OOH-SUB) TO WS-TIME-WORK
           MOVE WS-TW-HHMMSS TO HD-LAST-TIME
           IF WS-OOH-DAY-FLAG (WS-OOH-SUB) = "N"
               MOVE "  NON-BUSINESS DAY" TO HD-DAY-TEXT
           ELSE
               MOVE SPACES TO HD-DAY-TEXT
           END-IF
           MOVE WS-HOURS-DETAIL TO EL-DETAIL
           WRITE REPORT-LINE FROM WS-EXC-LINE
               AFTER ADVANCING 1 LINE.
       6550-EXIT.
           EXIT.

       6900-EDIT-DATE.
      *    WS-DATE-EDIT-IN (CCYYMMDD) IN; WS-DATE-EDIT-NUM (DDMMCCYY,
      *    FOR THE 99/99/9999 PICTURES) AND WS-DATE-EDIT OUT.
           MOVE WS-DEI-DD   TO WS-DEN-DD
           MOVE WS-DEI-MM   TO WS-DEN-MM
           MOVE WS-DEI-CCYY TO WS-DEN-CCYY
           MOVE WS-DATE-EDIT-NUM TO WS-DATE-EDIT.
       6900-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF
           DISPLAY "JOURNAL ENTRIES READ:      " WS-JOURNAL-READ
           DISPLAY "CONTACT-LOG ENTRIES READ:  " WS-CONTACT-READ
           DISPLAY "RATES-JOURNAL ENTRIES READ: " WS-RATES-READ
           DISPLAY "EXCEPTIONS:                " WS-EXCEPTION-TOTAL
           DISPLAY "OPERATOR ACTIVITY REPORT: " WS-REPORT-FILE-NAME.
       9000-EXIT.
           EXIT.

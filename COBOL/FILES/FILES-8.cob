      *   REPORT-CATALOG-RECORD) WITH ITS PAGE AND LINE COUNTS, THE
      *   WAY FILES-13 CATALOGS BACKUPS -- SEE FILES-39 FOR THE
      *   CATALOG LIST, BROWSE AND REPRINT.
      * 15/10/2026 NM - A CUSTOMER WITH A GUARDIAN LINK ON GUARDIANS.dat
      *   (SEE COPYLIB'S GUARDIAN-RECORD) IS A MINOR: THE STATEMENT IS
      *   ADDRESSED TO THE GUARDIAN'S NAME AND ADDRESS FROM THE MASTER,
      *   WITH AN ON-BEHALF-OF LINE NAMING THE CUSTOMER. THE LINKS AND
      *   GUARDIANS ARE LOADED AT START, SO THE MASTER IS NOW OPENED FOR
      *   DYNAMIC ACCESS AND SWEPT FROM A START AT THE LOWEST ID. A
      *   GUARDIAN NO LONGER ON THE MASTER LEAVES THE STATEMENT
      *   ADDRESSED DIRECT.
      * 15/10/2026 NM - A STATEMENT WHOSE ADDRESSEE -- THE CUSTOMER, OR
      *   THE GUARDIAN FOR A MINOR -- HAS THE RETURNED-MAIL FLAG SET ON
      *   THE MASTER (RECORDED THROUGH FILES-60, SEE COPYLIB'S
      *   CUSTOMER-RECORD) IS NO LONGER PRINTED: IT IS LISTED ON THE
      *   HELD-MAIL REPORT HELD-MAIL-STATEMENTS-CCYYMMDD.rpt, CATALOGUED
      *   BESIDE THE STATEMENTS, WITH THE DEAD ADDRESS AND THE DATE AND
      *   DOCUMENT OF THE RETURN FROM RETURNED-MAIL.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMERS-FILE ASSIGN TO WS-CUSTOMERS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS L-NAME WITH DUPLICATES.

           SELECT GUARDIANS-FILE ASSIGN TO "GUARDIANS.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GRD-ID-NUMBER
               FILE STATUS IS WS-GUARDIANS-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RML-ID-NUMBER
               FILE STATUS IS WS-RETURNED-MAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HELD-MAIL-FILE ASSIGN TO WS-HELD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "REPORT-CATALOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-CATALOG-STATUS.
                         CDR-CUSTOMER-ADDRESS  BY CUSTOMER-ADDRESS
                         CDR-ADDR-STREET       BY ADDR-STREET
                         CDR-ADDR-CITY         BY ADDR-CITY
                         CDR-ADDR-POSTAL       BY ADDR-POSTAL
                         CDR-MAIL-FLAG         BY MAIL-FLAG
                         CDR-MAIL-RETURNED     BY MAIL-RETURNED.

       FD GUARDIANS-FILE.
           COPY "GUARDIAN-RECORD.cpy".

       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.cpy".

       FD REPORT-FILE.
           01 REPORT-LINE         PIC X(132).

       FD HELD-MAIL-FILE.
           01 HELD-LINE           PIC X(132).

       FD REPORT-CATALOG-FILE.
           COPY "REPORT-CATALOG-RECORD.cpy".

           01 WS-STATEMENT-DATE-EDIT PIC 99/99/9999.
           77 WS-STATEMENT-COUNT     PIC 9(7) VALUE ZERO.

           01 WS-GUARDIANS-STATUS   PIC X(2) VALUE SPACES.
               88 GUARDIANS-OK          VALUE "00".
               88 GUARDIANS-NOT-FOUND   VALUE "35".
           77 GUARDIANS-EOF         PIC X VALUE "N".
               88 GUARDIANS-EOF-REACHED VALUE "Y".

      *    THE MINORS ON FILE AND THE GUARDIAN EACH ONE'S STATEMENT
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

           01 WS-REPORT-STATUS       PIC X(2) VALUE SPACES.
               88 REPORT-OK              VALUE "00".
           77 WS-REPORT-FILE-NAME    PIC X(40) VALUE SPACES.

           01 WS-RETURNED-MAIL-STATUS PIC X(2) VALUE SPACES.
               88 RETURNED-MAIL-OK        VALUE "00".
               88 RETURNED-MAIL-NOT-FOUND VALUE "35".
           77 WS-RETURNED-MAIL-SWITCH PIC X VALUE "N".
               88 WS-RETURNED-MAIL-OPEN   VALUE "Y".

      *    STATEMENTS WHOSE ADDRESSEE HAS HAD MAIL COME BACK
      *    UNDELIVERABLE ARE LISTED HERE INSTEAD OF PRINTED.
           01 WS-HELD-STATUS         PIC X(2) VALUE SPACES.
               88 HELD-OK                VALUE "00".
           77 WS-HELD-FILE-NAME      PIC X(40) VALUE SPACES.
           77 WS-HELD-COUNT          PIC 9(7) VALUE ZERO.
           77 WS-HOLD-ID             PIC 9(7) VALUE ZERO.
           77 WS-HOLD-SWITCH         PIC X VALUE "N".
               88 WS-MAIL-HELD           VALUE "Y".

           01 WS-RPT-CATALOG-STATUS  PIC X(2) VALUE SPACES.
               88 RPT-CATALOG-OK         VALUE "00".
               88 RPT-CATALOG-NOT-FOUND  VALUE "35".
               02 FILLER             PIC X(1) VALUE SPACE.
               02 BL-DRCR            PIC X(2).

           01 WS-BEHALF-LINE.
               02 FILLER             PIC X(17)
                   VALUE "ON BEHALF OF:    ".
               02 BH-F-NAME          PIC X(20).
               02 FILLER             PIC X(1) VALUE SPACE.
               02 BH-L-NAME          PIC X(20).

           01 WS-STREET-LINE.
               02 FILLER             PIC X(17)
                   VALUE "ADDRESS:         ".
                   VALUE "STATEMENT DATE:  ".
               02 DL-STATEMENT-DATE  PIC 99/99/9999.

           01 WS-HELD-HEAD-LINE.
               02 FILLER             PIC X(47) VALUE
                   "HELD MAIL -- STATEMENTS NOT PRINTED, STATEMENT ".
               02 FILLER             PIC X(6) VALUE "DATE  ".
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
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               MOVE WS-STATEMENT-COUNT TO WS-RPC-PAGES
               PERFORM 0700-REGISTER-REPORT THRU 0700-EXIT
               PERFORM 0750-REGISTER-HELD-MAIL THRU 0750-EXIT
           END-IF
           MOVE "END" TO WS-RLG-EVENT
           MOVE WS-STATEMENT-COUNT TO WS-RLG-READ
       0720-EXIT.
           EXIT.

       0750-REGISTER-HELD-MAIL.
      *    THE HELD-MAIL REPORT IS CATALOGUED BESIDE THE STATEMENTS
      *    SO THE MAIL ROOM CAN FIND IT THROUGH FILES-39.
           MOVE ZERO TO WS-RPC-LINES
           MOVE "N" TO WS-RPC-EOF
           OPEN INPUT HELD-MAIL-FILE
           IF NOT HELD-OK
               DISPLAY "HELD-MAIL-FILE REREAD FAILED, STATUS: "
                   WS-HELD-STATUS
               GO TO 0750-EXIT
           END-IF
           PERFORM 0770-COUNT-HELD-LINE THRU 0770-EXIT
               UNTIL WS-RPC-EOF-REACHED
           CLOSE HELD-MAIL-FILE

           OPEN EXTEND REPORT-CATALOG-FILE
           IF RPT-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN EXTEND REPORT-CATALOG-FILE
           END-IF
           IF NOT RPT-CATALOG-OK
               DISPLAY "REPORT-CATALOG-FILE OPEN FAILED, STATUS: "
                   WS-RPT-CATALOG-STATUS
               GO TO 0750-EXIT
           END-IF
           MOVE "FILES-8" TO RPC-PROGRAM
           MOVE WS-HELD-FILE-NAME TO RPC-REPORT-NAME
           ACCEPT RPC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPC-RUN-TIME FROM TIME
           MOVE 1 TO RPC-PAGE-COUNT
           MOVE WS-RPC-LINES TO RPC-LINE-COUNT
           WRITE RPC-CATALOG-RECORD
           CLOSE REPORT-CATALOG-FILE.
       0750-EXIT.
           EXIT.

       0770-COUNT-HELD-LINE.
           READ HELD-MAIL-FILE
               AT END
                   SET WS-RPC-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPC-LINES
           END-READ.
       0770-EXIT.
           EXIT.

       0300-CHECK-LOCK.
      *    READERS ONLY LOOK -- AN EXCLUSIVE UPDATE LOCK ON HAND MEANS
      *    THE MASTER IS MID-UPDATE AND THIS RUN MUST NOT START.
               CLOSE CUSTOMERS-FILE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1150-OPEN-HELD-MAIL THRU 1150-EXIT
           IF WS-ABORT-REQUESTED
               CLOSE CUSTOMERS-FILE
               CLOSE REPORT-FILE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-GUARDIANS THRU 1200-EXIT
           PERFORM 1400-POSITION-MASTER THRU 1400-EXIT
           IF NOT EOF-REACHED
               PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

       1150-OPEN-HELD-MAIL.
      *    NO RETURNED-MAIL FILE MEANS NO RETURN HAS BEEN RECORDED YET;
      *    THE FLAG ON THE MASTER STILL DECIDES WHAT IS HELD.
           MOVE SPACES TO WS-HELD-FILE-NAME
           STRING "HELD-MAIL-"         DELIMITED BY SIZE
                  WS-REPORT-FILE-NAME  DELIMITED BY SPACE
               INTO WS-HELD-FILE-NAME
           END-STRING
           OPEN OUTPUT HELD-MAIL-FILE
           IF NOT HELD-OK
               DISPLAY "HELD-MAIL-FILE OPEN FAILED, STATUS: "
                   WS-HELD-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1150-EXIT
           END-IF
           MOVE WS-STATEMENT-DATE-EDIT TO HH-DATE
           WRITE HELD-LINE FROM WS-HELD-HEAD-LINE
           WRITE HELD-LINE FROM WS-HELD-COL-LINE

           OPEN INPUT RETURNED-MAIL-FILE
           IF RETURNED-MAIL-OK
               SET WS-RETURNED-MAIL-OPEN TO TRUE
           ELSE
               IF NOT RETURNED-MAIL-NOT-FOUND
                   DISPLAY "RETURNED-MAIL-FILE OPEN FAILED, STATUS: "
                       WS-RETURNED-MAIL-STATUS " -- HELD MAIL LISTED "
                       "WITHOUT ITS RETURN DETAIL"
               END-IF
           END-IF.
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
                   WS-GUARDIANS-STATUS " -- STATEMENTS TO CUSTOMERS"
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

       2000-PROCESS-RECORDS.
           PERFORM 2100-PRINT-STATEMENT THRU 2100-EXIT
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
           EXIT.

       2100-PRINT-STATEMENT.
      *    A MINOR'S STATEMENT IS ADDRESSED TO THE GUARDIAN; ONE WHOSE
      *    ADDRESSEE'S MAIL IS HELD GOES TO THE HELD-MAIL REPORT.
           PERFORM 2050-MATCH-GUARDIAN THRU 2050-EXIT
           PERFORM 2070-CHECK-MAIL-HELD THRU 2070-EXIT
           IF WS-MAIL-HELD
               GO TO 2100-EXIT
           END-IF
           MOVE CUSTOMER-BALANCE TO BL-BALANCE
           IF CUSTOMER-BALANCE IS LESS THAN ZERO
               MOVE "CR" TO BL-DRCR
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           MOVE "------------------" TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE WS-GDN-F-NAME (WS-GDN-MATCH) TO NL-F-NAME
               MOVE WS-GDN-L-NAME (WS-GDN-MATCH) TO NL-L-NAME
               MOVE WS-GDN-STREET (WS-GDN-MATCH) TO SL-ADDR-STREET
               MOVE WS-GDN-CITY (WS-GDN-MATCH)   TO CL-ADDR-CITY
               MOVE WS-GDN-POSTAL (WS-GDN-MATCH) TO CL-ADDR-POSTAL
           ELSE
               MOVE F-NAME      TO NL-F-NAME
               MOVE L-NAME      TO NL-L-NAME
               MOVE ADDR-STREET TO SL-ADDR-STREET
               MOVE ADDR-CITY   TO CL-ADDR-CITY
               MOVE ADDR-POSTAL TO CL-ADDR-POSTAL
           END-IF
           WRITE REPORT-LINE FROM WS-NAME-LINE
               AFTER ADVANCING 1 LINE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               MOVE F-NAME TO BH-F-NAME
               MOVE L-NAME TO BH-L-NAME
               WRITE REPORT-LINE FROM WS-BEHALF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-LINE FROM WS-STREET-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-CITY-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-BALANCE-LINE
       2100-EXIT.
           EXIT.

       2050-MATCH-GUARDIAN.
      *    A MINOR WHOSE GUARDIAN HAS LEFT THE MASTER IS STILL
      *    ADDRESSED DIRECT, AND THE DESK IS TOLD.
           MOVE ZERO TO WS-GDN-MATCH
           PERFORM 2060-MATCH-ONE-GUARDIAN THRU 2060-EXIT
               VARYING WS-GDN-SUB FROM 1 BY 1
               UNTIL WS-GDN-SUB IS GREATER THAN WS-GDN-COUNT
                   OR WS-GDN-MATCH IS GREATER THAN ZERO.
       2050-EXIT.
           EXIT.

       2060-MATCH-ONE-GUARDIAN.
           IF WS-GDN-ID-NUMBER (WS-GDN-SUB) NOT EQUAL ID-NUMBER
               GO TO 2060-EXIT
           END-IF
           IF WS-GDN-ON-MASTER (WS-GDN-SUB) = "Y"
               MOVE WS-GDN-SUB TO WS-GDN-MATCH
           ELSE
               DISPLAY "GUARDIAN " WS-GDN-GUARDIAN-ID (WS-GDN-SUB)
                   " OF ID " ID-NUMBER " NOT ON THE MASTER -- "
                   "STATEMENT ADDRESSED DIRECT"
               MOVE WS-GDN-COUNT TO WS-GDN-SUB
           END-IF.
       2060-EXIT.
           EXIT.

       2070-CHECK-MAIL-HELD.
      *    THE FLAG THAT COUNTS IS THE ADDRESSEE'S: THE GUARDIAN'S FOR
      *    A MINOR, THE CUSTOMER'S OWN OTHERWISE (FILES-60 RECORDS IT).
           MOVE "N" TO WS-HOLD-SWITCH
           MOVE SPACES TO HM-NOTE
           IF WS-GDN-MATCH IS GREATER THAN ZERO
               IF WS-GDN-MAIL-FLAG (WS-GDN-MATCH) NOT EQUAL "R"
                   GO TO 2070-EXIT
               END-IF
               MOVE WS-GDN-GUARDIAN-ID (WS-GDN-MATCH) TO WS-HOLD-ID
               MOVE WS-GDN-STREET (WS-GDN-MATCH) TO HM-ADDR-STREET
               MOVE WS-GDN-CITY (WS-GDN-MATCH)   TO HM-ADDR-CITY
               MOVE WS-GDN-POSTAL (WS-GDN-MATCH) TO HM-ADDR-POSTAL
               MOVE "GDN "     TO HM-NOTE-LABEL
               MOVE WS-HOLD-ID TO HM-NOTE-ID
           ELSE
               IF NOT MAIL-RETURNED
                   GO TO 2070-EXIT
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
       2070-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMERS-FILE NEXT RECORD
               AT END SET EOF-REACHED TO TRUE
           END-READ.
       2900-EXIT.
               DISPLAY "REPORT-FILE CLOSE FAILED, STATUS: "
                   WS-REPORT-STATUS
           END-IF
           DISPLAY "STATEMENTS WRITTEN TO " WS-REPORT-FILE-NAME
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
           DISPLAY "MAIL HELD: " WS-HELD-COUNT " -- LISTED ON "
               WS-HELD-FILE-NAME.
       9000-EXIT.
           EXIT.

      * 15/10/2026 NM - NEW COPYBOOK. THE ONE-RECORD
      *   LEDGER-INDEX-CONTROL.dat SAYING HOW FAR LEDGER-INDEX.dat (SEE
      *   COPYLIB'S LEDGER-INDEX-RECORD) REACHES: HOW MANY LINES OF THE
      *   LIVE CUSTOMER-LEDGER.dat ARE INDEXED AND AN IMAGE OF THE LAST
      *   ONE, HOW MANY CATALOGUED ARCHIVES ARE INDEXED, AND THE
      *   EFFECTIVE DATE BEFORE WHICH FILES-41 HAS TRIMMED ARCHIVED
      *   MOVEMENTS OUT (ZERO WHEN NOTHING HAS BEEN TRIMMED). A READER
      *   TRUSTS THE INDEX ONLY WHEN THE LIVE LEDGER STILL HOLDS EXACTLY
      *   LXC-LIVE-COUNT LINES AND THE LAST OF THEM IS
      *   LXC-LAST-MOVEMENT; A POSTING SINCE THE LAST FILES-63 RUN, OR A
      *   LEDGER RESTORED OR REWRITTEN UNDER IT, SENDS THE READER BACK
      *   TO SWEEPING THE LEDGER ITSELF. REWRITTEN WHOLE BY FILES-63,
      *   FILES-30 AND FILES-41 EACH TIME THEY CHANGE THE INDEX.
           01 LXC-LEDGER-INDEX-CONTROL.
               02 LXC-LIVE-COUNT         PIC 9(9).
               02 LXC-NEXT-SEQUENCE      PIC 9(9).
               02 LXC-ARCHIVES-INDEXED   PIC 9(3).
               02 LXC-ARCHIVED-ENTRIES   PIC 9(9).
               02 LXC-INDEXED-FROM       PIC 9(8).
               02 LXC-UPDATED-DATE       PIC 9(8).
               02 LXC-UPDATED-TIME       PIC 9(8).
               02 LXC-UPDATED-BY         PIC X(8).
               02 LXC-LAST-MOVEMENT      PIC X(85).

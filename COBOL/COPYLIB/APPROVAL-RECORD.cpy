      * 15/10/2026 NM - NEW COPYBOOK. ONE ITEM ON THE
      *   PENDING-APPROVAL.dat MAKER-CHECKER QUEUE: A CREDIT-LIMIT
      *   CHANGE KEYED THROUGH FILES-12 (OR A FILES-1 "C"
      *   TRANSACTION), OR A FILES-9 MONETARY ITEM OVER THE
      *   APPROVAL-THRESHOLD RUN-PARM, HELD HERE INSTEAD OF HITTING
      *   THE MASTER. APR-KEYED-BY IS THE OPERATOR WHO KEYED IT;
      *   FILES-49 RECORDS THE SECOND OPERATOR WHO APPROVED OR
      *   DECLINED IT IN APR-REVIEWED-BY, AND THE KEYER CAN NEVER
      *   BE THE REVIEWER. AN APPROVED LIMIT GOES ONTO THE MASTER AT
      *   ONCE; AN APPROVED MONETARY ITEM WAITS AT "A" UNTIL THE
      *   FILES-49 RELEASE RUN WRITES IT TO THE BATCH FILES-9 POSTS
      *   AND MARKS IT "R". DECIDED ITEMS STAY ON THE FILE WITH
      *   THEIR STATUS AS THE HISTORY OF WHO LET WHAT THROUGH.
      *   APR-DETAIL IS READ THROUGH WHICHEVER VIEW APR-ITEM-TYPE
      *   NAMES: THE OLD AND NEW LIMITS, OR THE MONETARY-TRANS
      *   COLUMNS AS KEYED (EFFECTIVE DATE STILL DDMMCCYY) SO AN
      *   APPROVED ITEM GOES BACK TO FILES-9 EXACTLY AS IT CAME.
      * 15/10/2026 NM - ADDED STATUS "T": A RELEASED MONETARY ITEM TAKEN
      *   UP BY THE FILES-9 POSTING RUN. FILES-9 NOW HONOURS AN APPROVER
      *   ONLY ON A LINE THAT MATCHES A RELEASED ITEM COLUMN FOR COLUMN,
      *   AND MARKS THE ITEM "T" SO ONE APPROVAL CAN NEVER CARRY TWO
      *   POSTINGS -- THE ITEM IS SPENT WHETHER IT POSTED OR WAS TURNED
      *   AWAY TO SUSPENSE. ADDED APR-MT-HOLD, "G" ON A MINOR'S DEBIT
      *   OVER THE FILES-9 MINOR-DEBIT-LIMIT: THE APPROVER PASSES IT
      *   ONLY ON THE GUARDIAN'S CONSENT. ITEMS WRITTEN BEFORE THE FIELD
      *   EXISTED READ BACK AS SPACE, NO HOLD.
           01 APR-APPROVAL-RECORD.
               02 APR-ITEM-TYPE       PIC X.
                   88 APR-TYPE-LIMIT      VALUE "L".
                   88 APR-TYPE-MONETARY   VALUE "M".
               02 APR-STATUS          PIC X.
                   88 APR-PENDING         VALUE "P".
                   88 APR-APPROVED        VALUE "A".
                   88 APR-DECLINED        VALUE "D".
                   88 APR-RELEASED        VALUE "R".
                   88 APR-POSTED          VALUE "T".
               02 APR-ID-NUMBER       PIC 9(7).
               02 APR-KEYED-BY        PIC X(8).
               02 APR-KEYED-DATE      PIC 9(8).
               02 APR-KEYED-TIME      PIC 9(8).
               02 APR-REVIEWED-BY     PIC X(8).
               02 APR-REVIEWED-DATE   PIC 9(8).
               02 APR-REVIEWED-TIME   PIC 9(8).
               02 APR-DETAIL          PIC X(40).
               02 APR-LIMIT-DETAIL REDEFINES APR-DETAIL.
                   03 APR-OLD-LIMIT       PIC 9(7)V99.
                   03 APR-NEW-LIMIT       PIC 9(7)V99.
                   03 FILLER              PIC X(22).
               02 APR-MONETARY-DETAIL REDEFINES APR-DETAIL.
                   03 APR-MT-DRCR-CODE    PIC X.
                   03 APR-MT-AMOUNT       PIC 9(7)V99.
                   03 APR-MT-EFFECTIVE-DATE PIC 9(8).
                   03 APR-MT-ACCOUNT      PIC 9(3).
                   03 APR-MT-HOLD         PIC X.
                       88 APR-HOLD-GUARDIAN   VALUE "G".
                   03 FILLER              PIC X(18).

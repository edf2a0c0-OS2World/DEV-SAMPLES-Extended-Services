       IDENTIFICATION DIVISION.
       PROGRAM-ID.        CUSTMRG.
      *************************************************************
      * THIS IS THE CUSTMRG PROGRAM THAT MERGES A DUPLICATE       *
      * CUSTOMER ACCOUNT INTO THE ACCOUNT THAT SURVIVES IT, SO A  *
      * CUSTOMER SET UP TWICE NO LONGER CARRIES TWO BALANCES, TWO *
      * DUNNING STRETCHES, AND TWO STATEMENT HISTORIES.           *
      *                                                           *
      * PURPOSE: FOR EACH SURVIVOR/VICTIM PAIR ON THE MERGE LIST, *
      *          CHECK THE PAIR (BOTH ON CUSTFILE, SAME BILLING   *
      *          CURRENCY, NEITHER CHARGED OFF, THE OPERATOR      *
      *          AUTHORIZED BY OPERCHK FOR ACTION "M"), THEN:     *
      *            - MOVE THE VICTIM'S BALANCE ONTO THE SURVIVOR  *
      *              UNDER JOURNALED "M" PAIRS AND DELETE THE     *
      *              VICTIM FROM CUSTFILE UNDER A "D" IMAGE, SO   *
      *              CUSTUTIL REPLAYS THE MERGE AND BALPROOF SEES *
      *              IT NET TO ZERO;                              *
      *            - RE-KEY THE VICTIM'S OPEN ITEMS TO THE        *
      *              SURVIVOR, SO THE LEDGER STILL FOOTS;         *
      *            - MOVE THE VICTIM'S TRKSTAT AND DUNHIST        *
      *              RECORDS TO THE SURVIVOR, OR ARCHIVE THEM     *
      *              WHEN THE SURVIVOR ALREADY HAS ONE;           *
      *            - RETIRE THE VICTIM'S CLSNAP AND CUSTADDR      *
      *              RECORDS TO THE OFFARCH ARCHIVE;              *
      *            - ENTER THE VICTIM ON THE MERGXREF CROSS-      *
      *              REFERENCE, REPOINTING ANY OLDER NUMBERS THAT *
      *              HAD MERGED INTO THE VICTIM.                  *
      *          CLHIST AND STMTARCH ARE FLAT, SO THE MERGED      *
      *          PAIRS ARE RE-KEYED IN ONE TWO-PASS SWEEP OF EACH *
      *          AT THE END OF THE RUN.                           *
      *                                                           *
      * INPUT:   MERGE LIST (MERGLIST): SURVIVOR CUST-NUM, VICTIM *
      *          CUST-NUM, AND THE OPERATOR REQUESTING THE MERGE; *
      *          PERDCTL FOR THE BUSINESS DATE; CHGOFF.           *
      *                                                           *
      * OUTPUT:  CUSTFILE, OPENITM, TRKSTAT, DUNHIST, CLSNAP,     *
      *          CUSTADDR, CLHIST, AND STMTARCH UPDATED; "M" AND  *
      *          "D" IMAGES APPENDED TO CUSTJRNL; RETIRED RECORDS *
      *          APPENDED TO OFFARCH; MERGXREF, WHICH PAYAPPLY    *
      *          AND LBXIMPT USE TO REDIRECT PAYMENTS QUOTING A   *
      *          MERGED-AWAY NUMBER; AND THE MERGE MANIFEST       *
      *          (MERGRPT).                                       *
      *                                                           *
      * NOTE:    THE RUN TAKES THE SHARED CUSTFILE UPDATE LOCK    *
      *          (CUSTLOCK) - "FORCELOCK" TAKES OVER A STALE ONE  *
      *          - AND IS REFUSED IN A CLOSED PERIOD, AS PAYAPPLY *
      *          IS.                                              *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-LIST-FILE    ASSIGN TO "MERGLIST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS LST-FILE-STATUS.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT CHARGED-OFF-FILE   ASSIGN TO "CHGOFF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CO-CUST-NUM
               FILE STATUS    IS COF-FILE-STATUS.
           SELECT OPEN-ITEM-FILE     ASSIGN TO "OPENITM"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS OI-ITEM-KEY
               FILE STATUS    IS OIF-FILE-STATUS.
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MJF-FILE-STATUS.
           SELECT CREDIT-LIMIT-SNAPSHOT-FILE ASSIGN TO "CLSNAP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CLS-CUST-NUM
               FILE STATUS    IS CLS-FILE-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AD-CUST-NUM
               FILE STATUS    IS ADR-FILE-STATUS.
           SELECT TRACKED-STATUS-FILE ASSIGN TO "TRKSTAT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS TS-CUST-NUM
               FILE STATUS    IS TS-FILE-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS DH-CUST-NUM
               FILE STATUS    IS DNH-FILE-STATUS.
           SELECT CREDIT-LIMIT-HISTORY-FILE ASSIGN TO "CLHIST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CLH-FILE-STATUS.
           SELECT HISTORY-WORK-FILE  ASSIGN TO "CLHWORK"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT STATEMENT-ARCHIVE-FILE ASSIGN TO "STMTARCH"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS STA-FILE-STATUS.
           SELECT ARCHIVE-WORK-FILE  ASSIGN TO "STMTWORK"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT MERGE-XREF-FILE    ASSIGN TO "MERGXREF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS MX-OLD-CUST-NUM
               FILE STATUS    IS MXF-FILE-STATUS.
           SELECT OFFBOARD-ARCHIVE-FILE ASSIGN TO "OFFARCH"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS ARC-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT MERGE-MANIFEST-FILE ASSIGN TO "MERGRPT"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * MERGE-LIST-FILE NAMES ONE MERGE PER RECORD: THE ACCOUNT THAT *
      * SURVIVES, THE DUPLICATE MERGED INTO IT, AND THE OPERATOR WHO *
      * ASKED FOR THE MERGE.                                         *
      ***************************************************************
       FD  MERGE-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-LIST-RECORD.
           05  ML-SURVIVOR-CUST-NUM    PIC X(4).
           05  FILLER                  PIC X.
           05  ML-VICTIM-CUST-NUM      PIC X(4).
           05  FILLER                  PIC X.
           05  ML-OPERATOR-ID          PIC X(8).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           05  CF-CUST-NUM             PIC X(4).
           05  CF-CUST-NAME            PIC X(20).
           05  CF-CURRENCY-CODE        PIC X(3).
           05  CF-OFFICER-CODE         PIC X(2).
           05  CF-CREDIT-BALANCE       PIC S9(7)V99.
           05  CF-CREDIT-LIMIT         PIC S9(7)V99.
           05  CF-CREDIT-FLAG          PIC X.

      ***************************************************************
      * CHARGED-OFF-FILE IS WRTOFF'S REGISTER OF ACCOUNTS WRITTEN    *
      * OFF.  ONLY ITS KEY IS USED HERE: A CHARGED-OFF ACCOUNT IS    *
      * WITH THE AGENCY AND IS NEVER MERGED, EITHER WAY ROUND.       *
      ***************************************************************
       FD  CHARGED-OFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGED-OFF-RECORD.
           05  CO-CUST-NUM             PIC X(4).
           05  CO-WRITEOFF-DATE        PIC 9(6).
           05  CO-WRITEOFF-AMOUNT      PIC S9(7)V99.
           05  CO-CURRENCY-CODE        PIC X(3).
           05  CO-APPROVED-BY          PIC X(8).
           05  CO-AGENCY-CODE          PIC X(6).
           05  CO-RECOVERED-AMOUNT     PIC S9(7)V99.
           05  CO-LAST-RECOVERY-DATE   PIC 9(6).

      ***************************************************************
      * OPEN-ITEM-FILE IS THE RECEIVABLES LEDGER PAYAPPLY KEEPS.     *
      * THE VICTIM'S ITEMS FOLLOW ITS BALANCE TO THE SURVIVOR, SO    *
      * THE SURVIVOR'S ITEMS GO ON FOOTING TO ITS NEW BALANCE.       *
      ***************************************************************
       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CUST-NUM         PIC X(4).
               10  OI-REFERENCE-NUM    PIC X(10).
           05  OI-ITEM-TYPE            PIC X.
               88  OI-TYPE-INVOICE                VALUE "I".
               88  OI-TYPE-FEE                    VALUE "F".
               88  OI-TYPE-UNAPPLIED              VALUE "U".
           05  OI-INVOICE-DATE         PIC 9(6).
           05  OI-ORIGINAL-AMOUNT      PIC S9(7)V99.
           05  OI-OPEN-AMOUNT          PIC S9(7)V99.
           05  OI-LAST-ACTIVITY-DATE   PIC 9(6).

      ***************************************************************
      * MAINTENANCE-JOURNAL-FILE IS THE SHARED CUSTJRNL BEFORE/      *
      * AFTER TRAIL.  EACH MERGE APPENDS AN "M" PAIR FOR THE VICTIM  *
      * AND ONE FOR THE SURVIVOR, THEN THE VICTIM'S "D" DELETE       *
      * IMAGE, NAMING THE OPERATOR WHO ASKED FOR THE MERGE.          *
      ***************************************************************
       FD  MAINTENANCE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-JOURNAL-RECORD.
           05  MJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CREDIT-BALANCE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CREDIT-LIMIT         PIC Z(6)9.99-.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-OFFICER-CODE         PIC X(2).

       FD  CREDIT-LIMIT-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CREDIT-LIMIT-SNAPSHOT-RECORD.
           05  CLS-CUST-NUM            PIC X(4).
           05  CLS-CREDIT-LIMIT        PIC S9(7)V99.
           05  CLS-CREDIT-BALANCE      PIC S9(7)V99.
           05  CLS-CREDIT-FLAG         PIC X(1).
           05  CLS-FIRST-EXCEEDED-DATE PIC 9(6).
           05  CLS-RUNS-OVER-COUNT     PIC 9(3).
           05  CLS-LIMIT-CHANGE-COUNT  PIC 9(3).
           05  CLS-RISK-GRADE          PIC X.
           05  CLS-CURRENCY-CODE       PIC X(3).
           05  CLS-SEVERITY-CODE       PIC X.
           05  CLS-PREV-SEVERITY       PIC X.

      ***************************************************************
      * THE FIRST RECORD ON CLSNAP, KEYED LOW-VALUES, IS A HEADER   *
      * NAMING THE LAYOUT VERSION THE FILE WAS BUILT TO.            *
      ***************************************************************
       01  CREDIT-LIMIT-SNAPSHOT-HEADER.
           05  CLS-HDR-KEY             PIC X(4).
           05  CLS-HDR-EYECATCHER      PIC X(8).
           05  CLS-HDR-LAYOUT-VERSION  PIC 9(2).
           05  CLS-HDR-CREATED-DATE    PIC 9(6).
           05  FILLER                  PIC X(21).

       FD  CUSTOMER-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-ADDRESS-RECORD.
           05  AD-CUST-NUM             PIC X(4).
           05  AD-NAME                 PIC X(30).
           05  AD-ADDR-LINE-1          PIC X(30).
           05  AD-ADDR-LINE-2          PIC X(30).
           05  AD-CITY                 PIC X(18).
           05  AD-REGION               PIC X(8).
           05  AD-POSTAL-CODE          PIC X(10).
           05  AD-DELIVERY-PREF        PIC X.
           05  AD-RETURNED-MAIL        PIC X.
           05  AD-RETURNED-DATE        PIC 9(6).
           05  AD-RETURNED-DOC         PIC X(8).

      ***************************************************************
      * TRACKED-STATUS-FILE IS TRKMNT'S ONE-PER-CUSTOMER PROMISE-TO- *
      * PAY OR DISPUTE RECORD.                                       *
      ***************************************************************
       FD  TRACKED-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRACKED-STATUS-RECORD.
           05  TS-CUST-NUM             PIC X(4).
           05  TS-STATUS-TYPE          PIC X.
               88  TS-TYPE-PROMISE                VALUE "P".
               88  TS-TYPE-DISPUTE                VALUE "D".
           05  TS-PROMISE-DATE         PIC 9(6).
           05  TS-DISPUTE-REF          PIC X(10).
           05  TS-EXPIRY-DATE          PIC 9(6).
           05  TS-ENTERED-DATE         PIC 9(6).

      ***************************************************************
      * DUNNING-HISTORY-FILE IS DUNLTR'S ONE-PER-CUSTOMER RECORD OF  *
      * THE OVER-LIMIT STRETCH AND THE LAST LETTER SENT IN IT.       *
      ***************************************************************
       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUST-NUM             PIC X(4).
           05  DH-FIRST-EXCEEDED-DATE  PIC 9(6).
           05  DH-LETTER-LEVEL         PIC 9(1).
           05  DH-LETTER-DATE          PIC 9(6).

       FD  CREDIT-LIMIT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CREDIT-LIMIT-HISTORY-RECORD.
           05  CLH-CUST-NUM            PIC X(4).
           05  FILLER                  PIC X(2).
           05  CLH-EFFECTIVE-DATE      PIC 9(6).
           05  FILLER                  PIC X(2).
           05  CLH-OLD-LIMIT           PIC S9(7)V99.
           05  FILLER                  PIC X(2).
           05  CLH-NEW-LIMIT           PIC S9(7)V99.
           05  FILLER                  PIC X(2).
           05  CLH-REASON-CODE         PIC X(1).

       FD  HISTORY-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-WORK-RECORD         PIC X(37).

       FD  STATEMENT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-ARCHIVE-RECORD.
           05  AC-CUST-NUM             PIC X(4).
           05  AC-STMT-DATE            PIC 9(6).
           05  AC-LINE-TEXT            PIC X(132).

       FD  ARCHIVE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-WORK-RECORD         PIC X(142).

      ***************************************************************
      * MERGE-XREF-FILE REMEMBERS EVERY CUST-NUM MERGED AWAY AND THE *
      * ACCOUNT THAT NOW STANDS FOR IT, SO A REMITTANCE QUOTING THE  *
      * OLD NUMBER STILL FINDS ITS CUSTOMER.  THE SURVIVOR IS ALWAYS *
      * A LIVE ACCOUNT: WHEN A SURVIVOR IS ITSELF MERGED AWAY, EVERY *
      * ENTRY POINTING TO IT IS REPOINTED, SO THERE ARE NO CHAINS.   *
      ***************************************************************
       FD  MERGE-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-XREF-RECORD.
           05  MX-OLD-CUST-NUM         PIC X(4).
           05  MX-SURVIVOR-CUST-NUM    PIC X(4).
           05  MX-MERGE-DATE           PIC 9(6).
           05  MX-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * OFFBOARD-ARCHIVE-FILE IS THE CUSTOFFB ARCHIVE.  THE VICTIM'S *
      * RETIRED SNAPSHOT AND ADDRESS, AND ANY TRACKING OR DUNNING    *
      * RECORD THE SURVIVOR ALREADY HAD ONE OF, ARE KEPT HERE UNDER  *
      * THE VICTIM'S NUMBER.  APPENDED ACROSS RUNS.                  *
      ***************************************************************
       FD  OFFBOARD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFBOARD-ARCHIVE-RECORD.
           05  OA-ARCHIVE-DATE         PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OA-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OA-SOURCE-FILE          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OA-RECORD-IMAGE         PIC X(146).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).
               88  PC-PERIOD-OPEN                 VALUE "OPEN".
               88  PC-PERIOD-CLOSED               VALUE "CLOSED".

       FD  MERGE-MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-MANIFEST-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  LST-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  LST-FILE-OK                        VALUE "00".

       01  LIST-FILE-SWITCH           PIC  X      VALUE "N".
           88  LIST-FILE-IS-OPEN                  VALUE "Y".

       01  END-OF-LIST-SWITCH         PIC  X      VALUE "N".
           88  END-OF-LIST                        VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  COF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  COF-FILE-OK                        VALUE "00".

       01  CHARGED-OFF-FILE-SWITCH    PIC  X      VALUE "N".
           88  CHARGED-OFF-FILE-IS-OPEN           VALUE "Y".

       01  OIF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OIF-FILE-OK                        VALUE "00".
           88  OIF-FILE-NOT-FOUND                 VALUE "35".

       01  LEDGER-FILE-SWITCH         PIC  X      VALUE "N".
           88  LEDGER-FILE-IS-OPEN                VALUE "Y".

       01  ITEM-SCAN-END-SWITCH       PIC  X      VALUE "N".
           88  ITEM-SCAN-ENDED                    VALUE "Y".

       01  MJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MJF-FILE-OK                        VALUE "00".
           88  MJF-FILE-NOT-FOUND                 VALUE "35".

       01  JOURNAL-FILE-SWITCH        PIC  X      VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  CLS-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLS-FILE-OK                        VALUE "00".

       01  SNAPSHOT-FILE-SWITCH       PIC  X      VALUE "N".
           88  SNAPSHOT-FILE-IS-OPEN              VALUE "Y".

      **********************************************************
      * CLSNAP LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  THE  *
      * FILE'S HEADER RECORD MUST NAME THE SAME VERSION.       *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC  9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC  X(8)   VALUE "CLSNAPHD".

       01  SNAPSHOT-VERSION-SWITCH    PIC  X      VALUE "N".
           88  SNAPSHOT-VERSION-OK                VALUE "Y".

       01  ADR-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ADR-FILE-OK                        VALUE "00".

       01  ADDRESS-FILE-SWITCH        PIC  X      VALUE "N".
           88  ADDRESS-FILE-IS-OPEN               VALUE "Y".

       01  TS-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  TS-FILE-OK                         VALUE "00".

       01  TRACKING-FILE-SWITCH       PIC  X      VALUE "N".
           88  TRACKING-FILE-IS-OPEN              VALUE "Y".

       01  DNH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  DNH-FILE-OK                        VALUE "00".

       01  DUNNING-FILE-SWITCH        PIC  X      VALUE "N".
           88  DUNNING-FILE-IS-OPEN               VALUE "Y".

       01  CLH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLH-FILE-OK                        VALUE "00".

       01  END-OF-HISTORY-SWITCH      PIC  X      VALUE "N".
           88  END-OF-HISTORY                     VALUE "Y".

       01  STA-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  STA-FILE-OK                        VALUE "00".

       01  END-OF-ARCHIVE-SWITCH      PIC  X      VALUE "N".
           88  END-OF-ARCHIVE                     VALUE "Y".

       01  MXF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MXF-FILE-OK                        VALUE "00".
           88  MXF-FILE-NOT-FOUND                 VALUE "35".

       01  XREF-FILE-SWITCH           PIC  X      VALUE "N".
           88  XREF-FILE-IS-OPEN                  VALUE "Y".

       01  XREF-SCAN-END-SWITCH       PIC  X      VALUE "N".
           88  XREF-SCAN-ENDED                    VALUE "Y".

       01  ARC-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ARC-FILE-OK                        VALUE "00".
           88  ARC-FILE-NOT-FOUND                 VALUE "35".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  PERIOD-CLOSED-SWITCH       PIC  X      VALUE "N".
           88  PERIOD-IS-CLOSED                   VALUE "Y".

       01  MANIFEST-FILE-SWITCH       PIC  X      VALUE "N".
           88  MANIFEST-FILE-IS-OPEN              VALUE "Y".

       01  PAIR-VALID-SWITCH          PIC  X      VALUE "N".
           88  PAIR-IS-VALID                      VALUE "Y".

       01  SURVIVOR-HAS-ONE-SWITCH    PIC  X      VALUE "N".
           88  SURVIVOR-HAS-ONE                   VALUE "Y".

       01  PAIR-MATCH-SWITCH          PIC  X      VALUE "N".
           88  PAIR-WAS-MATCHED                   VALUE "Y".

       01  BUSINESS-DATE-TODAY        PIC  9(6)   VALUE ZERO.

       01  LOCK-PARM-LINE             PIC  X(40)  VALUE SPACES.

      **********************************************************
      * THE PAIR IN HAND: THE TWO NUMBERS, THE REASON A PAIR   *
      * IS REFUSED, THE SURVIVOR'S CURRENCY AS READ FOR THE    *
      * CHECK, AND THE BALANCE THE MERGE MOVES.                *
      **********************************************************
       01  SURVIVOR-CUST-NUM          PIC  X(4)   VALUE SPACES.
       01  VICTIM-CUST-NUM            PIC  X(4)   VALUE SPACES.
       01  MERGE-OPERATOR-ID          PIC  X(8)   VALUE SPACES.
       01  MERGE-REASON               PIC  X(30)  VALUE SPACES.
       01  SURVIVOR-CURRENCY-CODE     PIC  X(3)   VALUE SPACES.
       01  MERGED-BALANCE             PIC S9(7)V99 VALUE ZERO.
       01  JOURNAL-ACTION-CODE        PIC  X      VALUE "M".

      **********************************************************
      * SI- THE VICTIM'S OPEN ITEM IN HAND, HELD WHILE THE     *
      * SURVIVOR'S LEDGER IS CHECKED FOR THE SAME REFERENCE.   *
      **********************************************************
       01  SAVED-ITEM-RECORD.
           05  SI-CUST-NUM             PIC X(4).
           05  SI-REFERENCE-NUM        PIC X(10).
           05  SI-ITEM-TYPE            PIC X.
           05  SI-INVOICE-DATE         PIC 9(6).
           05  SI-ORIGINAL-AMOUNT      PIC S9(7)V99.
           05  SI-OPEN-AMOUNT          PIC S9(7)V99.
           05  SI-LAST-ACTIVITY-DATE   PIC 9(6).

       01  SAVED-TRACKING-RECORD      PIC  X(33)  VALUE SPACES.
       01  SAVED-DUNNING-RECORD       PIC  X(17)  VALUE SPACES.

      **********************************************************
      * MP- MERGED PAIRS TABLE: EVERY PAIR MERGED THIS RUN,    *
      * HELD IN STORAGE SO THE CLHIST AND STMTARCH SWEEPS CAN  *
      * RE-KEY EVERY RECORD IN ONE PASS.  A SURVIVOR MERGED    *
      * AWAY LATER IN THE SAME RUN IS REPOINTED HERE AS IT IS  *
      * ON MERGXREF.                                           *
      **********************************************************
       01  MP-PAIR-COUNT              PIC  9(3)   VALUE ZERO.
       01  MERGED-PAIRS-TABLE.
           05  MP-PAIR-ENTRY          OCCURS 200 TIMES
                                      INDEXED BY MP-INDX.
               10  MP-VICTIM-CUST-NUM  PIC X(4).
               10  MP-SURVIVOR-CUST-NUM PIC X(4).

      **********************************************************
      * MC- MERGE COUNTERS FOR THE MANIFEST AND CONSOLE.       *
      **********************************************************
       01  MERGE-COUNTERS.
           05  MC-PAIRS-READ           PIC 9(5)      VALUE ZERO.
           05  MC-PAIRS-MERGED         PIC 9(5)      VALUE ZERO.
           05  MC-PAIRS-REFUSED        PIC 9(5)      VALUE ZERO.
           05  MC-BALANCE-MOVED        PIC S9(9)V99  VALUE ZERO.
           05  MC-ITEMS-REKEYED        PIC 9(5)      VALUE ZERO.
           05  MC-ITEMS-COMBINED       PIC 9(5)      VALUE ZERO.
           05  MC-SATELLITES-MOVED     PIC 9(5)      VALUE ZERO.
           05  MC-RECORDS-ARCHIVED     PIC 9(5)      VALUE ZERO.
           05  MC-XREF-REPOINTED       PIC 9(5)      VALUE ZERO.
           05  MC-HISTORY-REKEYED      PIC 9(7)      VALUE ZERO.
           05  MC-STATEMENT-REKEYED    PIC 9(7)      VALUE ZERO.

       01  SR-MC-PAIRS-READ           PIC ZZZZ9.
       01  SR-MC-PAIRS-MERGED         PIC ZZZZ9.
       01  SR-MC-PAIRS-REFUSED        PIC ZZZZ9.
       01  SR-MC-BALANCE-MOVED        PIC Z(8)9.99-.
       01  SR-MC-ITEMS-REKEYED        PIC ZZZZ9.
       01  SR-MC-ITEMS-COMBINED       PIC ZZZZ9.
       01  SR-MC-SATELLITES-MOVED     PIC ZZZZ9.
       01  SR-MC-RECORDS-ARCHIVED     PIC ZZZZ9.
       01  SR-MC-XREF-REPOINTED       PIC ZZZZ9.
       01  SR-MC-HISTORY-REKEYED      PIC ZZZZZZ9.
       01  SR-MC-STATEMENT-REKEYED    PIC ZZZZZZ9.

      ***************************************************************
      * CUSTLOCK CALL ARGUMENTS - THE SHARED CUSTFILE UPDATE LOCK.   *
      * THE OVERRIDE FLAG IS RAISED ONLY BY THE OPERATOR'S           *
      * FORCELOCK PARAMETER, FOR A LOCK LEFT BEHIND BY A CRASH.      *
      ***************************************************************
       01  WS-CL-PROGRAM-NAME         PIC  X(8)   VALUE "CUSTMRG ".
       01  CL-OVERRIDE-FLAG           PIC  X      VALUE "N".
       01  CL-LOCK-RESULT             PIC  X      VALUE "N".
           88  CL-LOCK-GRANTED                    VALUE "Y".

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE REQUESTING OPERATOR MUST HOLD   *
      * ACTION "M" IN THEIR CUSTMRG PROFILE FOR THE MERGE TO POST.   *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "CUSTMRG ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE "M".
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

      **********************************************************
      * RPT- LINES LAY OUT THE MERGE MANIFEST: ONE LINE PER    *
      * FILE TOUCHED FOR EACH PAIR, WITH THE AMOUNT COLUMN     *
      * USED ONLY BY THE BALANCE LINE.                         *
      **********************************************************
       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(36)  VALUE
               "CUSTMRG - CUSTOMER MERGE MANIFEST   ".
           05  RPT-H1-DATE            PIC 9(6).

       01  RPT-HEADING-LINE-2.
           05  FILLER                 PIC X(6)   VALUE "VICT".
           05  FILLER                 PIC X(6)   VALUE "SURV".
           05  FILLER                 PIC X(10)  VALUE "FILE".
           05  FILLER                 PIC X(32)  VALUE "DISPOSITION".
           05  FILLER                 PIC X(11)  VALUE "     AMOUNT".

       01  RPT-MANIFEST-LINE.
           05  RPT-M-VICTIM           PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-M-SURVIVOR         PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-M-SOURCE-FILE      PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-M-TEXT             PIC X(30).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-M-AMOUNT           PIC X(12).

       01  RPT-AMOUNT-EDIT            PIC Z(6)9.99-.

       01  RPT-COUNT-LINE.
           05  RPT-C-LABEL            PIC X(29).
           05  RPT-C-COUNT            PIC ZZZZZZ9.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           IF PERIOD-IS-CLOSED
              DISPLAY "**CUSTMRG REFUSED - ACCOUNTING PERIOD "
                      BUSINESS-DATE-TODAY " IS CLOSED**"
              DISPLAY "RUN PERDCLSE TO OPEN THE NEXT BUSINESS DATE"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ACQUIRE-UPDATE-LOCK
              THRU ACQUIRE-UPDATE-LOCK-EXIT.
           IF NOT CL-LOCK-GRANTED
              DISPLAY "CUSTMRG RUN REFUSED - CUSTFILE UPDATE LOCK "
                      "NOT GRANTED"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-FILES
              THRU OPEN-FILES-EXIT.
           PERFORM MERGE-ONE-PAIR
              THRU MERGE-ONE-PAIR-EXIT
              UNTIL END-OF-LIST.
           IF MP-PAIR-COUNT > ZERO
              PERFORM SWEEP-HISTORY-FILE
                 THRU SWEEP-HISTORY-FILE-EXIT
              PERFORM SWEEP-STATEMENT-ARCHIVE
                 THRU SWEEP-STATEMENT-ARCHIVE-EXIT
           END-IF.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       MERGE-ONE-PAIR.
      ***************************************************************
      * ONE SURVIVOR/VICTIM PAIR.  A PAIR THAT FAILS ANY CHECK IS    *
      * REFUSED WHOLE AND NOTHING OF EITHER ACCOUNT IS TOUCHED; A    *
      * GOOD PAIR IS MERGED FILE BY FILE, EACH STEP ON THE MANIFEST. *
      ***************************************************************
           READ MERGE-LIST-FILE
               AT END
                  SET END-OF-LIST TO TRUE
                  GO TO MERGE-ONE-PAIR-EXIT
           END-READ.
           IF MERGE-LIST-RECORD = SPACES
              GO TO MERGE-ONE-PAIR-EXIT
           END-IF.
           ADD 1 TO MC-PAIRS-READ.
           MOVE ML-SURVIVOR-CUST-NUM TO SURVIVOR-CUST-NUM.
           MOVE ML-VICTIM-CUST-NUM TO VICTIM-CUST-NUM.
           MOVE ML-OPERATOR-ID TO MERGE-OPERATOR-ID.
           MOVE VICTIM-CUST-NUM TO RPT-M-VICTIM.
           MOVE SURVIVOR-CUST-NUM TO RPT-M-SURVIVOR.
           MOVE SPACES TO RPT-M-AMOUNT.

           PERFORM CHECK-MERGE-PAIR
              THRU CHECK-MERGE-PAIR-EXIT.
           IF NOT PAIR-IS-VALID
              ADD 1 TO MC-PAIRS-REFUSED
              MOVE "MERGLIST" TO RPT-M-SOURCE-FILE
              MOVE MERGE-REASON TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              DISPLAY "CUSTMRG REFUSED " VICTIM-CUST-NUM
                      " INTO " SURVIVOR-CUST-NUM " - " MERGE-REASON
              GO TO MERGE-ONE-PAIR-EXIT
           END-IF.

           PERFORM MOVE-CUSTOMER-BALANCE
              THRU MOVE-CUSTOMER-BALANCE-EXIT.
           PERFORM REKEY-OPEN-ITEMS
              THRU REKEY-OPEN-ITEMS-EXIT.
           PERFORM MERGE-TRACKING-STATUS
              THRU MERGE-TRACKING-STATUS-EXIT.
           PERFORM MERGE-DUNNING-HISTORY
              THRU MERGE-DUNNING-HISTORY-EXIT.
           PERFORM RETIRE-SNAPSHOT
              THRU RETIRE-SNAPSHOT-EXIT.
           PERFORM RETIRE-ADDRESS
              THRU RETIRE-ADDRESS-EXIT.
           PERFORM RECORD-MERGE-XREF
              THRU RECORD-MERGE-XREF-EXIT.
           PERFORM ADD-MERGED-PAIR
              THRU ADD-MERGED-PAIR-EXIT.
           ADD 1 TO MC-PAIRS-MERGED.
           DISPLAY "CUSTMRG MERGED " VICTIM-CUST-NUM
                   " INTO " SURVIVOR-CUST-NUM
                   " - REQUESTED BY " MERGE-OPERATOR-ID.
       MERGE-ONE-PAIR-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-MERGE-PAIR.
      ***************************************************************
      * THE PAIR IS GOOD WHEN THE TWO NUMBERS DIFFER, THE SURVIVOR   *
      * HAS NOT ITSELF BEEN MERGED AWAY, BOTH ARE ON CUSTFILE IN THE *
      * SAME BILLING CURRENCY, NEITHER IS CHARGED OFF, AND THE       *
      * OPERATOR MAY MERGE.  THE FIRST TEST FAILED IS LEFT IN        *
      * MERGE-REASON.  ON A GOOD PAIR THE VICTIM IS LEFT IN THE      *
      * CUSTOMER RECORD AREA.                                        *
      ***************************************************************
           MOVE "N" TO PAIR-VALID-SWITCH.
           MOVE SPACES TO MERGE-REASON.
           IF SURVIVOR-CUST-NUM = SPACES
              OR VICTIM-CUST-NUM = SPACES
              MOVE "MISSING CUST-NUM" TO MERGE-REASON
              GO TO CHECK-MERGE-PAIR-EXIT
           END-IF.
           IF SURVIVOR-CUST-NUM = VICTIM-CUST-NUM
              MOVE "SURVIVOR AND VICTIM THE SAME" TO MERGE-REASON
              GO TO CHECK-MERGE-PAIR-EXIT
           END-IF.
           IF XREF-FILE-IS-OPEN
              MOVE SURVIVOR-CUST-NUM TO MX-OLD-CUST-NUM
              READ MERGE-XREF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "SURVIVOR ALREADY MERGED AWAY"
                          TO MERGE-REASON
                     GO TO CHECK-MERGE-PAIR-EXIT
              END-READ
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              MOVE SURVIVOR-CUST-NUM TO CO-CUST-NUM
              READ CHARGED-OFF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "SURVIVOR IS CHARGED OFF" TO MERGE-REASON
                     GO TO CHECK-MERGE-PAIR-EXIT
              END-READ
              MOVE VICTIM-CUST-NUM TO CO-CUST-NUM
              READ CHARGED-OFF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "VICTIM IS CHARGED OFF" TO MERGE-REASON
                     GO TO CHECK-MERGE-PAIR-EXIT
              END-READ
           END-IF.

           MOVE SURVIVOR-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "SURVIVOR NOT ON CUSTFILE" TO MERGE-REASON
                  GO TO CHECK-MERGE-PAIR-EXIT
           END-READ.
           MOVE CF-CURRENCY-CODE TO SURVIVOR-CURRENCY-CODE.
           MOVE VICTIM-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "VICTIM NOT ON CUSTFILE" TO MERGE-REASON
                  GO TO CHECK-MERGE-PAIR-EXIT
           END-READ.
           IF CF-CURRENCY-CODE NOT = SURVIVOR-CURRENCY-CODE
              MOVE "BILLING CURRENCIES DIFFER" TO MERGE-REASON
              GO TO CHECK-MERGE-PAIR-EXIT
           END-IF.

           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO MERGE-REASON
              GO TO CHECK-MERGE-PAIR-EXIT
           END-IF.
           SET PAIR-IS-VALID TO TRUE.
       CHECK-MERGE-PAIR-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER THE REQUESTING OPERATOR MAY MERGE AWAY   *
      * THIS CUSTOMER.  A REFUSAL IS LOGGED TO SECVIOL BY OPERCHK.   *
      ***************************************************************
           MOVE MERGE-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE "M" TO OC-ACTION-CODE.
           MOVE SPACES TO OC-KEY-VALUE.
           MOVE VICTIM-CUST-NUM TO OC-KEY-VALUE.
           MOVE ZERO TO OC-CHANGE-PCT.
           CALL "OPERCHK" USING OC-PROGRAM-NAME
                                OC-OPERATOR-ID
                                OC-ACTION-CODE
                                OC-KEY-VALUE
                                OC-CHANGE-PCT
                                OC-AUTH-RESULT
                                OC-REFUSAL-REASON.
       CHECK-OPERATOR-AUTHORITY-EXIT. EXIT.
      *****************************************************************
      *
       MOVE-CUSTOMER-BALANCE.
      ***************************************************************
      * THE VICTIM (STILL IN THE RECORD AREA) IS TAKEN TO ZERO UNDER *
      * AN "M" PAIR AND DELETED UNDER A "D" BEFORE IMAGE; THE        *
      * SURVIVOR PICKS UP THE SAME AMOUNT UNDER ITS OWN "M" PAIR.    *
      * THE JOURNAL THEREFORE NETS TO ZERO ACROSS THE TWO ACCOUNTS.  *
      ***************************************************************
           MOVE CF-CREDIT-BALANCE TO MERGED-BALANCE.
           MOVE "M" TO JOURNAL-ACTION-CODE.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           MOVE ZERO TO CF-CREDIT-BALANCE.
           REWRITE CUSTOMER-RECORD.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           MOVE "D" TO JOURNAL-ACTION-CODE.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           DELETE CUSTOMER-FILE.

           MOVE SURVIVOR-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  DISPLAY "CUSTMRG: SURVIVOR " SURVIVOR-CUST-NUM
                          " LOST FROM CUSTFILE MID-MERGE"
                  GO TO MOVE-CUSTOMER-BALANCE-EXIT
           END-READ.
           MOVE "M" TO JOURNAL-ACTION-CODE.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD MERGED-BALANCE TO CF-CREDIT-BALANCE.
           REWRITE CUSTOMER-RECORD.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD MERGED-BALANCE TO MC-BALANCE-MOVED.

           MOVE "CUSTFILE" TO RPT-M-SOURCE-FILE.
           MOVE "BALANCE MOVED, VICTIM DELETED" TO RPT-M-TEXT.
           MOVE MERGED-BALANCE TO RPT-AMOUNT-EDIT.
           MOVE RPT-AMOUNT-EDIT TO RPT-M-AMOUNT.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
           MOVE SPACES TO RPT-M-AMOUNT.
       MOVE-CUSTOMER-BALANCE-EXIT. EXIT.
      *****************************************************************
      *
       REKEY-OPEN-ITEMS.
      ***************************************************************
      * MOVE EVERY LEDGER ITEM OF THE VICTIM'S TO THE SURVIVOR.  THE *
      * BROWSE IS RESTARTED AFTER EACH ITEM, SINCE THE ITEM JUST     *
      * READ IS DELETED AND ITS REPLACEMENT WRITTEN BY KEY.          *
      ***************************************************************
           IF NOT LEDGER-FILE-IS-OPEN
              MOVE "OPENITM" TO RPT-M-SOURCE-FILE
              MOVE "LEDGER NOT AVAILABLE" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO REKEY-OPEN-ITEMS-EXIT
           END-IF.
           MOVE "N" TO ITEM-SCAN-END-SWITCH.
           PERFORM REKEY-ONE-ITEM
              THRU REKEY-ONE-ITEM-EXIT
              UNTIL ITEM-SCAN-ENDED.
           MOVE "OPENITM" TO RPT-M-SOURCE-FILE.
           MOVE "ITEMS RE-KEYED TO SURVIVOR" TO RPT-M-TEXT.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       REKEY-OPEN-ITEMS-EXIT. EXIT.
      *****************************************************************
      *
       REKEY-ONE-ITEM.
      ***************************************************************
      * THE VICTIM'S FIRST REMAINING ITEM.  WHEN THE SURVIVOR        *
      * ALREADY HOLDS AN ITEM UNDER THE SAME REFERENCE, THE TWO      *
      * ARE COMBINED INTO THE SURVIVOR'S ITEM.                       *
      ***************************************************************
           MOVE VICTIM-CUST-NUM TO OI-CUST-NUM.
           MOVE LOW-VALUES TO OI-REFERENCE-NUM.
           START OPEN-ITEM-FILE
               KEY NOT LESS THAN OI-ITEM-KEY
               INVALID KEY
                  SET ITEM-SCAN-ENDED TO TRUE
                  GO TO REKEY-ONE-ITEM-EXIT
           END-START.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                  SET ITEM-SCAN-ENDED TO TRUE
                  GO TO REKEY-ONE-ITEM-EXIT
           END-READ.
           IF OI-CUST-NUM NOT = VICTIM-CUST-NUM
              SET ITEM-SCAN-ENDED TO TRUE
              GO TO REKEY-ONE-ITEM-EXIT
           END-IF.
           MOVE OPEN-ITEM-RECORD TO SAVED-ITEM-RECORD.
           DELETE OPEN-ITEM-FILE.

           MOVE SURVIVOR-CUST-NUM TO OI-CUST-NUM.
           MOVE SI-REFERENCE-NUM TO OI-REFERENCE-NUM.
           READ OPEN-ITEM-FILE
               INVALID KEY
                  MOVE SAVED-ITEM-RECORD TO OPEN-ITEM-RECORD
                  MOVE SURVIVOR-CUST-NUM TO OI-CUST-NUM
                  WRITE OPEN-ITEM-RECORD
                  ADD 1 TO MC-ITEMS-REKEYED
               NOT INVALID KEY
                  ADD SI-ORIGINAL-AMOUNT TO OI-ORIGINAL-AMOUNT
                  ADD SI-OPEN-AMOUNT TO OI-OPEN-AMOUNT
                  MOVE BUSINESS-DATE-TODAY TO OI-LAST-ACTIVITY-DATE
                  REWRITE OPEN-ITEM-RECORD
                  ADD 1 TO MC-ITEMS-COMBINED
           END-READ.
       REKEY-ONE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       MERGE-TRACKING-STATUS.
      ***************************************************************
      * THE VICTIM'S PROMISE OR DISPUTE MOVES TO THE SURVIVOR UNLESS *
      * THE SURVIVOR HAS ITS OWN, WHICH STANDS; THE VICTIM'S IS THEN *
      * ARCHIVED.  EITHER WAY THE VICTIM'S RECORD LEAVES THE FILE.   *
      ***************************************************************
           MOVE "TRKSTAT" TO RPT-M-SOURCE-FILE.
           IF NOT TRACKING-FILE-IS-OPEN
              MOVE "NOT ON FILE" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO MERGE-TRACKING-STATUS-EXIT
           END-IF.
           MOVE VICTIM-CUST-NUM TO TS-CUST-NUM.
           READ TRACKED-STATUS-FILE
               INVALID KEY
                  MOVE "NOT ON FILE" TO RPT-M-TEXT
                  WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
                  GO TO MERGE-TRACKING-STATUS-EXIT
           END-READ.
           MOVE TRACKED-STATUS-RECORD TO SAVED-TRACKING-RECORD.
           DELETE TRACKED-STATUS-FILE.

           MOVE "N" TO SURVIVOR-HAS-ONE-SWITCH.
           MOVE SURVIVOR-CUST-NUM TO TS-CUST-NUM.
           READ TRACKED-STATUS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET SURVIVOR-HAS-ONE TO TRUE
           END-READ.
           IF SURVIVOR-HAS-ONE
              MOVE SPACES TO OA-RECORD-IMAGE
              MOVE SAVED-TRACKING-RECORD TO OA-RECORD-IMAGE
              MOVE "TRKSTAT" TO OA-SOURCE-FILE
              PERFORM WRITE-ARCHIVE-RECORD
                 THRU WRITE-ARCHIVE-RECORD-EXIT
              MOVE "SURVIVOR'S KEPT, VICTIM'S ARCHIVED" TO RPT-M-TEXT
           ELSE
              MOVE SAVED-TRACKING-RECORD TO TRACKED-STATUS-RECORD
              MOVE SURVIVOR-CUST-NUM TO TS-CUST-NUM
              WRITE TRACKED-STATUS-RECORD
              ADD 1 TO MC-SATELLITES-MOVED
              MOVE "MOVED TO SURVIVOR" TO RPT-M-TEXT
           END-IF.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       MERGE-TRACKING-STATUS-EXIT. EXIT.
      *****************************************************************
      *
       MERGE-DUNNING-HISTORY.
      ***************************************************************
      * THE SAME RULE FOR THE DUNNING RECORD: THE SURVIVOR'S OWN     *
      * STRETCH STANDS, OTHERWISE THE VICTIM'S CARRIES OVER SO THE   *
      * LETTER LEVEL REACHED IS NOT FORGOTTEN.                       *
      ***************************************************************
           MOVE "DUNHIST" TO RPT-M-SOURCE-FILE.
           IF NOT DUNNING-FILE-IS-OPEN
              MOVE "NOT ON FILE" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO MERGE-DUNNING-HISTORY-EXIT
           END-IF.
           MOVE VICTIM-CUST-NUM TO DH-CUST-NUM.
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                  MOVE "NOT ON FILE" TO RPT-M-TEXT
                  WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
                  GO TO MERGE-DUNNING-HISTORY-EXIT
           END-READ.
           MOVE DUNNING-HISTORY-RECORD TO SAVED-DUNNING-RECORD.
           DELETE DUNNING-HISTORY-FILE.

           MOVE "N" TO SURVIVOR-HAS-ONE-SWITCH.
           MOVE SURVIVOR-CUST-NUM TO DH-CUST-NUM.
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET SURVIVOR-HAS-ONE TO TRUE
           END-READ.
           IF SURVIVOR-HAS-ONE
              MOVE SPACES TO OA-RECORD-IMAGE
              MOVE SAVED-DUNNING-RECORD TO OA-RECORD-IMAGE
              MOVE "DUNHIST" TO OA-SOURCE-FILE
              PERFORM WRITE-ARCHIVE-RECORD
                 THRU WRITE-ARCHIVE-RECORD-EXIT
              MOVE "SURVIVOR'S KEPT, VICTIM'S ARCHIVED" TO RPT-M-TEXT
           ELSE
              MOVE SAVED-DUNNING-RECORD TO DUNNING-HISTORY-RECORD
              MOVE SURVIVOR-CUST-NUM TO DH-CUST-NUM
              WRITE DUNNING-HISTORY-RECORD
              ADD 1 TO MC-SATELLITES-MOVED
              MOVE "MOVED TO SURVIVOR" TO RPT-M-TEXT
           END-IF.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       MERGE-DUNNING-HISTORY-EXIT. EXIT.
      *****************************************************************
      *
       RETIRE-SNAPSHOT.
      ***************************************************************
      * THE VICTIM'S SNAPSHOT IS ARCHIVED AND REMOVED, AS CUSTOFFB   *
      * REMOVES AN OFFBOARDED CUSTOMER'S.  THE SURVIVOR'S SNAPSHOT   *
      * PICKS UP THE NEW BALANCE ON THE NEXT CREDRPT RUN.            *
      ***************************************************************
           MOVE "CLSNAP" TO RPT-M-SOURCE-FILE.
           IF NOT SNAPSHOT-FILE-IS-OPEN
              MOVE "NOT ON FILE" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO RETIRE-SNAPSHOT-EXIT
           END-IF.
           MOVE VICTIM-CUST-NUM TO CLS-CUST-NUM.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               INVALID KEY
                  MOVE "NOT ON FILE" TO RPT-M-TEXT
               NOT INVALID KEY
                  MOVE SPACES TO OA-RECORD-IMAGE
                  MOVE CREDIT-LIMIT-SNAPSHOT-RECORD
                       TO OA-RECORD-IMAGE
                  MOVE "CLSNAP" TO OA-SOURCE-FILE
                  PERFORM WRITE-ARCHIVE-RECORD
                     THRU WRITE-ARCHIVE-RECORD-EXIT
                  DELETE CREDIT-LIMIT-SNAPSHOT-FILE
                  MOVE "ARCHIVED AND REMOVED" TO RPT-M-TEXT
           END-READ.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       RETIRE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       RETIRE-ADDRESS.
           MOVE "CUSTADDR" TO RPT-M-SOURCE-FILE.
           IF NOT ADDRESS-FILE-IS-OPEN
              MOVE "NOT ON FILE" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO RETIRE-ADDRESS-EXIT
           END-IF.
           MOVE VICTIM-CUST-NUM TO AD-CUST-NUM.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                  MOVE "NOT ON FILE" TO RPT-M-TEXT
               NOT INVALID KEY
                  MOVE SPACES TO OA-RECORD-IMAGE
                  MOVE CUSTOMER-ADDRESS-RECORD TO OA-RECORD-IMAGE
                  MOVE "CUSTADDR" TO OA-SOURCE-FILE
                  PERFORM WRITE-ARCHIVE-RECORD
                     THRU WRITE-ARCHIVE-RECORD-EXIT
                  DELETE CUSTOMER-ADDRESS-FILE
                  MOVE "ARCHIVED AND REMOVED" TO RPT-M-TEXT
           END-READ.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       RETIRE-ADDRESS-EXIT. EXIT.
      *****************************************************************
      *
       RECORD-MERGE-XREF.
      ***************************************************************
      * REPOINT EVERY OLDER NUMBER THAT HAD MERGED INTO THE VICTIM,  *
      * THEN ENTER THE VICTIM ITSELF, SO EVERY ENTRY NAMES A LIVE    *
      * ACCOUNT.                                                     *
      ***************************************************************
           MOVE "MERGXREF" TO RPT-M-SOURCE-FILE.
           IF NOT XREF-FILE-IS-OPEN
              MOVE "CROSS-REFERENCE NOT AVAILABLE" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO RECORD-MERGE-XREF-EXIT
           END-IF.
           MOVE "N" TO XREF-SCAN-END-SWITCH.
           MOVE LOW-VALUES TO MX-OLD-CUST-NUM.
           START MERGE-XREF-FILE
               KEY NOT LESS THAN MX-OLD-CUST-NUM
               INVALID KEY
                  SET XREF-SCAN-ENDED TO TRUE
           END-START.
           PERFORM REPOINT-ONE-XREF
              THRU REPOINT-ONE-XREF-EXIT
              UNTIL XREF-SCAN-ENDED.

           MOVE VICTIM-CUST-NUM TO MX-OLD-CUST-NUM.
           MOVE SURVIVOR-CUST-NUM TO MX-SURVIVOR-CUST-NUM.
           MOVE BUSINESS-DATE-TODAY TO MX-MERGE-DATE.
           MOVE MERGE-OPERATOR-ID TO MX-OPERATOR-ID.
           WRITE MERGE-XREF-RECORD
               INVALID KEY
                  REWRITE MERGE-XREF-RECORD
           END-WRITE.
           MOVE "VICTIM NOW REDIRECTS TO SURVIVOR" TO RPT-M-TEXT.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       RECORD-MERGE-XREF-EXIT. EXIT.
      *****************************************************************
      *
       REPOINT-ONE-XREF.
           READ MERGE-XREF-FILE NEXT RECORD
               AT END
                  SET XREF-SCAN-ENDED TO TRUE
                  GO TO REPOINT-ONE-XREF-EXIT
           END-READ.
           IF MX-SURVIVOR-CUST-NUM = VICTIM-CUST-NUM
              MOVE SURVIVOR-CUST-NUM TO MX-SURVIVOR-CUST-NUM
              REWRITE MERGE-XREF-RECORD
              ADD 1 TO MC-XREF-REPOINTED
              DISPLAY "CUSTMRG CROSS-REFERENCE " MX-OLD-CUST-NUM
                      " REPOINTED TO " SURVIVOR-CUST-NUM
           END-IF.
       REPOINT-ONE-XREF-EXIT. EXIT.
      *****************************************************************
      *
       ADD-MERGED-PAIR.
      ***************************************************************
      * NOTE THE PAIR FOR THE FLAT-FILE SWEEPS, REPOINTING ANY PAIR  *
      * MERGED INTO THE VICTIM EARLIER IN THIS RUN.  A FULL TABLE    *
      * LEAVES THE REST OF THE RUN'S HISTORY FOR A SECOND RUN.       *
      ***************************************************************
           IF MP-PAIR-COUNT > ZERO
              SET MP-INDX TO 1
              PERFORM REPOINT-ONE-PAIR
                 THRU REPOINT-ONE-PAIR-EXIT
                 UNTIL MP-INDX > MP-PAIR-COUNT
           END-IF.
           IF MP-PAIR-COUNT = 200
              DISPLAY "CUSTMRG PAIRS TABLE FULL AT 200 - CLHIST AND "
                      "STMTARCH NOT RE-KEYED FOR " VICTIM-CUST-NUM
              GO TO ADD-MERGED-PAIR-EXIT
           END-IF.
           ADD 1 TO MP-PAIR-COUNT.
           SET MP-INDX TO MP-PAIR-COUNT.
           MOVE VICTIM-CUST-NUM TO MP-VICTIM-CUST-NUM (MP-INDX).
           MOVE SURVIVOR-CUST-NUM TO MP-SURVIVOR-CUST-NUM (MP-INDX).
       ADD-MERGED-PAIR-EXIT. EXIT.
      *****************************************************************
      *
       REPOINT-ONE-PAIR.
           IF MP-SURVIVOR-CUST-NUM (MP-INDX) = VICTIM-CUST-NUM
              MOVE SURVIVOR-CUST-NUM TO MP-SURVIVOR-CUST-NUM (MP-INDX)
           END-IF.
           SET MP-INDX UP BY 1.
       REPOINT-ONE-PAIR-EXIT. EXIT.
      *****************************************************************
      *
       SWEEP-HISTORY-FILE.
      ***************************************************************
      * CLHIST IS FLAT, SO THE RE-KEY IS THE USUAL TWO-PASS SWEEP:   *
      * EVERY RECORD GOES TO A WORK FILE, A MERGED VICTIM'S UNDER    *
      * ITS SURVIVOR'S NUMBER, AND THE LIVE HISTORY IS REWRITTEN     *
      * FROM THE WORK FILE IN THE SAME ORDER.                        *
      ***************************************************************
           MOVE SPACES TO RPT-M-VICTIM RPT-M-SURVIVOR RPT-M-AMOUNT.
           MOVE "CLHIST" TO RPT-M-SOURCE-FILE.
           OPEN INPUT CREDIT-LIMIT-HISTORY-FILE.
           IF NOT CLH-FILE-OK
              MOVE "NO HISTORY FILE ON RECORD" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO SWEEP-HISTORY-FILE-EXIT
           END-IF.
           OPEN OUTPUT HISTORY-WORK-FILE.
           PERFORM SWEEP-ONE-HISTORY-RECORD
              THRU SWEEP-ONE-HISTORY-RECORD-EXIT
              UNTIL END-OF-HISTORY.
           CLOSE CREDIT-LIMIT-HISTORY-FILE.
           CLOSE HISTORY-WORK-FILE.

           OPEN INPUT HISTORY-WORK-FILE.
           OPEN OUTPUT CREDIT-LIMIT-HISTORY-FILE.
           MOVE "N" TO END-OF-HISTORY-SWITCH.
           PERFORM COPY-ONE-HISTORY-RECORD
              THRU COPY-ONE-HISTORY-RECORD-EXIT
              UNTIL END-OF-HISTORY.
           CLOSE HISTORY-WORK-FILE.
           CLOSE CREDIT-LIMIT-HISTORY-FILE.
           MOVE "HISTORY RE-KEYED TO SURVIVORS" TO RPT-M-TEXT.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       SWEEP-HISTORY-FILE-EXIT. EXIT.
      *****************************************************************
      *
       SWEEP-ONE-HISTORY-RECORD.
           READ CREDIT-LIMIT-HISTORY-FILE
               AT END
                  SET END-OF-HISTORY TO TRUE
                  GO TO SWEEP-ONE-HISTORY-RECORD-EXIT
           END-READ.
           MOVE CLH-CUST-NUM TO VICTIM-CUST-NUM.
           PERFORM FIND-MERGED-PAIR
              THRU FIND-MERGED-PAIR-EXIT.
           IF PAIR-WAS-MATCHED
              MOVE MP-SURVIVOR-CUST-NUM (MP-INDX) TO CLH-CUST-NUM
              ADD 1 TO MC-HISTORY-REKEYED
           END-IF.
           WRITE HISTORY-WORK-RECORD
               FROM CREDIT-LIMIT-HISTORY-RECORD.
       SWEEP-ONE-HISTORY-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       COPY-ONE-HISTORY-RECORD.
           READ HISTORY-WORK-FILE
               AT END
                  SET END-OF-HISTORY TO TRUE
                  GO TO COPY-ONE-HISTORY-RECORD-EXIT
           END-READ.
           WRITE CREDIT-LIMIT-HISTORY-RECORD
               FROM HISTORY-WORK-RECORD.
       COPY-ONE-HISTORY-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       SWEEP-STATEMENT-ARCHIVE.
      ***************************************************************
      * THE SAME TWO-PASS SWEEP FOR THE STATEMENT ARCHIVE, SO A      *
      * STMTRPRN REPRINT FOR THE SURVIVOR FINDS THE VICTIM'S OLD     *
      * STATEMENTS TOO.                                              *
      ***************************************************************
           MOVE SPACES TO RPT-M-VICTIM RPT-M-SURVIVOR RPT-M-AMOUNT.
           MOVE "STMTARCH" TO RPT-M-SOURCE-FILE.
           OPEN INPUT STATEMENT-ARCHIVE-FILE.
           IF NOT STA-FILE-OK
              MOVE "NO STATEMENT ARCHIVE ON RECORD" TO RPT-M-TEXT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE
              GO TO SWEEP-STATEMENT-ARCHIVE-EXIT
           END-IF.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           PERFORM SWEEP-ONE-STATEMENT-LINE
              THRU SWEEP-ONE-STATEMENT-LINE-EXIT
              UNTIL END-OF-ARCHIVE.
           CLOSE STATEMENT-ARCHIVE-FILE.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT STATEMENT-ARCHIVE-FILE.
           MOVE "N" TO END-OF-ARCHIVE-SWITCH.
           PERFORM COPY-ONE-STATEMENT-LINE
              THRU COPY-ONE-STATEMENT-LINE-EXIT
              UNTIL END-OF-ARCHIVE.
           CLOSE ARCHIVE-WORK-FILE.
           CLOSE STATEMENT-ARCHIVE-FILE.
           MOVE "STATEMENTS RE-KEYED TO SURVIVORS" TO RPT-M-TEXT.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-MANIFEST-LINE.
       SWEEP-STATEMENT-ARCHIVE-EXIT. EXIT.
      *****************************************************************
      *
       SWEEP-ONE-STATEMENT-LINE.
           READ STATEMENT-ARCHIVE-FILE
               AT END
                  SET END-OF-ARCHIVE TO TRUE
                  GO TO SWEEP-ONE-STATEMENT-LINE-EXIT
           END-READ.
           MOVE AC-CUST-NUM TO VICTIM-CUST-NUM.
           PERFORM FIND-MERGED-PAIR
              THRU FIND-MERGED-PAIR-EXIT.
           IF PAIR-WAS-MATCHED
              MOVE MP-SURVIVOR-CUST-NUM (MP-INDX) TO AC-CUST-NUM
              ADD 1 TO MC-STATEMENT-REKEYED
           END-IF.
           WRITE ARCHIVE-WORK-RECORD
               FROM STATEMENT-ARCHIVE-RECORD.
       SWEEP-ONE-STATEMENT-LINE-EXIT. EXIT.
      *****************************************************************
      *
       COPY-ONE-STATEMENT-LINE.
           READ ARCHIVE-WORK-FILE
               AT END
                  SET END-OF-ARCHIVE TO TRUE
                  GO TO COPY-ONE-STATEMENT-LINE-EXIT
           END-READ.
           WRITE STATEMENT-ARCHIVE-RECORD
               FROM ARCHIVE-WORK-RECORD.
       COPY-ONE-STATEMENT-LINE-EXIT. EXIT.
      *****************************************************************
      *
       FIND-MERGED-PAIR.
           MOVE "N" TO PAIR-MATCH-SWITCH.
           SET MP-INDX TO 1.
           PERFORM MATCH-ONE-PAIR
              THRU MATCH-ONE-PAIR-EXIT
              UNTIL PAIR-WAS-MATCHED
                 OR MP-INDX > MP-PAIR-COUNT.
       FIND-MERGED-PAIR-EXIT. EXIT.
      *****************************************************************
      *
       MATCH-ONE-PAIR.
           IF MP-VICTIM-CUST-NUM (MP-INDX) = VICTIM-CUST-NUM
              SET PAIR-WAS-MATCHED TO TRUE
           ELSE
              SET MP-INDX UP BY 1
           END-IF.
       MATCH-ONE-PAIR-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ARCHIVE-RECORD.
      ***************************************************************
      * ONE RETIRED IMAGE: THE CALLER HAS SET THE SOURCE TAG AND THE *
      * IMAGE; THE DATE AND THE VICTIM'S CUST-NUM ARE STAMPED HERE.  *
      ***************************************************************
           MOVE BUSINESS-DATE-TODAY TO OA-ARCHIVE-DATE.
           MOVE VICTIM-CUST-NUM TO OA-CUST-NUM.
           WRITE OFFBOARD-ARCHIVE-RECORD.
           ADD 1 TO MC-RECORDS-ARCHIVED.
       WRITE-ARCHIVE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE CUSTOMER-RECORD AS   *
      * IT STANDS RIGHT NOW, NAMING THE OPERATOR WHO ASKED FOR THE   *
      * MERGE.  MJ-IMAGE-TYPE AND THE ACTION ARE SET BY THE CALLER.  *
      ***************************************************************
           IF NOT JOURNAL-FILE-IS-OPEN
              GO TO WRITE-JOURNAL-RECORD-EXIT
           END-IF.
           MOVE BUSINESS-DATE-TODAY TO MJ-LOG-DATE.
           MOVE JOURNAL-ACTION-CODE TO MJ-ACTION-CODE.
           MOVE CF-CUST-NUM        TO MJ-CUST-NUM.
           MOVE CF-CUST-NAME       TO MJ-CUST-NAME.
           MOVE CF-CREDIT-BALANCE  TO MJ-CREDIT-BALANCE.
           MOVE CF-CREDIT-LIMIT    TO MJ-CREDIT-LIMIT.
           MOVE CF-CREDIT-FLAG     TO MJ-CREDIT-FLAG.
           ACCEPT MJ-LOG-TIME FROM TIME.
           MOVE CF-CURRENCY-CODE   TO MJ-CURRENCY-CODE.
           MOVE "CUSTMRG"          TO MJ-PROGRAM-NAME.
           MOVE MERGE-OPERATOR-ID  TO MJ-OPERATOR-ID.
           MOVE CF-OFFICER-CODE    TO MJ-OFFICER-CODE.
           WRITE MAINTENANCE-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-FILES.
      ***************************************************************
      * THE MERGE LIST AND CUSTFILE ARE REQUIRED.  THE LEDGER, THE   *
      * JOURNAL, AND THE CROSS-REFERENCE ARE CREATED THE FIRST TIME; *
      * A SATELLITE FILE THAT IS NOT THERE IS NOTED ON THE MANIFEST  *
      * FOR EACH PAIR AND THE MERGE GOES ON WITHOUT IT.              *
      ***************************************************************
           OPEN OUTPUT MERGE-MANIFEST-FILE.
           SET MANIFEST-FILE-IS-OPEN TO TRUE.
           MOVE BUSINESS-DATE-TODAY TO RPT-H1-DATE.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-HEADING-LINE-1.
           MOVE SPACES TO MERGE-MANIFEST-RECORD.
           WRITE MERGE-MANIFEST-RECORD.
           WRITE MERGE-MANIFEST-RECORD FROM RPT-HEADING-LINE-2.
           MOVE SPACES TO MERGE-MANIFEST-RECORD.
           WRITE MERGE-MANIFEST-RECORD.

           OPEN INPUT MERGE-LIST-FILE.
           IF LST-FILE-OK
              SET LIST-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CUSTMRG: NO MERGLIST ON FILE, STATUS="
                      LST-FILE-STATUS " - NOTHING TO MERGE"
              SET END-OF-LIST TO TRUE
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CUSTMRG: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              SET END-OF-LIST TO TRUE
           END-IF.

           OPEN INPUT CHARGED-OFF-FILE.
           IF COF-FILE-OK
              SET CHARGED-OFF-FILE-IS-OPEN TO TRUE
           END-IF.

           OPEN I-O OPEN-ITEM-FILE.
           IF OIF-FILE-NOT-FOUND
              OPEN OUTPUT OPEN-ITEM-FILE
              CLOSE OPEN-ITEM-FILE
              OPEN I-O OPEN-ITEM-FILE
           END-IF.
           IF OIF-FILE-OK
              SET LEDGER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CUSTMRG: OPEN-ITEM LEDGER OPEN FAILED, "
                      "STATUS=" OIF-FILE-STATUS
                      " - ITEMS NOT RE-KEYED"
           END-IF.

           OPEN EXTEND MAINTENANCE-JOURNAL-FILE.
           IF MJF-FILE-NOT-FOUND
              OPEN OUTPUT MAINTENANCE-JOURNAL-FILE
           END-IF.
           SET JOURNAL-FILE-IS-OPEN TO TRUE.

           OPEN I-O CREDIT-LIMIT-SNAPSHOT-FILE.
           IF CLS-FILE-OK
              SET SNAPSHOT-FILE-IS-OPEN TO TRUE
              PERFORM CHECK-SNAPSHOT-VERSION
                 THRU CHECK-SNAPSHOT-VERSION-EXIT
              IF NOT SNAPSHOT-VERSION-OK
                 CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
                 MOVE "N" TO SNAPSHOT-FILE-SWITCH
                 DISPLAY "CUSTMRG: NO MERGES POSTED"
                 MOVE 1 TO RETURN-CODE
                 SET END-OF-LIST TO TRUE
              END-IF
           END-IF.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF ADR-FILE-OK
              SET ADDRESS-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O TRACKED-STATUS-FILE.
           IF TS-FILE-OK
              SET TRACKING-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O DUNNING-HISTORY-FILE.
           IF DNH-FILE-OK
              SET DUNNING-FILE-IS-OPEN TO TRUE
           END-IF.

           OPEN I-O MERGE-XREF-FILE.
           IF MXF-FILE-NOT-FOUND
              OPEN OUTPUT MERGE-XREF-FILE
              CLOSE MERGE-XREF-FILE
              OPEN I-O MERGE-XREF-FILE
           END-IF.
           IF MXF-FILE-OK
              SET XREF-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CUSTMRG: MERGXREF OPEN FAILED, STATUS="
                      MXF-FILE-STATUS " - NO MERGES POSTED"
              MOVE 1 TO RETURN-CODE
              SET END-OF-LIST TO TRUE
           END-IF.

           OPEN EXTEND OFFBOARD-ARCHIVE-FILE.
           IF ARC-FILE-NOT-FOUND
              OPEN OUTPUT OFFBOARD-ARCHIVE-FILE
           END-IF.
       OPEN-FILES-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-SNAPSHOT-VERSION.
      ***************************************************************
      * CLSNAP MUST OPEN WITH ITS LOW-VALUES HEADER NAMING THE      *
      * LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  A FILE WITH NO   *
      * HEADER, OR OF ANY OTHER VERSION, IS REFUSED UNTIL SNAPCONV  *
      * HAS CONVERTED IT.                                           *
      ***************************************************************
           MOVE "N" TO SNAPSHOT-VERSION-SWITCH.
           MOVE LOW-VALUES TO CLS-CUST-NUM.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               INVALID KEY
                  MOVE SPACES TO CREDIT-LIMIT-SNAPSHOT-HEADER
           END-READ.
           IF CLS-HDR-EYECATCHER NOT = CLS-HEADER-EYECATCHER
              DISPLAY "CUSTMRG: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "CUSTMRG: CLSNAP IS LAYOUT VERSION "
                      CLS-HDR-LAYOUT-VERSION ", BUILT FOR "
                      CLS-BUILT-FOR-VERSION " - FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * TAKE THE BUSINESS DATE FROM THE PERIOD CONTROL FILE AND NOTE *
      * A CLOSED PERIOD.  NO PERDCTL ON FILE MEANS THE SYSTEM DATE.  *
      ***************************************************************
           ACCEPT BUSINESS-DATE-TODAY FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE
                             TO BUSINESS-DATE-TODAY
                     END-IF
                     IF PC-PERIOD-CLOSED
                        SET PERIOD-IS-CLOSED TO TRUE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       ACQUIRE-UPDATE-LOCK.
      ***************************************************************
      * TAKE THE SHARED CUSTFILE UPDATE LOCK BEFORE TOUCHING THE     *
      * MASTER.  THE OPERATOR'S FORCELOCK PARAMETER TAKES OVER A     *
      * LOCK A CRASHED HOLDER NEVER RELEASED.                        *
      ***************************************************************
           ACCEPT LOCK-PARM-LINE FROM COMMAND-LINE.
           IF LOCK-PARM-LINE = "FORCELOCK"
              MOVE "Y" TO CL-OVERRIDE-FLAG
           END-IF.
           CALL "CUSTLOCK" USING WS-CL-PROGRAM-NAME
                                 CL-OVERRIDE-FLAG
                                 CL-LOCK-RESULT.
       ACQUIRE-UPDATE-LOCK-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * WRITE MANIFEST TOTALS AND CLOSE FILES       *
      ***********************************************
           MOVE MC-PAIRS-READ TO SR-MC-PAIRS-READ.
           MOVE MC-PAIRS-MERGED TO SR-MC-PAIRS-MERGED.
           MOVE MC-PAIRS-REFUSED TO SR-MC-PAIRS-REFUSED.
           MOVE MC-BALANCE-MOVED TO SR-MC-BALANCE-MOVED.
           MOVE MC-ITEMS-REKEYED TO SR-MC-ITEMS-REKEYED.
           MOVE MC-ITEMS-COMBINED TO SR-MC-ITEMS-COMBINED.
           MOVE MC-SATELLITES-MOVED TO SR-MC-SATELLITES-MOVED.
           MOVE MC-RECORDS-ARCHIVED TO SR-MC-RECORDS-ARCHIVED.
           MOVE MC-XREF-REPOINTED TO SR-MC-XREF-REPOINTED.
           MOVE MC-HISTORY-REKEYED TO SR-MC-HISTORY-REKEYED.
           MOVE MC-STATEMENT-REKEYED TO SR-MC-STATEMENT-REKEYED.
           IF MANIFEST-FILE-IS-OPEN
              MOVE SPACES TO MERGE-MANIFEST-RECORD
              WRITE MERGE-MANIFEST-RECORD
              MOVE "PAIRS READ ................. " TO RPT-C-LABEL
              MOVE MC-PAIRS-READ TO RPT-C-COUNT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-COUNT-LINE
              MOVE "PAIRS MERGED ............... " TO RPT-C-LABEL
              MOVE MC-PAIRS-MERGED TO RPT-C-COUNT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-COUNT-LINE
              MOVE "PAIRS REFUSED .............. " TO RPT-C-LABEL
              MOVE MC-PAIRS-REFUSED TO RPT-C-COUNT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-COUNT-LINE
              MOVE "HISTORY RECORDS RE-KEYED ... " TO RPT-C-LABEL
              MOVE MC-HISTORY-REKEYED TO RPT-C-COUNT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-COUNT-LINE
              MOVE "STATEMENT LINES RE-KEYED ... " TO RPT-C-LABEL
              MOVE MC-STATEMENT-REKEYED TO RPT-C-COUNT
              WRITE MERGE-MANIFEST-RECORD FROM RPT-COUNT-LINE
           END-IF.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*        CUSTMRG MERGE RUN SUMMARY        *".
           DISPLAY "******************************************".
           DISPLAY "PAIRS READ ................. "
                   SR-MC-PAIRS-READ.
           DISPLAY "PAIRS MERGED ............... "
                   SR-MC-PAIRS-MERGED.
           DISPLAY "PAIRS REFUSED .............. "
                   SR-MC-PAIRS-REFUSED.
           DISPLAY "BALANCE MOVED .............. "
                   SR-MC-BALANCE-MOVED.
           DISPLAY "OPEN ITEMS RE-KEYED ........ "
                   SR-MC-ITEMS-REKEYED.
           DISPLAY "OPEN ITEMS COMBINED ........ "
                   SR-MC-ITEMS-COMBINED.
           DISPLAY "TRKSTAT/DUNHIST MOVED ...... "
                   SR-MC-SATELLITES-MOVED.
           DISPLAY "RECORDS ARCHIVED ........... "
                   SR-MC-RECORDS-ARCHIVED.
           DISPLAY "CROSS-REFERENCES REPOINTED . "
                   SR-MC-XREF-REPOINTED.
           DISPLAY "HISTORY RECORDS RE-KEYED ... "
                   SR-MC-HISTORY-REKEYED.
           DISPLAY "STATEMENT LINES RE-KEYED ... "
                   SR-MC-STATEMENT-REKEYED.
           DISPLAY "******************************************".
           IF LIST-FILE-IS-OPEN
              CLOSE MERGE-LIST-FILE
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              CLOSE CHARGED-OFF-FILE
           END-IF.
           IF LEDGER-FILE-IS-OPEN
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE MAINTENANCE-JOURNAL-FILE
           END-IF.
           IF SNAPSHOT-FILE-IS-OPEN
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
           END-IF.
           IF ADDRESS-FILE-IS-OPEN
              CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF TRACKING-FILE-IS-OPEN
              CLOSE TRACKED-STATUS-FILE
           END-IF.
           IF DUNNING-FILE-IS-OPEN
              CLOSE DUNNING-HISTORY-FILE
           END-IF.
           IF XREF-FILE-IS-OPEN
              CLOSE MERGE-XREF-FILE
           END-IF.
           CLOSE OFFBOARD-ARCHIVE-FILE.
           IF MANIFEST-FILE-IS-OPEN
              CLOSE MERGE-MANIFEST-FILE
           END-IF.
           IF CL-LOCK-GRANTED
              CALL "CUSTUNLK"
           END-IF.
           DISPLAY "PROGRAM: CUSTMRG EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.        WRTOFF.
      *************************************************************
      * THIS IS THE WRTOFF PROGRAM THAT TAKES OVER WHERE DUNLTR'S *
      * FINAL DEMAND LEAVES OFF, SO A CUSTOMER WHO NEVER ANSWERED *
      * IT NO LONGER SITS ON CLSNAP AND CUSTFILE FOR YEARS        *
      * PICKING UP MONTH-END FEES.                                *
      *                                                           *
      * PURPOSE: "PROPOSE" (THE DEFAULT) LISTS ON THE WRITE-OFF   *
      *          REGISTER EVERY CUSTOMER OVER LIMIT AT LEAST THE  *
      *          CONFIGURED NUMBER OF DAYS (WOPARM, DEFAULT 120)  *
      *          WHOSE DUNNING HISTORY SHOWS THE FINAL DEMAND     *
      *          SENT FOR THE SAME OVER-LIMIT STRETCH, FOR THE    *
      *          CREDIT MANAGER'S SIGN-OFF.                       *
      *          "POST" TAKES THE SIGNED-OFF CUSTOMERS FROM THE   *
      *          WOAPPR APPROVAL FILE.  EACH APPROVAL IS CHECKED  *
      *          AGAIN - STILL ELIGIBLE, BALANCE UNCHANGED SINCE  *
      *          THE PROPOSAL, AND THE APPROVING OPERATOR         *
      *          AUTHORIZED BY OPERCHK FOR ACTION "W" - THEN THE  *
      *          BALANCE IS ZEROED UNDER A JOURNALED "W" POSTING, *
      *          THE CUSTOMER'S OPEN ITEMS ARE CLOSED, THE        *
      *          ACCOUNT IS ENTERED ON THE CHGOFF CHARGED-OFF     *
      *          REGISTER (WHICH CREDRPT'S FEE ASSESSMENT AND     *
      *          DUNLTR BOTH SKIP), AND THE DEBT IS PLACED WITH   *
      *          THE COLLECTION AGENCY.                           *
      *                                                           *
      * INPUT:   CLSNAP, DUNHIST, CUSTFILE, CHGOFF, THE WOPARM    *
      *          PARAMETER RECORD, AND PERDCTL FOR THE BUSINESS   *
      *          DATE.  POST ALSO READS WOAPPR (CUST-NUM, THE     *
      *          BALANCE APPROVED, AND THE APPROVING OPERATOR)    *
      *          AND CUSTADDR.                                    *
      *                                                           *
      * OUTPUT:  WRITE-OFF REGISTER (WOREG).  POST ALSO UPDATES   *
      *          CUSTFILE, OPENITM, AND CHGOFF, APPENDS THE "W"   *
      *          PAIRS TO CUSTJRNL, AND WRITES THE AGENCY         *
      *          PLACEMENT FILE (AGYPLACE) AND THE WOFFRG         *
      *          WRITE-OFF REGISTER GLEXTRCT BOOKS AS BAD-DEBT    *
      *          EXPENSE.                                         *
      *                                                           *
      * NOTE:    POST TAKES THE SHARED CUSTFILE UPDATE LOCK       *
      *          (CUSTLOCK) - "POST FORCELOCK" TAKES OVER A STALE *
      *          ONE - AND IS REFUSED IN A CLOSED PERIOD, AS      *
      *          PAYAPPLY IS.  LATER RECOVERIES FROM THE AGENCY   *
      *          ARE POSTED BY PAYAPPLY AS "R" TRANSACTIONS.      *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIMIT-SNAPSHOT-FILE ASSIGN TO "CLSNAP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CLS-CUST-NUM
               FILE STATUS    IS CLS-FILE-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS DH-CUST-NUM
               FILE STATUS    IS DNH-FILE-STATUS.
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
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AD-CUST-NUM
               FILE STATUS    IS ADR-FILE-STATUS.
           SELECT OPEN-ITEM-FILE     ASSIGN TO "OPENITM"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS OI-ITEM-KEY
               FILE STATUS    IS OIF-FILE-STATUS.
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MJF-FILE-STATUS.
           SELECT WRITEOFF-PARM-FILE ASSIGN TO "WOPARM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WOP-FILE-STATUS.
           SELECT WRITEOFF-APPROVAL-FILE ASSIGN TO "WOAPPR"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WOA-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT WRITEOFF-REPORT-FILE ASSIGN TO "WOREG"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT AGENCY-PLACEMENT-FILE ASSIGN TO "AGYPLACE"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT WRITEOFF-REGISTER-FILE ASSIGN TO "WOFFRG"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
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

      ***************************************************************
      * DUNNING-HISTORY-FILE IS READ IN THE LAYOUT DUNLTR KEEPS: THE *
      * FIRST-EXCEEDED DATE OF THE STRETCH AND THE HIGHEST LETTER    *
      * LEVEL SENT IN IT.  LEVEL 4 IS THE FINAL DEMAND.              *
      ***************************************************************
       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUST-NUM             PIC X(4).
           05  DH-FIRST-EXCEEDED-DATE  PIC 9(6).
           05  DH-LETTER-LEVEL         PIC 9(1).
           05  DH-LETTER-DATE          PIC 9(6).

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
      * CHARGED-OFF-FILE IS THE REGISTER OF EVERY ACCOUNT WRITTEN    *
      * OFF AS BAD DEBT: WHEN, HOW MUCH, WHO APPROVED IT, WHICH      *
      * AGENCY HOLDS IT, AND WHAT THE AGENCY HAS RECOVERED SINCE     *
      * (MAINTAINED BY PAYAPPLY'S "R" POSTINGS).  A CUSTOMER ON THIS *
      * FILE IS SKIPPED BY THE FEE ASSESSMENT AND BY DUNNING.        *
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
      * OPEN-ITEM-FILE IS THE RECEIVABLES LEDGER PAYAPPLY KEEPS.  A  *
      * WRITE-OFF CLOSES EVERY ITEM THE CUSTOMER STILL HAS OPEN, SO  *
      * THE ITEMS GO ON FOOTING TO THE (NOW ZERO) BALANCE.           *
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
      * AFTER TRAIL.  EVERY WRITE-OFF APPENDS ITS PAIR UNDER ACTION  *
      * "W", NAMING THE APPROVING OPERATOR, SO CUSTUTIL'S ROLL-      *
      * FORWARD RECOVERY REPLAYS IT LIKE ANY OTHER POSTING.          *
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

      ***************************************************************
      * WRITEOFF-PARM-FILE TUNES THE RUN WITHOUT A RECOMPILE: THE    *
      * DAYS OVER LIMIT BEFORE A CUSTOMER IS PROPOSED, AND THE CODE  *
      * OF THE AGENCY NEW PLACEMENTS GO TO.  ABSENT MEANS THE        *
      * COMPILED DEFAULTS.                                           *
      ***************************************************************
       FD  WRITEOFF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-PARM-RECORD.
           05  WP-WRITEOFF-DAYS        PIC 9(3).
           05  FILLER                  PIC X.
           05  WP-AGENCY-CODE          PIC X(6).

      ***************************************************************
      * WRITEOFF-APPROVAL-FILE CARRIES THE CREDIT MANAGER'S SIGN-OFF *
      * OF THE PROPOSED REGISTER: ONE RECORD PER APPROVED CUSTOMER,  *
      * WITH THE BALANCE APPROVED (AS PRINTED ON THE REGISTER) AND   *
      * THE APPROVING OPERATOR'S ID.                                 *
      ***************************************************************
       FD  WRITEOFF-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-APPROVAL-RECORD.
           05  WA-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  WA-APPROVED-AMOUNT      PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  WA-OPERATOR-ID          PIC X(8).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).
               88  PC-PERIOD-OPEN                 VALUE "OPEN".
               88  PC-PERIOD-CLOSED               VALUE "CLOSED".

       FD  WRITEOFF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-REPORT-RECORD      PIC X(132).

      ***************************************************************
      * AGENCY-PLACEMENT-FILE IS THE COLLECTION AGENCY'S NEW-        *
      * PLACEMENT FILE: ONE RECORD PER ACCOUNT WRITTEN OFF, WITH THE *
      * DEBTOR'S ADDRESS AND THE AMOUNT PLACED (UNSIGNED, TWO        *
      * ASSUMED DECIMALS, IN THE CUSTOMER'S BILLING CURRENCY).       *
      ***************************************************************
       FD  AGENCY-PLACEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGENCY-PLACEMENT-RECORD.
           05  AP-AGENCY-CODE          PIC X(6).
           05  FILLER                  PIC X.
           05  AP-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  AP-NAME                 PIC X(30).
           05  FILLER                  PIC X.
           05  AP-ADDR-LINE-1          PIC X(30).
           05  FILLER                  PIC X.
           05  AP-ADDR-LINE-2          PIC X(30).
           05  FILLER                  PIC X.
           05  AP-CITY                 PIC X(18).
           05  FILLER                  PIC X.
           05  AP-REGION               PIC X(8).
           05  FILLER                  PIC X.
           05  AP-POSTAL-CODE          PIC X(10).
           05  FILLER                  PIC X.
           05  AP-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  AP-PLACED-AMOUNT        PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  AP-OVER-SINCE-DATE      PIC 9(6).
           05  FILLER                  PIC X.
           05  AP-FINAL-DEMAND-DATE    PIC 9(6).
           05  FILLER                  PIC X.
           05  AP-PLACEMENT-DATE       PIC 9(6).

      ***************************************************************
      * WRITEOFF-REGISTER-FILE IS THE ACCOUNTING COPY OF THE POST    *
      * RUN: ONE RECORD PER ACCOUNT WRITTEN OFF, WHICH GLEXTRCT      *
      * BOOKS AS BAD-DEBT EXPENSE AGAINST RECEIVABLES.               *
      ***************************************************************
       FD  WRITEOFF-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-REGISTER-RECORD.
           05  WR-WRITEOFF-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  WR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  WR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  WR-WRITEOFF-AMOUNT      PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  WR-APPROVED-BY          PIC X(8).

       WORKING-STORAGE SECTION.

       01  CLS-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLS-FILE-OK                        VALUE "00".

       01  SNAPSHOT-FILE-SWITCH       PIC  X      VALUE "N".
           88  SNAPSHOT-FILE-IS-OPEN              VALUE "Y".

       01  END-OF-SNAPSHOTS-SWITCH    PIC  X      VALUE "N".
           88  END-OF-SNAPSHOTS                   VALUE "Y".

      **********************************************************
      * CLSNAP LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  THE  *
      * FILE'S HEADER RECORD MUST NAME THE SAME VERSION.       *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC  9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC  X(8)   VALUE "CLSNAPHD".

       01  SNAPSHOT-VERSION-SWITCH    PIC  X      VALUE "N".
           88  SNAPSHOT-VERSION-OK                VALUE "Y".

       01  DNH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  DNH-FILE-OK                        VALUE "00".

       01  HISTORY-FILE-SWITCH        PIC  X      VALUE "N".
           88  HISTORY-FILE-IS-OPEN               VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  COF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  COF-FILE-OK                        VALUE "00".
           88  COF-FILE-NOT-FOUND                 VALUE "35".

       01  CHARGED-OFF-FILE-SWITCH    PIC  X      VALUE "N".
           88  CHARGED-OFF-FILE-IS-OPEN           VALUE "Y".

       01  ADR-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ADR-FILE-OK                        VALUE "00".

       01  ADDRESS-FILE-SWITCH        PIC  X      VALUE "N".
           88  ADDRESS-FILE-IS-OPEN               VALUE "Y".

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

       01  WOP-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  WOP-FILE-OK                        VALUE "00".

       01  WOA-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  WOA-FILE-OK                        VALUE "00".

       01  APPROVAL-FILE-SWITCH       PIC  X      VALUE "N".
           88  APPROVAL-FILE-IS-OPEN              VALUE "Y".

       01  END-OF-APPROVALS-SWITCH    PIC  X      VALUE "N".
           88  END-OF-APPROVALS                   VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  PERIOD-CLOSED-SWITCH       PIC  X      VALUE "N".
           88  PERIOD-IS-CLOSED                   VALUE "Y".

       01  REPORT-FILE-SWITCH         PIC  X      VALUE "N".
           88  REPORT-FILE-IS-OPEN                VALUE "Y".

       01  POSTING-FILES-SWITCH       PIC  X      VALUE "N".
           88  POSTING-FILES-ARE-OPEN             VALUE "Y".

       01  ELIGIBLE-SWITCH            PIC  X      VALUE "N".
           88  CUSTOMER-IS-ELIGIBLE               VALUE "Y".

       01  RUN-MODE-PARM              PIC  X(8)   VALUE SPACES.
           88  MODE-PROPOSE                       VALUE "PROPOSE".
           88  MODE-POST                          VALUE "POST".

       01  RUN-PARM-LINE              PIC  X(40)  VALUE SPACES.
       01  RUN-PARM-TOKEN-1           PIC  X(12)  VALUE SPACES.
       01  RUN-PARM-TOKEN-2           PIC  X(12)  VALUE SPACES.

      **********************************************************
      * WRITE-OFF POLICY: DAYS OVER LIMIT BEFORE A CUSTOMER IS *
      * PROPOSED, THE DUNNING LEVEL THAT IS THE FINAL DEMAND,  *
      * AND THE AGENCY NEW PLACEMENTS GO TO.  WOPARM OVERRIDES *
      * THE DAYS AND THE AGENCY.                               *
      **********************************************************
       01  WRITEOFF-DAYS-THRESHOLD    PIC  9(3)   VALUE 120.
       01  FINAL-DEMAND-LEVEL         PIC  9      VALUE 4.
       01  PLACEMENT-AGENCY-CODE      PIC  X(6)   VALUE "AGENCY".

      **********************************************************
      * AGE IN DAYS IS THE SHOP'S USUAL YY*365+MM*30+DD        *
      * APPROXIMATION, THE SAME ARITHMETIC DUNLTR ESCALATES BY.*
      **********************************************************
       01  BUSINESS-DATE-TODAY        PIC 9(6)   VALUE ZERO.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-TODAY.
           05  WO-TODAY-YY             PIC 9(2).
           05  WO-TODAY-MM             PIC 9(2).
           05  WO-TODAY-DD             PIC 9(2).

       01  WO-FIRST-DATE              PIC 9(6)   VALUE ZERO.
       01  WO-FIRST-PARTS REDEFINES WO-FIRST-DATE.
           05  WO-FIRST-YY             PIC 9(2).
           05  WO-FIRST-MM             PIC 9(2).
           05  WO-FIRST-DD             PIC 9(2).

       01  WO-DAYS-OVER               PIC S9(5)  VALUE ZERO.
       01  WO-REASON                  PIC X(30)  VALUE SPACES.
       01  WRITEOFF-AMOUNT            PIC S9(7)V99 VALUE ZERO.

      **********************************************************
      * WX- THE REGISTER LINE BEING BUILT FOR THE CUSTOMER IN  *
      * HAND, FILLED IN AS THE ELIGIBILITY CHECK FINDS EACH    *
      * PIECE, SO A REFUSED APPROVAL STILL PRINTS WHAT IS      *
      * KNOWN.                                                 *
      **********************************************************
       01  WRITEOFF-LINE-WORK.
           05  WX-CUST-NUM             PIC X(4).
           05  WX-CUST-NAME            PIC X(20).
           05  WX-CURRENCY-CODE        PIC X(3).
           05  WX-FIRST-DATE           PIC 9(6).
           05  WX-DAYS-OVER            PIC S9(5).
           05  WX-FINAL-DEMAND-DATE    PIC 9(6).
           05  WX-BALANCE-OWED         PIC S9(7)V99.

      **********************************************************
      * WC- RUN COUNTERS FOR THE REGISTER TOTALS AND CONSOLE.  *
      **********************************************************
       01  WRITEOFF-RUN-COUNTERS.
           05  WC-SNAPSHOTS-READ       PIC 9(7)   VALUE ZERO.
           05  WC-PROPOSED-COUNT       PIC 9(5)   VALUE ZERO.
           05  WC-APPROVALS-READ       PIC 9(5)   VALUE ZERO.
           05  WC-WRITTEN-OFF-COUNT    PIC 9(5)   VALUE ZERO.
           05  WC-REFUSED-COUNT        PIC 9(5)   VALUE ZERO.
           05  WC-ITEMS-CLOSED         PIC 9(5)   VALUE ZERO.
           05  WC-ADDRESSES-MISSING    PIC 9(5)   VALUE ZERO.

       01  SR-WC-SNAPSHOTS-READ       PIC ZZZZZZ9.
       01  SR-WC-PROPOSED-COUNT       PIC ZZZZ9.
       01  SR-WC-APPROVALS-READ       PIC ZZZZ9.
       01  SR-WC-WRITTEN-OFF-COUNT    PIC ZZZZ9.
       01  SR-WC-REFUSED-COUNT        PIC ZZZZ9.
       01  SR-WC-ITEMS-CLOSED         PIC ZZZZ9.
       01  SR-WC-ADDRESSES-MISSING    PIC ZZZZ9.

      ***************************************************************
      * CUSTLOCK CALL ARGUMENTS - THE SHARED CUSTFILE UPDATE LOCK.   *
      * THE OVERRIDE FLAG IS RAISED ONLY BY THE OPERATOR'S           *
      * FORCELOCK PARAMETER, FOR A LOCK LEFT BEHIND BY A CRASH.      *
      ***************************************************************
       01  WS-CL-PROGRAM-NAME         PIC  X(8)   VALUE "WRTOFF  ".
       01  CL-OVERRIDE-FLAG           PIC  X      VALUE "N".
       01  CL-LOCK-RESULT             PIC  X      VALUE "N".
           88  CL-LOCK-GRANTED                    VALUE "Y".

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE APPROVING OPERATOR MUST HOLD    *
      * ACTION "W" IN THEIR WRTOFF PROFILE FOR THE WRITE-OFF TO POST.*
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "WRTOFF  ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE "W".
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

      **********************************************************
      * WO- LINES LAY OUT THE WRITE-OFF REGISTER.  THE SAME    *
      * DETAIL LINE SERVES BOTH RUNS: PROPOSE LEAVES A SIGN-   *
      * OFF BLANK IN THE LAST COLUMN, POST SHOWS WHAT BECAME   *
      * OF EACH APPROVAL.                                      *
      **********************************************************
       01  WO-HEADING-LINE-1.
           05  WO-H1-TITLE            PIC X(46).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WO-H1-DATE             PIC 9(6).

       01  WO-HEADING-LINE-2.
           05  FILLER                 PIC X(20)  VALUE
               "OVER LIMIT AT LEAST ".
           05  WO-H2-DAYS             PIC ZZ9.
           05  FILLER                 PIC X(52)  VALUE
               " DAYS WITH FINAL DEMAND SENT - AMOUNTS IN BILLING CU".
           05  FILLER                 PIC X(6)   VALUE "RRENCY".

       01  WO-HEADING-LINE-3.
           05  FILLER                 PIC X(6)   VALUE "CUST".
           05  FILLER                 PIC X(22)  VALUE "CUSTOMER NAME".
           05  FILLER                 PIC X(5)   VALUE "CUR".
           05  FILLER                 PIC X(10)  VALUE "OVER SINCE".
           05  FILLER                 PIC X(7)   VALUE "  DAYS".
           05  FILLER                 PIC X(11)  VALUE " FINAL LTR".
           05  FILLER                 PIC X(15)  VALUE
               "   BALANCE OWED".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(11)  VALUE "DISPOSITION".

       01  WO-DETAIL-LINE.
           05  WO-D-CUST-NUM          PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WO-D-CUST-NAME         PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WO-D-CURRENCY          PIC X(3).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WO-D-FIRST-DATE        PIC 9(6).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  WO-D-DAYS-OVER         PIC ZZZZ9.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  WO-D-FINAL-DATE        PIC 9(6).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  WO-D-BALANCE-OWED      PIC Z(6)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WO-D-DISPOSITION       PIC X(30).

       01  WO-SIGN-OFF-TEXT           PIC X(30)  VALUE
           "APPROVED BY ________________".

       01  WO-COUNT-LINE.
           05  WO-C-LABEL             PIC X(29).
           05  WO-C-COUNT             PIC ZZZZ9.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           ACCEPT RUN-PARM-LINE FROM COMMAND-LINE.
           UNSTRING RUN-PARM-LINE DELIMITED BY ALL " "
               INTO RUN-PARM-TOKEN-1
                    RUN-PARM-TOKEN-2.
           MOVE RUN-PARM-TOKEN-1 TO RUN-MODE-PARM.
           IF RUN-MODE-PARM = SPACES
              MOVE "PROPOSE" TO RUN-MODE-PARM
           END-IF.
           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           PERFORM READ-WRITEOFF-PARMS
              THRU READ-WRITEOFF-PARMS-EXIT.
           EVALUATE TRUE
              WHEN MODE-PROPOSE
                 PERFORM PROPOSE-WRITEOFFS
                    THRU PROPOSE-WRITEOFFS-EXIT
              WHEN MODE-POST
                 PERFORM POST-WRITEOFFS
                    THRU POST-WRITEOFFS-EXIT
              WHEN OTHER
                 DISPLAY "WRTOFF MODE MUST BE PROPOSE OR POST"
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       PROPOSE-WRITEOFFS.
      ***************************************************************
      * SWEEP THE SNAPSHOT AND LIST EVERY ELIGIBLE CUSTOMER ON THE   *
      * PROPOSED REGISTER WITH A SIGN-OFF BLANK.  NOTHING IS         *
      * UPDATED - THE REGISTER IS ONLY THE CREDIT MANAGER'S LIST.    *
      ***************************************************************
           PERFORM OPEN-SELECTION-FILES
              THRU OPEN-SELECTION-FILES-EXIT.
           IF NOT SNAPSHOT-FILE-IS-OPEN
              OR NOT CUSTOMER-FILE-IS-OPEN
              DISPLAY "WRTOFF: NO REGISTER WRITTEN - CLSNAP AND "
                      "CUSTFILE ARE REQUIRED"
              MOVE 1 TO RETURN-CODE
              GO TO PROPOSE-WRITEOFFS-EXIT
           END-IF.
           MOVE "WRTOFF - PROPOSED BAD-DEBT WRITE-OFF REGISTER"
                TO WO-H1-TITLE.
           PERFORM OPEN-REPORT-FILE
              THRU OPEN-REPORT-FILE-EXIT.

           MOVE LOW-VALUES TO CLS-CUST-NUM.
           START CREDIT-LIMIT-SNAPSHOT-FILE
               KEY GREATER THAN CLS-CUST-NUM
               INVALID KEY
                  SET END-OF-SNAPSHOTS TO TRUE
           END-START.
           PERFORM PROPOSE-ONE-SNAPSHOT
              THRU PROPOSE-ONE-SNAPSHOT-EXIT
              UNTIL END-OF-SNAPSHOTS.

           MOVE SPACES TO WRITEOFF-REPORT-RECORD.
           WRITE WRITEOFF-REPORT-RECORD.
           MOVE "CUSTOMERS PROPOSED ......... " TO WO-C-LABEL.
           MOVE WC-PROPOSED-COUNT TO WO-C-COUNT.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-COUNT-LINE.
       PROPOSE-WRITEOFFS-EXIT. EXIT.
      *****************************************************************
      *
       PROPOSE-ONE-SNAPSHOT.
           READ CREDIT-LIMIT-SNAPSHOT-FILE NEXT RECORD
               AT END
                  SET END-OF-SNAPSHOTS TO TRUE
                  GO TO PROPOSE-ONE-SNAPSHOT-EXIT
           END-READ.
           ADD 1 TO WC-SNAPSHOTS-READ.
           IF CLS-RUNS-OVER-COUNT = ZERO
              GO TO PROPOSE-ONE-SNAPSHOT-EXIT
           END-IF.
           PERFORM CHECK-WRITEOFF-ELIGIBLE
              THRU CHECK-WRITEOFF-ELIGIBLE-EXIT.
           IF NOT CUSTOMER-IS-ELIGIBLE
              GO TO PROPOSE-ONE-SNAPSHOT-EXIT
           END-IF.
           MOVE WO-SIGN-OFF-TEXT TO WO-D-DISPOSITION.
           PERFORM WRITE-REGISTER-DETAIL
              THRU WRITE-REGISTER-DETAIL-EXIT.
           ADD 1 TO WC-PROPOSED-COUNT.
       PROPOSE-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       POST-WRITEOFFS.
      ***************************************************************
      * POST THE SIGNED-OFF WRITE-OFFS.  A CLOSED PERIOD OR A HELD   *
      * UPDATE LOCK REFUSES THE WHOLE RUN; NO WOAPPR MEANS NOTHING   *
      * WAS APPROVED AND NOTHING IS TOUCHED.                         *
      ***************************************************************
           IF PERIOD-IS-CLOSED
              DISPLAY "**WRTOFF POST REFUSED - ACCOUNTING PERIOD "
                      BUSINESS-DATE-TODAY " IS CLOSED**"
              DISPLAY "RUN PERDCLSE TO OPEN THE NEXT BUSINESS DATE"
              MOVE 1 TO RETURN-CODE
              GO TO POST-WRITEOFFS-EXIT
           END-IF.
           OPEN INPUT WRITEOFF-APPROVAL-FILE.
           IF NOT WOA-FILE-OK
              DISPLAY "WRTOFF: NO WOAPPR ON FILE - NO WRITE-OFFS "
                      "APPROVED"
              GO TO POST-WRITEOFFS-EXIT
           END-IF.
           SET APPROVAL-FILE-IS-OPEN TO TRUE.
           PERFORM ACQUIRE-UPDATE-LOCK
              THRU ACQUIRE-UPDATE-LOCK-EXIT.
           IF NOT CL-LOCK-GRANTED
              DISPLAY "WRTOFF POST REFUSED - CUSTFILE UPDATE LOCK "
                      "NOT GRANTED"
              MOVE 1 TO RETURN-CODE
              GO TO POST-WRITEOFFS-EXIT
           END-IF.
           PERFORM OPEN-SELECTION-FILES
              THRU OPEN-SELECTION-FILES-EXIT.
           IF NOT SNAPSHOT-FILE-IS-OPEN
              OR NOT CUSTOMER-FILE-IS-OPEN
              OR NOT CHARGED-OFF-FILE-IS-OPEN
              DISPLAY "WRTOFF: NOTHING POSTED - CLSNAP, CUSTFILE, "
                      "AND CHGOFF ARE REQUIRED"
              MOVE 1 TO RETURN-CODE
              GO TO POST-WRITEOFFS-EXIT
           END-IF.
           PERFORM OPEN-POSTING-FILES
              THRU OPEN-POSTING-FILES-EXIT.
           MOVE "WRTOFF - BAD-DEBT WRITE-OFF POSTING REGISTER"
                TO WO-H1-TITLE.
           PERFORM OPEN-REPORT-FILE
              THRU OPEN-REPORT-FILE-EXIT.

           PERFORM POST-ONE-APPROVAL
              THRU POST-ONE-APPROVAL-EXIT
              UNTIL END-OF-APPROVALS.

           MOVE SPACES TO WRITEOFF-REPORT-RECORD.
           WRITE WRITEOFF-REPORT-RECORD.
           MOVE "APPROVALS READ ............. " TO WO-C-LABEL.
           MOVE WC-APPROVALS-READ TO WO-C-COUNT.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-COUNT-LINE.
           MOVE "ACCOUNTS WRITTEN OFF ....... " TO WO-C-LABEL.
           MOVE WC-WRITTEN-OFF-COUNT TO WO-C-COUNT.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-COUNT-LINE.
           MOVE "APPROVALS REFUSED .......... " TO WO-C-LABEL.
           MOVE WC-REFUSED-COUNT TO WO-C-COUNT.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-COUNT-LINE.
       POST-WRITEOFFS-EXIT. EXIT.
      *****************************************************************
      *
       POST-ONE-APPROVAL.
      ***************************************************************
      * ONE SIGNED-OFF CUSTOMER.  THE PROPOSAL IS CHECKED AGAIN      *
      * TONIGHT: A CUSTOMER WHO PAID, CAME BACK UNDER LIMIT, OR WAS  *
      * ALREADY CHARGED OFF SINCE THE REGISTER WAS PRINTED IS        *
      * REFUSED, AS IS A BALANCE THAT NO LONGER MATCHES THE ONE      *
      * APPROVED OR AN OPERATOR WITHOUT WRITE-OFF AUTHORITY.         *
      ***************************************************************
           READ WRITEOFF-APPROVAL-FILE
               AT END
                  SET END-OF-APPROVALS TO TRUE
                  GO TO POST-ONE-APPROVAL-EXIT
           END-READ.
           ADD 1 TO WC-APPROVALS-READ.
           MOVE SPACES TO WRITEOFF-LINE-WORK.
           MOVE ZERO TO WX-FIRST-DATE WX-DAYS-OVER
                        WX-FINAL-DEMAND-DATE WX-BALANCE-OWED.
           MOVE WA-CUST-NUM TO WX-CUST-NUM.
           MOVE WA-CUST-NUM TO CLS-CUST-NUM.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               INVALID KEY
                  MOVE "CUST-NUM NOT ON CLSNAP" TO WO-REASON
                  GO TO POST-ONE-APPROVAL-REFUSE
           END-READ.
           PERFORM CHECK-WRITEOFF-ELIGIBLE
              THRU CHECK-WRITEOFF-ELIGIBLE-EXIT.
           IF NOT CUSTOMER-IS-ELIGIBLE
              GO TO POST-ONE-APPROVAL-REFUSE
           END-IF.
           IF WA-APPROVED-AMOUNT NOT NUMERIC
              OR WA-APPROVED-AMOUNT NOT = CF-CREDIT-BALANCE
              MOVE "BALANCE CHANGED SINCE PROPOSAL" TO WO-REASON
              GO TO POST-ONE-APPROVAL-REFUSE
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO WO-REASON
              GO TO POST-ONE-APPROVAL-REFUSE
           END-IF.

           PERFORM POST-ONE-WRITEOFF
              THRU POST-ONE-WRITEOFF-EXIT.
           MOVE "WRITTEN OFF AND PLACED" TO WO-D-DISPOSITION.
           PERFORM WRITE-REGISTER-DETAIL
              THRU WRITE-REGISTER-DETAIL-EXIT.
           DISPLAY "WRTOFF CUST-NUM " CF-CUST-NUM
                   " WRITTEN OFF - APPROVED BY " WA-OPERATOR-ID.
           GO TO POST-ONE-APPROVAL-EXIT.

       POST-ONE-APPROVAL-REFUSE.
           ADD 1 TO WC-REFUSED-COUNT.
           MOVE WO-REASON TO WO-D-DISPOSITION.
           PERFORM WRITE-REGISTER-DETAIL
              THRU WRITE-REGISTER-DETAIL-EXIT.
           DISPLAY "WRTOFF REFUSED CUST-NUM " WA-CUST-NUM
                   " - " WO-REASON.
       POST-ONE-APPROVAL-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-WRITEOFF-ELIGIBLE.
      ***************************************************************
      * THE SNAPSHOT CUSTOMER IN HAND IS ELIGIBLE WHEN IT IS ON      *
      * CUSTFILE WITH A BALANCE OWED, IS IN AN OVER-LIMIT STRETCH    *
      * AT LEAST THE THRESHOLD DAYS OLD, HAS HAD THE FINAL DEMAND    *
      * FOR THAT SAME STRETCH, AND IS NOT ALREADY CHARGED OFF.  THE  *
      * FIRST TEST FAILED IS LEFT IN WO-REASON.                      *
      ***************************************************************
           MOVE "N" TO ELIGIBLE-SWITCH.
           MOVE SPACES TO WO-REASON.
           MOVE CLS-CUST-NUM TO WX-CUST-NUM.
           IF CLS-CURRENCY-CODE = SPACES
              MOVE "BAS" TO WX-CURRENCY-CODE
           ELSE
              MOVE CLS-CURRENCY-CODE TO WX-CURRENCY-CODE
           END-IF.
           MOVE CLS-FIRST-EXCEEDED-DATE TO WX-FIRST-DATE.
           MOVE ZERO TO WX-DAYS-OVER.
           MOVE ZERO TO WX-FINAL-DEMAND-DATE.
           MOVE ZERO TO WX-BALANCE-OWED.

           MOVE CLS-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "CUST-NUM NOT ON CUSTFILE" TO WO-REASON
                  GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
           END-READ.
           MOVE CF-CUST-NAME TO WX-CUST-NAME.
           MOVE CF-CREDIT-BALANCE TO WX-BALANCE-OWED.

           IF CLS-RUNS-OVER-COUNT = ZERO
              MOVE "NO LONGER OVER LIMIT" TO WO-REASON
              GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
           END-IF.
           MOVE CLS-FIRST-EXCEEDED-DATE TO WO-FIRST-DATE.
           COMPUTE WO-DAYS-OVER =
               (WO-TODAY-YY * 365 + WO-TODAY-MM * 30 + WO-TODAY-DD)
             - (WO-FIRST-YY * 365 + WO-FIRST-MM * 30 + WO-FIRST-DD).
           MOVE WO-DAYS-OVER TO WX-DAYS-OVER.
           IF WO-DAYS-OVER < WRITEOFF-DAYS-THRESHOLD
              MOVE "UNDER THE DAYS-OVER THRESHOLD" TO WO-REASON
              GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
           END-IF.

           IF NOT HISTORY-FILE-IS-OPEN
              MOVE "FINAL DEMAND NOT SENT" TO WO-REASON
              GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
           END-IF.
           MOVE CLS-CUST-NUM TO DH-CUST-NUM.
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                  MOVE "FINAL DEMAND NOT SENT" TO WO-REASON
                  GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
           END-READ.
           IF DH-FIRST-EXCEEDED-DATE NOT = CLS-FIRST-EXCEEDED-DATE
              OR DH-LETTER-LEVEL < FINAL-DEMAND-LEVEL
              MOVE "FINAL DEMAND NOT SENT" TO WO-REASON
              GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
           END-IF.
           MOVE DH-LETTER-DATE TO WX-FINAL-DEMAND-DATE.

           IF CHARGED-OFF-FILE-IS-OPEN
              MOVE CLS-CUST-NUM TO CO-CUST-NUM
              READ CHARGED-OFF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "ALREADY CHARGED OFF" TO WO-REASON
                     GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
              END-READ
           END-IF.

           IF CF-CREDIT-BALANCE NOT > ZERO
              MOVE "NO BALANCE OWED" TO WO-REASON
              GO TO CHECK-WRITEOFF-ELIGIBLE-EXIT
           END-IF.
           SET CUSTOMER-IS-ELIGIBLE TO TRUE.
       CHECK-WRITEOFF-ELIGIBLE-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER THE APPROVING OPERATOR MAY WRITE OFF     *
      * THIS CUSTOMER.  A REFUSAL IS LOGGED TO SECVIOL BY OPERCHK.   *
      ***************************************************************
           MOVE WA-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE "W" TO OC-ACTION-CODE.
           MOVE SPACES TO OC-KEY-VALUE.
           MOVE WA-CUST-NUM TO OC-KEY-VALUE.
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
       POST-ONE-WRITEOFF.
      ***************************************************************
      * ZERO THE BALANCE UNDER A JOURNALED "W" PAIR, CLOSE THE OPEN  *
      * ITEMS, ENTER THE ACCOUNT ON THE CHARGED-OFF REGISTER, AND    *
      * PLACE IT WITH THE AGENCY.  THE WOFFRG RECORD CARRIES THE     *
      * AMOUNT TO THE GENERAL LEDGER.                                *
      ***************************************************************
           MOVE CF-CREDIT-BALANCE TO WRITEOFF-AMOUNT.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           MOVE ZERO TO CF-CREDIT-BALANCE.
           REWRITE CUSTOMER-RECORD.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.

           PERFORM CLOSE-CUSTOMER-ITEMS
              THRU CLOSE-CUSTOMER-ITEMS-EXIT.
           PERFORM RECORD-CHARGE-OFF
              THRU RECORD-CHARGE-OFF-EXIT.
           PERFORM WRITE-PLACEMENT-RECORD
              THRU WRITE-PLACEMENT-RECORD-EXIT.

           MOVE SPACES TO WRITEOFF-REGISTER-RECORD.
           MOVE BUSINESS-DATE-TODAY TO WR-WRITEOFF-DATE.
           MOVE CF-CUST-NUM TO WR-CUST-NUM.
           MOVE WX-CURRENCY-CODE TO WR-CURRENCY-CODE.
           MOVE WRITEOFF-AMOUNT TO WR-WRITEOFF-AMOUNT.
           MOVE WA-OPERATOR-ID TO WR-APPROVED-BY.
           WRITE WRITEOFF-REGISTER-RECORD.
           ADD 1 TO WC-WRITTEN-OFF-COUNT.
       POST-ONE-WRITEOFF-EXIT. EXIT.
      *****************************************************************
      *
       CLOSE-CUSTOMER-ITEMS.
      ***************************************************************
      * BROWSE THE CUSTOMER'S LEDGER ITEMS AND CLOSE EVERY ONE STILL *
      * OPEN - UNAPPLIED CREDITS INCLUDED, SINCE THE WHOLE NET       *
      * BALANCE WAS WRITTEN OFF.                                     *
      ***************************************************************
           IF NOT LEDGER-FILE-IS-OPEN
              GO TO CLOSE-CUSTOMER-ITEMS-EXIT
           END-IF.
           MOVE "N" TO ITEM-SCAN-END-SWITCH.
           MOVE CF-CUST-NUM TO OI-CUST-NUM.
           MOVE LOW-VALUES TO OI-REFERENCE-NUM.
           START OPEN-ITEM-FILE
               KEY NOT LESS THAN OI-ITEM-KEY
               INVALID KEY
                  SET ITEM-SCAN-ENDED TO TRUE
           END-START.
           PERFORM CLOSE-ONE-ITEM
              THRU CLOSE-ONE-ITEM-EXIT
              UNTIL ITEM-SCAN-ENDED.
       CLOSE-CUSTOMER-ITEMS-EXIT. EXIT.
      *****************************************************************
      *
       CLOSE-ONE-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                  SET ITEM-SCAN-ENDED TO TRUE
                  GO TO CLOSE-ONE-ITEM-EXIT
           END-READ.
           IF OI-CUST-NUM NOT = CF-CUST-NUM
              SET ITEM-SCAN-ENDED TO TRUE
              GO TO CLOSE-ONE-ITEM-EXIT
           END-IF.
           IF OI-OPEN-AMOUNT = ZERO
              GO TO CLOSE-ONE-ITEM-EXIT
           END-IF.
           MOVE ZERO TO OI-OPEN-AMOUNT.
           MOVE BUSINESS-DATE-TODAY TO OI-LAST-ACTIVITY-DATE.
           REWRITE OPEN-ITEM-RECORD.
           ADD 1 TO WC-ITEMS-CLOSED.
       CLOSE-ONE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       RECORD-CHARGE-OFF.
           MOVE SPACES TO CHARGED-OFF-RECORD.
           MOVE CF-CUST-NUM TO CO-CUST-NUM.
           MOVE BUSINESS-DATE-TODAY TO CO-WRITEOFF-DATE.
           MOVE WRITEOFF-AMOUNT TO CO-WRITEOFF-AMOUNT.
           MOVE WX-CURRENCY-CODE TO CO-CURRENCY-CODE.
           MOVE WA-OPERATOR-ID TO CO-APPROVED-BY.
           MOVE PLACEMENT-AGENCY-CODE TO CO-AGENCY-CODE.
           MOVE ZERO TO CO-RECOVERED-AMOUNT.
           MOVE ZERO TO CO-LAST-RECOVERY-DATE.
           WRITE CHARGED-OFF-RECORD
               INVALID KEY
                  DISPLAY "WRTOFF: CHGOFF WRITE FAILED FOR CUST-NUM "
                          CF-CUST-NUM
           END-WRITE.
       RECORD-CHARGE-OFF-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-PLACEMENT-RECORD.
      ***************************************************************
      * ONE NEW PLACEMENT FOR THE AGENCY, ADDRESSED FROM CUSTADDR.   *
      * A CUSTOMER WITH NO ADDRESS ON FILE IS STILL PLACED UNDER THE *
      * CUSTFILE NAME - THE AGENCY TRACES IT - AND IS COUNTED.       *
      ***************************************************************
           MOVE SPACES TO AGENCY-PLACEMENT-RECORD.
           MOVE CF-CUST-NUM TO AD-CUST-NUM.
           IF ADDRESS-FILE-IS-OPEN
              READ CUSTOMER-ADDRESS-FILE
                  INVALID KEY
                     MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
              END-READ
           ELSE
              MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
           END-IF.
           IF AD-NAME = SPACES
              ADD 1 TO WC-ADDRESSES-MISSING
              DISPLAY "WRTOFF NO ADDRESS ON FILE FOR CUST-NUM "
                      CF-CUST-NUM " - PLACED FOR TRACING"
              MOVE CF-CUST-NAME TO AP-NAME
           ELSE
              MOVE AD-NAME TO AP-NAME
              MOVE AD-ADDR-LINE-1 TO AP-ADDR-LINE-1
              MOVE AD-ADDR-LINE-2 TO AP-ADDR-LINE-2
              MOVE AD-CITY TO AP-CITY
              MOVE AD-REGION TO AP-REGION
              MOVE AD-POSTAL-CODE TO AP-POSTAL-CODE
           END-IF.
           MOVE PLACEMENT-AGENCY-CODE TO AP-AGENCY-CODE.
           MOVE CF-CUST-NUM TO AP-CUST-NUM.
           MOVE WX-CURRENCY-CODE TO AP-CURRENCY-CODE.
           MOVE WRITEOFF-AMOUNT TO AP-PLACED-AMOUNT.
           MOVE WX-FIRST-DATE TO AP-OVER-SINCE-DATE.
           MOVE WX-FINAL-DEMAND-DATE TO AP-FINAL-DEMAND-DATE.
           MOVE BUSINESS-DATE-TODAY TO AP-PLACEMENT-DATE.
           WRITE AGENCY-PLACEMENT-RECORD.
       WRITE-PLACEMENT-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE CUSTOMER-RECORD AS   *
      * IT STANDS RIGHT NOW, UNDER ACTION "W", NAMING THE OPERATOR   *
      * WHO APPROVED THE WRITE-OFF.  MJ-IMAGE-TYPE IS SET BY THE     *
      * CALLER.                                                      *
      ***************************************************************
           IF NOT JOURNAL-FILE-IS-OPEN
              GO TO WRITE-JOURNAL-RECORD-EXIT
           END-IF.
           MOVE BUSINESS-DATE-TODAY TO MJ-LOG-DATE.
           MOVE "W"                TO MJ-ACTION-CODE.
           MOVE CF-CUST-NUM        TO MJ-CUST-NUM.
           MOVE CF-CUST-NAME       TO MJ-CUST-NAME.
           MOVE CF-CREDIT-BALANCE  TO MJ-CREDIT-BALANCE.
           MOVE CF-CREDIT-LIMIT    TO MJ-CREDIT-LIMIT.
           MOVE CF-CREDIT-FLAG     TO MJ-CREDIT-FLAG.
           ACCEPT MJ-LOG-TIME FROM TIME.
           MOVE CF-CURRENCY-CODE   TO MJ-CURRENCY-CODE.
           MOVE "WRTOFF"           TO MJ-PROGRAM-NAME.
           MOVE WA-OPERATOR-ID     TO MJ-OPERATOR-ID.
           MOVE CF-OFFICER-CODE    TO MJ-OFFICER-CODE.
           WRITE MAINTENANCE-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-REGISTER-DETAIL.
           MOVE WX-CUST-NUM TO WO-D-CUST-NUM.
           MOVE WX-CUST-NAME TO WO-D-CUST-NAME.
           MOVE WX-CURRENCY-CODE TO WO-D-CURRENCY.
           MOVE WX-FIRST-DATE TO WO-D-FIRST-DATE.
           MOVE WX-DAYS-OVER TO WO-D-DAYS-OVER.
           MOVE WX-FINAL-DEMAND-DATE TO WO-D-FINAL-DATE.
           MOVE WX-BALANCE-OWED TO WO-D-BALANCE-OWED.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-DETAIL-LINE.
       WRITE-REGISTER-DETAIL-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REPORT-FILE.
           OPEN OUTPUT WRITEOFF-REPORT-FILE.
           SET REPORT-FILE-IS-OPEN TO TRUE.
           MOVE BUSINESS-DATE-TODAY TO WO-H1-DATE.
           MOVE WRITEOFF-DAYS-THRESHOLD TO WO-H2-DAYS.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-HEADING-LINE-1.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-HEADING-LINE-2.
           MOVE SPACES TO WRITEOFF-REPORT-RECORD.
           WRITE WRITEOFF-REPORT-RECORD.
           WRITE WRITEOFF-REPORT-RECORD FROM WO-HEADING-LINE-3.
           MOVE SPACES TO WRITEOFF-REPORT-RECORD.
           WRITE WRITEOFF-REPORT-RECORD.
       OPEN-REPORT-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-SELECTION-FILES.
      ***************************************************************
      * THE FILES BOTH RUNS SELECT FROM.  CUSTFILE IS OPENED I-O     *
      * ONLY FOR POST.  NO DUNHIST MEANS NO FINAL DEMAND HAS EVER    *
      * GONE OUT, SO NOBODY IS ELIGIBLE.  POST CREATES CHGOFF THE    *
      * FIRST TIME; PROPOSE MERELY READS IT WHEN IT IS THERE.        *
      ***************************************************************
           OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF CLS-FILE-OK
              SET SNAPSHOT-FILE-IS-OPEN TO TRUE
              PERFORM CHECK-SNAPSHOT-VERSION
                 THRU CHECK-SNAPSHOT-VERSION-EXIT
              IF NOT SNAPSHOT-VERSION-OK
                 CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
                 MOVE "N" TO SNAPSHOT-FILE-SWITCH
                 SET END-OF-SNAPSHOTS TO TRUE
              END-IF
           ELSE
              DISPLAY "WRTOFF: SNAPSHOT FILE OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
              SET END-OF-SNAPSHOTS TO TRUE
           END-IF.

           IF MODE-POST
              OPEN I-O CUSTOMER-FILE
           ELSE
              OPEN INPUT CUSTOMER-FILE
           END-IF.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "WRTOFF: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
           END-IF.

           OPEN INPUT DUNNING-HISTORY-FILE.
           IF DNH-FILE-OK
              SET HISTORY-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "WRTOFF: NO DUNHIST ON FILE - NO FINAL "
                      "DEMANDS ON RECORD"
           END-IF.

           IF MODE-POST
              OPEN I-O CHARGED-OFF-FILE
              IF COF-FILE-NOT-FOUND
                 OPEN OUTPUT CHARGED-OFF-FILE
                 CLOSE CHARGED-OFF-FILE
                 OPEN I-O CHARGED-OFF-FILE
              END-IF
           ELSE
              OPEN INPUT CHARGED-OFF-FILE
           END-IF.
           IF COF-FILE-OK
              SET CHARGED-OFF-FILE-IS-OPEN TO TRUE
           ELSE
              IF MODE-POST
                 DISPLAY "WRTOFF: CHGOFF OPEN FAILED, STATUS="
                         COF-FILE-STATUS
              END-IF
           END-IF.
       OPEN-SELECTION-FILES-EXIT. EXIT.
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
              DISPLAY "WRTOFF: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "WRTOFF: CLSNAP IS LAYOUT VERSION "
                      CLS-HDR-LAYOUT-VERSION ", BUILT FOR "
                      CLS-BUILT-FOR-VERSION " - FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-POSTING-FILES.
      ***************************************************************
      * THE FILES ONLY POST WRITES.  THE LEDGER AND JOURNAL ARE      *
      * CREATED THE FIRST TIME AS PAYAPPLY CREATES THEM; A LEDGER    *
      * THAT WILL NOT OPEN DOES NOT STOP THE WRITE-OFFS, AND         *
      * ARTRIAL SHOWS THE GAP.                                       *
      ***************************************************************
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF ADR-FILE-OK
              SET ADDRESS-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "WRTOFF: NO CUSTADDR ON FILE, STATUS="
                      ADR-FILE-STATUS " - PLACEMENTS UNADDRESSED"
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
              DISPLAY "WRTOFF: OPEN-ITEM LEDGER OPEN FAILED, "
                      "STATUS=" OIF-FILE-STATUS
                      " - ITEMS NOT CLOSED"
           END-IF.

           OPEN EXTEND MAINTENANCE-JOURNAL-FILE.
           IF MJF-FILE-NOT-FOUND
              OPEN OUTPUT MAINTENANCE-JOURNAL-FILE
           END-IF.
           SET JOURNAL-FILE-IS-OPEN TO TRUE.

           OPEN OUTPUT AGENCY-PLACEMENT-FILE.
           OPEN OUTPUT WRITEOFF-REGISTER-FILE.
           SET POSTING-FILES-ARE-OPEN TO TRUE.
       OPEN-POSTING-FILES-EXIT. EXIT.
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
       READ-WRITEOFF-PARMS.
      ***************************************************************
      * LOAD THE DAYS-OVER THRESHOLD AND THE PLACEMENT AGENCY FROM   *
      * WOPARM, KEEPING THE COMPILED DEFAULTS WHEN IT IS ABSENT, AND *
      * ECHO THE POLICY IN FORCE.                                    *
      ***************************************************************
           OPEN INPUT WRITEOFF-PARM-FILE.
           IF WOP-FILE-OK
              READ WRITEOFF-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF WP-WRITEOFF-DAYS NUMERIC
                        AND WP-WRITEOFF-DAYS > ZERO
                        MOVE WP-WRITEOFF-DAYS
                             TO WRITEOFF-DAYS-THRESHOLD
                     END-IF
                     IF WP-AGENCY-CODE NOT = SPACES
                        MOVE WP-AGENCY-CODE TO PLACEMENT-AGENCY-CODE
                     END-IF
              END-READ
              CLOSE WRITEOFF-PARM-FILE
           END-IF.
           DISPLAY "WRTOFF " RUN-MODE-PARM " - THRESHOLD "
                   WRITEOFF-DAYS-THRESHOLD " DAYS OVER LIMIT, AGENCY "
                   PLACEMENT-AGENCY-CODE.
       READ-WRITEOFF-PARMS-EXIT. EXIT.
      *****************************************************************
      *
       ACQUIRE-UPDATE-LOCK.
      ***************************************************************
      * TAKE THE SHARED CUSTFILE UPDATE LOCK BEFORE TOUCHING THE     *
      * MASTER.  "POST FORCELOCK" TAKES OVER A LOCK A CRASHED HOLDER *
      * NEVER RELEASED.                                              *
      ***************************************************************
           IF RUN-PARM-TOKEN-2 = "FORCELOCK"
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
      * DISPLAY WRITE-OFF RUN SUMMARY, CLOSE FILES  *
      ***********************************************
           MOVE WC-SNAPSHOTS-READ TO SR-WC-SNAPSHOTS-READ.
           MOVE WC-PROPOSED-COUNT TO SR-WC-PROPOSED-COUNT.
           MOVE WC-APPROVALS-READ TO SR-WC-APPROVALS-READ.
           MOVE WC-WRITTEN-OFF-COUNT TO SR-WC-WRITTEN-OFF-COUNT.
           MOVE WC-REFUSED-COUNT TO SR-WC-REFUSED-COUNT.
           MOVE WC-ITEMS-CLOSED TO SR-WC-ITEMS-CLOSED.
           MOVE WC-ADDRESSES-MISSING TO SR-WC-ADDRESSES-MISSING.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*        WRTOFF WRITE-OFF RUN SUMMARY     *".
           DISPLAY "******************************************".
           IF MODE-POST
              DISPLAY "APPROVALS READ ............. "
                      SR-WC-APPROVALS-READ
              DISPLAY "ACCOUNTS WRITTEN OFF ....... "
                      SR-WC-WRITTEN-OFF-COUNT
              DISPLAY "APPROVALS REFUSED .......... "
                      SR-WC-REFUSED-COUNT
              DISPLAY "OPEN ITEMS CLOSED .......... "
                      SR-WC-ITEMS-CLOSED
              DISPLAY "PLACEMENTS UNADDRESSED ..... "
                      SR-WC-ADDRESSES-MISSING
           ELSE
              DISPLAY "SNAPSHOTS READ ............. "
                      SR-WC-SNAPSHOTS-READ
              DISPLAY "CUSTOMERS PROPOSED ......... "
                      SR-WC-PROPOSED-COUNT
           END-IF.
           DISPLAY "******************************************".
           IF SNAPSHOT-FILE-IS-OPEN
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF HISTORY-FILE-IS-OPEN
              CLOSE DUNNING-HISTORY-FILE
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              CLOSE CHARGED-OFF-FILE
           END-IF.
           IF ADDRESS-FILE-IS-OPEN
              CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF LEDGER-FILE-IS-OPEN
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE MAINTENANCE-JOURNAL-FILE
           END-IF.
           IF POSTING-FILES-ARE-OPEN
              CLOSE AGENCY-PLACEMENT-FILE
              CLOSE WRITEOFF-REGISTER-FILE
           END-IF.
           IF APPROVAL-FILE-IS-OPEN
              CLOSE WRITEOFF-APPROVAL-FILE
           END-IF.
           IF REPORT-FILE-IS-OPEN
              CLOSE WRITEOFF-REPORT-FILE
           END-IF.
           IF CL-LOCK-GRANTED
              CALL "CUSTUNLK"
           END-IF.
           DISPLAY "PROGRAM: WRTOFF EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

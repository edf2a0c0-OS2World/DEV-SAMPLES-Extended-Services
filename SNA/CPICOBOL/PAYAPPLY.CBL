      * PURPOSE: READ THE DAILY TRANSACTION FILE AND POST EACH    *
      *          AMOUNT TO CF-CREDIT-BALANCE ON THE CUSTOMER-     *
      *          FILE: A PAYMENT ("P") REDUCES THE BALANCE, A     *
      *          CHARGE ("C") INCREASES IT.  A RECOVERY ("R") IS  *
      *          CASH FROM THE COLLECTION AGENCY ON AN ACCOUNT    *
      *          ALREADY WRITTEN OFF: IT LEAVES THE BALANCE AT    *
      *          ZERO AND IS CREDITED TO THE ACCOUNT'S CHGOFF     *
      *          ENTRY.  TRANSACTIONS FOR UNKNOWN CUST-NUMS GO TO *
      *          A REJECT FILE INSTEAD OF BEING SILENTLY DROPPED. *
      *                                                           *
      * INPUT:   PAYMENT-TRANSACTION-FILE (PAYTRAN), ONE RECORD   *
      *          PER TRANSACTION: CUST-NUM, TYPE (P/C/R/N/U),     *
      *          AMOUNT, REFERENCE NUMBER.                        *
      *                                                           *
      * OUTPUT:  CUSTOMER-FILE (CUSTFILE) BALANCES UPDATED.       *
      *          PAYMENT-REJECT-FILE (PAYREJ) FOR TRANSACTIONS    *
      *          THAT COULD NOT BE POSTED, AND POSTING TOTALS     *
      *          (COUNT AND AMOUNT BY TYPE) DISPLAYED SO THE      *
      *          CREDIT DESK CAN BALANCE TO THE BANK DEPOSIT.     *
      *          RETURNED ITEMS GO TO THE RETITEM REGISTER AND    *
      *          THE RETRPT RETURNED-ITEMS REPORT.                *
      *                                                           *
      * 1995-04 JCH  EACH CUSTJRNL IMAGE NOW ALSO CARRIES THE     *
      *              CUSTOMER'S ACCOUNT OFFICER CODE, IN THE      *
      *              LAYOUT CUSTMNT NOW WRITES.                   *
      * 1995-04 JCH  UNAPPLIED CASH: A TYPE "U" TRANSACTION IS    *
      *              LOCKBOX CASH CASHMTCH HAS RELEASED FROM THE  *
      *              UNAPCASH SUSPENSE FILE TO THE ACCOUNT AN     *
      *              OPERATOR CHOSE.  ITS REFERENCE IS THE        *
      *              SUSPENSE ITEM KEY.  THE ITEM MUST BE         *
      *              RELEASED, NOT YET APPLIED, AND MATCH IN      *
      *              AMOUNT AND CUST-NUM, OR THE TRANSACTION IS   *
      *              REJECTED.  IT THEN POSTS AS A PAYMENT UNDER  *
      *              THE BANK'S OWN REFERENCE AND THE ITEM IS     *
      *              MARKED APPLIED.                              *
      * 1995-04 JCH  RETURNED ITEMS: A TYPE "N" TRANSACTION NAMES *
      *              A PAYMENT THE BANK RETURNED UNPAID BY ITS    *
      *              REFERENCE, CUST-NUM AND AMOUNT.  THE PAYMENT *
      *              MUST BE ON PAYREG AND NOT ALREADY RETURNED.  *
      *              IT IS REVERSED AS AN "R" JOURNAL PAIR AND    *
      *              PUT BACK ON THE OPEN-ITEM LEDGER, THE        *
      *              PAYPARM RETURNED-ITEM FEE IS CHARGED         *
      *              ("NSFFEE"), AND THE ACCOUNT IS MARKED ON     *
      *              RETMARK FOR THE PAYPARM NUMBER OF DAYS       *
      *              (CALADD, "RETMARK" POLICY).  A PAYMENT THAT  *
      *              KEEPS A RUNNING PROMISE NOW MOVES IT FROM    *
      *              TRKSTAT TO KEPTPROM, SO A RETURN CAN PUT IT  *
      *              BACK FOR CREDRPT TO JUDGE AGAIN.  EACH       *
      *              RETURN IS WRITTEN TO RETITEM FOR GLEXTRCT    *
      *              AND LISTED ON RETRPT.                        *
      * 1995-04 JCH  MERGED ACCOUNTS: A TRANSACTION QUOTING A    *
      *              CUST-NUM THAT CUSTMRG HAS MERGED AWAY IS     *
      *              POSTED TO THE SURVIVING ACCOUNT NAMED ON THE *
      *              MERGXREF CROSS-REFERENCE, AND COUNTED.       *
      * 1995-04 JCH  THE DUPLICATE WINDOW IS COUNTED IN BUSINESS *
      *              DAYS ON THE BUSCAL CALENDAR WHEN THE        *
      *              DAYPOLCY "DUPWIN" POLICY SAYS SO (CALDAYS), *
      *              SO A HOLIDAY WEEKEND NO LONGER LETS A       *
      *              RE-SENT LOCKBOX FILE SLIP PAST THE CHECK.   *
      * 1995-04 JCH  RECOVERY POSTINGS: TYPE "R" RECORDS CASH    *
      *              COLLECTED BY THE AGENCY ON AN ACCOUNT       *
      *              WRTOFF HAS CHARGED OFF.  THE ACCOUNT MUST   *
      *              BE ON THE CHGOFF REGISTER, OR THE RECOVERY  *
      *              IS REJECTED.  THE RECOVERY IS ADDED TO ITS  *
      *              CHGOFF ENTRY, JOURNALED AS AN "R" PAIR WITH *
      *              THE BALANCE UNCHANGED, AND TOTALED APART.   *
      *              GLEXTRCT BOOKS IT AS BAD-DEBT RECOVERY.     *
      * 1995-04 JCH  EACH CUSTJRNL IMAGE NOW ALSO CARRIES THE    *
      *              PROGRAM NAME (PAYAPPLY) AND A BLANK OPERATOR *
      *              ID, IN THE LAYOUT CUSTMNT NOW WRITES.        *
      * 1995-04 JCH  OPEN-ITEM LEDGER: EVERY POSTED CHARGE (AND  *
      *              EVERY FEETRAN LATE FEE) NOW OPENS AN ITEM ON *
      *              THE OPENITM LEDGER, KEYED BY CUST-NUM AND    *
      *              REFERENCE NUMBER AND DATED WITH THE POSTING  *
      *              DATE.  A PAYMENT RELIEVES THE ITEM ITS       *
      *              REFERENCE NAMES, THEN THE OLDEST OPEN ITEMS  *
      *              FIRST; CASH LEFT OVER STAYS ON THE LEDGER AS *
      *              AN UNAPPLIED CREDIT ITEM, SO THE OPEN ITEMS  *
      *              ALWAYS FOOT TO CF-CREDIT-BALANCE.  ARTRIAL   *
      *              AGES THE LEDGER BY INVOICE DATE.             *
      * 1995-02 JCH  POSTING JOURNAL: EVERY BALANCE POSTING NOW  *
      *              WRITES A BEFORE AND AFTER IMAGE TO CUSTJRNL  *
      *              (ACTION "P"), THE SAME JOURNAL CUSTMNT       *
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MJF-FILE-STATUS.
           SELECT OPEN-ITEM-FILE     ASSIGN TO "OPENITM"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS OI-ITEM-KEY
               FILE STATUS    IS OIF-FILE-STATUS.
           SELECT CHARGED-OFF-FILE   ASSIGN TO "CHGOFF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CO-CUST-NUM
               FILE STATUS    IS COF-FILE-STATUS.
           SELECT MERGE-XREF-FILE    ASSIGN TO "MERGXREF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS MX-OLD-CUST-NUM
               FILE STATUS    IS MXF-FILE-STATUS.
           SELECT TRACKED-STATUS-FILE ASSIGN TO "TRKSTAT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS TS-CUST-NUM
               FILE STATUS    IS TS-FILE-STATUS.
           SELECT KEPT-PROMISE-FILE  ASSIGN TO "KEPTPROM"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS KP-PROMISE-KEY
               FILE STATUS    IS KPF-FILE-STATUS.
           SELECT RETURN-MARK-FILE   ASSIGN TO "RETMARK"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS RM-CUST-NUM
               FILE STATUS    IS RMF-FILE-STATUS.
           SELECT RETURNED-ITEM-REGISTER-FILE ASSIGN TO "RETITEM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RIF-FILE-STATUS.
           SELECT RETURNED-ITEM-REPORT-FILE ASSIGN TO "RETRPT"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS UC-ITEM-KEY
               FILE STATUS    IS UCF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
           05  CF-CUST-NUM             PIC X(4).
           05  CF-CUST-NAME            PIC X(20).
           05  CF-CURRENCY-CODE        PIC X(3).
           05  CF-OFFICER-CODE         PIC X(2).
           05  CF-CREDIT-BALANCE       PIC S9(7)V99.
           05  CF-CREDIT-LIMIT         PIC S9(7)V99.
           05  CF-CREDIT-FLAG          PIC X.
           05  PT-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  PT-TRAN-TYPE            PIC X.
               88  PT-TYPE-PAYMENT                VALUE "P" "U".
               88  PT-TYPE-CHARGE                 VALUE "C".
               88  PT-TYPE-RECOVERY               VALUE "R".
               88  PT-TYPE-RETURNED               VALUE "N".
               88  PT-TYPE-SUSPENSE               VALUE "U".
           05  FILLER                  PIC X.
           05  PT-AMOUNT               PIC 9(7)V99.
           05  FILLER                  PIC X.
      ***************************************************************
      * POSTED-REFERENCE-FILE IS THE REGISTER OF EVERY TRANSACTION   *
      * ALREADY POSTED, KEYED BY REFERENCE NUMBER PLUS CUST-NUM      *
      * PLUS AMOUNT, SO A RELOADED PAYTRAN BATCH IS CAUGHT AT       *
      * TRANSACTION LEVEL INSTEAD OF POSTING TWICE.  THE TYPE       *
      * POSTED AND, FOR A PAYMENT THE BANK RETURNED, THE DATE IT    *
      * CAME BACK LET A RETURNED ITEM FIND AND REVERSE EXACTLY ONE  *
      * PAYMENT.                                                    *
      ***************************************************************
       FD  POSTED-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
               10  PP-CUST-NUM         PIC X(4).
               10  PP-AMOUNT           PIC 9(7)V99.
           05  PP-POSTED-DATE          PIC 9(6).
           05  PP-TRAN-TYPE            PIC X.
               88  PP-TYPE-CHARGE                 VALUE "C".
               88  PP-TYPE-RECOVERY               VALUE "R".
           05  PP-RETURNED-DATE        PIC 9(6).

      ***************************************************************
      * POSTING-PARM-FILE TUNES THE DUPLICATE WINDOW, THE RETURNED- *
      * ITEM FEE, AND THE DAYS A RETURN MARKS THE ACCOUNT, WITHOUT  *
      * A RECOMPILE.  ONE RECORD; ABSENT OR BLANK FIELDS MEAN THE   *
      * COMPILED DEFAULTS.                                          *
      ***************************************************************
       FD  POSTING-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTING-PARM-RECORD.
           05  PY-DUP-WINDOW-DAYS      PIC 9(3).
           05  PY-RETURN-FEE           PIC 9(5)V99.
           05  PY-RETURN-MARK-DAYS     PIC 9(3).

      ***************************************************************
      * PERIOD-CONTROL-FILE HOLDS THE OPEN BUSINESS DATE AND PERIOD  *
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
      * OPEN-ITEM-FILE IS THE RECEIVABLES LEDGER BEHIND THE BALANCE: *
      * ONE ITEM PER INVOICE OR FEE, KEYED BY CUST-NUM AND REFERENCE *
      * NUMBER, CARRYING ITS INVOICE (POSTING) DATE AND WHAT IS      *
      * STILL OPEN.  CASH THAT FOUND NO OPEN ITEM IS HELD AS AN      *
      * UNAPPLIED ITEM WITH A NEGATIVE OPEN AMOUNT, SO A CUSTOMER'S  *
      * OPEN AMOUNTS ALWAYS ADD UP TO CF-CREDIT-BALANCE.             *
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
      * CHARGED-OFF-FILE IS WRTOFF'S REGISTER OF ACCOUNTS WRITTEN    *
      * OFF AS BAD DEBT.  A RECOVERY IS ONLY POSTED AGAINST AN       *
      * ACCOUNT ON IT, AND IS ADDED TO ITS RECOVERED AMOUNT.         *
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
      * MERGE-XREF-FILE IS CUSTMRG'S CROSS-REFERENCE OF CUST-NUMS    *
      * MERGED AWAY, EACH NAMING THE LIVE ACCOUNT THAT NOW STANDS    *
      * FOR IT.                                                      *
      ***************************************************************
       FD  MERGE-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-XREF-RECORD.
           05  MX-OLD-CUST-NUM         PIC X(4).
           05  MX-SURVIVOR-CUST-NUM    PIC X(4).
           05  MX-MERGE-DATE           PIC 9(6).
           05  MX-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * TRACKED-STATUS-FILE IS TRKMNT'S FILE OF PROMISES AND        *
      * DISPUTES.  A PAYMENT THAT KEEPS A RUNNING PROMISE TAKES IT  *
      * OFF; A RETURNED ITEM PUTS IT BACK.                          *
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
      * KEPT-PROMISE-FILE HOLDS EACH PROMISE A PAYMENT KEPT, KEYED  *
      * BY CUST-NUM AND THE PAYMENT'S REFERENCE, WITH THE TRKSTAT   *
      * RECORD AS IT STOOD, SO A RETURN OF THAT PAYMENT CAN REOPEN  *
      * IT.                                                         *
      ***************************************************************
       FD  KEPT-PROMISE-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEPT-PROMISE-RECORD.
           05  KP-PROMISE-KEY.
               10  KP-CUST-NUM         PIC X(4).
               10  KP-REFERENCE-NUM    PIC X(10).
           05  KP-KEPT-DATE            PIC 9(6).
           05  KP-STATUS-IMAGE         PIC X(33).

      ***************************************************************
      * RETURN-MARK-FILE MARKS EVERY ACCOUNT THAT HAS HAD A PAYMENT *
      * RETURNED, UNTIL THE EXPIRY DATE, WITH A RUNNING COUNT OF    *
      * RETURNS AND THE LAST REFERENCE RETURNED.                    *
      ***************************************************************
       FD  RETURN-MARK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-MARK-RECORD.
           05  RM-CUST-NUM             PIC X(4).
           05  RM-MARKED-DATE          PIC 9(6).
           05  RM-EXPIRY-DATE          PIC 9(6).
           05  RM-RETURN-COUNT         PIC 9(3).
           05  RM-LAST-REFERENCE       PIC X(10).

      ***************************************************************
      * RETURNED-ITEM-REGISTER-FILE CARRIES THE RUN'S RETURNED      *
      * PAYMENTS AND FEES TO GLEXTRCT, AMOUNTS UNEDITED.  IT IS     *
      * WRITTEN FRESH EVERY RUN, SO A RUN WITH NO RETURNS LEAVES IT *
      * EMPTY RATHER THAN HOLDING YESTERDAY'S.                      *
      ***************************************************************
       FD  RETURNED-ITEM-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURNED-ITEM-REGISTER-RECORD.
           05  RI-RETURN-DATE          PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RI-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  RI-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  RI-REFERENCE-NUM        PIC X(10).
           05  FILLER                  PIC X(2).
           05  RI-RETURNED-AMOUNT      PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  RI-FEE-AMOUNT           PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  RI-ORIGINAL-DATE        PIC 9(6).

      ***************************************************************
      * RETURNED-ITEM-REPORT-FILE LISTS EACH RETURNED PAYMENT FOR   *
      * THE CREDIT DESK: THE ORIGINAL POSTING, THE FEE, HOW LONG    *
      * THE ACCOUNT IS MARKED, AND WHETHER A PROMISE WAS REOPENED.  *
      ***************************************************************
       FD  RETURNED-ITEM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURNED-ITEM-REPORT-RECORD PIC X(132).

      ***************************************************************
      * UNAPPLIED-CASH-FILE IS LBXIMPT'S SUSPENSE FILE OF LOCKBOX    *
      * CASH NO ACCOUNT REFLECTS YET.  A "U" TRANSACTION CLAIMS THE  *
      * ITEM ITS REFERENCE NAMES, AND A POSTED ONE MARKS IT APPLIED. *
      ***************************************************************
       FD  UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNAPPLIED-CASH-RECORD.
           05  UC-ITEM-KEY.
               10  UC-DEPOSIT-DATE     PIC 9(6).
               10  UC-ITEM-SEQ         PIC 9(4).
           05  UC-REFERENCE-NUM        PIC X(10).
           05  UC-REMITTER-NAME        PIC X(20).
           05  UC-QUOTED-CUST-NUM      PIC X(4).
           05  UC-AMOUNT               PIC 9(7)V99.
           05  UC-ITEM-STATUS          PIC X.
               88  UC-STATUS-OPEN                 VALUE "O".
               88  UC-STATUS-RELEASED             VALUE "R".
               88  UC-STATUS-APPLIED              VALUE "A".
           05  UC-DECIDED-CUST-NUM     PIC X(4).
           05  UC-DECIDED-BY           PIC X(8).
           05  UC-DECIDED-DATE         PIC 9(6).
           05  UC-APPLIED-CUST-NUM     PIC X(4).
           05  UC-APPLIED-DATE         PIC 9(6).

       WORKING-STORAGE SECTION.

           05  PG-DUPLICATE-AMOUNT     PIC S9(9)V99  VALUE ZERO.
           05  PG-OVERPAY-COUNT        PIC 9(5)      VALUE ZERO.
           05  PG-REFUND-EXPOSURE      PIC S9(9)V99  VALUE ZERO.
           05  PG-RECOVERY-COUNT       PIC 9(5)      VALUE ZERO.
           05  PG-RECOVERY-AMOUNT      PIC S9(9)V99  VALUE ZERO.
           05  PG-REDIRECT-COUNT       PIC 9(5)      VALUE ZERO.
           05  PG-RETURN-COUNT         PIC 9(5)      VALUE ZERO.
           05  PG-RETURN-AMOUNT        PIC S9(9)V99  VALUE ZERO.
           05  PG-RETURN-FEE-AMOUNT    PIC S9(9)V99  VALUE ZERO.
           05  PG-MARKED-PAYMENTS      PIC 9(5)      VALUE ZERO.
           05  PG-PROMISES-KEPT        PIC 9(5)      VALUE ZERO.
           05  PG-PROMISES-REOPENED    PIC 9(5)      VALUE ZERO.
           05  PG-SUSPENSE-COUNT       PIC 9(5)      VALUE ZERO.
           05  PG-SUSPENSE-AMOUNT      PIC S9(9)V99  VALUE ZERO.

       01  SR-PG-PAYMENT-COUNT        PIC ZZZZ9.
       01  SR-PG-PAYMENT-AMOUNT       PIC Z(8)9.99-.
       01  SR-PG-DUPLICATE-AMOUNT     PIC Z(8)9.99-.
       01  SR-PG-OVERPAY-COUNT        PIC ZZZZ9.
       01  SR-PG-REFUND-EXPOSURE      PIC Z(8)9.99-.
       01  SR-PG-RECOVERY-COUNT       PIC ZZZZ9.
       01  SR-PG-RECOVERY-AMOUNT      PIC Z(8)9.99-.
       01  SR-PG-REDIRECT-COUNT       PIC ZZZZ9.
       01  SR-PG-RETURN-COUNT         PIC ZZZZ9.
       01  SR-PG-RETURN-AMOUNT        PIC Z(8)9.99-.
       01  SR-PG-RETURN-FEE-AMOUNT    PIC Z(8)9.99-.
       01  SR-PG-MARKED-PAYMENTS      PIC ZZZZ9.
       01  SR-PG-PROMISES-KEPT        PIC ZZZZ9.
       01  SR-PG-PROMISES-REOPENED    PIC ZZZZ9.
       01  SR-PG-SUSPENSE-COUNT       PIC ZZZZ9.
       01  SR-PG-SUSPENSE-AMOUNT      PIC Z(8)9.99-.

      **********************************************************
      * OVERPAYMENT HANDLING: THE BALANCE BEFORE THE PAYMENT,  *
           88  PYP-FILE-OK                        VALUE "00".

       01  DUP-WINDOW-DAYS            PIC  9(3)   VALUE 10.
       01  RETURN-FEE-AMOUNT          PIC  9(5)V99 VALUE 25.00.
       01  RETURN-MARK-DAYS           PIC  9(3)   VALUE 90.
       01  SR-RETURN-FEE-AMOUNT       PIC  Z(4)9.99.

       01  REGISTER-FOUND-SWITCH      PIC  X      VALUE "N".
           88  REGISTER-WAS-FOUND                 VALUE "Y".

       01  POSTED-AGE-DAYS            PIC S9(5)   VALUE ZERO.

      **********************************************************
      * CALDAYS CALL ARGUMENTS - THE AGE OF A REGISTRATION IN  *
      * BUSINESS DAYS WHEN THE "DUPWIN" DAYPOLCY ENTRY SAYS    *
      * SO, AND (CALADD) THE END OF A RETURNED-ITEM MARK UNDER *
      * THE "RETMARK" ENTRY.                                   *
      **********************************************************
       01  CD-POLICY-NAME             PIC X(8)    VALUE "DUPWIN  ".
       01  CD-FROM-DATE               PIC 9(6)    VALUE ZERO.
       01  CD-TO-DATE                 PIC 9(6)    VALUE ZERO.
       01  CD-DAY-COUNT               PIC S9(5)   VALUE ZERO.
       01  CD-RESULT                  PIC X       VALUE SPACE.
           88  CD-BUSINESS-DAYS-COUNTED           VALUE "B".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  JOURNAL-FILE-SWITCH       PIC  X       VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  COF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  COF-FILE-OK                        VALUE "00".

       01  CHARGED-OFF-FILE-SWITCH    PIC  X      VALUE "N".
           88  CHARGED-OFF-FILE-IS-OPEN           VALUE "Y".

       01  NOT-CHARGED-OFF-SWITCH     PIC  X      VALUE "N".
           88  NOT-CHARGED-OFF                    VALUE "Y".

       01  MXF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MXF-FILE-OK                        VALUE "00".

       01  XREF-FILE-SWITCH           PIC  X      VALUE "N".
           88  XREF-FILE-IS-OPEN                  VALUE "Y".

       01  QUOTED-CUST-NUM            PIC  X(4)   VALUE SPACES.

      **********************************************************
      * SUSPENSE STATE: WHY A "U" TRANSACTION WAS REFUSED, AND *
      * THE UNAPCASH KEY OF THE ITEM IT CLAIMED, KEPT WHILE    *
      * THE TRANSACTION POSTS UNDER THE BANK'S REFERENCE.      *
      **********************************************************
       01  UCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  UCF-FILE-OK                        VALUE "00".

       01  SUSPENSE-FILE-SWITCH       PIC  X      VALUE "N".
           88  SUSPENSE-FILE-IS-OPEN              VALUE "Y".

       01  SUSPENSE-CLAIM-SWITCH      PIC  X      VALUE "N".
           88  SUSPENSE-ITEM-CLAIMED              VALUE "Y".

       01  SUSPENSE-REFUSAL           PIC  X(30)  VALUE SPACES.
       01  SUSPENSE-ITEM-KEY          PIC  X(10)  VALUE SPACES.

      **********************************************************
      * RETURNED-ITEM STATE: THE REASON A RETURN WAS REFUSED,  *
      * THE REGISTRATION IT REVERSED, THE MARK AND PROMISE     *
      * OUTCOME FOR THE REPORT, AND THE FILES BEHIND THEM.     *
      **********************************************************
       01  TS-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  TS-FILE-OK                         VALUE "00".

       01  TRACKED-STATUS-SWITCH      PIC  X      VALUE "N".
           88  TRACKED-STATUS-IS-OPEN             VALUE "Y".

       01  KPF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  KPF-FILE-OK                        VALUE "00".
           88  KPF-FILE-NOT-FOUND                 VALUE "35".

       01  KEPT-PROMISE-SWITCH        PIC  X      VALUE "N".
           88  KEPT-PROMISE-FILE-IS-OPEN          VALUE "Y".

       01  RMF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RMF-FILE-OK                        VALUE "00".
           88  RMF-FILE-NOT-FOUND                 VALUE "35".

       01  RETURN-MARK-SWITCH         PIC  X      VALUE "N".
           88  RETURN-MARK-FILE-IS-OPEN           VALUE "Y".

       01  RIF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RIF-FILE-OK                        VALUE "00".

       01  RETURN-REGISTER-SWITCH     PIC  X      VALUE "N".
           88  RETURN-REGISTER-IS-OPEN            VALUE "Y".

       01  RETURN-REPORT-SWITCH       PIC  X      VALUE "N".
           88  RETURN-REPORT-IS-OPEN              VALUE "Y".

       01  RETURN-FEE-SWITCH          PIC  X      VALUE "N".
           88  RETURN-FEE-POSTING                 VALUE "Y".

       01  MARK-FOUND-SWITCH          PIC  X      VALUE "N".
           88  MARK-WAS-FOUND                     VALUE "Y".

       01  RETURN-REFUSAL             PIC  X(30)  VALUE SPACES.
       01  RETURN-REGISTER-CUST-NUM   PIC  X(4)   VALUE SPACES.
       01  RETURN-ORIGINAL-DATE       PIC  9(6)   VALUE ZERO.
       01  RETURN-FEE-CHARGED         PIC  9(5)V99 VALUE ZERO.
       01  RETURN-MARK-EXPIRY         PIC  9(6)   VALUE ZERO.
       01  RETURN-PROMISE-NOTE        PIC  X(10)  VALUE SPACES.

       01  RT-HEADING-LINE-1.
           05  FILLER                 PIC X(34)  VALUE
               "PAYAPPLY - RETURNED ITEMS REPORT  ".
           05  RT-H1-DATE             PIC 9(6).

       01  RT-HEADING-LINE-2.
           05  FILLER                 PIC X(5)   VALUE "CUST".
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  FILLER                 PIC X(20)  VALUE "CUSTOMER NAME".
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE "REFERENCE".
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  FILLER                 PIC X(9)   VALUE "PAID ON".
           05  FILLER                 PIC X(11)  VALUE "   RETURNED".
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  FILLER                 PIC X(9)   VALUE "      FEE".
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  FILLER                 PIC X(9)   VALUE "MARKED TO".
           05  FILLER                 PIC X(10)  VALUE "PROMISE".

       01  RT-DETAIL-LINE.
           05  RT-D-CUST-NUM          PIC X(4).
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05  RT-D-CUST-NAME         PIC X(20).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RT-D-REFERENCE-NUM     PIC X(10).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RT-D-ORIGINAL-DATE     PIC 9(6).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RT-D-RETURNED-AMOUNT   PIC Z(6)9.99-.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RT-D-FEE-AMOUNT        PIC Z(4)9.99-.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RT-D-MARK-EXPIRY       PIC 9(6).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RT-D-PROMISE-NOTE      PIC X(10).

       01  RT-TOTAL-LINE.
           05  FILLER                 PIC X(26)  VALUE
               "RETURNED ITEMS TODAY .... ".
           05  RT-T-RETURN-COUNT      PIC ZZZZ9.
           05  FILLER                 PIC X(5)   VALUE " FOR ".
           05  RT-T-RETURN-AMOUNT     PIC Z(8)9.99-.
           05  FILLER                 PIC X(7)   VALUE "  FEES ".
           05  RT-T-FEE-AMOUNT        PIC Z(8)9.99-.

      ***************************************************************
      * CUSTLOCK CALL ARGUMENTS - THE SHARED CUSTFILE UPDATE LOCK.   *
      * THE OVERRIDE FLAG IS RAISED ONLY BY THE OPERATOR'S           *

       01  LOCK-PARM-LINE             PIC  X(40)  VALUE SPACES.

      **********************************************************
      * OPEN-ITEM LEDGER STATE: THE PAYMENT STILL TO BE SPREAD *
      * OVER THE CUSTOMER'S ITEMS, THE OLDEST OPEN ITEM FOUND  *
      * BY THE SCAN, AND THE LEDGER COUNTS FOR THE TOTALS.     *
      **********************************************************
       01  OIF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OIF-FILE-OK                        VALUE "00".
           88  OIF-FILE-NOT-FOUND                 VALUE "35".

       01  LEDGER-FILE-SWITCH         PIC  X      VALUE "N".
           88  LEDGER-FILE-IS-OPEN                VALUE "Y".

       01  PAYMENT-REMAINING          PIC S9(7)V99 VALUE ZERO.
       01  ITEM-RELIEF-AMOUNT         PIC S9(7)V99 VALUE ZERO.

       01  ITEM-SCAN-END-SWITCH       PIC  X      VALUE "N".
           88  ITEM-SCAN-ENDED                    VALUE "Y".

       01  OLDEST-FOUND-SWITCH        PIC  X      VALUE "N".
           88  OLDEST-ITEM-FOUND                  VALUE "Y".

       01  NO-OPEN-ITEMS-SWITCH       PIC  X      VALUE "N".
           88  NO-OPEN-ITEMS-LEFT                 VALUE "Y".

       01  OLDEST-ITEM-REFERENCE      PIC  X(10)  VALUE SPACES.
       01  OLDEST-ITEM-DATE           PIC  9(6)   VALUE ZERO.

       01  CHARGE-ITEM-REFERENCE      PIC  X(10)  VALUE SPACES.
       01  CHARGE-ITEM-AMOUNT         PIC S9(7)V99 VALUE ZERO.
       01  CHARGE-ITEM-DATE           PIC  9(6)   VALUE ZERO.

       01  LEDGER-TOTALS.
           05  LG-ITEMS-OPENED         PIC 9(5)      VALUE ZERO.
           05  LG-ITEMS-CLOSED         PIC 9(5)      VALUE ZERO.
           05  LG-NAMED-MATCHES        PIC 9(5)      VALUE ZERO.
           05  LG-UNAPPLIED-COUNT      PIC 9(5)      VALUE ZERO.
           05  LG-UNAPPLIED-AMOUNT     PIC S9(9)V99  VALUE ZERO.

       01  SR-LG-ITEMS-OPENED         PIC ZZZZ9.
       01  SR-LG-ITEMS-CLOSED         PIC ZZZZ9.
       01  SR-LG-NAMED-MATCHES        PIC ZZZZ9.
       01  SR-LG-UNAPPLIED-COUNT      PIC ZZZZ9.
       01  SR-LG-UNAPPLIED-AMOUNT     PIC Z(8)9.99-.

       LINKAGE SECTION.

       EJECT
              THRU READ-POSTING-PARMS-EXIT.
           PERFORM OPEN-REFERENCE-REGISTER
              THRU OPEN-REFERENCE-REGISTER-EXIT.
           PERFORM OPEN-ITEM-LEDGER
              THRU OPEN-ITEM-LEDGER-EXIT.
           PERFORM OPEN-JOURNAL-FILE
              THRU OPEN-JOURNAL-FILE-EXIT.
           PERFORM OPEN-CHARGED-OFF-FILE
              THRU OPEN-CHARGED-OFF-FILE-EXIT.
           PERFORM OPEN-MERGE-XREF
              THRU OPEN-MERGE-XREF-EXIT.
           PERFORM OPEN-SUSPENSE-FILE
              THRU OPEN-SUSPENSE-FILE-EXIT.
           PERFORM OPEN-RETURNED-ITEM-FILES
              THRU OPEN-RETURNED-ITEM-FILES-EXIT.
           PERFORM OPEN-CUSTOMER-FILE
              THRU OPEN-CUSTOMER-FILE-EXIT.
           PERFORM OPEN-TRANSACTION-FILE
      * "Y" FROM THE TRANSACTION BEFORE IT.                          *
      ***************************************************************
           MOVE "N" TO DUPLICATE-SWITCH.
           MOVE "N" TO NOT-CHARGED-OFF-SWITCH.
           MOVE SPACES TO RETURN-REFUSAL.
           MOVE SPACES TO SUSPENSE-REFUSAL.
           MOVE "N" TO SUSPENSE-CLAIM-SWITCH.
           IF NOT PT-TYPE-PAYMENT AND NOT PT-TYPE-CHARGE
              AND NOT PT-TYPE-RECOVERY AND NOT PT-TYPE-RETURNED
              PERFORM WRITE-REJECT-RECORD
                 THRU WRITE-REJECT-RECORD-EXIT
              GO TO POST-TRANSACTIONS-NEXT
                 THRU WRITE-REJECT-RECORD-EXIT
              GO TO POST-TRANSACTIONS-NEXT
           END-IF.
           MOVE PT-CUST-NUM TO QUOTED-CUST-NUM.
           PERFORM REDIRECT-MERGED-CUSTOMER
              THRU REDIRECT-MERGED-CUSTOMER-EXIT.
           IF PT-TYPE-SUSPENSE
              PERFORM CLAIM-SUSPENSE-ITEM
                 THRU CLAIM-SUSPENSE-ITEM-EXIT
              IF SUSPENSE-REFUSAL NOT = SPACES
                 PERFORM WRITE-REJECT-RECORD
                    THRU WRITE-REJECT-RECORD-EXIT
                 GO TO POST-TRANSACTIONS-NEXT
              END-IF
           END-IF.

      ***************************************************************
      * A REFERENCE ALREADY REGISTERED FOR THIS CUSTOMER AND AMOUNT  *
      ***************************************************************
      * POST THE AMOUNT TO THE CUSTOMER'S BALANCE AND ACCUMULATE THE *
      * RUN TOTALS: A PAYMENT REDUCES CF-CREDIT-BALANCE, A CHARGE    *
      * INCREASES IT.  A RECOVERY LEAVES THE BALANCE ALONE AND IS   *
      * POSTED TO THE CHARGED-OFF REGISTER INSTEAD.  A RETURNED     *
      * ITEM REVERSES THE PAYMENT IT NAMES.  A PAYMENT IS ALSO      *
      * CHECKED AGAINST THE RETURNED-ITEM MARK AND ANY RUNNING      *
      * PROMISE.  A PAYMENT OUT OF SUSPENSE MARKS ITS UNAPCASH ITEM *
      * APPLIED.                                                    *
      ***************************************************************
           IF PT-TYPE-RECOVERY
              PERFORM APPLY-RECOVERY
                 THRU APPLY-RECOVERY-EXIT
              GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           IF PT-TYPE-RETURNED
              PERFORM APPLY-RETURNED-ITEM
                 THRU APPLY-RETURNED-ITEM-EXIT
              GO TO APPLY-TRANSACTION-EXIT
           END-IF.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
              THRU WRITE-JOURNAL-RECORD-EXIT.
           PERFORM RECORD-POSTED-REFERENCE
              THRU RECORD-POSTED-REFERENCE-EXIT.
           PERFORM POST-OPEN-ITEMS
              THRU POST-OPEN-ITEMS-EXIT.
           IF PT-TYPE-PAYMENT
              PERFORM CHECK-RETURN-MARK
                 THRU CHECK-RETURN-MARK-EXIT
              PERFORM CHECK-PROMISE-KEPT
                 THRU CHECK-PROMISE-KEPT-EXIT
           END-IF.
           IF PT-TYPE-SUSPENSE
              PERFORM CLEAR-SUSPENSE-ITEM
                 THRU CLEAR-SUSPENSE-ITEM-EXIT
           END-IF.
       APPLY-TRANSACTION-EXIT. EXIT.
      *****************************************************************
      *
       CLAIM-SUSPENSE-ITEM.
      ***************************************************************
      * FIND THE UNAPCASH ITEM A "U" TRANSACTION NAMES BY ITS KEY.   *
      * IT MUST BE RELEASED BY CASHMTCH AND NOT YET APPLIED, FOR THE *
      * SAME AMOUNT, TO THE CUST-NUM THE OPERATOR DECIDED ON.  THE   *
      * TRANSACTION THEN CARRIES THE BANK'S REFERENCE, SO PAYREG AND *
      * THE OPEN-ITEM LEDGER SEE THE DEPOSIT AS THE BANK SENT IT.    *
      * THE UNAPCASH KEY IS KEPT IN SUSPENSE-ITEM-KEY, AND A LATER   *
      * REJECT GOES TO PAYREJ UNDER THAT KEY, NOT THE BANK'S.        *
      ***************************************************************
           IF NOT SUSPENSE-FILE-IS-OPEN
              MOVE "UNAPCASH SUSPENSE FILE MISSING" TO SUSPENSE-REFUSAL
              GO TO CLAIM-SUSPENSE-ITEM-EXIT
           END-IF.
           MOVE PT-REFERENCE-NUM TO UC-ITEM-KEY.
           READ UNAPPLIED-CASH-FILE
               INVALID KEY
                  MOVE "SUSPENSE ITEM NOT ON UNAPCASH"
                       TO SUSPENSE-REFUSAL
                  GO TO CLAIM-SUSPENSE-ITEM-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN UC-STATUS-APPLIED
                 MOVE "SUSPENSE ITEM ALREADY APPLIED"
                      TO SUSPENSE-REFUSAL
              WHEN NOT UC-STATUS-RELEASED
                 MOVE "SUSPENSE ITEM NOT RELEASED" TO SUSPENSE-REFUSAL
              WHEN UC-AMOUNT NOT = PT-AMOUNT
                 MOVE "AMOUNT DIFFERS FROM SUSPENSE" TO SUSPENSE-REFUSAL
              WHEN QUOTED-CUST-NUM NOT = UC-DECIDED-CUST-NUM
                 MOVE "CUST-NUM DIFFERS FROM DECISION"
                      TO SUSPENSE-REFUSAL
           END-EVALUATE.
           IF SUSPENSE-REFUSAL NOT = SPACES
              GO TO CLAIM-SUSPENSE-ITEM-EXIT
           END-IF.
           MOVE PT-REFERENCE-NUM TO SUSPENSE-ITEM-KEY.
           SET SUSPENSE-ITEM-CLAIMED TO TRUE.
           IF UC-REFERENCE-NUM NOT = SPACES
              MOVE UC-REFERENCE-NUM TO PT-REFERENCE-NUM
           END-IF.
       CLAIM-SUSPENSE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       CLEAR-SUSPENSE-ITEM.
      ***************************************************************
      * THE SUSPENSE ITEM IS NOW ON THE CUSTOMER'S ACCOUNT: MARK IT  *
      * APPLIED, WITH THE ACCOUNT AND THE POSTING DATE.              *
      ***************************************************************
           MOVE SUSPENSE-ITEM-KEY TO UC-ITEM-KEY.
           READ UNAPPLIED-CASH-FILE
               INVALID KEY
                  DISPLAY "PAYAPPLY: SUSPENSE ITEM " SUSPENSE-ITEM-KEY
                          " LOST BEFORE IT WAS MARKED APPLIED"
                  GO TO CLEAR-SUSPENSE-ITEM-EXIT
           END-READ.
           SET UC-STATUS-APPLIED TO TRUE.
           MOVE PT-CUST-NUM TO UC-APPLIED-CUST-NUM.
           MOVE POSTING-TODAY-DATE TO UC-APPLIED-DATE.
           REWRITE UNAPPLIED-CASH-RECORD.
           ADD 1 TO PG-SUSPENSE-COUNT.
           ADD PT-AMOUNT TO PG-SUSPENSE-AMOUNT.
       CLEAR-SUSPENSE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       APPLY-RECOVERY.
      ***************************************************************
      * CASH THE AGENCY COLLECTED ON A WRITTEN-OFF ACCOUNT.  THE     *
      * RECEIVABLE WAS ALREADY WRITTEN OFF, SO THE BALANCE AND OPEN  *
      * ITEMS STAY AS THEY ARE; THE RECOVERY IS ADDED TO THE CHGOFF  *
      * ENTRY AND JOURNALED AS AN "R" PAIR SO THE TRAIL SHOWS IT.    *
      * AN ACCOUNT NOT ON CHGOFF IS REJECTED.                        *
      ***************************************************************
           IF NOT CHARGED-OFF-FILE-IS-OPEN
              SET NOT-CHARGED-OFF TO TRUE
           ELSE
              MOVE PT-CUST-NUM TO CO-CUST-NUM
              READ CHARGED-OFF-FILE
                  INVALID KEY
                     SET NOT-CHARGED-OFF TO TRUE
              END-READ
           END-IF.
           IF NOT-CHARGED-OFF
              PERFORM WRITE-REJECT-RECORD
                 THRU WRITE-REJECT-RECORD-EXIT
              GO TO APPLY-RECOVERY-EXIT
           END-IF.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD PT-AMOUNT TO CO-RECOVERED-AMOUNT.
           MOVE POSTING-TODAY-DATE TO CO-LAST-RECOVERY-DATE.
           REWRITE CHARGED-OFF-RECORD.
           ADD 1 TO PG-RECOVERY-COUNT.
           ADD PT-AMOUNT TO PG-RECOVERY-AMOUNT.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           PERFORM RECORD-POSTED-REFERENCE
              THRU RECORD-POSTED-REFERENCE-EXIT.
       APPLY-RECOVERY-EXIT. EXIT.
      *****************************************************************
      *
       APPLY-RETURNED-ITEM.
      ***************************************************************
      * A PAYMENT THE BANK HAS RETURNED UNPAID.  THE PAYMENT MUST   *
      * BE REGISTERED ON PAYREG AND NOT ALREADY RETURNED, OR THE    *
      * ITEM IS REJECTED.  ITS AMOUNT GOES BACK ON THE BALANCE AS   *
      * AN "R" JOURNAL PAIR AND BACK ON THE OPEN-ITEM LEDGER UNDER  *
      * THE PAYMENT'S REFERENCE, DATED WITH THE ORIGINAL POSTING -  *
      * THE DEBT IS AT LEAST THAT OLD.  THEN THE FEE IS CHARGED,    *
      * THE ACCOUNT IS MARKED, AND A PROMISE THE PAYMENT KEPT IS    *
      * PUT BACK.                                                   *
      ***************************************************************
           PERFORM FIND-RETURNED-PAYMENT
              THRU FIND-RETURNED-PAYMENT-EXIT.
           IF RETURN-REFUSAL NOT = SPACES
              PERFORM WRITE-REJECT-RECORD
                 THRU WRITE-REJECT-RECORD-EXIT
              GO TO APPLY-RETURNED-ITEM-EXIT
           END-IF.
           MOVE PP-POSTED-DATE TO RETURN-ORIGINAL-DATE.
           MOVE POSTING-TODAY-DATE TO PP-RETURNED-DATE.
           REWRITE POSTED-REFERENCE-RECORD.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD PT-AMOUNT TO CF-CREDIT-BALANCE.
           REWRITE CUSTOMER-RECORD.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD 1 TO PG-RETURN-COUNT.
           ADD PT-AMOUNT TO PG-RETURN-AMOUNT.
           IF LEDGER-FILE-IS-OPEN
              MOVE PT-REFERENCE-NUM TO CHARGE-ITEM-REFERENCE
              MOVE PT-AMOUNT TO CHARGE-ITEM-AMOUNT
              MOVE RETURN-ORIGINAL-DATE TO CHARGE-ITEM-DATE
              PERFORM OPEN-CHARGE-ITEM
                 THRU OPEN-CHARGE-ITEM-EXIT
           END-IF.
           PERFORM CHARGE-RETURN-FEE
              THRU CHARGE-RETURN-FEE-EXIT.
           PERFORM MARK-RETURNED-ACCOUNT
              THRU MARK-RETURNED-ACCOUNT-EXIT.
           PERFORM REOPEN-KEPT-PROMISE
              THRU REOPEN-KEPT-PROMISE-EXIT.
           PERFORM WRITE-RETURNED-ITEM
              THRU WRITE-RETURNED-ITEM-EXIT.
           DISPLAY "PAYAPPLY RETURNED ITEM - CUST-NUM " PT-CUST-NUM
                   " REF " PT-REFERENCE-NUM
                   " PAID " RETURN-ORIGINAL-DATE " REVERSED".
       APPLY-RETURNED-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       FIND-RETURNED-PAYMENT.
      ***************************************************************
      * FIND THE PAYMENT BEING RETURNED ON THE REGISTER, BY THE     *
      * SAME REFERENCE, CUST-NUM AND AMOUNT IT WAS POSTED UNDER.  A *
      * RETURN REDIRECTED FROM A MERGED ACCOUNT MAY NAME A PAYMENT  *
      * REGISTERED BEFORE THE MERGE, SO THE CUST-NUM AS QUOTED IS   *
      * TRIED NEXT.  A REGISTRATION WRITTEN BEFORE THE TYPE WAS     *
      * CARRIED IS TAKEN AS A PAYMENT.                              *
      ***************************************************************
           IF NOT REGISTER-FILE-IS-OPEN
              MOVE "ORIGINAL PAYMENT NOT FOUND" TO RETURN-REFUSAL
              GO TO FIND-RETURNED-PAYMENT-EXIT
           END-IF.
           MOVE PT-REFERENCE-NUM TO PP-REFERENCE-NUM.
           MOVE PT-CUST-NUM TO PP-CUST-NUM.
           MOVE PT-AMOUNT TO PP-AMOUNT.
           READ POSTED-REFERENCE-FILE
               INVALID KEY
                  GO TO FIND-RETURNED-PAYMENT-QUOTED
           END-READ.
           GO TO FIND-RETURNED-PAYMENT-FOUND.

       FIND-RETURNED-PAYMENT-QUOTED.
           IF QUOTED-CUST-NUM = PT-CUST-NUM
              MOVE "ORIGINAL PAYMENT NOT FOUND" TO RETURN-REFUSAL
              GO TO FIND-RETURNED-PAYMENT-EXIT
           END-IF.
           MOVE QUOTED-CUST-NUM TO PP-CUST-NUM.
           READ POSTED-REFERENCE-FILE
               INVALID KEY
                  MOVE "ORIGINAL PAYMENT NOT FOUND" TO RETURN-REFUSAL
                  GO TO FIND-RETURNED-PAYMENT-EXIT
           END-READ.

       FIND-RETURNED-PAYMENT-FOUND.
           IF PP-TYPE-CHARGE OR PP-TYPE-RECOVERY
              MOVE "ORIGINAL IS NOT A PAYMENT" TO RETURN-REFUSAL
              GO TO FIND-RETURNED-PAYMENT-EXIT
           END-IF.
           IF PP-RETURNED-DATE NUMERIC
              AND PP-RETURNED-DATE > ZERO
              MOVE "PAYMENT ALREADY RETURNED" TO RETURN-REFUSAL
              GO TO FIND-RETURNED-PAYMENT-EXIT
           END-IF.
           MOVE PP-CUST-NUM TO RETURN-REGISTER-CUST-NUM.
       FIND-RETURNED-PAYMENT-EXIT. EXIT.
      *****************************************************************
      *
       CHARGE-RETURN-FEE.
      ***************************************************************
      * CHARGE THE PAYPARM RETURNED-ITEM FEE AS ITS OWN "P" PAIR    *
      * AND OPEN IT ON THE LEDGER AS A FEE ITEM UNDER "NSFFEE".  A  *
      * FEE OF ZERO CHARGES NOTHING.                                *
      ***************************************************************
           MOVE ZERO TO RETURN-FEE-CHARGED.
           IF RETURN-FEE-AMOUNT = ZERO
              GO TO CHARGE-RETURN-FEE-EXIT
           END-IF.
           MOVE RETURN-FEE-AMOUNT TO RETURN-FEE-CHARGED.
           SET RETURN-FEE-POSTING TO TRUE.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD RETURN-FEE-CHARGED TO CF-CREDIT-BALANCE.
           REWRITE CUSTOMER-RECORD.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           MOVE "N" TO RETURN-FEE-SWITCH.
           ADD RETURN-FEE-CHARGED TO PG-RETURN-FEE-AMOUNT.
           IF LEDGER-FILE-IS-OPEN
              MOVE "NSFFEE" TO CHARGE-ITEM-REFERENCE
              MOVE RETURN-FEE-CHARGED TO CHARGE-ITEM-AMOUNT
              MOVE POSTING-TODAY-DATE TO CHARGE-ITEM-DATE
              PERFORM OPEN-CHARGE-ITEM
                 THRU OPEN-CHARGE-ITEM-EXIT
           END-IF.
       CHARGE-RETURN-FEE-EXIT. EXIT.
      *****************************************************************
      *
       MARK-RETURNED-ACCOUNT.
      ***************************************************************
      * MARK THE ACCOUNT FOR THE PAYPARM NUMBER OF DAYS FROM TODAY, *
      * COUNTED BY CALADD UNDER THE "RETMARK" DAYPOLCY ENTRY.  AN   *
      * ACCOUNT ALREADY MARKED HAS ITS MARK RENEWED AND ITS COUNT   *
      * OF RETURNS RAISED.                                          *
      ***************************************************************
           MOVE ZERO TO RETURN-MARK-EXPIRY.
           IF NOT RETURN-MARK-FILE-IS-OPEN
              GO TO MARK-RETURNED-ACCOUNT-EXIT
           END-IF.
           MOVE "RETMARK " TO CD-POLICY-NAME.
           MOVE POSTING-TODAY-DATE TO CD-FROM-DATE.
           MOVE RETURN-MARK-DAYS TO CD-DAY-COUNT.
           MOVE ZERO TO CD-TO-DATE.
           CALL "CALADD" USING CD-POLICY-NAME
                               CD-FROM-DATE
                               CD-TO-DATE
                               CD-DAY-COUNT
                               CD-RESULT.
           MOVE CD-TO-DATE TO RETURN-MARK-EXPIRY.
           MOVE "Y" TO MARK-FOUND-SWITCH.
           MOVE PT-CUST-NUM TO RM-CUST-NUM.
           READ RETURN-MARK-FILE
               INVALID KEY
                  MOVE "N" TO MARK-FOUND-SWITCH
           END-READ.
           IF NOT MARK-WAS-FOUND
              MOVE SPACES TO RETURN-MARK-RECORD
              MOVE PT-CUST-NUM TO RM-CUST-NUM
              MOVE ZERO TO RM-RETURN-COUNT
           END-IF.
           MOVE POSTING-TODAY-DATE TO RM-MARKED-DATE.
           MOVE RETURN-MARK-EXPIRY TO RM-EXPIRY-DATE.
           ADD 1 TO RM-RETURN-COUNT.
           MOVE PT-REFERENCE-NUM TO RM-LAST-REFERENCE.
           IF MARK-WAS-FOUND
              REWRITE RETURN-MARK-RECORD
           ELSE
              WRITE RETURN-MARK-RECORD
                  INVALID KEY
                     DISPLAY "PAYAPPLY: RETURN MARK WRITE FAILED FOR "
                             "CUST-NUM " PT-CUST-NUM
              END-WRITE
           END-IF.
       MARK-RETURNED-ACCOUNT-EXIT. EXIT.
      *****************************************************************
      *
       REOPEN-KEPT-PROMISE.
      ***************************************************************
      * A PROMISE THE RETURNED PAYMENT KEPT GOES BACK ON TRKSTAT AS *
      * IT STOOD, FOR CREDRPT TO JUDGE AGAIN - BROKEN, IF IT HAS    *
      * EXPIRED WITH THE CUSTOMER STILL OVER.  A CUSTOMER WHO HAS A *
      * NEWER STATUS ON TRKSTAT KEEPS IT, AND THE OLD PROMISE IS    *
      * REPORTED AS SUPERSEDED.                                     *
      ***************************************************************
           MOVE SPACES TO RETURN-PROMISE-NOTE.
           IF NOT KEPT-PROMISE-FILE-IS-OPEN
              OR NOT TRACKED-STATUS-IS-OPEN
              GO TO REOPEN-KEPT-PROMISE-EXIT
           END-IF.
           MOVE RETURN-REGISTER-CUST-NUM TO KP-CUST-NUM.
           MOVE PT-REFERENCE-NUM TO KP-REFERENCE-NUM.
           READ KEPT-PROMISE-FILE
               INVALID KEY
                  GO TO REOPEN-KEPT-PROMISE-EXIT
           END-READ.
           MOVE KP-STATUS-IMAGE TO TRACKED-STATUS-RECORD.
           MOVE PT-CUST-NUM TO TS-CUST-NUM.
           MOVE "REOPENED" TO RETURN-PROMISE-NOTE.
           WRITE TRACKED-STATUS-RECORD
               INVALID KEY
                  MOVE "SUPERSEDED" TO RETURN-PROMISE-NOTE
           END-WRITE.
           DELETE KEPT-PROMISE-FILE RECORD.
           IF RETURN-PROMISE-NOTE = "REOPENED"
              ADD 1 TO PG-PROMISES-REOPENED
              DISPLAY "PAYAPPLY PROMISE REOPENED - CUST-NUM "
                      PT-CUST-NUM " EXPIRY " TS-EXPIRY-DATE
           END-IF.
       REOPEN-KEPT-PROMISE-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-RETURNED-ITEM.
      ***************************************************************
      * WRITE THE RETURN TO THE RETITEM REGISTER FOR GLEXTRCT AND   *
      * LIST IT ON THE RETURNED-ITEMS REPORT.  THE REPORT IS OPENED *
      * LAZILY, AS THE REFUND-DUE REPORT IS.                        *
      ***************************************************************
           IF RETURN-REGISTER-IS-OPEN
              MOVE SPACES TO RETURNED-ITEM-REGISTER-RECORD
              MOVE POSTING-TODAY-DATE TO RI-RETURN-DATE
              MOVE PT-CUST-NUM TO RI-CUST-NUM
              MOVE CF-CURRENCY-CODE TO RI-CURRENCY-CODE
              MOVE PT-REFERENCE-NUM TO RI-REFERENCE-NUM
              MOVE PT-AMOUNT TO RI-RETURNED-AMOUNT
              MOVE RETURN-FEE-CHARGED TO RI-FEE-AMOUNT
              MOVE RETURN-ORIGINAL-DATE TO RI-ORIGINAL-DATE
              WRITE RETURNED-ITEM-REGISTER-RECORD
           END-IF.
           IF NOT RETURN-REPORT-IS-OPEN
              OPEN OUTPUT RETURNED-ITEM-REPORT-FILE
              SET RETURN-REPORT-IS-OPEN TO TRUE
              MOVE POSTING-TODAY-DATE TO RT-H1-DATE
              WRITE RETURNED-ITEM-REPORT-RECORD FROM RT-HEADING-LINE-1
              WRITE RETURNED-ITEM-REPORT-RECORD FROM RT-HEADING-LINE-2
              MOVE SPACES TO RETURNED-ITEM-REPORT-RECORD
              WRITE RETURNED-ITEM-REPORT-RECORD
           END-IF.
           MOVE CF-CUST-NUM TO RT-D-CUST-NUM.
           MOVE CF-CUST-NAME TO RT-D-CUST-NAME.
           MOVE PT-REFERENCE-NUM TO RT-D-REFERENCE-NUM.
           MOVE RETURN-ORIGINAL-DATE TO RT-D-ORIGINAL-DATE.
           MOVE PT-AMOUNT TO RT-D-RETURNED-AMOUNT.
           MOVE RETURN-FEE-CHARGED TO RT-D-FEE-AMOUNT.
           MOVE RETURN-MARK-EXPIRY TO RT-D-MARK-EXPIRY.
           MOVE RETURN-PROMISE-NOTE TO RT-D-PROMISE-NOTE.
           WRITE RETURNED-ITEM-REPORT-RECORD FROM RT-DETAIL-LINE.
       WRITE-RETURNED-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-RETURN-MARK.
      ***************************************************************
      * A PAYMENT FROM AN ACCOUNT STILL MARKED FOR A RETURNED ITEM  *
      * IS POSTED, BUT CALLED OUT AND COUNTED SO THE CREDIT DESK    *
      * KNOWS THE FUNDS MAY NOT BE GOOD.                            *
      ***************************************************************
           IF NOT RETURN-MARK-FILE-IS-OPEN
              GO TO CHECK-RETURN-MARK-EXIT
           END-IF.
           MOVE PT-CUST-NUM TO RM-CUST-NUM.
           READ RETURN-MARK-FILE
               INVALID KEY
                  GO TO CHECK-RETURN-MARK-EXIT
           END-READ.
           IF RM-EXPIRY-DATE NOT < POSTING-TODAY-DATE
              ADD 1 TO PG-MARKED-PAYMENTS
              DISPLAY "PAYAPPLY PAYMENT FROM MARKED ACCOUNT - CUST-NUM "
                      PT-CUST-NUM " REF " PT-REFERENCE-NUM
                      " MARKED TO " RM-EXPIRY-DATE
           END-IF.
       CHECK-RETURN-MARK-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-PROMISE-KEPT.
      ***************************************************************
      * A PAYMENT THAT BRINGS THE CUSTOMER BACK WITHIN THE LIMIT    *
      * WHILE A PROMISE IS STILL RUNNING KEEPS IT.  THE PROMISE     *
      * COMES OFF TRKSTAT AND IS SAVED ON KEPTPROM UNDER THE        *
      * PAYMENT'S REFERENCE, SO A RETURN OF THE PAYMENT CAN PUT IT  *
      * BACK.                                                       *
      ***************************************************************
           IF NOT TRACKED-STATUS-IS-OPEN
              OR NOT KEPT-PROMISE-FILE-IS-OPEN
              GO TO CHECK-PROMISE-KEPT-EXIT
           END-IF.
           IF CF-CREDIT-BALANCE > CF-CREDIT-LIMIT
              GO TO CHECK-PROMISE-KEPT-EXIT
           END-IF.
           MOVE PT-CUST-NUM TO TS-CUST-NUM.
           READ TRACKED-STATUS-FILE
               INVALID KEY
                  GO TO CHECK-PROMISE-KEPT-EXIT
           END-READ.
           IF NOT TS-TYPE-PROMISE
              OR TS-EXPIRY-DATE < POSTING-TODAY-DATE
              GO TO CHECK-PROMISE-KEPT-EXIT
           END-IF.
           MOVE PT-CUST-NUM TO KP-CUST-NUM.
           MOVE PT-REFERENCE-NUM TO KP-REFERENCE-NUM.
           MOVE POSTING-TODAY-DATE TO KP-KEPT-DATE.
           MOVE TRACKED-STATUS-RECORD TO KP-STATUS-IMAGE.
           WRITE KEPT-PROMISE-RECORD
               INVALID KEY
                  REWRITE KEPT-PROMISE-RECORD
           END-WRITE.
           DELETE TRACKED-STATUS-FILE RECORD.
           ADD 1 TO PG-PROMISES-KEPT.
           DISPLAY "PAYAPPLY PROMISE KEPT - CUST-NUM " PT-CUST-NUM
                   " REF " PT-REFERENCE-NUM.
       CHECK-PROMISE-KEPT-EXIT. EXIT.
      *****************************************************************
      *
       POST-OPEN-ITEMS.
      ***************************************************************
      * CARRY THE POSTING DOWN TO THE OPEN-ITEM LEDGER: A CHARGE     *
      * OPENS AN ITEM, A PAYMENT RELIEVES ITEMS.                     *
      ***************************************************************
           IF NOT LEDGER-FILE-IS-OPEN
              GO TO POST-OPEN-ITEMS-EXIT
           END-IF.
           IF PT-TYPE-CHARGE
              MOVE PT-REFERENCE-NUM TO CHARGE-ITEM-REFERENCE
              MOVE PT-AMOUNT TO CHARGE-ITEM-AMOUNT
              MOVE POSTING-TODAY-DATE TO CHARGE-ITEM-DATE
              PERFORM OPEN-CHARGE-ITEM
                 THRU OPEN-CHARGE-ITEM-EXIT
           ELSE
              PERFORM APPLY-PAYMENT-TO-ITEMS
                 THRU APPLY-PAYMENT-TO-ITEMS-EXIT
           END-IF.
       POST-OPEN-ITEMS-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CHARGE-ITEM.
      ***************************************************************
      * OPEN AN ITEM FOR THE CHARGE IN CHARGE-ITEM-REFERENCE AND    *
      * CHARGE-ITEM-AMOUNT, DATED CHARGE-ITEM-DATE (TODAY, BUT FOR  *
      * A RETURNED PAYMENT).  CREDRPT'S FEES ALL ARRIVE UNDER       *
      * REFERENCE "LATEFEE", SO A REFERENCE ALREADY ON THE LEDGER   *
      * IS ADDED TO WHILE ITS ITEM IS STILL OPEN (IT KEEPS ITS      *
      * OLDER DATE - THE DEBT IS AT LEAST THAT OLD) AND STARTS OVER *
      * AS A FRESH ITEM ONCE IT HAS BEEN PAID OFF.                  *
      ***************************************************************
           MOVE PT-CUST-NUM TO OI-CUST-NUM.
           MOVE CHARGE-ITEM-REFERENCE TO OI-REFERENCE-NUM.
           READ OPEN-ITEM-FILE
               INVALID KEY
                  GO TO OPEN-CHARGE-ITEM-NEW
           END-READ.
           IF OI-OPEN-AMOUNT > ZERO
              ADD CHARGE-ITEM-AMOUNT TO OI-ORIGINAL-AMOUNT
           ELSE
              MOVE CHARGE-ITEM-AMOUNT TO OI-ORIGINAL-AMOUNT
              MOVE CHARGE-ITEM-DATE TO OI-INVOICE-DATE
              PERFORM SET-CHARGE-ITEM-TYPE
                 THRU SET-CHARGE-ITEM-TYPE-EXIT
              ADD 1 TO LG-ITEMS-OPENED
           END-IF.
           ADD CHARGE-ITEM-AMOUNT TO OI-OPEN-AMOUNT.
           MOVE POSTING-TODAY-DATE TO OI-LAST-ACTIVITY-DATE.
           REWRITE OPEN-ITEM-RECORD.
           GO TO OPEN-CHARGE-ITEM-EXIT.

       OPEN-CHARGE-ITEM-NEW.
           MOVE SPACES TO OPEN-ITEM-RECORD.
           MOVE PT-CUST-NUM TO OI-CUST-NUM.
           MOVE CHARGE-ITEM-REFERENCE TO OI-REFERENCE-NUM.
           PERFORM SET-CHARGE-ITEM-TYPE
              THRU SET-CHARGE-ITEM-TYPE-EXIT.
           MOVE CHARGE-ITEM-DATE TO OI-INVOICE-DATE.
           MOVE CHARGE-ITEM-AMOUNT TO OI-ORIGINAL-AMOUNT.
           MOVE CHARGE-ITEM-AMOUNT TO OI-OPEN-AMOUNT.
           MOVE POSTING-TODAY-DATE TO OI-LAST-ACTIVITY-DATE.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                  DISPLAY "PAYAPPLY: OPEN ITEM WRITE FAILED FOR "
                          "CUST-NUM " PT-CUST-NUM
                          " REF " CHARGE-ITEM-REFERENCE
                  GO TO OPEN-CHARGE-ITEM-EXIT
           END-WRITE.
           ADD 1 TO LG-ITEMS-OPENED.
       OPEN-CHARGE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       SET-CHARGE-ITEM-TYPE.
           IF CHARGE-ITEM-REFERENCE = "LATEFEE" OR "NSFFEE"
              SET OI-TYPE-FEE TO TRUE
           ELSE
              SET OI-TYPE-INVOICE TO TRUE
           END-IF.
       SET-CHARGE-ITEM-TYPE-EXIT. EXIT.
      *****************************************************************
      *
       APPLY-PAYMENT-TO-ITEMS.
      ***************************************************************
      * SPREAD THE PAYMENT OVER THE CUSTOMER'S OPEN ITEMS: FIRST THE *
      * INVOICE ITS REFERENCE NAMES, WHEN ONE IS OPEN, THEN THE      *
      * OLDEST OPEN ITEMS BY INVOICE DATE UNTIL THE CASH RUNS OUT.   *
      * WHATEVER IS LEFT IS HELD AS UNAPPLIED CASH.                  *
      ***************************************************************
           MOVE PT-AMOUNT TO PAYMENT-REMAINING.
           MOVE PT-CUST-NUM TO OI-CUST-NUM.
           MOVE PT-REFERENCE-NUM TO OI-REFERENCE-NUM.
           READ OPEN-ITEM-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF OI-OPEN-AMOUNT > ZERO
                     ADD 1 TO LG-NAMED-MATCHES
                     PERFORM RELIEVE-OPEN-ITEM
                        THRU RELIEVE-OPEN-ITEM-EXIT
                  END-IF
           END-READ.
           MOVE "N" TO NO-OPEN-ITEMS-SWITCH.
           PERFORM APPLY-TO-OLDEST-ITEM
              THRU APPLY-TO-OLDEST-ITEM-EXIT
              UNTIL PAYMENT-REMAINING NOT > ZERO
                 OR NO-OPEN-ITEMS-LEFT.
           IF PAYMENT-REMAINING > ZERO
              PERFORM RECORD-UNAPPLIED-CASH
                 THRU RECORD-UNAPPLIED-CASH-EXIT
           END-IF.
       APPLY-PAYMENT-TO-ITEMS-EXIT. EXIT.
      *****************************************************************
      *
       APPLY-TO-OLDEST-ITEM.
           PERFORM FIND-OLDEST-OPEN-ITEM
              THRU FIND-OLDEST-OPEN-ITEM-EXIT.
           IF NOT OLDEST-ITEM-FOUND
              SET NO-OPEN-ITEMS-LEFT TO TRUE
              GO TO APPLY-TO-OLDEST-ITEM-EXIT
           END-IF.
           MOVE PT-CUST-NUM TO OI-CUST-NUM.
           MOVE OLDEST-ITEM-REFERENCE TO OI-REFERENCE-NUM.
           READ OPEN-ITEM-FILE
               INVALID KEY
                  SET NO-OPEN-ITEMS-LEFT TO TRUE
                  GO TO APPLY-TO-OLDEST-ITEM-EXIT
           END-READ.
           PERFORM RELIEVE-OPEN-ITEM
              THRU RELIEVE-OPEN-ITEM-EXIT.
       APPLY-TO-OLDEST-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       FIND-OLDEST-OPEN-ITEM.
      ***************************************************************
      * BROWSE THE CUSTOMER'S ITEMS AND REMEMBER THE OPEN ONE WITH   *
      * THE EARLIEST INVOICE DATE.                                   *
      ***************************************************************
           MOVE "N" TO OLDEST-FOUND-SWITCH.
           MOVE "N" TO ITEM-SCAN-END-SWITCH.
           MOVE PT-CUST-NUM TO OI-CUST-NUM.
           MOVE LOW-VALUES TO OI-REFERENCE-NUM.
           START OPEN-ITEM-FILE
               KEY NOT LESS THAN OI-ITEM-KEY
               INVALID KEY
                  SET ITEM-SCAN-ENDED TO TRUE
           END-START.
           PERFORM SCAN-ONE-OPEN-ITEM
              THRU SCAN-ONE-OPEN-ITEM-EXIT
              UNTIL ITEM-SCAN-ENDED.
       FIND-OLDEST-OPEN-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       SCAN-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                  SET ITEM-SCAN-ENDED TO TRUE
                  GO TO SCAN-ONE-OPEN-ITEM-EXIT
           END-READ.
           IF OI-CUST-NUM NOT = PT-CUST-NUM
              SET ITEM-SCAN-ENDED TO TRUE
              GO TO SCAN-ONE-OPEN-ITEM-EXIT
           END-IF.
           IF OI-OPEN-AMOUNT NOT > ZERO
              GO TO SCAN-ONE-OPEN-ITEM-EXIT
           END-IF.
           IF NOT OLDEST-ITEM-FOUND
              OR OI-INVOICE-DATE < OLDEST-ITEM-DATE
              SET OLDEST-ITEM-FOUND TO TRUE
              MOVE OI-REFERENCE-NUM TO OLDEST-ITEM-REFERENCE
              MOVE OI-INVOICE-DATE TO OLDEST-ITEM-DATE
           END-IF.
       SCAN-ONE-OPEN-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       RELIEVE-OPEN-ITEM.
      ***************************************************************
      * TAKE AS MUCH OF THE ITEM IN HAND AS THE REMAINING CASH       *
      * COVERS.                                                      *
      ***************************************************************
           IF PAYMENT-REMAINING < OI-OPEN-AMOUNT
              MOVE PAYMENT-REMAINING TO ITEM-RELIEF-AMOUNT
           ELSE
              MOVE OI-OPEN-AMOUNT TO ITEM-RELIEF-AMOUNT
           END-IF.
           SUBTRACT ITEM-RELIEF-AMOUNT FROM OI-OPEN-AMOUNT.
           SUBTRACT ITEM-RELIEF-AMOUNT FROM PAYMENT-REMAINING.
           MOVE POSTING-TODAY-DATE TO OI-LAST-ACTIVITY-DATE.
           REWRITE OPEN-ITEM-RECORD.
           IF OI-OPEN-AMOUNT = ZERO
              ADD 1 TO LG-ITEMS-CLOSED
           END-IF.
       RELIEVE-OPEN-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       RECORD-UNAPPLIED-CASH.
      ***************************************************************
      * CASH WITH NO OPEN ITEM LEFT TO TAKE IT STAYS ON THE LEDGER   *
      * UNDER THE PAYMENT'S OWN REFERENCE AS A NEGATIVE OPEN AMOUNT. *
      * WHEN THAT REFERENCE IS ALREADY AN ITEM (A PAID-UP INVOICE    *
      * OVERPAID BY NAME) THE CREDIT SITS ON THAT ITEM INSTEAD.      *
      ***************************************************************
           ADD 1 TO LG-UNAPPLIED-COUNT.
           ADD PAYMENT-REMAINING TO LG-UNAPPLIED-AMOUNT.
           MOVE PT-CUST-NUM TO OI-CUST-NUM.
           MOVE PT-REFERENCE-NUM TO OI-REFERENCE-NUM.
           READ OPEN-ITEM-FILE
               INVALID KEY
                  GO TO RECORD-UNAPPLIED-CASH-NEW
           END-READ.
           SUBTRACT PAYMENT-REMAINING FROM OI-OPEN-AMOUNT.
           MOVE POSTING-TODAY-DATE TO OI-LAST-ACTIVITY-DATE.
           REWRITE OPEN-ITEM-RECORD.
           GO TO RECORD-UNAPPLIED-CASH-EXIT.

       RECORD-UNAPPLIED-CASH-NEW.
           MOVE SPACES TO OPEN-ITEM-RECORD.
           MOVE PT-CUST-NUM TO OI-CUST-NUM.
           MOVE PT-REFERENCE-NUM TO OI-REFERENCE-NUM.
           SET OI-TYPE-UNAPPLIED TO TRUE.
           MOVE POSTING-TODAY-DATE TO OI-INVOICE-DATE.
           COMPUTE OI-ORIGINAL-AMOUNT = ZERO - PAYMENT-REMAINING.
           MOVE OI-ORIGINAL-AMOUNT TO OI-OPEN-AMOUNT.
           MOVE POSTING-TODAY-DATE TO OI-LAST-ACTIVITY-DATE.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                  DISPLAY "PAYAPPLY: UNAPPLIED CASH WRITE FAILED FOR "
                          "CUST-NUM " PT-CUST-NUM
                          " REF " PT-REFERENCE-NUM
           END-WRITE.
       RECORD-UNAPPLIED-CASH-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-ITEM-LEDGER.
      ***************************************************************
      * OPEN THE OPEN-ITEM LEDGER I-O, CREATING IT THE FIRST TIME.   *
      * A LEDGER THAT WILL NOT OPEN DOES NOT STOP THE POSTING RUN -  *
      * THE BALANCES STILL POST, AND ARTRIAL SHOWS THE GAP.          *
      ***************************************************************
           OPEN I-O OPEN-ITEM-FILE.
           IF OIF-FILE-NOT-FOUND
              OPEN OUTPUT OPEN-ITEM-FILE
              CLOSE OPEN-ITEM-FILE
              OPEN I-O OPEN-ITEM-FILE
           END-IF.
           IF OIF-FILE-OK
              SET LEDGER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "PAYAPPLY: OPEN-ITEM LEDGER OPEN FAILED, "
                      "STATUS=" OIF-FILE-STATUS
                      " - ITEMS NOT MAINTAINED"
           END-IF.
       OPEN-ITEM-LEDGER-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE CUSTOMER-RECORD AS   *
      * IT STANDS RIGHT NOW, UNDER ACTION "P" - OR "R" FOR A        *
      * RECOVERY OR THE REVERSAL OF A RETURNED PAYMENT (ITS FEE IS  *
      * AN ORDINARY "P" POSTING).  MJ-IMAGE-TYPE IS SET BY THE      *
      * CALLER.                                                     *
      ***************************************************************
           IF NOT JOURNAL-FILE-IS-OPEN
              GO TO WRITE-JOURNAL-RECORD-EXIT
           END-IF.
           MOVE POSTING-TODAY-DATE TO MJ-LOG-DATE.
           IF PT-TYPE-RECOVERY
              OR (PT-TYPE-RETURNED AND NOT RETURN-FEE-POSTING)
              MOVE "R"             TO MJ-ACTION-CODE
           ELSE
              MOVE "P"             TO MJ-ACTION-CODE
           END-IF.
           MOVE CF-CUST-NUM        TO MJ-CUST-NUM.
           MOVE CF-CUST-NAME       TO MJ-CUST-NAME.
           MOVE CF-CREDIT-BALANCE  TO MJ-CREDIT-BALANCE.
           MOVE CF-CREDIT-FLAG     TO MJ-CREDIT-FLAG.
           ACCEPT MJ-LOG-TIME FROM TIME.
           MOVE CF-CURRENCY-CODE   TO MJ-CURRENCY-CODE.
           MOVE "PAYAPPLY"         TO MJ-PROGRAM-NAME.
           MOVE SPACES             TO MJ-OPERATOR-ID.
           MOVE CF-OFFICER-CODE    TO MJ-OFFICER-CODE.
           WRITE MAINTENANCE-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
           MOVE PT-TRAN-TYPE TO PR-TRAN-TYPE.
           MOVE PT-AMOUNT TO PR-AMOUNT.
           MOVE PT-REFERENCE-NUM TO PR-REFERENCE-NUM.
           IF SUSPENSE-ITEM-CLAIMED
              MOVE SUSPENSE-ITEM-KEY TO PR-REFERENCE-NUM
           END-IF.
           EVALUATE TRUE
              WHEN DUPLICATE-SUSPECTED
                 MOVE "DUPLICATE REFERENCE" TO PR-REASON
              WHEN NOT PT-TYPE-PAYMENT AND NOT PT-TYPE-CHARGE
                   AND NOT PT-TYPE-RECOVERY AND NOT PT-TYPE-RETURNED
                 MOVE "INVALID TRANSACTION TYPE" TO PR-REASON
              WHEN PT-AMOUNT NOT NUMERIC
                 MOVE "NON-NUMERIC AMOUNT" TO PR-REASON
              WHEN RETURN-REFUSAL NOT = SPACES
                 MOVE RETURN-REFUSAL TO PR-REASON
              WHEN SUSPENSE-REFUSAL NOT = SPACES
                 MOVE SUSPENSE-REFUSAL TO PR-REASON
              WHEN NOT-CHARGED-OFF
                 MOVE "NOT A CHARGED-OFF ACCOUNT" TO PR-REASON
              WHEN OTHER
                 MOVE "CUST-NUM NOT ON FILE" TO PR-REASON
           END-EVALUATE.
      ***************************************************************
      * LOOK THE TRANSACTION UP ON THE POSTED-REFERENCE REGISTER.    *
      * A REGISTRATION POSTED WITHIN THE WINDOW RAISES THE           *
      * DUPLICATE FLAG; AN OLDER ONE IS A LEGITIMATE REUSE OF THE   *
      * REFERENCE AND POSTS NORMALLY, AS DOES A PAYMENT PRESENTED   *
      * AGAIN AFTER ITS BANK RETURNED IT.  A RETURNED ITEM NAMES    *
      * ITS PAYMENT'S OWN REGISTRATION, SO IT IS NOT CHECKED HERE.  *
      ***************************************************************
           MOVE "N" TO DUPLICATE-SWITCH.
           MOVE "N" TO REGISTER-FOUND-SWITCH.
           IF NOT REGISTER-FILE-IS-OPEN
              OR PT-TYPE-RETURNED
              GO TO CHECK-DUPLICATE-REFERENCE-EXIT
           END-IF.
           MOVE PT-REFERENCE-NUM TO PP-REFERENCE-NUM.
                  GO TO CHECK-DUPLICATE-REFERENCE-EXIT
           END-READ.
           SET REGISTER-WAS-FOUND TO TRUE.
           IF PP-RETURNED-DATE NUMERIC
              AND PP-RETURNED-DATE > ZERO
              GO TO CHECK-DUPLICATE-REFERENCE-EXIT
           END-IF.
           MOVE PP-POSTED-DATE TO POSTED-DATE-PARTS.
           MOVE "DUPWIN  " TO CD-POLICY-NAME.
           MOVE PP-POSTED-DATE TO CD-FROM-DATE.
           MOVE POSTING-TODAY-DATE TO CD-TO-DATE.
           CALL "CALDAYS" USING CD-POLICY-NAME
                                CD-FROM-DATE
                                CD-TO-DATE
                                CD-DAY-COUNT
                                CD-RESULT.
           IF CD-BUSINESS-DAYS-COUNTED
              MOVE CD-DAY-COUNT TO POSTED-AGE-DAYS
           ELSE
              COMPUTE POSTED-AGE-DAYS =
                  (PT-TODAY-YY * 365 + PT-TODAY-MM * 30 + PT-TODAY-DD)
                - (PD-YY * 365 + PD-MM * 30 + PD-DD)
           END-IF.
           IF POSTED-AGE-DAYS NOT > DUP-WINDOW-DAYS
              SET DUPLICATE-SUSPECTED TO TRUE
              DISPLAY "PAYAPPLY SUSPECTED DUPLICATE - CUST-NUM "
           MOVE PT-CUST-NUM TO PP-CUST-NUM.
           MOVE PT-AMOUNT TO PP-AMOUNT.
           MOVE POSTING-TODAY-DATE TO PP-POSTED-DATE.
           MOVE PT-TRAN-TYPE TO PP-TRAN-TYPE.
           MOVE ZERO TO PP-RETURNED-DATE.
           IF REGISTER-WAS-FOUND
              REWRITE POSTED-REFERENCE-RECORD
           ELSE
      *
       READ-POSTING-PARMS.
      ***************************************************************
      * LOAD THE DUPLICATE WINDOW, RETURNED-ITEM FEE AND MARK DAYS  *
      * FROM PAYPARM, KEEPING THE COMPILED DEFAULTS WHEN THE FILE   *
      * OR A FIELD IS ABSENT, AND ECHO THE VALUES IN FORCE.         *
      ***************************************************************
           OPEN INPUT POSTING-PARM-FILE.
           IF PYP-FILE-OK
                        AND PY-DUP-WINDOW-DAYS > ZERO
                        MOVE PY-DUP-WINDOW-DAYS TO DUP-WINDOW-DAYS
                     END-IF
                     IF PY-RETURN-FEE NUMERIC
                        MOVE PY-RETURN-FEE TO RETURN-FEE-AMOUNT
                     END-IF
                     IF PY-RETURN-MARK-DAYS NUMERIC
                        AND PY-RETURN-MARK-DAYS > ZERO
                        MOVE PY-RETURN-MARK-DAYS TO RETURN-MARK-DAYS
                     END-IF
              END-READ
              CLOSE POSTING-PARM-FILE
           END-IF.
           DISPLAY "PAYAPPLY DUPLICATE WINDOW " DUP-WINDOW-DAYS
                   " DAYS".
           MOVE RETURN-FEE-AMOUNT TO SR-RETURN-FEE-AMOUNT.
           DISPLAY "PAYAPPLY RETURNED-ITEM FEE " SR-RETURN-FEE-AMOUNT
                   ", ACCOUNT MARKED " RETURN-MARK-DAYS " DAYS".
       READ-POSTING-PARMS-EXIT. EXIT.
      *****************************************************************
      *
                                 CL-LOCK-RESULT.
       ACQUIRE-UPDATE-LOCK-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CHARGED-OFF-FILE.
      ***************************************************************
      * OPEN WRTOFF'S CHARGED-OFF REGISTER FOR RECOVERY POSTINGS.    *
      * NO FILE MEANS NOTHING HAS BEEN WRITTEN OFF, AND ANY          *
      * RECOVERY IN THE BATCH IS REJECTED.                           *
      ***************************************************************
           OPEN I-O CHARGED-OFF-FILE.
           IF COF-FILE-OK
              SET CHARGED-OFF-FILE-IS-OPEN TO TRUE
           END-IF.
       OPEN-CHARGED-OFF-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-MERGE-XREF.
      ***************************************************************
      * OPEN CUSTMRG'S CROSS-REFERENCE.  NO FILE MEANS NO ACCOUNT    *
      * HAS EVER BEEN MERGED, AND NO TRANSACTION IS REDIRECTED.      *
      ***************************************************************
           OPEN INPUT MERGE-XREF-FILE.
           IF MXF-FILE-OK
              SET XREF-FILE-IS-OPEN TO TRUE
           END-IF.
       OPEN-MERGE-XREF-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-SUSPENSE-FILE.
      ***************************************************************
      * OPEN LBXIMPT'S UNAPCASH SUSPENSE FILE.  NO FILE MEANS       *
      * NOTHING HAS EVER BEEN SUSPENDED, AND ANY "U" TRANSACTION IS *
      * REJECTED.                                                   *
      ***************************************************************
           OPEN I-O UNAPPLIED-CASH-FILE.
           IF UCF-FILE-OK
              SET SUSPENSE-FILE-IS-OPEN TO TRUE
           END-IF.
       OPEN-SUSPENSE-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-RETURNED-ITEM-FILES.
      ***************************************************************
      * OPEN THE FILES RETURNED ITEMS AND KEPT PROMISES NEED.  NO   *
      * TRKSTAT MEANS NO PROMISES TO KEEP OR REOPEN; KEPTPROM AND   *
      * RETMARK ARE CREATED THE FIRST TIME.  THE RETITEM REGISTER   *
      * IS WRITTEN FRESH EVERY RUN, SO GLEXTRCT NEVER BOOKS A       *
      * RETURN TWICE.                                               *
      ***************************************************************
           OPEN I-O TRACKED-STATUS-FILE.
           IF TS-FILE-OK
              SET TRACKED-STATUS-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O KEPT-PROMISE-FILE.
           IF KPF-FILE-NOT-FOUND
              OPEN OUTPUT KEPT-PROMISE-FILE
              CLOSE KEPT-PROMISE-FILE
              OPEN I-O KEPT-PROMISE-FILE
           END-IF.
           IF KPF-FILE-OK
              SET KEPT-PROMISE-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "PAYAPPLY: KEPT-PROMISE FILE OPEN FAILED, "
                      "STATUS=" KPF-FILE-STATUS
                      " - PROMISES NOT TRACKED"
           END-IF.
           OPEN I-O RETURN-MARK-FILE.
           IF RMF-FILE-NOT-FOUND
              OPEN OUTPUT RETURN-MARK-FILE
              CLOSE RETURN-MARK-FILE
              OPEN I-O RETURN-MARK-FILE
           END-IF.
           IF RMF-FILE-OK
              SET RETURN-MARK-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "PAYAPPLY: RETURN MARK FILE OPEN FAILED, "
                      "STATUS=" RMF-FILE-STATUS
                      " - ACCOUNTS NOT MARKED"
           END-IF.
           OPEN OUTPUT RETURNED-ITEM-REGISTER-FILE.
           IF RIF-FILE-OK
              SET RETURN-REGISTER-IS-OPEN TO TRUE
           ELSE
              DISPLAY "PAYAPPLY: RETURNED-ITEM REGISTER OPEN FAILED, "
                      "STATUS=" RIF-FILE-STATUS
           END-IF.
       OPEN-RETURNED-ITEM-FILES-EXIT. EXIT.
      *****************************************************************
      *
       REDIRECT-MERGED-CUSTOMER.
      ***************************************************************
      * A REMITTANCE STILL QUOTING A CUST-NUM CUSTMRG HAS MERGED     *
      * AWAY IS POSTED TO THE SURVIVING ACCOUNT.  THE SURVIVOR       *
      * REPLACES PT-CUST-NUM BEFORE THE DUPLICATE CHECK, SO THE      *
      * REFERENCE IS REGISTERED AND MATCHED UNDER THE LIVE ACCOUNT.  *
      ***************************************************************
           IF NOT XREF-FILE-IS-OPEN
              GO TO REDIRECT-MERGED-CUSTOMER-EXIT
           END-IF.
           MOVE PT-CUST-NUM TO MX-OLD-CUST-NUM.
           READ MERGE-XREF-FILE
               INVALID KEY
                  GO TO REDIRECT-MERGED-CUSTOMER-EXIT
           END-READ.
           DISPLAY "PAYAPPLY REDIRECTED MERGED CUST-NUM " PT-CUST-NUM
                   " TO " MX-SURVIVOR-CUST-NUM
                   " REF " PT-REFERENCE-NUM.
           MOVE MX-SURVIVOR-CUST-NUM TO PT-CUST-NUM.
           ADD 1 TO PG-REDIRECT-COUNT.
       REDIRECT-MERGED-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CUSTOMER-FILE.
           OPEN I-O CUSTOMER-FILE.
                   " FOR " SR-PG-PAYMENT-AMOUNT.
           DISPLAY "CHARGES POSTED ............. " SR-PG-CHARGE-COUNT
                   " FOR " SR-PG-CHARGE-AMOUNT.
           MOVE PG-RECOVERY-COUNT TO SR-PG-RECOVERY-COUNT.
           MOVE PG-RECOVERY-AMOUNT TO SR-PG-RECOVERY-AMOUNT.
           DISPLAY "RECOVERIES POSTED .......... "
                   SR-PG-RECOVERY-COUNT
                   " FOR " SR-PG-RECOVERY-AMOUNT.
           DISPLAY "TRANSACTIONS REJECTED ...... " SR-PG-REJECT-COUNT
                   " FOR " SR-PG-REJECT-AMOUNT.
           MOVE PG-DUPLICATE-COUNT TO SR-PG-DUPLICATE-COUNT.
           DISPLAY "OVERPAYMENTS FLAGGED ....... "
                   SR-PG-OVERPAY-COUNT
                   " FOR " SR-PG-REFUND-EXPOSURE.
           MOVE PG-REDIRECT-COUNT TO SR-PG-REDIRECT-COUNT.
           DISPLAY "REDIRECTED TO SURVIVOR ..... "
                   SR-PG-REDIRECT-COUNT.
           MOVE PG-RETURN-COUNT TO SR-PG-RETURN-COUNT.
           MOVE PG-RETURN-AMOUNT TO SR-PG-RETURN-AMOUNT.
           MOVE PG-RETURN-FEE-AMOUNT TO SR-PG-RETURN-FEE-AMOUNT.
           MOVE PG-MARKED-PAYMENTS TO SR-PG-MARKED-PAYMENTS.
           MOVE PG-PROMISES-KEPT TO SR-PG-PROMISES-KEPT.
           MOVE PG-PROMISES-REOPENED TO SR-PG-PROMISES-REOPENED.
           DISPLAY "RETURNED ITEMS REVERSED .... "
                   SR-PG-RETURN-COUNT
                   " FOR " SR-PG-RETURN-AMOUNT.
           DISPLAY "RETURNED-ITEM FEES ......... "
                   SR-PG-RETURN-FEE-AMOUNT.
           DISPLAY "PAYMENTS FROM MARKED ACCTS . "
                   SR-PG-MARKED-PAYMENTS.
           DISPLAY "PROMISES KEPT .............. "
                   SR-PG-PROMISES-KEPT.
           DISPLAY "PROMISES REOPENED .......... "
                   SR-PG-PROMISES-REOPENED.
           MOVE PG-SUSPENSE-COUNT TO SR-PG-SUSPENSE-COUNT.
           MOVE PG-SUSPENSE-AMOUNT TO SR-PG-SUSPENSE-AMOUNT.
           DISPLAY "APPLIED FROM SUSPENSE ...... "
                   SR-PG-SUSPENSE-COUNT
                   " FOR " SR-PG-SUSPENSE-AMOUNT.
           MOVE LG-ITEMS-OPENED TO SR-LG-ITEMS-OPENED.
           MOVE LG-ITEMS-CLOSED TO SR-LG-ITEMS-CLOSED.
           MOVE LG-NAMED-MATCHES TO SR-LG-NAMED-MATCHES.
           MOVE LG-UNAPPLIED-COUNT TO SR-LG-UNAPPLIED-COUNT.
           MOVE LG-UNAPPLIED-AMOUNT TO SR-LG-UNAPPLIED-AMOUNT.
           DISPLAY "OPEN ITEMS OPENED .......... "
                   SR-LG-ITEMS-OPENED.
           DISPLAY "OPEN ITEMS PAID OFF ........ "
                   SR-LG-ITEMS-CLOSED.
           DISPLAY "PAYMENTS MATCHED BY REF .... "
                   SR-LG-NAMED-MATCHES.
           DISPLAY "UNAPPLIED CASH ............. "
                   SR-LG-UNAPPLIED-COUNT
                   " FOR " SR-LG-UNAPPLIED-AMOUNT.
           DISPLAY "******************************************".
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           IF REGISTER-FILE-IS-OPEN
              CLOSE POSTED-REFERENCE-FILE
           END-IF.
           IF LEDGER-FILE-IS-OPEN
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              CLOSE CHARGED-OFF-FILE
           END-IF.
           IF XREF-FILE-IS-OPEN
              CLOSE MERGE-XREF-FILE
           END-IF.
           IF SUSPENSE-FILE-IS-OPEN
              CLOSE UNAPPLIED-CASH-FILE
           END-IF.
           IF TRACKED-STATUS-IS-OPEN
              CLOSE TRACKED-STATUS-FILE
           END-IF.
           IF KEPT-PROMISE-FILE-IS-OPEN
              CLOSE KEPT-PROMISE-FILE
           END-IF.
           IF RETURN-MARK-FILE-IS-OPEN
              CLOSE RETURN-MARK-FILE
           END-IF.
           IF RETURN-REGISTER-IS-OPEN
              CLOSE RETURNED-ITEM-REGISTER-FILE
           END-IF.
           IF RETURN-REPORT-IS-OPEN
              MOVE SPACES TO RETURNED-ITEM-REPORT-RECORD
              WRITE RETURNED-ITEM-REPORT-RECORD
              MOVE PG-RETURN-COUNT TO RT-T-RETURN-COUNT
              MOVE PG-RETURN-AMOUNT TO RT-T-RETURN-AMOUNT
              MOVE PG-RETURN-FEE-AMOUNT TO RT-T-FEE-AMOUNT
              WRITE RETURNED-ITEM-REPORT-RECORD FROM RT-TOTAL-LINE
              CLOSE RETURNED-ITEM-REPORT-FILE
           END-IF.
           IF REFUND-FILE-IS-OPEN
              MOVE SPACES TO REFUND-DUE-RECORD
              WRITE REFUND-DUE-RECORD

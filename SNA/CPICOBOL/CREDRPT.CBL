      *              ADDING MIXED CURRENCIES TOGETHER.  EXISTING  *
      *              CLSNAP FILES MUST BE RELOADED TO THE NEW     *
      *              RECORD LENGTH.                               *
      * 1995-04 JCH  CLSNAP CARRIES A LOW-VALUES HEADER RECORD    *
      *              NAMING ITS LAYOUT VERSION (NOW 05), WRITTEN  *
      *              WHEN THE MASTER OR A PARTITION SNAPSHOT IS   *
      *              CREATED.  A SNAPSHOT OF ANY OTHER VERSION    *
      *              REFUSES THE SERVER START UNTIL SNAPCONV HAS  *
      *              CONVERTED IT; THE SHUTDOWN SWEEPS START PAST *
      *              THE HEADER.                                  *
      * 1995-04 JCH  SWEEP RESTART PROTECTION: EACH END-OF-DAY    *
      *              PHASE (ASSESSRG, AGEDEXCP, WATCHLST,         *
      *              GRPEXPO, COLLEXP, CREDSUM) AND THE STATEMENT *
      *              RUN RECORD THEIR PROGRESS ON THE NEW         *
      *              SWEEPCKP FILE BY BUSINESS DATE, WITH THE     *
      *              LAST CUSTOMER (OR GROUP) COMPLETED AND THE   *
      *              PHASE TOTALS.  A RERUN - SHUTDOWN OR A SWEEP *
      *              RUN AFTER CREDMRG - SKIPS A FINISHED PHASE,  *
      *              RESUMES AN INTERRUPTED ONE AFTER ITS LAST    *
      *              CUSTOMER BY EXTENDING ITS REPORT, AND NO     *
      *              LONGER CHARGES A FEE OR ARCHIVES A STATEMENT *
      *              TWICE.                                       *
      * 1995-04 JCH  COLLATERAL: UNEXPIRED LETTERS OF CREDIT,     *
      *              DEPOSITS, AND GUARANTEES ON THE COLLREG      *
      *              REGISTER (MAINTAINED BY THE NEW COLLMNT      *
      *              UTILITY) ARE CONVERTED TO THE CUSTOMER'S     *
      *              CURRENCY AND ADDED TO THE LIMIT WHEN         *
      *              CLASSIFYING, SO A CUSTOMER IS ONLY OVER WHEN *
      *              THE BALANCE EXCEEDS LIMIT PLUS COLLATERAL.   *
      *              THE MONTH-END FEE IS CHARGED ON THE          *
      *              UNCOVERED OVER AMOUNT ONLY, THE STATEMENT    *
      *              SHOWS THE COLLATERAL HELD, AND THE SHUTDOWN  *
      *              SWEEPS WRITE THE COLLEXP REPORT OF           *
      *              COLLATERAL EXPIRING WITHIN 30 DAYS, FLAGGING *
      *              EACH CUSTOMER WHO WILL BE OVER THE LIMIT     *
      *              ONCE IT LAPSES.                              *
      * 1995-04 JCH  RETURNED MAIL: A CUSTOMER WHOSE CUSTADDR     *
      *              RECORD RTNMAIL HAS FLAGGED UNDELIVERABLE     *
      *              GETS NO MAILED STATEMENT - IT IS HELD,       *
      *              COUNTED, AND LISTED ON THE NEWADDR "NEEDS    *
      *              NEW ADDRESS" WORK REPORT UNTIL ADDRMNT       *
      *              CHANGES THE ADDRESS.  A HOST-DELIVERY        *
      *              CUSTOMER'S STATEMENT STILL GOES UP THE HOST  *
      *              CHANNEL.  CUSTADDR GREW BY 15 BYTES FOR THE  *
      *              FLAG.                                        *
      * 1995-04 JCH  RECENT ACTIVITY INQUIRY: A SALES-RECORD WITH *
      *              CREDIT-FLAG "A" FROM CUSTINQ IS ANSWERED     *
      *              WITH THE CUSTOMER'S LAST 10 ACTIVITIES, MOST *
      *              RECENT FIRST - POSTINGS AND RETURNS FROM     *
      *              PAYREG, FEES FROM ASSESSRG, LIMIT CHANGES    *
      *              FROM CLHIST, AND ANY OPEN PROMISE OR DISPUTE *
      *              ON TRKSTAT - AS A HEADER RESULTS RECORD      *
      *              FOLLOWED BY TWO RESULTS RECORDS PER          *
      *              ACTIVITY.  NOTHING IS UPDATED.  IT MUST BE   *
      *              SENT ALONE IN ITS BLOCK.                     *
      * 1995-04 JCH  AGEDEXCP DAYS OVER ARE COUNTED IN BUSINESS   *
      *              DAYS ON THE BUSCAL CALENDAR WHEN THE         *
      *              DAYPOLCY "AGING" POLICY SAYS SO (CALDAYS),   *
      *              AS DUNLTR DOES.                              *
      * 1995-04 JCH  BLOCKED CONVERSATION: ONE RECEIVE MAY NOW    *
      *              CARRY UP TO 100 SALES-RECORDS.  EACH IS      *
      *              PROCESSED IN TURN AND THE RESULTS GO BACK IN *
      *              ONE SEND, ONE PROCESSING-RESULTS-RECORD PER  *
      *              SALES-RECORD IN THE SAME ORDER.  A CLIENT    *
      *              THAT SENDS ONE RECORD STILL GETS ONE RESULT. *
      * 1995-04 JCH  THE MONTH-END FEE ASSESSMENT SKIPS EVERY     *
      *              CUSTOMER ON THE CHGOFF CHARGED-OFF REGISTER  *
      *              THAT WRTOFF KEEPS, AND COUNTS THEM.          *
      * 1995-04 JCH  CORPORATE FAMILY EXPOSURE: THE SHUTDOWN      *
      *              SWEEPS NOW TOTAL THE BASE-CURRENCY BALANCES  *
      *              OF EVERY MEMBER OF EACH CUSTGRP GROUP        *
      *              (MAINTAINED BY THE NEW GRPMNT UTILITY) AND   *
      *              CLASSIFY THE GROUP AGAINST ITS GROUP LIMIT   *
      *              WITH THE SAME OVER/WARNING/UNDER RULES AS    *
      *              EACH ACCOUNT, ON THE NEW GRPEXPO REPORT.     *
      *              EVERY MEMBER OF A GROUP OVER ITS LIMIT GOES  *
      *              TO EXCPFILE, WHICH NOW CARRIES A REASON      *
      *              CODE - "A" ACCOUNT OVER, "G" GROUP OVER.     *
      * 1995-03 JCH  ADDED THE RESERVED PING MARKER (CUST-NUM    *
      *              9997, BESIDE THE EXISTING 9998/9999          *
      *              MARKERS): SIDEDASH'S PROBE MODE SENDS IT TO  *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE     ASSIGN TO DYNAMIC EXC-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS    IS EXC-FILE-STATUS.
           SELECT CREDIT-LIMIT-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC CLS-FILE-NAME
               ORGANIZATION   IS INDEXED
               FILE STATUS    IS ARC-FILE-STATUS.
           SELECT ELECTRONIC-STATEMENT-FILE ASSIGN TO "ESTMFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-ADDRESS-FILE   ASSIGN TO "NEWADDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS    IS NAF-FILE-STATUS.
           SELECT RUN-OPTIONS-FILE   ASSIGN TO "CREDPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS    IS OPT-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS    IS XRF-FILE-STATUS.
           SELECT ASSESSMENT-REGISTER-FILE ASSIGN TO "ASSESSRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS    IS ASR-FILE-STATUS.
           SELECT FEE-TRANSACTION-FILE ASSIGN TO "FEETRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DAY-SUMMARY-FILE   ASSIGN TO "CREDSUM"
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS TS-CUST-NUM
               FILE STATUS    IS TS-FILE-STATUS.
           SELECT POSTED-REFERENCE-FILE ASSIGN TO "PAYREG"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS RG-REG-KEY
               FILE STATUS    IS RGF-FILE-STATUS.
           SELECT CHARGED-OFF-FILE   ASSIGN TO "CHGOFF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CO-CUST-NUM
               FILE STATUS    IS COF-FILE-STATUS.
           SELECT BROKEN-PROMISE-FILE ASSIGN TO "BROKPROM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS    IS BPF-FILE-STATUS.
           SELECT COLLATERAL-FILE    ASSIGN TO "COLLREG"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CL-COLL-KEY
               FILE STATUS    IS CLF-FILE-STATUS.
           SELECT EXPIRING-COLLATERAL-FILE ASSIGN TO "COLLEXP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NIGHT-RUN-FILE     ASSIGN TO "NIGHTRUN"
               ORGANIZATION IS SEQUENTIAL
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT CUSTOMER-GROUP-FILE ASSIGN TO "CUSTGRP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS GR-GROUP-KEY
               FILE STATUS    IS GRF-FILE-STATUS.
           SELECT GROUP-EXPOSURE-FILE ASSIGN TO "GRPEXPO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SWEEP-PROGRESS-FILE ASSIGN TO "SWEEPCKP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS SP-PROGRESS-KEY
               FILE STATUS    IS SWP-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
           05  EX-CREDIT-BALANCE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  EX-OVER-AMOUNT          PIC Z(6)9.99-.
      ***************************************************************
      * WHY THE CUSTOMER IS HERE: THEIR OWN ACCOUNT IS OVER ITS      *
      * LIMIT, OR THEIR CORPORATE GROUP IS OVER THE GROUP LIMIT (THE *
      * OVER AMOUNT IS THEN THE GROUP'S, IN BASE CURRENCY).          *
      ***************************************************************
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EX-REASON-CODE          PIC X.
               88  EX-REASON-ACCOUNT              VALUE "A".
               88  EX-REASON-GROUP                VALUE "G".

      ***************************************************************
      * CREDIT-LIMIT-SNAPSHOT-FILE REMEMBERS THE LAST CREDIT-LIMIT  *
      ***************************************************************
           05  CLS-SEVERITY-CODE       PIC X.
           05  CLS-PREV-SEVERITY       PIC X.
      ***************************************************************
      * THE FIRST RECORD ON THE FILE, KEYED LOW-VALUES, IS A HEADER *
      * NAMING THE LAYOUT VERSION THE FILE WAS BUILT TO.  IT IS     *
      * WRITTEN WHEN THE FILE IS CREATED AND CHECKED EVERY TIME IT  *
      * IS OPENED; THE SHUTDOWN SWEEPS START PAST IT.               *
      ***************************************************************
       01  CREDIT-LIMIT-SNAPSHOT-HEADER.
           05  CLS-HDR-KEY             PIC X(4).
           05  CLS-HDR-EYECATCHER      PIC X(8).
           05  CLS-HDR-LAYOUT-VERSION  PIC 9(2).
           05  CLS-HDR-CREATED-DATE    PIC 9(6).
           05  FILLER                  PIC X(21).

      ***************************************************************
      * CREDIT-LIMIT-HISTORY-FILE IS THE APPEND-ONLY LOG OF EVERY   *
           05  AD-POSTAL-CODE          PIC X(10).
           05  AD-DELIVERY-PREF        PIC X.
               88  AD-DELIVER-BY-HOST             VALUE "H".
           05  AD-RETURNED-MAIL        PIC X.
               88  AD-MAIL-RETURNED               VALUE "Y".
           05  AD-RETURNED-DATE        PIC 9(6).
           05  AD-RETURNED-DOC         PIC X(8).

      ***************************************************************
      * STATEMENT-FILE CARRIES ONE MAILABLE PAGE PER CUSTOMER IN     *
           LABEL RECORDS ARE STANDARD.
       01  ELECTRONIC-STATEMENT-RECORD PIC X(132).

      ***************************************************************
      * NEW-ADDRESS-FILE (NEWADDR) IS THE "NEEDS NEW ADDRESS" WORK  *
      * REPORT: ONE LINE FOR EVERY STATEMENT OR LETTER HELD BECAUSE *
      * THE CUSTOMER'S LAST MAIL CAME BACK UNDELIVERABLE.  CREDRPT  *
      * AND DUNLTR BOTH APPEND TO IT; THE ADDRESS DESK WORKS IT     *
      * THROUGH ADDRMNT.                                            *
      ***************************************************************
       FD  NEW-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-ADDRESS-RECORD          PIC X(132).

      ***************************************************************
      * RUN-OPTIONS-FILE (CREDPARM) SELECTS OPTIONAL PROCESSING FOR  *
      * THE SERVER RUN WITHOUT A RECOMPILE.  ONE RECORD.             *
           05  TS-EXPIRY-DATE          PIC 9(6).
           05  TS-ENTERED-DATE         PIC 9(6).

      ***************************************************************
      * POSTED-REFERENCE-FILE IS PAYAPPLY'S REGISTER OF EVERY       *
      * TRANSACTION IT POSTED, READ HERE IN ITS LAYOUT ONLY TO      *
      * ANSWER THE RECENT ACTIVITY INQUIRY.  A PAYMENT THE BANK     *
      * RETURNED CARRIES THE DATE IT CAME BACK.                     *
      ***************************************************************
       FD  POSTED-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTED-REFERENCE-RECORD.
           05  RG-REG-KEY.
               10  RG-REFERENCE-NUM    PIC X(10).
               10  RG-CUST-NUM         PIC X(4).
               10  RG-AMOUNT           PIC 9(7)V99.
           05  RG-POSTED-DATE          PIC 9(6).
           05  RG-TRAN-TYPE            PIC X.
               88  RG-TYPE-CHARGE                 VALUE "C".
               88  RG-TYPE-RECOVERY               VALUE "R".
           05  RG-RETURNED-DATE        PIC 9(6).

      ***************************************************************
      * CHARGED-OFF-FILE IS WRTOFF'S REGISTER OF ACCOUNTS WRITTEN    *
      * OFF AS BAD DEBT.  A CUSTOMER ON IT IS THE COLLECTION         *
      * AGENCY'S AND IS NO LONGER ASSESSED FEES.                     *
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
      * BROKEN-PROMISE-FILE IS THE CREDIT DESK'S FOLLOW-UP LIST:     *
      * EVERY CUSTOMER WHOSE PAYMENT PROMISE EXPIRED WITH THE        *
           LABEL RECORDS ARE STANDARD.
       01  BROKEN-PROMISE-RECORD       PIC X(132).

      ***************************************************************
      * COLLATERAL-FILE IS THE COLLATERAL REGISTER COLLMNT          *
      * MAINTAINS: ONE RECORD PER LETTER OF CREDIT, DEPOSIT, OR     *
      * GUARANTEE, KEYED BY CUST-NUM THEN DOCUMENT REFERENCE, THE   *
      * AMOUNT IN THE ITEM'S OWN CURRENCY.  AN EXPIRY OF ZERO IS A  *
      * DEPOSIT HELD UNTIL RETURNED.                                *
      ***************************************************************
       FD  COLLATERAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLLATERAL-RECORD.
           05  CL-COLL-KEY.
               10  CL-CUST-NUM         PIC X(4).
               10  CL-COLL-REF         PIC X(10).
           05  CL-COLL-TYPE            PIC X.
               88  CL-TYPE-LETTER-OF-CREDIT       VALUE "L".
               88  CL-TYPE-DEPOSIT                VALUE "D".
               88  CL-TYPE-GUARANTEE              VALUE "G".
           05  CL-AMOUNT               PIC S9(7)V99.
           05  CL-CURRENCY-CODE        PIC X(3).
           05  CL-EXPIRY-DATE          PIC 9(6).
           05  CL-ENTERED-DATE         PIC 9(6).
           05  CL-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * EXPIRING-COLLATERAL-FILE IS THE CREDIT DESK'S RENEWAL LIST: *
      * EVERY COLLATERAL ITEM EXPIRING WITHIN COLL-WARNING-DAYS,    *
      * AND EVERY CUSTOMER WHO WILL BE OVER THE LIMIT ONCE IT       *
      * LAPSES, WRITTEN DURING THE SHUTDOWN SWEEPS.                 *
      ***************************************************************
       FD  EXPIRING-COLLATERAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPIRING-COLLATERAL-RECORD  PIC X(132).

      ***************************************************************
      * NIGHT-RUN-FILE CARRIES THE RUN ID BATCHCTL ASSIGNED AT       *
      * BATCH START, STAMPED INTO THE CREDSUM DAY SUMMARY.           *
               88  PC-PERIOD-OPEN                 VALUE "OPEN".
               88  PC-PERIOD-CLOSED               VALUE "CLOSED".

      ***************************************************************
      * CUSTOMER-GROUP-FILE IS THE CORPORATE FAMILY MASTER GRPMNT    *
      * MAINTAINS: PER GROUP, A HEADER RECORD (BLANK MEMBER CUST-    *
      * NUM) WITH THE PARENT, NAME, AND BASE-CURRENCY GROUP LIMIT,   *
      * FOLLOWED IN KEY ORDER BY ONE RECORD PER MEMBER CUST-NUM.     *
      ***************************************************************
       FD  CUSTOMER-GROUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-GROUP-RECORD.
           05  GR-GROUP-KEY.
               10  GR-GROUP-ID         PIC X(6).
               10  GR-MEMBER-CUST-NUM  PIC X(4).
           05  GR-RECORD-TYPE          PIC X.
               88  GR-GROUP-HEADER                VALUE "G".
               88  GR-GROUP-MEMBER                VALUE "M".
           05  GR-PARENT-CUST-NUM      PIC X(4).
           05  GR-GROUP-NAME           PIC X(20).
           05  GR-GROUP-LIMIT          PIC S9(9)V99.

      ***************************************************************
      * GROUP-EXPOSURE-FILE IS THE CREDIT COMMITTEE'S FAMILY VIEW,   *
      * WRITTEN AT SHUTDOWN: EACH GROUP'S TOTAL BASE-CURRENCY        *
      * EXPOSURE AGAINST ITS GROUP LIMIT, WITH THE MEMBERS BENEATH.  *
      ***************************************************************
       FD  GROUP-EXPOSURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROUP-EXPOSURE-RECORD       PIC X(132).

      ***************************************************************
      * SWEEP-PROGRESS-FILE RECORDS HOW FAR EACH END-OF-DAY PHASE   *
      * HAS GOT, ONE RECORD PER BUSINESS DATE AND PHASE.  THE       *
      * LAYOUT IS SWEEP-PROGRESS-WORK IN WORKING STORAGE.           *
      ***************************************************************
       FD  SWEEP-PROGRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SWEEP-PROGRESS-RECORD.
           05  SP-PROGRESS-KEY.
               10  SP-BUSINESS-DATE    PIC 9(6).
               10  SP-PHASE-CODE       PIC X(8).
           05  FILLER                  PIC X(138).

       WORKING-STORAGE SECTION.

       01  CM-ERROR-DISPLAY-MSG       PIC X(40)  VALUE SPACES.

       01  BUFFER                     PIC X(5200).

       01  CURRENT-CREDIT-BALANCE     PIC S9(7)V99.

       01  EXCEPTION-FILE-SWITCH      PIC X      VALUE "N".
           88  EXCEPTION-FILE-IS-OPEN            VALUE "Y".

       01  EXC-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  EXC-FILE-OK                       VALUE "00".
           88  EXC-FILE-NOT-FOUND                VALUE "35".

       01  CLS-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  CLS-FILE-OK                       VALUE "00".
           88  CLS-FILE-NOT-FOUND                VALUE "35".
       01  CREDIT-LIMIT-SNAPSHOT-SWITCH PIC X    VALUE "N".
           88  CREDIT-LIMIT-SNAPSHOT-IS-OPEN     VALUE "Y".

      **********************************************************
      * CLSNAP LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  THE  *
      * FILE'S HEADER RECORD MUST NAME THE SAME VERSION.       *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC 9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC X(8)   VALUE "CLSNAPHD".

       01  SNAPSHOT-VERSION-SWITCH    PIC X      VALUE "N".
           88  SNAPSHOT-VERSION-OK               VALUE "Y".

       01  CLH-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  CLH-FILE-OK                       VALUE "00".
           88  CLH-FILE-NOT-FOUND                VALUE "35".
           05  AG-FIRST-DD             PIC 9(2).

       01  AG-DAYS-OVER               PIC S9(5)  VALUE ZERO.

      **********************************************************
      * CALDAYS CALL ARGUMENTS.  THE "AGING" DAYPOLCY ENTRY IS *
      * SHARED WITH DUNLTR, SO WHEN IT SAYS BUSINESS DAYS THE  *
      * REPORT AND THE LETTER BOTH COUNT THEM.                 *
      **********************************************************
       01  CD-POLICY-NAME             PIC X(8)   VALUE "AGING   ".
       01  CD-FROM-DATE               PIC 9(6)   VALUE ZERO.
       01  CD-TO-DATE                 PIC 9(6)   VALUE ZERO.
       01  CD-DAY-COUNT               PIC S9(5)  VALUE ZERO.
       01  CD-RESULT                  PIC X      VALUE SPACE.
           88  CD-BUSINESS-DAYS-COUNTED          VALUE "B".
       01  AG-BUCKET-INDX-NUM         PIC 9      VALUE ZERO.
       01  AG-NATIVE-OVER-AMOUNT      PIC S9(7)V99 VALUE ZERO.
       01  AG-OVER-AMOUNT             PIC S9(9)V99 VALUE ZERO.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WL-D-TREND             PIC X(8).

      **********************************************************
      * GX- FIELDS DRIVE THE GROUP EXPOSURE SWEEP.  THE GROUP  *
      * IN HAND IS TOTALED MEMBER BY MEMBER INTO GX-MEMBER-    *
      * TABLE, THEN CLASSIFIED, PRINTED, AND (WHEN OVER)       *
      * WRITTEN MEMBER BY MEMBER TO THE EXCEPTION FILE.        *
      **********************************************************
       01  GRF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  GRF-FILE-OK                       VALUE "00".

       01  GX-END-SWITCH              PIC X      VALUE "N".
           88  GX-END-OF-GROUPS                  VALUE "Y".

       01  GX-GROUP-PENDING-SWITCH    PIC X      VALUE "N".
           88  GX-GROUP-PENDING                  VALUE "Y".

       01  GX-CURRENT-GROUP.
           05  GX-GROUP-ID             PIC X(6).
           05  GX-PARENT-CUST-NUM      PIC X(4).
           05  GX-GROUP-NAME           PIC X(20).
           05  GX-GROUP-LIMIT          PIC S9(9)V99.
           05  GX-GROUP-EXPOSURE       PIC S9(11)V99.
           05  GX-GROUP-OVER-AMOUNT    PIC S9(11)V99.
           05  GX-PCT-OF-LIMIT-USED    PIC S9(5)V99.
           05  GX-GROUP-SEVERITY       PIC X.
               88  GX-SEVERITY-OVER               VALUE "O".
               88  GX-SEVERITY-WARNING            VALUE "W".
               88  GX-SEVERITY-UNDER              VALUE "U".
           05  GX-MEMBER-COUNT         PIC 9(5).

       01  GX-NATIVE-BALANCE          PIC S9(8)V99 VALUE ZERO.
       01  GX-MEMBER-MAX              PIC 9(5)   VALUE 500.

       01  GX-MEMBER-TABLE.
           05  GX-MEMBER-ENTRY         OCCURS 500 TIMES
                                       INDEXED BY GX-INDX.
               10  GX-M-CUST-NUM       PIC X(4).
               10  GX-M-CURRENCY       PIC X(3).
               10  GX-M-NATIVE-BALANCE PIC S9(8)V99.
               10  GX-M-BASE-BALANCE   PIC S9(9)V99.
               10  GX-M-BASE-LIMIT     PIC S9(9)V99.
               10  GX-M-BASE-AVAILABLE PIC S9(9)V99.
               10  GX-M-SEVERITY       PIC X.
               10  GX-M-ON-SNAPSHOT    PIC X.

       01  GROUP-EXPOSURE-COUNTERS.
           05  GX-GROUPS-REPORTED      PIC 9(5)   VALUE ZERO.
           05  GX-GROUPS-OVER          PIC 9(5)   VALUE ZERO.
           05  GX-GROUPS-WARNING       PIC 9(5)   VALUE ZERO.
           05  GX-MEMBER-EXCEPTIONS    PIC 9(5)   VALUE ZERO.

       01  SR-GX-GROUPS-REPORTED      PIC ZZZZ9.
       01  SR-GX-GROUPS-OVER          PIC ZZZZ9.
       01  SR-GX-GROUPS-WARNING       PIC ZZZZ9.
       01  SR-GX-MEMBER-EXCEPTIONS    PIC ZZZZ9.

      **********************************************************
      * SWP- FIELDS DRIVE THE SWEEP RESTART PROTECTION.  A     *
      * PHASE ON SWEEPCKP IS STARTED (SOME CUSTOMERS DONE) OR  *
      * COMPLETE.  SWP-LAST-KEY IS THE LAST CUST-NUM - OR      *
      * GROUP ID FOR GRPEXPO - WHOSE OUTPUT IS ALL WRITTEN,    *
      * AND SWP-TALLIES ARE THE PHASE TOTALS AT THAT POINT,    *
      * PUT BACK ON A RESUME SO THE REPORT TRAILERS STILL      *
      * COVER THE WHOLE DAY.  THE TALLY SLOTS PER PHASE ARE    *
      * LISTED IN STASH-SWEEP-TALLIES.                         *
      **********************************************************
       01  SWP-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  SWP-FILE-OK                       VALUE "00".
           88  SWP-FILE-NOT-FOUND                VALUE "35".

       01  SWEEP-PROGRESS-SWITCH      PIC X      VALUE "N".
           88  SWEEP-PROGRESS-IS-OPEN            VALUE "Y".

       01  SWEEP-PHASE-CODE           PIC X(8)   VALUE SPACES.
       01  SWEEP-PHASE-ACTION         PIC X      VALUE "F".
           88  SWEEP-PHASE-FRESH                 VALUE "F".
           88  SWEEP-PHASE-RESUMED               VALUE "R".
           88  SWEEP-PHASE-DONE                  VALUE "D".

       01  SWEEP-PROGRESS-WORK.
           05  SWP-PROGRESS-KEY.
               10  SWP-BUSINESS-DATE   PIC 9(6).
               10  SWP-PHASE-CODE      PIC X(8).
           05  SWP-PHASE-STATE         PIC X.
               88  SWP-PHASE-STARTED              VALUE "S".
               88  SWP-PHASE-COMPLETE             VALUE "C".
           05  SWP-LAST-KEY            PIC X(8).
           05  SWP-TALLIES.
               10  SWP-TALLY-ENTRY OCCURS 6 TIMES.
                   15  SWP-TALLY-COUNT  PIC 9(7).
                   15  SWP-TALLY-AMOUNT PIC S9(11)V99.
           05  FILLER                  PIC X(9).

       01  SWEEP-RESTART-COUNTERS.
           05  SWP-PHASES-RESUMED      PIC 9(5)   VALUE ZERO.
           05  SWP-PHASES-SKIPPED      PIC 9(5)   VALUE ZERO.

       01  SR-SWP-PHASES-RESUMED      PIC ZZZZ9.
       01  SR-SWP-PHASES-SKIPPED      PIC ZZZZ9.

       01  BPF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  BPF-FILE-OK                       VALUE "00".
           88  BPF-FILE-NOT-FOUND                VALUE "35".

       01  GX-HEADING-LINE-1.
           05  FILLER                 PIC X(33)  VALUE
               "CREDRPT - GROUP EXPOSURE REPORT  ".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-H1-DATE             PIC 9(6).

       01  GX-HEADING-LINE-2.
           05  FILLER                 PIC X(8)   VALUE "GROUP".
           05  FILLER                 PIC X(8)   VALUE "PARENT".
           05  FILLER                 PIC X(22)  VALUE "GROUP NAME".
           05  FILLER                 PIC X(16)  VALUE
               "     GROUP LIMIT".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(16)  VALUE
               "  BASE EXPOSURE".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(8)   VALUE " PCT".
           05  FILLER                 PIC X(25)  VALUE "STATUS".

       01  GX-GROUP-LINE.
           05  GX-G-GROUP-ID          PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-G-PARENT            PIC X(4).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  GX-G-GROUP-NAME        PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-G-GROUP-LIMIT       PIC Z(11)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-G-EXPOSURE          PIC Z(11)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-G-PCT               PIC ZZZZ9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-G-TEXT-FIELD        PIC X(25).

       01  GX-MEMBER-LINE.
           05  FILLER                 PIC X(8)   VALUE SPACES.
           05  FILLER                 PIC X(7)   VALUE "MEMBER ".
           05  GX-M-D-CUST-NUM        PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-M-D-CURRENCY        PIC X(3).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-M-D-NATIVE          PIC Z(7)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  GX-M-D-BASE            PIC Z(11)9.99-.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  GX-M-D-TEXT-FIELD      PIC X(25).

       01  AG-SUBTOTAL-LINE.
           05  AG-S-BUCKET            PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
               "BASE EQUIVALENT  ".
           05  ST-CUR-BASE-BALANCE    PIC Z(8)9.99-.

       01  ST-COLLATERAL-LINE.
           05  FILLER                 PIC X(18)  VALUE
               "COLLATERAL HELD   ".
           05  ST-COL-AMOUNT          PIC Z(8)9.99-.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  FILLER                 PIC X(17)  VALUE
               "COVERED LIMIT    ".
           05  ST-COL-COVERED-LIMIT   PIC Z(8)9.99-.

       01  ADR-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  ADR-FILE-OK                       VALUE "00".
           88  ADR-FILE-NOT-FOUND                VALUE "35".

       01  TRK-TODAY-DATE             PIC 9(6)   VALUE ZERO.

      **********************************************************
      * AV- FIELDS HOLD THE RECENT ACTIVITY INQUIRY: THE LAST  *
      * ACTIVITY-LIMIT ACTIVITIES FOUND FOR THE CUSTOMER, KEPT *
      * MOST RECENT FIRST AS THE SOURCES ARE READ, EACH IN THE *
      * 50-BYTE LINE LAYOUT CUSTINQ RECEIVES.  AW- IS THE      *
      * ACTIVITY IN HAND.                                      *
      **********************************************************
       01  ASR-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  ASR-FILE-OK                       VALUE "00".

       01  RGF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  RGF-FILE-OK                       VALUE "00".

       01  END-OF-ACTIVITY-SWITCH     PIC X      VALUE "N".
           88  END-OF-ACTIVITY-SOURCE            VALUE "Y".

       01  AV-FORCE-SWITCH            PIC X      VALUE "N".
           88  AV-KEEP-REGARDLESS                VALUE "Y".

       01  AV-TRACKED-OPENED-SWITCH   PIC X      VALUE "N".
           88  AV-TRACKED-OPENED-HERE            VALUE "Y".

       01  ACTIVITY-LIMIT             PIC 9(2)   VALUE 10.
       01  AV-ACTIVITY-COUNT          PIC 9(2)   VALUE ZERO.
       01  AV-SUB                     PIC 9(2)   VALUE ZERO.
       01  AV-SEND-SUB                PIC 9(2)   VALUE ZERO.

       01  ACTIVITY-WORK-LINE.
           05  AW-ACTIVITY-DATE        PIC 9(6).
           05  AW-ACTIVITY-TYPE        PIC X(10).
           05  AW-AMOUNT               PIC S9(7)V99.
           05  AW-REFERENCE            PIC X(10).
           05  AW-SOURCE               PIC X(8).
           05  FILLER                  PIC X(7).

       01  ACTIVITY-TABLE.
           05  AV-ENTRY                OCCURS 10 TIMES.
               10  AV-ACTIVITY-DATE    PIC 9(6).
               10  AV-ACTIVITY-TYPE    PIC X(10).
               10  AV-AMOUNT           PIC S9(7)V99.
               10  AV-REFERENCE        PIC X(10).
               10  AV-SOURCE           PIC X(8).
               10  FILLER              PIC X(7).

       01  BROKEN-PROMISE-FILE-SWITCH PIC X      VALUE "N".
           88  BROKEN-PROMISE-FILE-IS-OPEN       VALUE "Y".

       01  SR-TK-AGING-HELD           PIC ZZZZ9.
       01  SR-TK-BROKEN-PROMISES      PIC ZZZZ9.

      **********************************************************
      * COF- FIELDS DRIVE THE CHARGED-OFF CHECK MADE BY THE    *
      * MONTH-END ASSESSMENT AGAINST WRTOFF'S CHGOFF FILE.     *
      **********************************************************
       01  COF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  COF-FILE-OK                       VALUE "00".

       01  CHARGED-OFF-FILE-SWITCH    PIC X      VALUE "N".
           88  CHARGED-OFF-FILE-IS-OPEN          VALUE "Y".

       01  COF-FEES-SKIPPED           PIC 9(5)   VALUE ZERO.
       01  SR-COF-FEES-SKIPPED        PIC ZZZZ9.

      **********************************************************
      * COLL- FIELDS DRIVE THE COLLATERAL OFFSET.              *
      * SUM-CUSTOMER-COLLATERAL TOTALS COLL-CUST-NUM'S         *
      * UNEXPIRED ITEMS, EACH CONVERTED THROUGH BASE TO        *
      * COLL-TARGET-CURRENCY, INTO COLL-NATIVE-AMOUNT.  THE    *
      * RATE IN HAND IS SAVED AND PUT BACK AROUND THE SUM.     *
      **********************************************************
       01  CLF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  CLF-FILE-OK                       VALUE "00".

       01  COLLATERAL-FILE-SWITCH     PIC X      VALUE "N".
           88  COLLATERAL-FILE-IS-OPEN           VALUE "Y".

       01  COLL-END-SWITCH            PIC X      VALUE "N".
           88  COLL-END-OF-ITEMS                 VALUE "Y".

       01  COLL-TODAY-DATE            PIC 9(6)   VALUE ZERO.
       01  COLL-CUST-NUM              PIC X(4)   VALUE SPACES.
       01  COLL-TARGET-CURRENCY       PIC X(3)   VALUE SPACES.
       01  COLL-NATIVE-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  COLL-ITEM-NATIVE           PIC S9(9)V99 VALUE ZERO.
       01  COLL-ITEM-BASE             PIC S9(9)V99 VALUE ZERO.
       01  COLL-SAVED-RATE            PIC 9(3)V9(6) VALUE 1.
       01  COVERED-CREDIT-LIMIT       PIC S9(9)V99 VALUE ZERO.
       01  COLL-WARNING-DAYS          PIC 9(3)   VALUE 30.

       01  COLLATERAL-COUNTERS.
           05  COLL-CUSTOMERS-COVERED  PIC 9(5)   VALUE ZERO.
           05  COLL-FEES-COVERED       PIC 9(5)   VALUE ZERO.
           05  COLL-ITEMS-EXPIRING     PIC 9(5)   VALUE ZERO.
           05  COLL-LAPSING-OVER       PIC 9(5)   VALUE ZERO.

       01  SR-COLL-CUSTOMERS-COVERED  PIC ZZZZ9.
       01  SR-COLL-FEES-COVERED       PIC ZZZZ9.
       01  SR-COLL-ITEMS-EXPIRING     PIC ZZZZ9.
       01  SR-COLL-LAPSING-OVER       PIC ZZZZ9.

      **********************************************************
      * CX- FIELDS DRIVE THE EXPIRING-COLLATERAL SWEEP.  THE   *
      * CUSTOMER IN HAND TOTALS ALL ITS UNEXPIRED COLLATERAL   *
      * AND, SEPARATELY, WHAT LAPSES WITHIN COLL-WARNING-DAYS; *
      * AT THE CUSTOMER BREAK THE BALANCE OWED IS TESTED       *
      * AGAINST THE LIMIT PLUS WHAT REMAINS.  DAYS TO EXPIRY   *
      * USE THE SHOP'S USUAL YY*365+MM*30+DD APPROXIMATION.    *
      **********************************************************
       01  CX-TODAY-DATE              PIC 9(6)   VALUE ZERO.
       01  CX-TODAY-PARTS REDEFINES CX-TODAY-DATE.
           05  CX-TODAY-YY             PIC 9(2).
           05  CX-TODAY-MM             PIC 9(2).
           05  CX-TODAY-DD             PIC 9(2).

       01  CX-EXPIRY-DATE             PIC 9(6)   VALUE ZERO.
       01  CX-EXPIRY-PARTS REDEFINES CX-EXPIRY-DATE.
           05  CX-EXPIRY-YY            PIC 9(2).
           05  CX-EXPIRY-MM            PIC 9(2).
           05  CX-EXPIRY-DD            PIC 9(2).

       01  CX-DAYS-TO-EXPIRY          PIC S9(5)  VALUE ZERO.

       01  CX-SNAPSHOT-SWITCH         PIC X      VALUE "N".
           88  CX-SNAPSHOT-WAS-FOUND             VALUE "Y".

       01  CX-CURRENT-CUSTOMER.
           05  CX-CUST-NUM             PIC X(4).
           05  CX-CREDIT-LIMIT         PIC S9(7)V99.
           05  CX-BALANCE-OWED         PIC S9(8)V99.
           05  CX-UNEXPIRED-TOTAL      PIC S9(9)V99.
           05  CX-LAPSING-TOTAL        PIC S9(9)V99.
           05  CX-REMAINING-TOTAL      PIC S9(9)V99.
           05  CX-OVER-AMOUNT          PIC S9(9)V99.

       01  CX-HEADING-LINE-1.
           05  FILLER                 PIC X(38)  VALUE
               "CREDRPT - EXPIRING COLLATERAL REPORT  ".
           05  CX-H1-DATE             PIC 9(6).

       01  CX-HEADING-LINE-2.
           05  FILLER                 PIC X(8)   VALUE "CUST".
           05  FILLER                 PIC X(12)  VALUE "REFERENCE".
           05  FILLER                 PIC X(18)  VALUE "TYPE".
           05  FILLER                 PIC X(13)  VALUE "       AMOUNT".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(5)   VALUE "CUR".
           05  FILLER                 PIC X(10)  VALUE "EXPIRES".
           05  FILLER                 PIC X(4)   VALUE "DAYS".

       01  CX-DETAIL-LINE.
           05  CX-D-CUST-NUM          PIC X(4).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  CX-D-COLL-REF          PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  CX-D-TYPE              PIC X(16).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  CX-D-AMOUNT            PIC Z(8)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  CX-D-CURRENCY          PIC X(3).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  CX-D-EXPIRY-DATE       PIC 9(6).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  CX-D-DAYS              PIC ZZ9.

       01  CX-LAPSE-LINE.
           05  FILLER                 PIC X(8)   VALUE SPACES.
           05  FILLER                 PIC X(24)  VALUE
               "** OVER LIMIT ON LAPSE  ".
           05  CX-L-OVER-AMOUNT       PIC Z(8)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  CX-L-CURRENCY          PIC X(3).
           05  FILLER                 PIC X(8)   VALUE "   OWED ".
           05  CX-L-BALANCE-OWED      PIC Z(7)9.99-.
           05  FILLER                 PIC X(8)   VALUE "  LIMIT ".
           05  CX-L-CREDIT-LIMIT      PIC Z(6)9.99-.
           05  FILLER                 PIC X(12)  VALUE
               "  REMAINING ".
           05  CX-L-REMAINING         PIC Z(8)9.99-.

       01  BP-HEADING-LINE-1.
           05  FILLER                 PIC X(35)  VALUE
               "CREDRPT - BROKEN PROMISE REPORT    ".
           05  ST-ADDRESSES-MISSING    PIC 9(5)   VALUE ZERO.
           05  ST-MAILED-COUNT         PIC 9(5)   VALUE ZERO.
           05  ST-HOST-COUNT           PIC 9(5)   VALUE ZERO.
           05  ST-MAIL-HELD            PIC 9(5)   VALUE ZERO.

       01  SR-ST-STATEMENTS-PRINTED   PIC ZZZZ9.
       01  SR-ST-ADDRESSES-MISSING    PIC ZZZZ9.
       01  SR-ST-MAILED-COUNT         PIC ZZZZ9.
       01  SR-ST-HOST-COUNT           PIC ZZZZ9.
       01  SR-ST-MAIL-HELD            PIC ZZZZ9.

      **********************************************************
      * A RESTARTED SERVER DOES NOT SEND A STATEMENT TWICE:    *
      * THE STMTFILE PROGRESS RECORD NAMES THE LAST CUSTOMER   *
      * WHOSE STATEMENT WENT OUT TODAY, AND EVERY CUSTOMER UP  *
      * TO IT IS PASSED OVER AND COUNTED.                      *
      **********************************************************
       01  ST-PROGRESS-ACTION         PIC X      VALUE "F".
           88  ST-PROGRESS-RESUMED               VALUE "R".
           88  ST-PROGRESS-DONE                  VALUE "D".
       01  ST-PROGRESS-SWITCH         PIC X      VALUE "N".
           88  ST-PROGRESS-WAS-SAVED             VALUE "Y".
       01  ST-RESUME-AFTER-CUST       PIC X(4)   VALUE SPACES.
       01  ST-RESTART-SKIPPED         PIC 9(5)   VALUE ZERO.
       01  SR-ST-RESTART-SKIPPED      PIC ZZZZ9.

      **********************************************************
      * NA- LINE LAYS OUT ONE "NEEDS NEW ADDRESS" ENTRY: THE   *
      * CUSTOMER, THE DOCUMENT HELD AND WHEN, AND THE RETURN   *
      * THAT CAUSED IT.  DUNLTR WRITES THE SAME LINE.          *
      **********************************************************
       01  NAF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  NAF-FILE-OK                       VALUE "00".
           88  NAF-FILE-NOT-FOUND                VALUE "35".

       01  NEW-ADDRESS-FILE-SWITCH    PIC X      VALUE "N".
           88  NEW-ADDRESS-FILE-IS-OPEN          VALUE "Y".

       01  NA-DETAIL-LINE.
           05  FILLER                 PIC X(19)  VALUE
               "NEEDS NEW ADDRESS  ".
           05  NA-D-CUST-NUM          PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  NA-D-NAME              PIC X(30).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(5)   VALUE "HELD ".
           05  NA-D-HELD-DOC          PIC X(8).
           05  FILLER                 PIC X      VALUE SPACE.
           05  NA-D-HELD-DATE         PIC 9(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(9)   VALUE "RETURNED ".
           05  NA-D-RETURNED-DOC      PIC X(8).
           05  FILLER                 PIC X      VALUE SPACE.
           05  NA-D-RETURNED-DATE     PIC 9(6).

      **********************************************************
      * DELIVERY ROUTING FOR THE STATEMENT IN HAND: MAIL PAGES *
           05  CREDIT-LIMIT            PIC S9(7)V99.
           05  CREDIT-FLAG             PIC X.
               88  CREDIT-FLAG-INQUIRY           VALUE "I".
               88  CREDIT-FLAG-ACTIVITY-INQUIRY  VALUE "A".
           05  CREDIT-FLAG-NUM REDEFINES CREDIT-FLAG PIC 9.

      ***************************************************************
           05  IR-RISK-GRADE           PIC X(1).
           05  FILLER                  PIC X(1).

      ***************************************************************
      * ACTIVITY-HEADER-RECORD IS THE FIRST RESULTS RECORD SENT     *
      * BACK FOR A CREDIT-FLAG-ACTIVITY-INQUIRY: THE CUST-NUM AND   *
      * HOW MANY ACTIVITY LINES FOLLOW IT, EACH LINE FILLING TWO    *
      * RESULTS RECORDS.                                            *
      ***************************************************************
       01  ACTIVITY-HEADER-RECORD REDEFINES PROCESSING-RESULTS-RECORD.
           05  AH-CUST-NUM             PIC X(4).
           05  AH-RECORD-MARKER        PIC X(8).
           05  AH-ACTIVITY-COUNT       PIC 9(2).
           05  FILLER                  PIC X(11).

      ***************************************************************
      * ONE RECEIVE CARRIES A BLOCK OF SALES-RECORDS - ONE FROM A    *
      * CLIENT THAT SENDS SINGLY, UP TO 100 FROM A BLOCKED SALESRPT. *
      * THE PROCESSING-RESULTS-RECORDS GO BACK IN ONE SEND, ONE PER  *
      * SALES-RECORD AND IN THE SAME ORDER.                          *
      ***************************************************************
       01  SALES-BLOCK-AREA.
           05  SALES-BLOCK-RECORD      PIC X(52)  OCCURS 100 TIMES.
       01  RESULTS-BLOCK-AREA.
           05  RESULTS-BLOCK-RECORD    PIC X(25)  OCCURS 100 TIMES.
       01  SALES-BLOCK-COUNT           PIC 9(3)   VALUE ZERO.
       01  SALES-BLOCK-SUB             PIC 9(3)   VALUE ZERO.
       01  RESULTS-BLOCK-COUNT         PIC 9(3)   VALUE ZERO.

      ***************************************************************
      * AUDITLOG CALL ARGUMENTS - PRE-PADDED TO THE EXACT WIDTH OF  *
      * AUDITLOG'S LINKAGE ITEMS.  A LITERAL PASSED DIRECTLY ON THE *
              THRU READ-NIGHT-RUN-ID-EXIT.
           PERFORM LOAD-EXCHANGE-RATES
              THRU LOAD-EXCHANGE-RATES-EXIT.
           PERFORM OPEN-COLLATERAL-FILE
              THRU OPEN-COLLATERAL-FILE-EXIT.
           IF NOT PARTITIONED-RUN
              PERFORM OPEN-SWEEP-PROGRESS-FILE
                 THRU OPEN-SWEEP-PROGRESS-FILE-EXIT
           END-IF.

      ***************************************************************
      * A SWEEP RUN SERVES NO CONVERSATIONS: IT CONSOLIDATES THE     *
      *
       PROCESS-CONVERSATION.
      ***************************************************************
      * RECEIVE ONE BLOCK OF SALES-RECORDS AND PROCESS EACH IN TURN, *
      * STOPPING AT THE END-OF-DATA MARKER.  EVERY RECORD PROCESSED  *
      * IS ACKNOWLEDGED TO SALESRPT WITH A RESULTS RECORD, ALL OF    *
      * THEM IN ONE SEND.                                            *
      ***************************************************************
           PERFORM APPC-RECEIVE
              THRU APPC-RECEIVE-EXIT
           IF CONVERSATION-FAILED
              GO TO PROCESS-CONVERSATION-EXIT
           END-IF.
           DISPLAY "CREDRPT RECORD BLOCK RECEIVED " SALES-BLOCK-COUNT.

           MOVE ZERO TO SALES-BLOCK-SUB.
           MOVE ZERO TO RESULTS-BLOCK-COUNT.
           PERFORM PROCESS-BLOCK-RECORD
              THRU PROCESS-BLOCK-RECORD-EXIT
              UNTIL SALES-BLOCK-SUB NOT < SALES-BLOCK-COUNT
                 OR CONVERSATION-ENDED.

           IF NOT CONVERSATION-FAILED
              PERFORM APPC-SEND
                 THRU APPC-SEND-EXIT
              DISPLAY "CREDRPT RESULTS RECORD SENT"
           END-IF.
       PROCESS-CONVERSATION-EXIT. EXIT.
      *****************************************************************
      *
       PROCESS-BLOCK-RECORD.
      ***************************************************************
      * TAKE THE NEXT SALES-RECORD FROM THE BLOCK.  IF IT IS THE     *
      * END-OF-DATA MARKER, END THE CONVERSATION LOOP; OTHERWISE     *
      * PROCESS IT.  EITHER WAY, ADD ITS RESULTS RECORD TO THE BLOCK *
      * GOING BACK.                                                  *
      ***************************************************************
           ADD 1 TO SALES-BLOCK-SUB.
           MOVE SALES-BLOCK-RECORD (SALES-BLOCK-SUB) TO SALES-RECORD.

           IF CUST-NUM = END-OF-DATA-CUST-NUM
              SET CONVERSATION-ENDED TO TRUE
              IF CREDIT-FLAG-INQUIRY
                 PERFORM PROCESS-INQUIRY
                    THRU PROCESS-INQUIRY-EXIT
              ELSE
              IF CREDIT-FLAG-ACTIVITY-INQUIRY
                 PERFORM PROCESS-ACTIVITY-INQUIRY
                    THRU PROCESS-ACTIVITY-INQUIRY-EXIT
              ELSE
                 PERFORM PROCESS-RECORD
                    THRU PROCESS-RECORD-EXIT
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

           ADD 1 TO RESULTS-BLOCK-COUNT.
           MOVE PROCESSING-RESULTS-RECORD
             TO RESULTS-BLOCK-RECORD (RESULTS-BLOCK-COUNT).
           IF AV-ACTIVITY-COUNT > ZERO
              MOVE 1 TO AV-SEND-SUB
              PERFORM APPEND-ONE-ACTIVITY-LINE
                 THRU APPEND-ONE-ACTIVITY-LINE-EXIT
                 UNTIL AV-SEND-SUB > AV-ACTIVITY-COUNT
              MOVE ZERO TO AV-ACTIVITY-COUNT
           END-IF.
       PROCESS-BLOCK-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       APPC-ACCEPT.
      * RECEIVED. THIS INDICATES A CONVERSATION STATE CHANGE FROM *
      * RECEIVE TO SEND OR SEND-PENDING STATE, THUS "CMRCV"       *
      * (RECEIVE) HAS COMPLETED. ALLOWING RECEPTION OF:           *
      * - A BLOCK OF SALES-RECORDS FROM SALESRPT PROGRAM          *
      *************************************************************
           MOVE 5200 TO REQUESTED-LENGTH.
           CALL "CMRCV" USING CONVERSATION-ID
                              BUFFER
                              REQUESTED-LENGTH
                                 CONVERSATION-ID CM-RETCODE.
      *
           IF CM-COMPLETE-DATA-RECEIVED
              MOVE BUFFER TO SALES-BLOCK-AREA
              COMPUTE SALES-BLOCK-COUNT = RECEIVED-LENGTH / 52
              IF SALES-BLOCK-COUNT = ZERO
                 MOVE 1 TO SALES-BLOCK-COUNT
              END-IF
           END-IF.

      ***************************************************************
              COMPUTE BASE-CREDIT-LIMIT ROUNDED =
                 CREDIT-LIMIT * CURRENT-RATE-TO-BASE

      ***************************************************************
      * UNEXPIRED COLLATERAL, IN THE CUSTOMER'S NATIVE CURRENCY,    *
      * OFFSETS EXPOSURE IN THE CLASSIFICATION BELOW.               *
      ***************************************************************
              MOVE CUST-NUM TO COLL-CUST-NUM
              MOVE CURRENCY-CODE TO COLL-TARGET-CURRENCY
              PERFORM SUM-CUSTOMER-COLLATERAL
                 THRU SUM-CUSTOMER-COLLATERAL-EXIT

      ***************************************************************
      * SEVERITY IS CLASSIFIED BEFORE THE SNAPSHOT UPDATE SO THE     *
      * EXCEPTION-AGING FIELDS CAN BE MAINTAINED FROM THIS RECORD'S  *
      * WARNING: BALANCE IS UNDER THE LIMIT BUT HAS USED UP AT      *
      *          LEAST WARNING-THRESHOLD-PCT PERCENT OF IT.         *
      * UNDER:   COMFORTABLY WITHIN THE CREDIT LIMIT.                *
      * THE LIMIT TESTED IS THE CREDIT-LIMIT PLUS ANY UNEXPIRED     *
      * COLLATERAL (COLL-NATIVE-AMOUNT); A BALANCE OVER THE BARE    *
      * LIMIT BUT WITHIN THE COVERED ONE IS COUNTED AS COVERED.     *
      ***************************************************************
           COMPUTE COVERED-CREDIT-LIMIT =
              CREDIT-LIMIT + COLL-NATIVE-AMOUNT.
           IF CREDIT-BALANCE > COVERED-CREDIT-LIMIT
              SET SEVERITY-OVER TO TRUE
           ELSE
              IF CREDIT-BALANCE > CREDIT-LIMIT
                 ADD 1 TO COLL-CUSTOMERS-COVERED
              END-IF
              COMPUTE BC-PCT-OF-LIMIT-USED ROUNDED =
                 (CREDIT-BALANCE / COVERED-CREDIT-LIMIT) * 100
              IF BC-PCT-OF-LIMIT-USED >= WARNING-THRESHOLD-PCT
                 SET SEVERITY-WARNING TO TRUE
              ELSE
      *****************************************************************
      *
       APPC-SEND.
           MOVE RESULTS-BLOCK-AREA TO BUFFER.
           COMPUTE SEND-LENGTH = RESULTS-BLOCK-COUNT * 25.
 
      ***************************************************
      * SEND THE PROCESSING-RESULTS-RECORDS TO SALESRPT *
      ***************************************************
           CALL "CMSEND" USING CONVERSATION-ID
                               BUFFER
                               SEND-LENGTH
           COMPUTE EX-OVER-AMOUNT ROUNDED =
               (CREDIT-BALANCE - CREDIT-LIMIT)
               * CURRENT-RATE-TO-BASE.
           SET EX-REASON-ACCOUNT TO TRUE.
           WRITE EXCEPTION-RECORD.
       WRITE-EXCEPTION-RECORD-EXIT. EXIT.
      *****************************************************************
           OPEN I-O CREDIT-LIMIT-SNAPSHOT-FILE.
           IF CLS-FILE-NOT-FOUND
              OPEN OUTPUT CREDIT-LIMIT-SNAPSHOT-FILE
              PERFORM WRITE-SNAPSHOT-HEADER
                 THRU WRITE-SNAPSHOT-HEADER-EXIT
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
              OPEN I-O CREDIT-LIMIT-SNAPSHOT-FILE
           END-IF.
      ***************************************************************
      * A SNAPSHOT OF ANY OTHER LAYOUT VERSION REFUSES THE SERVER    *
      * START - EVERY RECORD READ OR REWRITTEN WOULD BE MISALIGNED.  *
      ***************************************************************
           PERFORM CHECK-SNAPSHOT-VERSION
              THRU CHECK-SNAPSHOT-VERSION-EXIT.
           IF NOT SNAPSHOT-VERSION-OK
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
              DISPLAY "**CREDRPT REFUSED - " CLS-FILE-NAME
                      " IS NOT AT SNAPSHOT LAYOUT VERSION "
                      CLS-BUILT-FOR-VERSION "**"
              DISPLAY "**RUN SNAPCONV TO CONVERT IT, THEN RESTART "
                      "THE SERVER**"
              CALL "AUDITCLS"
              STOP RUN
           END-IF.
           SET CREDIT-LIMIT-SNAPSHOT-IS-OPEN TO TRUE.
       OPEN-CREDIT-LIMIT-SNAPSHOT-FILE-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-SNAPSHOT-VERSION.
      ***************************************************************
      * THE SNAPSHOT MUST OPEN WITH ITS LOW-VALUES HEADER NAMING    *
      * THE LAYOUT VERSION THIS PROGRAM IS BUILT FOR.               *
      ***************************************************************
           MOVE "N" TO SNAPSHOT-VERSION-SWITCH.
           MOVE LOW-VALUES TO CLS-CUST-NUM.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               INVALID KEY
                  MOVE SPACES TO CREDIT-LIMIT-SNAPSHOT-HEADER
           END-READ.
           IF CLS-HDR-EYECATCHER NOT = CLS-HEADER-EYECATCHER
              DISPLAY "CREDRPT " CLS-FILE-NAME
                      " HAS NO LAYOUT HEADER"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "CREDRPT " CLS-FILE-NAME
                      " IS LAYOUT VERSION " CLS-HDR-LAYOUT-VERSION
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-SNAPSHOT-HEADER.
      ***************************************************************
      * A NEWLY CREATED SNAPSHOT - THE MASTER OR A PARTITION'S      *
      * CLSN<LO> - GETS ITS HEADER BEFORE ANY CUSTOMER RECORD.      *
      ***************************************************************
           MOVE SPACES TO CREDIT-LIMIT-SNAPSHOT-HEADER.
           MOVE LOW-VALUES TO CLS-HDR-KEY.
           MOVE CLS-HEADER-EYECATCHER TO CLS-HDR-EYECATCHER.
           MOVE CLS-BUILT-FOR-VERSION TO CLS-HDR-LAYOUT-VERSION.
           MOVE BUSINESS-DATE-TODAY TO CLS-HDR-CREATED-DATE.
           WRITE CREDIT-LIMIT-SNAPSHOT-HEADER.
       WRITE-SNAPSHOT-HEADER-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CREDIT-LIMIT-HISTORY-FILE.
      ***************************************************************
           END-READ.
       PROCESS-INQUIRY-EXIT. EXIT.
      *****************************************************************
      *
       PROCESS-ACTIVITY-INQUIRY.
      ***************************************************************
      * A CREDIT-FLAG-ACTIVITY-INQUIRY ASKS FOR THE CUSTOMER'S      *
      * RECENT ACTIVITY SO THE HELP DESK CAN ANSWER "DID YOU GET MY *
      * PAYMENT".  LIKE PROCESS-INQUIRY IT IS READ-ONLY: EVERY      *
      * SOURCE IS OPENED FOR INPUT AND PUT BACK AS IT WAS FOUND.    *
      * THE ANSWER TAKES TWO RESULTS RECORDS PER ACTIVITY, SO IT    *
      * IS REFUSED INSIDE A BLOCK OF OTHER RECORDS.                 *
      ***************************************************************
           MOVE ZERO TO AV-ACTIVITY-COUNT.
           IF SALES-BLOCK-COUNT NOT = 1
              MOVE "ACTIVITY MUST BE SENT ALONE"
                   TO PROCESSING-RESULTS-RECORD
              GO TO PROCESS-ACTIVITY-INQUIRY-EXIT
           END-IF.
           MOVE CUST-NUM TO CLS-CUST-NUM.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               INVALID KEY
                  MOVE "CUSTOMER NOT ON FILE"
                       TO PROCESSING-RESULTS-RECORD
                  GO TO PROCESS-ACTIVITY-INQUIRY-EXIT
           END-READ.

           PERFORM GATHER-POSTED-ACTIVITY
              THRU GATHER-POSTED-ACTIVITY-EXIT.
           PERFORM GATHER-FEE-ACTIVITY
              THRU GATHER-FEE-ACTIVITY-EXIT.
           PERFORM GATHER-LIMIT-ACTIVITY
              THRU GATHER-LIMIT-ACTIVITY-EXIT.
           PERFORM GATHER-TRACKED-ACTIVITY
              THRU GATHER-TRACKED-ACTIVITY-EXIT.

           MOVE SPACES TO PROCESSING-RESULTS-RECORD.
           MOVE CUST-NUM TO AH-CUST-NUM.
           MOVE "ACTIVITY" TO AH-RECORD-MARKER.
           MOVE AV-ACTIVITY-COUNT TO AH-ACTIVITY-COUNT.
       PROCESS-ACTIVITY-INQUIRY-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-POSTED-ACTIVITY.
      ***************************************************************
      * PAYMENTS, CHARGES, AND RECOVERIES PAYAPPLY POSTED FOR THE   *
      * CUSTOMER, AND EVERY PAYMENT THE BANK SENT BACK, ON THE DATE *
      * IT CAME BACK.  NO PAYREG MEANS NOTHING HAS BEEN POSTED YET. *
      ***************************************************************
           OPEN INPUT POSTED-REFERENCE-FILE.
           IF NOT RGF-FILE-OK
              GO TO GATHER-POSTED-ACTIVITY-EXIT
           END-IF.
           MOVE "N" TO END-OF-ACTIVITY-SWITCH.
           PERFORM GATHER-ONE-POSTING
              THRU GATHER-ONE-POSTING-EXIT
              UNTIL END-OF-ACTIVITY-SOURCE.
           CLOSE POSTED-REFERENCE-FILE.
       GATHER-POSTED-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-POSTING.
           READ POSTED-REFERENCE-FILE
               AT END
                  SET END-OF-ACTIVITY-SOURCE TO TRUE
                  GO TO GATHER-ONE-POSTING-EXIT
           END-READ.
           IF RG-CUST-NUM NOT = CUST-NUM
              GO TO GATHER-ONE-POSTING-EXIT
           END-IF.
           MOVE SPACES TO ACTIVITY-WORK-LINE.
           MOVE RG-POSTED-DATE TO AW-ACTIVITY-DATE.
           EVALUATE TRUE
              WHEN RG-TYPE-CHARGE
                 MOVE "CHARGE" TO AW-ACTIVITY-TYPE
              WHEN RG-TYPE-RECOVERY
                 MOVE "RECOVERY" TO AW-ACTIVITY-TYPE
              WHEN OTHER
                 MOVE "PAYMENT" TO AW-ACTIVITY-TYPE
           END-EVALUATE.
           MOVE RG-AMOUNT TO AW-AMOUNT.
           MOVE RG-REFERENCE-NUM TO AW-REFERENCE.
           MOVE "PAYREG" TO AW-SOURCE.
           PERFORM KEEP-ONE-ACTIVITY
              THRU KEEP-ONE-ACTIVITY-EXIT.
           IF RG-RETURNED-DATE NUMERIC
              AND RG-RETURNED-DATE > ZERO
              MOVE RG-RETURNED-DATE TO AW-ACTIVITY-DATE
              MOVE "RETURNED" TO AW-ACTIVITY-TYPE
              PERFORM KEEP-ONE-ACTIVITY
                 THRU KEEP-ONE-ACTIVITY-EXIT
           END-IF.
       GATHER-ONE-POSTING-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-FEE-ACTIVITY.
      ***************************************************************
      * LATE FEES FROM THE ASSESSRG REGISTER THE MONTH-END          *
      * ASSESSMENT WRITES.  THE FILE IS ONLY OPENED FOR OUTPUT AT   *
      * SHUTDOWN, NEVER WHILE CONVERSATIONS ARE BEING SERVED.       *
      ***************************************************************
           OPEN INPUT ASSESSMENT-REGISTER-FILE.
           IF NOT ASR-FILE-OK
              GO TO GATHER-FEE-ACTIVITY-EXIT
           END-IF.
           MOVE "N" TO END-OF-ACTIVITY-SWITCH.
           PERFORM GATHER-ONE-FEE
              THRU GATHER-ONE-FEE-EXIT
              UNTIL END-OF-ACTIVITY-SOURCE.
           CLOSE ASSESSMENT-REGISTER-FILE.
       GATHER-FEE-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-FEE.
           READ ASSESSMENT-REGISTER-FILE
               AT END
                  SET END-OF-ACTIVITY-SOURCE TO TRUE
                  GO TO GATHER-ONE-FEE-EXIT
           END-READ.
           IF AR-CUST-NUM NOT = CUST-NUM
              GO TO GATHER-ONE-FEE-EXIT
           END-IF.
           MOVE SPACES TO ACTIVITY-WORK-LINE.
           MOVE AR-ASSESS-DATE TO AW-ACTIVITY-DATE.
           MOVE "LATE FEE" TO AW-ACTIVITY-TYPE.
           MOVE AR-FEE-AMOUNT TO AW-AMOUNT.
           MOVE "MONTH-END" TO AW-REFERENCE.
           MOVE "ASSESSRG" TO AW-SOURCE.
           PERFORM KEEP-ONE-ACTIVITY
              THRU KEEP-ONE-ACTIVITY-EXIT.
       GATHER-ONE-FEE-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-LIMIT-ACTIVITY.
      ***************************************************************
      * CREDIT-LIMIT CHANGES FROM THE HISTORY LOG, SHOWN AS THE     *
      * AMOUNT OF THE CHANGE (A NEW CUSTOMER'S AS THE LIMIT         *
      * GRANTED).  THE LOG IS HELD OPEN FOR APPENDING ACROSS        *
      * CONVERSATIONS, SO IT IS CLOSED, READ, AND OPENED FOR        *
      * APPENDING AGAIN.                                            *
      ***************************************************************
           IF CREDIT-LIMIT-HISTORY-IS-OPEN
              CLOSE CREDIT-LIMIT-HISTORY-FILE
              MOVE "N" TO CREDIT-LIMIT-HISTORY-SWITCH
           END-IF.
           OPEN INPUT CREDIT-LIMIT-HISTORY-FILE.
           IF CLH-FILE-OK
              MOVE "N" TO END-OF-ACTIVITY-SWITCH
              PERFORM GATHER-ONE-LIMIT-CHANGE
                 THRU GATHER-ONE-LIMIT-CHANGE-EXIT
                 UNTIL END-OF-ACTIVITY-SOURCE
              CLOSE CREDIT-LIMIT-HISTORY-FILE
           END-IF.
           PERFORM OPEN-CREDIT-LIMIT-HISTORY-FILE
              THRU OPEN-CREDIT-LIMIT-HISTORY-FILE-EXIT.
       GATHER-LIMIT-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-LIMIT-CHANGE.
           READ CREDIT-LIMIT-HISTORY-FILE
               AT END
                  SET END-OF-ACTIVITY-SOURCE TO TRUE
                  GO TO GATHER-ONE-LIMIT-CHANGE-EXIT
           END-READ.
           IF CLH-CUST-NUM NOT = CUST-NUM
              GO TO GATHER-ONE-LIMIT-CHANGE-EXIT
           END-IF.
           MOVE SPACES TO ACTIVITY-WORK-LINE.
           MOVE CLH-EFFECTIVE-DATE TO AW-ACTIVITY-DATE.
           IF CLH-REASON-NEW-CUSTOMER
              MOVE "NEW LIMIT" TO AW-ACTIVITY-TYPE
              MOVE CLH-NEW-LIMIT TO AW-AMOUNT
           ELSE
              MOVE "LIMIT CHG" TO AW-ACTIVITY-TYPE
              COMPUTE AW-AMOUNT = CLH-NEW-LIMIT - CLH-OLD-LIMIT
           END-IF.
           MOVE "CLHIST" TO AW-SOURCE.
           PERFORM KEEP-ONE-ACTIVITY
              THRU KEEP-ONE-ACTIVITY-EXIT.
       GATHER-ONE-LIMIT-CHANGE-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-TRACKED-ACTIVITY.
      ***************************************************************
      * AN UNEXPIRED PROMISE OR DISPUTE ON TRKSTAT IS ALWAYS SHOWN, *
      * HOWEVER LONG AGO IT WAS ENTERED - IT TAKES THE OLDEST PLACE *
      * IF THE LIST IS FULL.  A PROMISE'S REFERENCE IS THE DATE THE *
      * MONEY WAS PROMISED FOR.                                     *
      ***************************************************************
           MOVE "N" TO AV-TRACKED-OPENED-SWITCH.
           IF NOT TRACKED-STATUS-IS-OPEN
              OPEN INPUT TRACKED-STATUS-FILE
              IF NOT TS-FILE-OK
                 GO TO GATHER-TRACKED-ACTIVITY-EXIT
              END-IF
              SET AV-TRACKED-OPENED-HERE TO TRUE
           END-IF.
           MOVE CUST-NUM TO TS-CUST-NUM.
           READ TRACKED-STATUS-FILE
               INVALID KEY
                  GO TO GATHER-TRACKED-ACTIVITY-CLOSE
           END-READ.
           IF TS-EXPIRY-DATE < BUSINESS-DATE-TODAY
              GO TO GATHER-TRACKED-ACTIVITY-CLOSE
           END-IF.
           MOVE SPACES TO ACTIVITY-WORK-LINE.
           MOVE TS-ENTERED-DATE TO AW-ACTIVITY-DATE.
           MOVE ZERO TO AW-AMOUNT.
           IF TS-TYPE-PROMISE
              MOVE "PROMISE" TO AW-ACTIVITY-TYPE
              STRING "DUE " TS-PROMISE-DATE
                     DELIMITED BY SIZE
                     INTO AW-REFERENCE
           ELSE
              MOVE "DISPUTE" TO AW-ACTIVITY-TYPE
              MOVE TS-DISPUTE-REF TO AW-REFERENCE
           END-IF.
           MOVE "TRKSTAT" TO AW-SOURCE.
           SET AV-KEEP-REGARDLESS TO TRUE.
           PERFORM KEEP-ONE-ACTIVITY
              THRU KEEP-ONE-ACTIVITY-EXIT.
           MOVE "N" TO AV-FORCE-SWITCH.

       GATHER-TRACKED-ACTIVITY-CLOSE.
           IF AV-TRACKED-OPENED-HERE
              CLOSE TRACKED-STATUS-FILE
           END-IF.
       GATHER-TRACKED-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       KEEP-ONE-ACTIVITY.
      ***************************************************************
      * SLIP THE ACTIVITY IN HAND INTO THE TABLE IN DATE ORDER,     *
      * MOST RECENT FIRST.  WITH THE TABLE FULL, AN ACTIVITY NO     *
      * NEWER THAN THE OLDEST KEPT IS DROPPED; OTHERWISE THE OLDEST *
      * FALLS OFF THE END.                                          *
      ***************************************************************
           IF AV-ACTIVITY-COUNT = ACTIVITY-LIMIT
              AND NOT AV-KEEP-REGARDLESS
              AND AW-ACTIVITY-DATE NOT >
                  AV-ACTIVITY-DATE (AV-ACTIVITY-COUNT)
              GO TO KEEP-ONE-ACTIVITY-EXIT
           END-IF.
           IF AV-ACTIVITY-COUNT < ACTIVITY-LIMIT
              ADD 1 TO AV-ACTIVITY-COUNT
           END-IF.
           MOVE AV-ACTIVITY-COUNT TO AV-SUB.
           PERFORM SHIFT-ONE-ACTIVITY
              THRU SHIFT-ONE-ACTIVITY-EXIT
              UNTIL AV-SUB = 1
                 OR AV-ACTIVITY-DATE (AV-SUB - 1)
                    NOT < AW-ACTIVITY-DATE.
           MOVE ACTIVITY-WORK-LINE TO AV-ENTRY (AV-SUB).
       KEEP-ONE-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       SHIFT-ONE-ACTIVITY.
           MOVE AV-ENTRY (AV-SUB - 1) TO AV-ENTRY (AV-SUB).
           SUBTRACT 1 FROM AV-SUB.
       SHIFT-ONE-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       APPEND-ONE-ACTIVITY-LINE.
           ADD 1 TO RESULTS-BLOCK-COUNT.
           MOVE AV-ENTRY (AV-SEND-SUB) (1:25)
             TO RESULTS-BLOCK-RECORD (RESULTS-BLOCK-COUNT).
           ADD 1 TO RESULTS-BLOCK-COUNT.
           MOVE AV-ENTRY (AV-SEND-SUB) (26:25)
             TO RESULTS-BLOCK-RECORD (RESULTS-BLOCK-COUNT).
           ADD 1 TO AV-SEND-SUB.
       APPEND-ONE-ACTIVITY-LINE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-PRINT-FILE.
      ***************************************************************
              MOVE "N" TO STATEMENT-MODE-SWITCH
              GO TO OPEN-STATEMENT-FILES-EXIT
           END-IF.

      ***************************************************************
      * STATEMENTS ALREADY SENT TODAY BY AN EARLIER SERVER RUN STAY *
      * IN THE MAILROOM AND HOST FILES: THEY ARE EXTENDED, NOT      *
      * OPENED OUTPUT OVER, AND THE RUN PICKS UP AFTER THE LAST     *
      * CUSTOMER ON THE STMTFILE PROGRESS RECORD.                   *
      ***************************************************************
           MOVE "STMTFILE" TO SWEEP-PHASE-CODE.
           PERFORM BEGIN-SWEEP-PHASE
              THRU BEGIN-SWEEP-PHASE-EXIT.
           MOVE SWEEP-PHASE-ACTION TO ST-PROGRESS-ACTION.
           MOVE SWP-LAST-KEY TO ST-RESUME-AFTER-CUST.
           IF SWEEP-PHASE-FRESH
              OPEN OUTPUT STATEMENT-FILE
              OPEN OUTPUT ELECTRONIC-STATEMENT-FILE
           ELSE
              OPEN EXTEND STATEMENT-FILE
              OPEN EXTEND ELECTRONIC-STATEMENT-FILE
           END-IF.
           SET STATEMENT-FILE-IS-OPEN TO TRUE.

      ***************************************************************
              END-IF
           END-IF.

      ***************************************************************
      * SALESRPT SENDS THE BOOK IN CUST-NUM ORDER, SO ON A          *
      * RESTARTED DAY EVERY CUSTOMER UP TO THE LAST ONE SENT HAS    *
      * HAD ITS STATEMENT ALREADY.  A TRIAL RUN ARCHIVES NOTHING    *
      * AND IS NEVER HELD BACK.                                     *
      ***************************************************************
           IF NOT TRIAL-RUN
              AND (ST-PROGRESS-DONE
                   OR (ST-PROGRESS-RESUMED
                       AND CUST-NUM NOT > ST-RESUME-AFTER-CUST))
              ADD 1 TO ST-RESTART-SKIPPED
              GO TO WRITE-CUSTOMER-STATEMENT-EXIT
           END-IF.

           MOVE "N" TO ADDRESS-FOUND-SWITCH.
           MOVE CUST-NUM TO AD-CUST-NUM.
           READ CUSTOMER-ADDRESS-FILE
              GO TO WRITE-CUSTOMER-STATEMENT-EXIT
           END-IF.

      ***************************************************************
      * MAIL THAT CAME BACK UNDELIVERABLE IS NOT SENT TO THE SAME   *
      * ADDRESS AGAIN: UNLESS THE PAGE GOES UP THE HOST CHANNEL, IT *
      * IS HELD FOR THE ADDRESS DESK.                               *
      ***************************************************************
           IF AD-MAIL-RETURNED AND NOT AD-DELIVER-BY-HOST
              PERFORM HOLD-RETURNED-MAIL-STATEMENT
                 THRU HOLD-RETURNED-MAIL-STATEMENT-EXIT
              PERFORM SAVE-STATEMENT-PROGRESS
                 THRU SAVE-STATEMENT-PROGRESS-EXIT
              GO TO WRITE-CUSTOMER-STATEMENT-EXIT
           END-IF.

      ***************************************************************
      * ROUTE BY THE CUSTOMER'S DELIVERY PREFERENCE: HOST PAGES GO   *
      * TO ESTMFILE FOR THE OVERNIGHT TRANSFER, EVERYTHING ELSE TO   *
              PERFORM PUT-STATEMENT-LINE
                 THRU PUT-STATEMENT-LINE-EXIT
           END-IF.
           IF COLL-NATIVE-AMOUNT > ZERO
              MOVE COLL-NATIVE-AMOUNT TO ST-COL-AMOUNT
              MOVE COVERED-CREDIT-LIMIT TO ST-COL-COVERED-LIMIT
              MOVE ST-COLLATERAL-LINE TO ST-LINE-WORK
              PERFORM PUT-STATEMENT-LINE
                 THRU PUT-STATEMENT-LINE-EXIT
           END-IF.
           MOVE SPACES TO ST-LINE-WORK.
           PERFORM PUT-STATEMENT-LINE
              THRU PUT-STATEMENT-LINE-EXIT.
           ELSE
              ADD 1 TO ST-MAILED-COUNT
           END-IF.
           PERFORM SAVE-STATEMENT-PROGRESS
              THRU SAVE-STATEMENT-PROGRESS-EXIT.
       WRITE-CUSTOMER-STATEMENT-EXIT. EXIT.
      *****************************************************************
      *
       SAVE-STATEMENT-PROGRESS.
      ***************************************************************
      * THE CUSTOMER'S STATEMENT (OR HOLD) IS WRITTEN - NOTE IT ON  *
      * THE STMTFILE PROGRESS RECORD.  A TRIAL RUN RECORDS NOTHING. *
      ***************************************************************
           IF TRIAL-RUN
              GO TO SAVE-STATEMENT-PROGRESS-EXIT
           END-IF.
           MOVE CUST-NUM TO SWP-LAST-KEY.
           PERFORM SAVE-SWEEP-PROGRESS
              THRU SAVE-SWEEP-PROGRESS-EXIT.
           SET ST-PROGRESS-WAS-SAVED TO TRUE.
       SAVE-STATEMENT-PROGRESS-EXIT. EXIT.
      *****************************************************************
      *
       HOLD-RETURNED-MAIL-STATEMENT.
      ***************************************************************
      * COUNT THE HELD STATEMENT AND PUT THE CUSTOMER ON THE        *
      * NEWADDR WORK REPORT.  A TRIAL RUN ONLY COUNTS IT - THE WORK *
      * REPORT, LIKE THE ARCHIVE, HOLDS ONLY WHAT A LIVE RUN DID.   *
      ***************************************************************
           ADD 1 TO ST-MAIL-HELD.
           DISPLAY "CREDRPT RETURNED MAIL FOR CUST-NUM " CUST-NUM
                   " - STATEMENT HELD".
           IF TRIAL-RUN
              GO TO HOLD-RETURNED-MAIL-STATEMENT-EXIT
           END-IF.
           IF NOT NEW-ADDRESS-FILE-IS-OPEN
              PERFORM OPEN-NEW-ADDRESS-FILE
                 THRU OPEN-NEW-ADDRESS-FILE-EXIT
              IF NOT NEW-ADDRESS-FILE-IS-OPEN
                 GO TO HOLD-RETURNED-MAIL-STATEMENT-EXIT
              END-IF
           END-IF.
           MOVE CUST-NUM TO NA-D-CUST-NUM.
           MOVE AD-NAME TO NA-D-NAME.
           MOVE "STMT" TO NA-D-HELD-DOC.
           MOVE RPT-REPORT-DATE TO NA-D-HELD-DATE.
           MOVE AD-RETURNED-DOC TO NA-D-RETURNED-DOC.
           MOVE AD-RETURNED-DATE TO NA-D-RETURNED-DATE.
           WRITE NEW-ADDRESS-RECORD FROM NA-DETAIL-LINE.
       HOLD-RETURNED-MAIL-STATEMENT-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-NEW-ADDRESS-FILE.
      ***************************************************************
      * THE WORK REPORT IS APPENDED ACROSS RUNS AND SHARED WITH     *
      * DUNLTR, SO IT IS NEVER OPENED OUTPUT OVER WHAT THE ADDRESS  *
      * DESK HAS NOT YET WORKED.                                    *
      ***************************************************************
           OPEN EXTEND NEW-ADDRESS-FILE.
           IF NAF-FILE-NOT-FOUND
              OPEN OUTPUT NEW-ADDRESS-FILE
           END-IF.
           IF NAF-FILE-OK
              SET NEW-ADDRESS-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CREDRPT: NEWADDR OPEN FAILED, STATUS="
                      NAF-FILE-STATUS
           END-IF.
       OPEN-NEW-ADDRESS-FILE-EXIT. EXIT.
      *****************************************************************
      *
       PUT-STATEMENT-LINE.
      ***************************************************************
      ***************************************************************
           PERFORM OPEN-TRACKED-STATUS
              THRU OPEN-TRACKED-STATUS-EXIT.
           PERFORM OPEN-CHARGED-OFF
              THRU OPEN-CHARGED-OFF-EXIT.
      ***************************************************************
      * THE STATEMENT RUN IS OVER ONCE THE SERVER IS SHUTTING DOWN: *
      * MARK IT COMPLETE FOR THE DAY SO A RERUN SENDS NONE AGAIN.   *
      * THE PROGRESS RECORD IN HAND IS STILL STMTFILE'S - NO SWEEP  *
      * HAS RUN YET.                                                *
      ***************************************************************
           IF ST-PROGRESS-WAS-SAVED OR ST-PROGRESS-RESUMED
              PERFORM END-SWEEP-PHASE
                 THRU END-SWEEP-PHASE-EXIT
           END-IF.
      ***************************************************************
      * A PARTITIONED INSTANCE DEFERS THE WHOLE-BOOK SWEEPS: THE     *
      * ASSESSMENT AND AGING BELONG TO THE SWEEP RUN THAT FOLLOWS    *
              PERFORM WRITE-AGED-EXCEPTION-REPORT
                 THRU WRITE-AGED-EXCEPTION-REPORT-EXIT
              PERFORM WRITE-SEVERITY-WATCHLIST
                 THRU WRITE-SEVERITY-WATCHLIST-EXIT
              PERFORM WRITE-GROUP-EXPOSURE-REPORT
                 THRU WRITE-GROUP-EXPOSURE-REPORT-EXIT
              PERFORM WRITE-EXPIRING-COLLATERAL-REPORT
                 THRU WRITE-EXPIRING-COLLATERAL-REPORT-EXIT.
           IF EXCEPTION-FILE-IS-OPEN
              CLOSE EXCEPTION-FILE.
           IF CREDIT-LIMIT-SNAPSHOT-IS-OPEN
              CLOSE ELECTRONIC-STATEMENT-FILE.
           IF ARCHIVE-FILE-IS-OPEN
              CLOSE STATEMENT-ARCHIVE-FILE.
           IF NEW-ADDRESS-FILE-IS-OPEN
              CLOSE NEW-ADDRESS-FILE.
           IF TRACKED-STATUS-IS-OPEN
              CLOSE TRACKED-STATUS-FILE.
           IF CHARGED-OFF-FILE-IS-OPEN
              CLOSE CHARGED-OFF-FILE.
           IF BROKEN-PROMISE-FILE-IS-OPEN
              CLOSE BROKEN-PROMISE-FILE.
           IF COLLATERAL-FILE-IS-OPEN
              CLOSE COLLATERAL-FILE.

           MOVE DY-CONVERSATION-COUNT TO SR-DY-CONVERSATION-COUNT.
           MOVE DY-TOTAL-RECORDS TO SR-DY-TOTAL-RECORDS.
                      SR-ST-HOST-COUNT
              DISPLAY "ADDRESSES MISSING ........... "
                      SR-ST-ADDRESSES-MISSING
              MOVE ST-MAIL-HELD TO SR-ST-MAIL-HELD
              DISPLAY "HELD - RETURNED MAIL ........ "
                      SR-ST-MAIL-HELD
           END-IF.
           IF ST-RESTART-SKIPPED > ZERO
              MOVE ST-RESTART-SKIPPED TO SR-ST-RESTART-SKIPPED
              DISPLAY "STATEMENTS ALREADY SENT ..... "
                      SR-ST-RESTART-SKIPPED
           END-IF.
           IF TRACKED-STATUS-IS-OPEN
              MOVE TK-FEES-HELD TO SR-TK-FEES-HELD
              DISPLAY "BROKEN PROMISES ............ "
                      SR-TK-BROKEN-PROMISES
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              MOVE COF-FEES-SKIPPED TO SR-COF-FEES-SKIPPED
              DISPLAY "FEES SKIPPED (CHARGED OFF) . "
                      SR-COF-FEES-SKIPPED
           END-IF.
           IF COLLATERAL-FILE-IS-OPEN
              MOVE COLL-CUSTOMERS-COVERED
                   TO SR-COLL-CUSTOMERS-COVERED
              MOVE COLL-FEES-COVERED TO SR-COLL-FEES-COVERED
              MOVE COLL-ITEMS-EXPIRING TO SR-COLL-ITEMS-EXPIRING
              MOVE COLL-LAPSING-OVER TO SR-COLL-LAPSING-OVER
              DISPLAY "OVER LIMIT BUT COVERED ...... "
                      SR-COLL-CUSTOMERS-COVERED
              DISPLAY "FEES WAIVED (COLLATERAL) ... "
                      SR-COLL-FEES-COVERED
              DISPLAY "COLLATERAL EXPIRING ........ "
                      SR-COLL-ITEMS-EXPIRING
              DISPLAY "OVER LIMIT ON LAPSE ........ "
                      SR-COLL-LAPSING-OVER
           END-IF.
           IF GX-GROUPS-REPORTED > ZERO
              MOVE GX-GROUPS-REPORTED TO SR-GX-GROUPS-REPORTED
              MOVE GX-GROUPS-OVER TO SR-GX-GROUPS-OVER
              MOVE GX-GROUPS-WARNING TO SR-GX-GROUPS-WARNING
              MOVE GX-MEMBER-EXCEPTIONS TO SR-GX-MEMBER-EXCEPTIONS
              DISPLAY "CUSTOMER GROUPS REPORTED ... "
                      SR-GX-GROUPS-REPORTED
              DISPLAY "GROUPS OVER GROUP LIMIT .... "
                      SR-GX-GROUPS-OVER
              DISPLAY "GROUPS APPROACHING LIMIT ... "
                      SR-GX-GROUPS-WARNING
              DISPLAY "GROUP MEMBER EXCEPTIONS .... "
                      SR-GX-MEMBER-EXCEPTIONS
           END-IF.
           IF SWP-PHASES-RESUMED > ZERO OR SWP-PHASES-SKIPPED > ZERO
              MOVE SWP-PHASES-RESUMED TO SR-SWP-PHASES-RESUMED
              MOVE SWP-PHASES-SKIPPED TO SR-SWP-PHASES-SKIPPED
              DISPLAY "SWEEP PHASES RESUMED ....... "
                      SR-SWP-PHASES-RESUMED
              DISPLAY "SWEEP PHASES ALREADY DONE .. "
                      SR-SWP-PHASES-SKIPPED
           END-IF.
           DISPLAY "******************************************".

           IF PARTITIONED-RUN
              PERFORM WRITE-PARTITION-SUMMARY
                 THRU WRITE-PARTITION-SUMMARY-EXIT
           ELSE
              MOVE "CREDSUM " TO SWEEP-PHASE-CODE
              PERFORM BEGIN-SWEEP-PHASE
                 THRU BEGIN-SWEEP-PHASE-EXIT
              IF NOT SWEEP-PHASE-DONE
                 PERFORM WRITE-DAY-SUMMARY
                    THRU WRITE-DAY-SUMMARY-EXIT
                 PERFORM END-SWEEP-PHASE
                    THRU END-SWEEP-PHASE-EXIT
              END-IF
           END-IF.
           IF SWEEP-PROGRESS-IS-OPEN
              CLOSE SWEEP-PROGRESS-FILE.

           CALL "AUDITCLS".
           DISPLAY "PROGRAM: CREDRPT EXECUTION COMPLETE".
      * REPORTED EXACTLY ONCE EVEN FOR A CUSTOMER THE NEXT RUN       *
      * NEVER TOUCHES.                                               *
      ***************************************************************
           MOVE "WATCHLST" TO SWEEP-PHASE-CODE.
           PERFORM BEGIN-SWEEP-PHASE
              THRU BEGIN-SWEEP-PHASE-EXIT.
           IF SWEEP-PHASE-DONE
              GO TO WRITE-SEVERITY-WATCHLIST-EXIT
           END-IF.
           MOVE BUSINESS-DATE-TODAY TO WL-H1-DATE.
           IF SWEEP-PHASE-RESUMED
              OPEN EXTEND WATCHLIST-FILE
           ELSE
              OPEN OUTPUT WATCHLIST-FILE
              WRITE WATCHLIST-RECORD FROM WL-HEADING-LINE-1
              WRITE WATCHLIST-RECORD FROM WL-HEADING-LINE-2
              MOVE SPACES TO WATCHLIST-RECORD
              WRITE WATCHLIST-RECORD
           END-IF.

           MOVE "N" TO WL-END-SWITCH.
           IF SWEEP-PHASE-RESUMED
              MOVE SWP-LAST-KEY TO CLS-CUST-NUM
              START CREDIT-LIMIT-SNAPSHOT-FILE
                  KEY GREATER THAN CLS-CUST-NUM
                  INVALID KEY
                     SET WL-END-OF-SNAPSHOTS TO TRUE
              END-START
           ELSE
              MOVE LOW-VALUES TO CLS-CUST-NUM
              START CREDIT-LIMIT-SNAPSHOT-FILE
                  KEY GREATER THAN CLS-CUST-NUM
                  INVALID KEY
                     SET WL-END-OF-SNAPSHOTS TO TRUE
              END-START
           END-IF.
           PERFORM WATCH-ONE-SNAPSHOT
              THRU WATCH-ONE-SNAPSHOT-EXIT
              UNTIL WL-END-OF-SNAPSHOTS.
                  INTO WATCHLIST-RECORD.
           WRITE WATCHLIST-RECORD.
           CLOSE WATCHLIST-FILE.
           PERFORM END-SWEEP-PHASE
              THRU END-SWEEP-PHASE-EXIT.
           DISPLAY "CREDRPT SEVERITY WATCHLIST WRITTEN".
       WRITE-SEVERITY-WATCHLIST-EXIT. EXIT.
      *****************************************************************
      ***************************************************************
           MOVE CLS-SEVERITY-CODE TO CLS-PREV-SEVERITY.
           REWRITE CREDIT-LIMIT-SNAPSHOT-RECORD.
           MOVE CLS-CUST-NUM TO SWP-LAST-KEY.
           PERFORM SAVE-SWEEP-PROGRESS
              THRU SAVE-SWEEP-PROGRESS-EXIT.
       WATCH-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
      * ECHOED AS A PAYAPPLY CHARGE TRANSACTION FOR THE CUSTOMER     *
      * MASTER, AND DISPLAYED SO THE FEE TRAIL IS AUDITABLE.         *
      ***************************************************************
      ***************************************************************
      * A FEE ALREADY POSTED TODAY IS NEVER POSTED AGAIN: A RERUN   *
      * SKIPS A FINISHED ASSESSMENT, AND AN INTERRUPTED ONE CARRIES *
      * ON AFTER THE LAST CUSTOMER IT CHARGED, EXTENDING THE        *
      * REGISTER AND FEETRAN RATHER THAN REWRITING THEM.            *
      ***************************************************************
           MOVE "ASSESSRG" TO SWEEP-PHASE-CODE.
           PERFORM BEGIN-SWEEP-PHASE
              THRU BEGIN-SWEEP-PHASE-EXIT.
           IF SWEEP-PHASE-DONE
              GO TO MONTH-END-ASSESSMENT-EXIT
           END-IF.
           MOVE BUSINESS-DATE-TODAY TO ASSESS-TODAY-DATE.
           IF SWEEP-PHASE-RESUMED
              OPEN EXTEND ASSESSMENT-REGISTER-FILE
              OPEN EXTEND FEE-TRANSACTION-FILE
           ELSE
              OPEN OUTPUT ASSESSMENT-REGISTER-FILE
              OPEN OUTPUT FEE-TRANSACTION-FILE
           END-IF.
           MOVE "N" TO ASSESS-END-SWITCH.
           IF SWEEP-PHASE-RESUMED
              MOVE SWP-LAST-KEY TO CLS-CUST-NUM
              START CREDIT-LIMIT-SNAPSHOT-FILE
                  KEY GREATER THAN CLS-CUST-NUM
                  INVALID KEY
                     SET ASSESS-END-OF-SNAPSHOTS TO TRUE
              END-START
           ELSE
              MOVE LOW-VALUES TO CLS-CUST-NUM
              START CREDIT-LIMIT-SNAPSHOT-FILE
                  KEY GREATER THAN CLS-CUST-NUM
                  INVALID KEY
                     SET ASSESS-END-OF-SNAPSHOTS TO TRUE
              END-START
           END-IF.
           PERFORM ASSESS-ONE-SNAPSHOT
              THRU ASSESS-ONE-SNAPSHOT-EXIT
              UNTIL ASSESS-END-OF-SNAPSHOTS.
           CLOSE ASSESSMENT-REGISTER-FILE.
           CLOSE FEE-TRANSACTION-FILE.
           PERFORM END-SWEEP-PHASE
              THRU END-SWEEP-PHASE-EXIT.

           MOVE AS-FEES-ASSESSED TO SR-AS-FEES-ASSESSED.
           MOVE AS-FEE-TOTAL TO SR-AS-FEE-TOTAL.
              GO TO ASSESS-ONE-SNAPSHOT-EXIT
           END-IF.

      ***************************************************************
      * A CHARGED-OFF ACCOUNT HAS BEEN WRITTEN OFF AND PLACED WITH   *
      * THE COLLECTION AGENCY - IT IS NEVER ASSESSED AGAIN.          *
      ***************************************************************
           IF CHARGED-OFF-FILE-IS-OPEN
              MOVE CLS-CUST-NUM TO CO-CUST-NUM
              READ CHARGED-OFF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO COF-FEES-SKIPPED
                     GO TO ASSESS-ONE-SNAPSHOT-EXIT
              END-READ
           END-IF.

      ***************************************************************
      * AN OPEN PROMISE OR DISPUTE HOLDS THE CUSTOMER OUT OF THE     *
      * FEE ASSESSMENT ENTIRELY - THE DESK HAS THE ACCOUNT IN HAND.  *
                      " - OPEN PROMISE/DISPUTE"
              GO TO ASSESS-ONE-SNAPSHOT-EXIT
           END-IF.

      ***************************************************************
      * UNEXPIRED COLLATERAL COVERS PART OR ALL OF THE OVER AMOUNT: *
      * THE FEE IS CHARGED ON THE UNCOVERED REMAINDER ONLY, AND NOT *
      * AT ALL WHEN THE COLLATERAL COVERS IT.                       *
      ***************************************************************
           MOVE CLS-CUST-NUM TO COLL-CUST-NUM.
           MOVE CLS-CURRENCY-CODE TO COLL-TARGET-CURRENCY.
           PERFORM SUM-CUSTOMER-COLLATERAL
              THRU SUM-CUSTOMER-COLLATERAL-EXIT.
           SUBTRACT COLL-NATIVE-AMOUNT FROM ASSESS-OVER-AMOUNT.
           IF ASSESS-OVER-AMOUNT NOT > ZERO
              ADD 1 TO COLL-FEES-COVERED
              DISPLAY "CREDRPT FEE WAIVED FOR CUST-NUM " CLS-CUST-NUM
                      " - COVERED BY COLLATERAL"
              GO TO ASSESS-ONE-SNAPSHOT-EXIT
           END-IF.
           COMPUTE ASSESS-BALANCE-BEFORE =
               CLS-CREDIT-LIMIT - CLS-CREDIT-BALANCE.

           ADD ASSESS-FEE-BASE TO AS-FEE-TOTAL.
           DISPLAY "CREDRPT LATE FEE " AR-FEE-AMOUNT
                   " ASSESSED TO CUST-NUM " CLS-CUST-NUM.
           MOVE CLS-CUST-NUM TO SWP-LAST-KEY.
           PERFORM SAVE-SWEEP-PROGRESS
              THRU SAVE-SWEEP-PROGRESS-EXIT.
       ASSESS-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
      * PER BUCKET, SO COLLECTIONS SEES THE CHRONIC OFFENDERS        *
      * WITHOUT REREADING ONE NIGHT'S EXCEPTION FILE.                *
      ***************************************************************
           MOVE ZERO TO AG-BUCKET-TOTALS.
           MOVE "AGEDEXCP" TO SWEEP-PHASE-CODE.
           PERFORM BEGIN-SWEEP-PHASE
              THRU BEGIN-SWEEP-PHASE-EXIT.
           IF SWEEP-PHASE-DONE
              GO TO WRITE-AGED-EXCEPTION-REPORT-EXIT
           END-IF.
           MOVE BUSINESS-DATE-TODAY TO AG-TODAY-DATE.
           MOVE AG-TODAY-DATE TO AG-H1-DATE.
           IF SWEEP-PHASE-RESUMED
              OPEN EXTEND AGED-EXCEPTION-FILE
           ELSE
              OPEN OUTPUT AGED-EXCEPTION-FILE
              WRITE AGED-EXCEPTION-RECORD FROM AG-HEADING-LINE-1
              WRITE AGED-EXCEPTION-RECORD FROM AG-HEADING-LINE-2
              MOVE SPACES TO AGED-EXCEPTION-RECORD
              WRITE AGED-EXCEPTION-RECORD
           END-IF.

           MOVE "N" TO AG-END-OF-SNAPSHOTS-SWITCH.
           IF SWEEP-PHASE-RESUMED
              MOVE SWP-LAST-KEY TO CLS-CUST-NUM
              START CREDIT-LIMIT-SNAPSHOT-FILE
                  KEY GREATER THAN CLS-CUST-NUM
                  INVALID KEY
                     SET AG-END-OF-SNAPSHOTS TO TRUE
              END-START
           ELSE
              MOVE LOW-VALUES TO CLS-CUST-NUM
              START CREDIT-LIMIT-SNAPSHOT-FILE
                  KEY GREATER THAN CLS-CUST-NUM
                  INVALID KEY
                     SET AG-END-OF-SNAPSHOTS TO TRUE
              END-START
           END-IF.
           PERFORM AGE-ONE-SNAPSHOT
              THRU AGE-ONE-SNAPSHOT-EXIT
              UNTIL AG-END-OF-SNAPSHOTS.
              THRU WRITE-AGING-SUBTOTAL-EXIT
              UNTIL AG-INDX > 4.
           CLOSE AGED-EXCEPTION-FILE.
           PERFORM END-SWEEP-PHASE
              THRU END-SWEEP-PHASE-EXIT.
           DISPLAY "CREDRPT AGED EXCEPTION REPORT WRITTEN".
       WRITE-AGED-EXCEPTION-REPORT-EXIT. EXIT.
      *****************************************************************
              END-IF
              MOVE "HELD" TO AG-D-BUCKET
              WRITE AGED-EXCEPTION-RECORD FROM AG-DETAIL-LINE
              MOVE CLS-CUST-NUM TO SWP-LAST-KEY
              PERFORM SAVE-SWEEP-PROGRESS
                 THRU SAVE-SWEEP-PROGRESS-EXIT
              GO TO AGE-ONE-SNAPSHOT-EXIT
           END-IF.
           MOVE CLS-FIRST-EXCEEDED-DATE TO AG-FIRST-DATE.
           MOVE AG-FIRST-DATE TO CD-FROM-DATE.
           MOVE AG-TODAY-DATE TO CD-TO-DATE.
           CALL "CALDAYS" USING CD-POLICY-NAME
                                CD-FROM-DATE
                                CD-TO-DATE
                                CD-DAY-COUNT
                                CD-RESULT.
           IF CD-BUSINESS-DAYS-COUNTED
              MOVE CD-DAY-COUNT TO AG-DAYS-OVER
           ELSE
              COMPUTE AG-DAYS-OVER =
                  (AG-TODAY-YY * 365 + AG-TODAY-MM * 30 + AG-TODAY-DD)
                - (AG-FIRST-YY * 365 + AG-FIRST-MM * 30 + AG-FIRST-DD)
           END-IF.
           EVALUATE TRUE
              WHEN AG-DAYS-OVER < 30
                 MOVE 1 TO AG-BUCKET-INDX-NUM
           END-IF.
           MOVE AG-BUCKET-LABEL (AG-INDX) TO AG-D-BUCKET.
           WRITE AGED-EXCEPTION-RECORD FROM AG-DETAIL-LINE.
           MOVE CLS-CUST-NUM TO SWP-LAST-KEY.
           PERFORM SAVE-SWEEP-PROGRESS
              THRU SAVE-SWEEP-PROGRESS-EXIT.
       AGE-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
           END-IF.
       OPEN-TRACKED-STATUS-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CHARGED-OFF.
      ***************************************************************
      * OPEN WRTOFF'S CHARGED-OFF REGISTER FOR THE FEE ASSESSMENT.   *
      * NO FILE MEANS NOTHING HAS EVER BEEN WRITTEN OFF.             *
      ***************************************************************
           OPEN INPUT CHARGED-OFF-FILE.
           IF COF-FILE-OK
              SET CHARGED-OFF-FILE-IS-OPEN TO TRUE
           END-IF.
       OPEN-CHARGED-OFF-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-TRACKED-STATUS.
      ***************************************************************
           END-IF.
       CHECK-TRACKED-STATUS-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-COLLATERAL-FILE.
      ***************************************************************
      * OPEN COLLMNT'S COLLATERAL REGISTER FOR THE WHOLE RUN.  NO   *
      * FILE MEANS NO COLLATERAL IS HELD - EVERY CUSTOMER IS        *
      * CLASSIFIED AND ASSESSED AGAINST THE BARE LIMIT EXACTLY AS   *
      * BEFORE.                                                     *
      ***************************************************************
           MOVE BUSINESS-DATE-TODAY TO COLL-TODAY-DATE.
           OPEN INPUT COLLATERAL-FILE.
           IF CLF-FILE-OK
              SET COLLATERAL-FILE-IS-OPEN TO TRUE
              DISPLAY "CREDRPT COLLATERAL REGISTER IN EFFECT"
           END-IF.
       OPEN-COLLATERAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       SUM-CUSTOMER-COLLATERAL.
      ***************************************************************
      * TOTAL COLL-CUST-NUM'S UNEXPIRED COLLATERAL INTO             *
      * COLL-NATIVE-AMOUNT, IN COLL-TARGET-CURRENCY.  THE ITEMS ARE *
      * READ IN KEY ORDER FROM THE CUSTOMER'S FIRST REFERENCE UNTIL *
      * THE CUST-NUM CHANGES.  AN ITEM IS UNEXPIRED THROUGH ITS     *
      * EXPIRY DATE; A ZERO EXPIRY NEVER LAPSES.                    *
      ***************************************************************
           MOVE ZERO TO COLL-NATIVE-AMOUNT.
           IF NOT COLLATERAL-FILE-IS-OPEN
              GO TO SUM-CUSTOMER-COLLATERAL-EXIT
           END-IF.
           MOVE CURRENT-RATE-TO-BASE TO COLL-SAVED-RATE.
           MOVE "N" TO COLL-END-SWITCH.
           MOVE COLL-CUST-NUM TO CL-CUST-NUM.
           MOVE LOW-VALUES TO CL-COLL-REF.
           START COLLATERAL-FILE
               KEY NOT LESS THAN CL-COLL-KEY
               INVALID KEY
                  SET COLL-END-OF-ITEMS TO TRUE
           END-START.
           PERFORM SUM-ONE-COLLATERAL
              THRU SUM-ONE-COLLATERAL-EXIT
              UNTIL COLL-END-OF-ITEMS.
           MOVE COLL-SAVED-RATE TO CURRENT-RATE-TO-BASE.
       SUM-CUSTOMER-COLLATERAL-EXIT. EXIT.
      *****************************************************************
      *
       SUM-ONE-COLLATERAL.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                  SET COLL-END-OF-ITEMS TO TRUE
                  GO TO SUM-ONE-COLLATERAL-EXIT
           END-READ.
           IF CL-CUST-NUM NOT = COLL-CUST-NUM
              SET COLL-END-OF-ITEMS TO TRUE
              GO TO SUM-ONE-COLLATERAL-EXIT
           END-IF.
           IF CL-EXPIRY-DATE NOT = ZERO
              AND CL-EXPIRY-DATE < COLL-TODAY-DATE
              GO TO SUM-ONE-COLLATERAL-EXIT
           END-IF.
           PERFORM CONVERT-COLLATERAL-AMOUNT
              THRU CONVERT-COLLATERAL-AMOUNT-EXIT.
           ADD COLL-ITEM-NATIVE TO COLL-NATIVE-AMOUNT.
       SUM-ONE-COLLATERAL-EXIT. EXIT.
      *****************************************************************
      *
       CONVERT-COLLATERAL-AMOUNT.
      ***************************************************************
      * CONVERT THE ITEM IN HAND TO COLL-TARGET-CURRENCY, THROUGH   *
      * BASE WHEN THE TWO CURRENCIES DIFFER: A USD LETTER OF CREDIT *
      * SECURING A CAD ACCOUNT IS WORTH ITS CAD EQUIVALENT TONIGHT. *
      ***************************************************************
           IF CL-CURRENCY-CODE = COLL-TARGET-CURRENCY
              MOVE CL-AMOUNT TO COLL-ITEM-NATIVE
              GO TO CONVERT-COLLATERAL-AMOUNT-EXIT
           END-IF.
           MOVE CL-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE.
           PERFORM LOOKUP-EXCHANGE-RATE
              THRU LOOKUP-EXCHANGE-RATE-EXIT.
           COMPUTE COLL-ITEM-BASE ROUNDED =
               CL-AMOUNT * CURRENT-RATE-TO-BASE.
           MOVE COLL-TARGET-CURRENCY TO LOOKUP-CURRENCY-CODE.
           PERFORM LOOKUP-EXCHANGE-RATE
              THRU LOOKUP-EXCHANGE-RATE-EXIT.
           COMPUTE COLL-ITEM-NATIVE ROUNDED =
               COLL-ITEM-BASE / CURRENT-RATE-TO-BASE.
       CONVERT-COLLATERAL-AMOUNT-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-EXPIRING-COLLATERAL-REPORT.
      ***************************************************************
      * SWEEP THE COLLATERAL REGISTER IN KEY ORDER, ONE CUSTOMER'S  *
      * ITEMS AT A TIME.  EVERY UNEXPIRED ITEM LAPSING WITHIN       *
      * COLL-WARNING-DAYS IS LISTED; AT EACH CUSTOMER BREAK A       *
      * CUSTOMER WHOSE SNAPSHOT BALANCE WILL EXCEED THE LIMIT PLUS  *
      * THE COLLATERAL THAT REMAINS IS FLAGGED, SO THE DESK CAN     *
      * CHASE A RENEWAL BEFORE THE ACCOUNT GOES OVER.               *
      ***************************************************************
           IF NOT COLLATERAL-FILE-IS-OPEN
              GO TO WRITE-EXPIRING-COLLATERAL-REPORT-EXIT
           END-IF.
           MOVE "COLLEXP " TO SWEEP-PHASE-CODE.
           PERFORM BEGIN-SWEEP-PHASE
              THRU BEGIN-SWEEP-PHASE-EXIT.
           IF SWEEP-PHASE-DONE
              GO TO WRITE-EXPIRING-COLLATERAL-REPORT-EXIT
           END-IF.
           MOVE BUSINESS-DATE-TODAY TO CX-TODAY-DATE.
           MOVE CX-TODAY-DATE TO CX-H1-DATE.
           IF SWEEP-PHASE-RESUMED
              OPEN EXTEND EXPIRING-COLLATERAL-FILE
           ELSE
              OPEN OUTPUT EXPIRING-COLLATERAL-FILE
              WRITE EXPIRING-COLLATERAL-RECORD FROM CX-HEADING-LINE-1
              WRITE EXPIRING-COLLATERAL-RECORD FROM CX-HEADING-LINE-2
              MOVE SPACES TO EXPIRING-COLLATERAL-RECORD
              WRITE EXPIRING-COLLATERAL-RECORD
           END-IF.

      ***************************************************************
      * A RESUME STARTS AT THE FIRST ITEM OF THE CUSTOMER AFTER THE *
      * LAST ONE FINISHED - HIGH-VALUES CLEARS ALL ITS REFERENCES.  *
      ***************************************************************
           MOVE SPACES TO CX-CUST-NUM.
           MOVE "N" TO COLL-END-SWITCH.
           IF SWEEP-PHASE-RESUMED
              MOVE SWP-LAST-KEY TO CL-CUST-NUM
              MOVE HIGH-VALUES TO CL-COLL-REF
              START COLLATERAL-FILE
                  KEY GREATER THAN CL-COLL-KEY
                  INVALID KEY
                     SET COLL-END-OF-ITEMS TO TRUE
              END-START
           ELSE
              MOVE LOW-VALUES TO CL-COLL-KEY
              START COLLATERAL-FILE
                  KEY NOT LESS THAN CL-COLL-KEY
                  INVALID KEY
                     SET COLL-END-OF-ITEMS TO TRUE
              END-START
           END-IF.
           PERFORM EXPIRE-ONE-COLLATERAL
              THRU EXPIRE-ONE-COLLATERAL-EXIT
              UNTIL COLL-END-OF-ITEMS.
           IF CX-CUST-NUM NOT = SPACES
              PERFORM FINISH-COLLATERAL-CUSTOMER
                 THRU FINISH-COLLATERAL-CUSTOMER-EXIT
           END-IF.

           MOVE COLL-ITEMS-EXPIRING TO SR-COLL-ITEMS-EXPIRING.
           MOVE COLL-LAPSING-OVER TO SR-COLL-LAPSING-OVER.
           MOVE SPACES TO EXPIRING-COLLATERAL-RECORD.
           WRITE EXPIRING-COLLATERAL-RECORD.
           MOVE SPACES TO EXPIRING-COLLATERAL-RECORD.
           STRING "ITEMS EXPIRING " SR-COLL-ITEMS-EXPIRING
                  "   CUSTOMERS OVER LIMIT ON LAPSE "
                  SR-COLL-LAPSING-OVER
                  DELIMITED BY SIZE
                  INTO EXPIRING-COLLATERAL-RECORD.
           WRITE EXPIRING-COLLATERAL-RECORD.
           CLOSE EXPIRING-COLLATERAL-FILE.
           PERFORM END-SWEEP-PHASE
              THRU END-SWEEP-PHASE-EXIT.
           DISPLAY "CREDRPT EXPIRING COLLATERAL REPORT WRITTEN".
       WRITE-EXPIRING-COLLATERAL-REPORT-EXIT. EXIT.
      *****************************************************************
      *
       EXPIRE-ONE-COLLATERAL.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                  SET COLL-END-OF-ITEMS TO TRUE
                  GO TO EXPIRE-ONE-COLLATERAL-EXIT
           END-READ.
           IF CL-CUST-NUM NOT = CX-CUST-NUM
              IF CX-CUST-NUM NOT = SPACES
                 PERFORM FINISH-COLLATERAL-CUSTOMER
                    THRU FINISH-COLLATERAL-CUSTOMER-EXIT
                 MOVE CX-CUST-NUM TO SWP-LAST-KEY
                 PERFORM SAVE-SWEEP-PROGRESS
                    THRU SAVE-SWEEP-PROGRESS-EXIT
              END-IF
              PERFORM START-COLLATERAL-CUSTOMER
                 THRU START-COLLATERAL-CUSTOMER-EXIT
           END-IF.
           IF CL-EXPIRY-DATE NOT = ZERO
              AND CL-EXPIRY-DATE < CX-TODAY-DATE
              GO TO EXPIRE-ONE-COLLATERAL-EXIT
           END-IF.
           PERFORM CONVERT-COLLATERAL-AMOUNT
              THRU CONVERT-COLLATERAL-AMOUNT-EXIT.
           ADD COLL-ITEM-NATIVE TO CX-UNEXPIRED-TOTAL.
           IF CL-EXPIRY-DATE = ZERO
              GO TO EXPIRE-ONE-COLLATERAL-EXIT
           END-IF.
           MOVE CL-EXPIRY-DATE TO CX-EXPIRY-DATE.
           COMPUTE CX-DAYS-TO-EXPIRY =
               (CX-EXPIRY-YY * 365 + CX-EXPIRY-MM * 30 + CX-EXPIRY-DD)
             - (CX-TODAY-YY * 365 + CX-TODAY-MM * 30 + CX-TODAY-DD).
           IF CX-DAYS-TO-EXPIRY > COLL-WARNING-DAYS
              GO TO EXPIRE-ONE-COLLATERAL-EXIT
           END-IF.
           ADD COLL-ITEM-NATIVE TO CX-LAPSING-TOTAL.
           ADD 1 TO COLL-ITEMS-EXPIRING.

           MOVE CL-CUST-NUM TO CX-D-CUST-NUM.
           MOVE CL-COLL-REF TO CX-D-COLL-REF.
           EVALUATE TRUE
              WHEN CL-TYPE-LETTER-OF-CREDIT
                 MOVE "LETTER OF CREDIT" TO CX-D-TYPE
              WHEN CL-TYPE-DEPOSIT
                 MOVE "CASH DEPOSIT" TO CX-D-TYPE
              WHEN CL-TYPE-GUARANTEE
                 MOVE "GUARANTEE" TO CX-D-TYPE
              WHEN OTHER
                 MOVE "UNKNOWN TYPE" TO CX-D-TYPE
           END-EVALUATE.
           MOVE CL-AMOUNT TO CX-D-AMOUNT.
           IF CL-CURRENCY-CODE = SPACES
              MOVE "BAS" TO CX-D-CURRENCY
           ELSE
              MOVE CL-CURRENCY-CODE TO CX-D-CURRENCY
           END-IF.
           MOVE CL-EXPIRY-DATE TO CX-D-EXPIRY-DATE.
           MOVE CX-DAYS-TO-EXPIRY TO CX-D-DAYS.
           WRITE EXPIRING-COLLATERAL-RECORD FROM CX-DETAIL-LINE.
       EXPIRE-ONE-COLLATERAL-EXIT. EXIT.
      *****************************************************************
      *
       START-COLLATERAL-CUSTOMER.
      ***************************************************************
      * A NEW CUSTOMER IN THE SWEEP: CLEAR THE TOTALS AND TAKE ITS  *
      * LIMIT, BALANCE OWED, AND CURRENCY FROM ITS SNAPSHOT.  A     *
      * CUSTOMER WITH NO SNAPSHOT HAS ITS EXPIRING ITEMS LISTED BUT *
      * CANNOT BE TESTED FOR THE LAPSE.                             *
      ***************************************************************
           MOVE CL-CUST-NUM TO CX-CUST-NUM.
           MOVE ZERO TO CX-CREDIT-LIMIT.
           MOVE ZERO TO CX-BALANCE-OWED.
           MOVE ZERO TO CX-UNEXPIRED-TOTAL.
           MOVE ZERO TO CX-LAPSING-TOTAL.
           MOVE "N" TO CX-SNAPSHOT-SWITCH.
           MOVE SPACES TO COLL-TARGET-CURRENCY.
           MOVE CL-CUST-NUM TO CLS-CUST-NUM.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               INVALID KEY
                  GO TO START-COLLATERAL-CUSTOMER-EXIT
           END-READ.
           SET CX-SNAPSHOT-WAS-FOUND TO TRUE.
           MOVE CLS-CURRENCY-CODE TO COLL-TARGET-CURRENCY.
           MOVE CLS-CREDIT-LIMIT TO CX-CREDIT-LIMIT.
           COMPUTE CX-BALANCE-OWED =
               CLS-CREDIT-LIMIT - CLS-CREDIT-BALANCE.
       START-COLLATERAL-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       FINISH-COLLATERAL-CUSTOMER.
      ***************************************************************
      * THE CUSTOMER'S ITEMS ARE ALL READ.  WHEN ANY OF THEM LAPSE  *
      * IN THE WINDOW, TEST THE BALANCE OWED AGAINST THE LIMIT PLUS *
      * THE COLLATERAL LEFT AFTERWARDS, AND FLAG THE SHORTFALL - IN *
      * THE CUSTOMER'S NATIVE CURRENCY.                             *
      ***************************************************************
           IF CX-LAPSING-TOTAL = ZERO
              OR NOT CX-SNAPSHOT-WAS-FOUND
              GO TO FINISH-COLLATERAL-CUSTOMER-EXIT
           END-IF.
           COMPUTE CX-REMAINING-TOTAL =
               CX-UNEXPIRED-TOTAL - CX-LAPSING-TOTAL.
           COMPUTE CX-OVER-AMOUNT =
               CX-BALANCE-OWED - CX-CREDIT-LIMIT - CX-REMAINING-TOTAL.
           IF CX-OVER-AMOUNT NOT > ZERO
              GO TO FINISH-COLLATERAL-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO COLL-LAPSING-OVER.
           MOVE CX-OVER-AMOUNT TO CX-L-OVER-AMOUNT.
           IF COLL-TARGET-CURRENCY = SPACES
              MOVE "BAS" TO CX-L-CURRENCY
           ELSE
              MOVE COLL-TARGET-CURRENCY TO CX-L-CURRENCY
           END-IF.
           MOVE CX-BALANCE-OWED TO CX-L-BALANCE-OWED.
           MOVE CX-CREDIT-LIMIT TO CX-L-CREDIT-LIMIT.
           MOVE CX-REMAINING-TOTAL TO CX-L-REMAINING.
           WRITE EXPIRING-COLLATERAL-RECORD FROM CX-LAPSE-LINE.
       FINISH-COLLATERAL-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-BROKEN-PROMISE-RECORD.
      ***************************************************************
      * ONE LINE PER CUSTOMER WHOSE PROMISE EXPIRED STILL OVER       *
      * LIMIT.  THE REPORT IS OPENED LAZILY SO A NIGHT WITH NO       *
      * BROKEN PROMISES LEAVES NO EMPTY FILE BEHIND.  A RESUMED      *
      * AGING EXTENDS WHAT THE INTERRUPTED RUN WROTE, AND STARTS THE *
      * REPORT ONLY IF THAT RUN HAD FOUND NONE.                      *
      ***************************************************************
           IF NOT BROKEN-PROMISE-FILE-IS-OPEN
              MOVE "35" TO BPF-FILE-STATUS
              IF SWEEP-PHASE-RESUMED
                 OPEN EXTEND BROKEN-PROMISE-FILE
              END-IF
              IF BPF-FILE-NOT-FOUND
                 OPEN OUTPUT BROKEN-PROMISE-FILE
                 MOVE TRK-TODAY-DATE TO BP-H1-DATE
                 WRITE BROKEN-PROMISE-RECORD FROM BP-HEADING-LINE-1
                 WRITE BROKEN-PROMISE-RECORD FROM BP-HEADING-LINE-2
                 MOVE SPACES TO BROKEN-PROMISE-RECORD
                 WRITE BROKEN-PROMISE-RECORD
              END-IF
              SET BROKEN-PROMISE-FILE-IS-OPEN TO TRUE
           END-IF.
           MOVE CLS-CUST-NUM TO BP-D-CUST-NUM.
           MOVE TS-PROMISE-DATE TO BP-D-PROMISE-DATE.
           ADD 1 TO TK-BROKEN-PROMISES.
       WRITE-BROKEN-PROMISE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-GROUP-EXPOSURE-REPORT.
      ***************************************************************
      * SWEEP THE CORPORATE GROUP FILE IN KEY ORDER.  EACH GROUP'S   *
      * HEADER IS FOLLOWED BY ITS MEMBERS; EACH MEMBER'S BALANCE IS  *
      * TAKEN FROM ITS SNAPSHOT, CONVERTED TO BASE CURRENCY, AND     *
      * ADDED TO THE GROUP'S EXPOSURE.  NO GROUP FILE MEANS NO       *
      * GROUPS HAVE BEEN SET UP AND THE REPORT IS SKIPPED.           *
      ***************************************************************
           OPEN INPUT CUSTOMER-GROUP-FILE.
           IF NOT GRF-FILE-OK
              DISPLAY "CREDRPT NO CUSTOMER GROUP FILE - "
                      "GROUP EXPOSURE REPORT SKIPPED"
              GO TO WRITE-GROUP-EXPOSURE-REPORT-EXIT
           END-IF.

           MOVE "GRPEXPO " TO SWEEP-PHASE-CODE.
           PERFORM BEGIN-SWEEP-PHASE
              THRU BEGIN-SWEEP-PHASE-EXIT.
           IF SWEEP-PHASE-DONE
              CLOSE CUSTOMER-GROUP-FILE
              GO TO WRITE-GROUP-EXPOSURE-REPORT-EXIT
           END-IF.
           MOVE BUSINESS-DATE-TODAY TO GX-H1-DATE.
           IF SWEEP-PHASE-RESUMED
              OPEN EXTEND GROUP-EXPOSURE-FILE
           ELSE
              OPEN OUTPUT GROUP-EXPOSURE-FILE
              WRITE GROUP-EXPOSURE-RECORD FROM GX-HEADING-LINE-1
              WRITE GROUP-EXPOSURE-RECORD FROM GX-HEADING-LINE-2
              MOVE SPACES TO GROUP-EXPOSURE-RECORD
              WRITE GROUP-EXPOSURE-RECORD
           END-IF.

           MOVE "N" TO GX-END-SWITCH.
           MOVE "N" TO GX-GROUP-PENDING-SWITCH.
      ***************************************************************
      * A RESUME STARTS AT THE HEADER OF THE GROUP AFTER THE LAST    *
      * ONE FINISHED - HIGH-VALUES PASSES ALL OF ITS MEMBERS.        *
      ***************************************************************
           IF SWEEP-PHASE-RESUMED
              MOVE SWP-LAST-KEY TO GR-GROUP-ID
              MOVE HIGH-VALUES TO GR-MEMBER-CUST-NUM
              START CUSTOMER-GROUP-FILE
                  KEY GREATER THAN GR-GROUP-KEY
                  INVALID KEY
                     SET GX-END-OF-GROUPS TO TRUE
              END-START
           END-IF.
           PERFORM EXPOSE-ONE-GROUP-RECORD
              THRU EXPOSE-ONE-GROUP-RECORD-EXIT
              UNTIL GX-END-OF-GROUPS.
           IF GX-GROUP-PENDING
              PERFORM FINISH-ONE-GROUP
                 THRU FINISH-ONE-GROUP-EXIT
           END-IF.

           MOVE GX-GROUPS-REPORTED TO SR-GX-GROUPS-REPORTED.
           MOVE GX-GROUPS-OVER TO SR-GX-GROUPS-OVER.
           MOVE GX-GROUPS-WARNING TO SR-GX-GROUPS-WARNING.
           MOVE SPACES TO GROUP-EXPOSURE-RECORD.
           STRING "GROUPS " SR-GX-GROUPS-REPORTED
                  "   OVER GROUP LIMIT " SR-GX-GROUPS-OVER
                  "   APPROACHING " SR-GX-GROUPS-WARNING
                  DELIMITED BY SIZE
                  INTO GROUP-EXPOSURE-RECORD.
           WRITE GROUP-EXPOSURE-RECORD.
           CLOSE GROUP-EXPOSURE-FILE.
           CLOSE CUSTOMER-GROUP-FILE.
           PERFORM END-SWEEP-PHASE
              THRU END-SWEEP-PHASE-EXIT.
           DISPLAY "CREDRPT GROUP EXPOSURE REPORT WRITTEN".
       WRITE-GROUP-EXPOSURE-REPORT-EXIT. EXIT.
      *****************************************************************
      *
       EXPOSE-ONE-GROUP-RECORD.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
               AT END
                  SET GX-END-OF-GROUPS TO TRUE
                  GO TO EXPOSE-ONE-GROUP-RECORD-EXIT
           END-READ.
           IF GR-GROUP-HEADER
              IF GX-GROUP-PENDING
                 PERFORM FINISH-ONE-GROUP
                    THRU FINISH-ONE-GROUP-EXIT
              END-IF
              MOVE GR-GROUP-ID TO GX-GROUP-ID
              MOVE GR-PARENT-CUST-NUM TO GX-PARENT-CUST-NUM
              MOVE GR-GROUP-NAME TO GX-GROUP-NAME
              MOVE GR-GROUP-LIMIT TO GX-GROUP-LIMIT
              MOVE ZERO TO GX-GROUP-EXPOSURE
              MOVE ZERO TO GX-MEMBER-COUNT
              SET GX-GROUP-PENDING TO TRUE
              GO TO EXPOSE-ONE-GROUP-RECORD-EXIT
           END-IF.
      ***************************************************************
      * A MEMBER WITH NO HEADER AHEAD OF IT BELONGS TO NO GROUP IN   *
      * HAND; GRPMNT NEVER LEAVES ONE, SO IT IS REPORTED AND SKIPPED.*
      ***************************************************************
           IF NOT GX-GROUP-PENDING
              OR GR-GROUP-ID NOT = GX-GROUP-ID
              DISPLAY "CREDRPT GROUP MEMBER " GR-MEMBER-CUST-NUM
                      " HAS NO GROUP HEADER FOR " GR-GROUP-ID
              GO TO EXPOSE-ONE-GROUP-RECORD-EXIT
           END-IF.
           IF GX-MEMBER-COUNT NOT < GX-MEMBER-MAX
              DISPLAY "CREDRPT GROUP " GX-GROUP-ID
                      " HAS TOO MANY MEMBERS - "
                      GR-MEMBER-CUST-NUM " NOT TOTALED"
              GO TO EXPOSE-ONE-GROUP-RECORD-EXIT
           END-IF.

           ADD 1 TO GX-MEMBER-COUNT.
           SET GX-INDX TO GX-MEMBER-COUNT.
           MOVE GR-MEMBER-CUST-NUM TO GX-M-CUST-NUM (GX-INDX).
           MOVE GR-MEMBER-CUST-NUM TO CLS-CUST-NUM.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               INVALID KEY
                  MOVE "N" TO GX-M-ON-SNAPSHOT (GX-INDX)
                  MOVE "BAS" TO GX-M-CURRENCY (GX-INDX)
                  MOVE ZERO TO GX-M-NATIVE-BALANCE (GX-INDX)
                  MOVE ZERO TO GX-M-BASE-BALANCE (GX-INDX)
                  MOVE ZERO TO GX-M-BASE-LIMIT (GX-INDX)
                  MOVE ZERO TO GX-M-BASE-AVAILABLE (GX-INDX)
                  MOVE SPACE TO GX-M-SEVERITY (GX-INDX)
                  GO TO EXPOSE-ONE-GROUP-RECORD-EXIT
           END-READ.
           MOVE "Y" TO GX-M-ON-SNAPSHOT (GX-INDX).
           MOVE CLS-SEVERITY-CODE TO GX-M-SEVERITY (GX-INDX).
           IF CLS-CURRENCY-CODE = SPACES
              MOVE "BAS" TO GX-M-CURRENCY (GX-INDX)
           ELSE
              MOVE CLS-CURRENCY-CODE TO GX-M-CURRENCY (GX-INDX)
           END-IF.
      ***************************************************************
      * CLS-CREDIT-BALANCE HOLDS AVAILABLE CREDIT, SO THE BALANCE    *
      * OWED IS LIMIT MINUS AVAILABLE, CONVERTED AT TONIGHT'S RATE.  *
      ***************************************************************
           COMPUTE GX-NATIVE-BALANCE =
               CLS-CREDIT-LIMIT - CLS-CREDIT-BALANCE.
           MOVE GX-NATIVE-BALANCE TO GX-M-NATIVE-BALANCE (GX-INDX).
           MOVE CLS-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE.
           PERFORM LOOKUP-EXCHANGE-RATE
              THRU LOOKUP-EXCHANGE-RATE-EXIT.
           COMPUTE GX-M-BASE-BALANCE (GX-INDX) ROUNDED =
               GX-NATIVE-BALANCE * CURRENT-RATE-TO-BASE.
           COMPUTE GX-M-BASE-LIMIT (GX-INDX) ROUNDED =
               CLS-CREDIT-LIMIT * CURRENT-RATE-TO-BASE.
           COMPUTE GX-M-BASE-AVAILABLE (GX-INDX) ROUNDED =
               CLS-CREDIT-BALANCE * CURRENT-RATE-TO-BASE.
           ADD GX-M-BASE-BALANCE (GX-INDX) TO GX-GROUP-EXPOSURE.
       EXPOSE-ONE-GROUP-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       FINISH-ONE-GROUP.
      ***************************************************************
      * CLASSIFY THE GROUP IN HAND WITH THE SAME RULES AS A SINGLE   *
      * ACCOUNT - OVER THE GROUP LIMIT, AT OR PAST THE WARNING       *
      * THRESHOLD, OR UNDER - AND PRINT IT WITH ITS MEMBERS.  EVERY  *
      * MEMBER OF A GROUP OVER ITS LIMIT GOES TO THE EXCEPTION FILE  *
      * WITH THE GROUP REASON, WHATEVER ITS OWN ACCOUNT SHOWS.       *
      ***************************************************************
           ADD 1 TO GX-GROUPS-REPORTED.
           MOVE ZERO TO GX-PCT-OF-LIMIT-USED.
           IF GX-GROUP-LIMIT > ZERO
              COMPUTE GX-PCT-OF-LIMIT-USED ROUNDED =
                  (GX-GROUP-EXPOSURE / GX-GROUP-LIMIT) * 100
                  ON SIZE ERROR
                     MOVE 99999.99 TO GX-PCT-OF-LIMIT-USED
              END-COMPUTE
           END-IF.
           IF GX-GROUP-EXPOSURE > GX-GROUP-LIMIT
              SET GX-SEVERITY-OVER TO TRUE
              ADD 1 TO GX-GROUPS-OVER
              MOVE "OVER GROUP LIMIT" TO GX-G-TEXT-FIELD
           ELSE
              IF GX-PCT-OF-LIMIT-USED >= WARNING-THRESHOLD-PCT
                 SET GX-SEVERITY-WARNING TO TRUE
                 ADD 1 TO GX-GROUPS-WARNING
                 MOVE "APPROACHING GROUP LIMIT" TO GX-G-TEXT-FIELD
              ELSE
                 SET GX-SEVERITY-UNDER TO TRUE
                 MOVE SPACES TO GX-G-TEXT-FIELD
              END-IF
           END-IF.
           COMPUTE GX-GROUP-OVER-AMOUNT =
               GX-GROUP-EXPOSURE - GX-GROUP-LIMIT.

           MOVE GX-GROUP-ID TO GX-G-GROUP-ID.
           MOVE GX-PARENT-CUST-NUM TO GX-G-PARENT.
           MOVE GX-GROUP-NAME TO GX-G-GROUP-NAME.
           MOVE GX-GROUP-LIMIT TO GX-G-GROUP-LIMIT.
           MOVE GX-GROUP-EXPOSURE TO GX-G-EXPOSURE.
           MOVE GX-PCT-OF-LIMIT-USED TO GX-G-PCT.
           WRITE GROUP-EXPOSURE-RECORD FROM GX-GROUP-LINE.
           SET GX-INDX TO 1.
           PERFORM PRINT-ONE-GROUP-MEMBER
              THRU PRINT-ONE-GROUP-MEMBER-EXIT
              UNTIL GX-INDX > GX-MEMBER-COUNT.
           MOVE SPACES TO GROUP-EXPOSURE-RECORD.
           WRITE GROUP-EXPOSURE-RECORD.
           MOVE "N" TO GX-GROUP-PENDING-SWITCH.
           MOVE GX-GROUP-ID TO SWP-LAST-KEY.
           PERFORM SAVE-SWEEP-PROGRESS
              THRU SAVE-SWEEP-PROGRESS-EXIT.
       FINISH-ONE-GROUP-EXIT. EXIT.
      *****************************************************************
      *
       PRINT-ONE-GROUP-MEMBER.
           MOVE GX-M-CUST-NUM (GX-INDX) TO GX-M-D-CUST-NUM.
           MOVE GX-M-CURRENCY (GX-INDX) TO GX-M-D-CURRENCY.
           MOVE GX-M-NATIVE-BALANCE (GX-INDX) TO GX-M-D-NATIVE.
           MOVE GX-M-BASE-BALANCE (GX-INDX) TO GX-M-D-BASE.
           IF GX-M-ON-SNAPSHOT (GX-INDX) = "N"
              MOVE "NO SNAPSHOT ON FILE" TO GX-M-D-TEXT-FIELD
           ELSE
              MOVE GX-M-SEVERITY (GX-INDX) TO WL-RANK-CODE
              PERFORM RANK-ONE-SEVERITY
                 THRU RANK-ONE-SEVERITY-EXIT
              MOVE SPACES TO GX-M-D-TEXT-FIELD
              STRING "ACCOUNT " WL-LABEL-WORK
                     DELIMITED BY "  "
                     INTO GX-M-D-TEXT-FIELD
           END-IF.
           WRITE GROUP-EXPOSURE-RECORD FROM GX-MEMBER-LINE.
           IF GX-SEVERITY-OVER
              PERFORM WRITE-GROUP-EXCEPTION-RECORD
                 THRU WRITE-GROUP-EXCEPTION-RECORD-EXIT
           END-IF.
           SET GX-INDX UP BY 1.
       PRINT-ONE-GROUP-MEMBER-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-GROUP-EXCEPTION-RECORD.
      ***************************************************************
      * THE SWEEP RUN FOLLOWS THE CREDMRG MERGE, SO THE EXCEPTION    *
      * FILE ALREADY HOLDS EVERY PARTITION'S ACCOUNT EXCEPTIONS AND  *
      * IS EXTENDED; A SINGLE-INSTANCE RUN OPENS IT AS USUAL.  THE   *
      * NAME COLUMN CARRIES THE GROUP NAME AND THE OVER AMOUNT IS    *
      * THE GROUP'S, SO COLLECTIONS SEES WHY THE MEMBER IS LISTED.   *
      ***************************************************************
           IF NOT EXCEPTION-FILE-IS-OPEN
              IF SWEEP-MODE
                 OPEN EXTEND EXCEPTION-FILE
                 IF EXC-FILE-NOT-FOUND
                    OPEN OUTPUT EXCEPTION-FILE
                 END-IF
                 SET EXCEPTION-FILE-IS-OPEN TO TRUE
              ELSE
                 PERFORM OPEN-EXCEPTION-FILE
                    THRU OPEN-EXCEPTION-FILE-EXIT
              END-IF
           END-IF.
           MOVE GX-M-CUST-NUM (GX-INDX) TO EX-CUST-NUM.
           MOVE GX-GROUP-NAME TO EX-CUST-NAME.
           MOVE GX-M-CURRENCY (GX-INDX) TO EX-CURRENCY-CODE.
           MOVE GX-M-BASE-LIMIT (GX-INDX) TO EX-CREDIT-LIMIT.
           MOVE GX-M-BASE-AVAILABLE (GX-INDX) TO EX-CREDIT-BALANCE.
           MOVE GX-GROUP-OVER-AMOUNT TO EX-OVER-AMOUNT.
           SET EX-REASON-GROUP TO TRUE.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO GX-MEMBER-EXCEPTIONS.
       WRITE-GROUP-EXCEPTION-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-SWEEP-PROGRESS-FILE.
      ***************************************************************
      * OPEN THE SWEEP PROGRESS FILE I-O, CREATING IT THE FIRST     *
      * TIME.  A FILE THAT WILL NOT OPEN LEAVES THE SWEEPS RUNNING  *
      * AS THEY ALWAYS DID, WITHOUT RESTART PROTECTION, AND SAYS    *
      * SO.                                                         *
      ***************************************************************
           OPEN I-O SWEEP-PROGRESS-FILE.
           IF SWP-FILE-NOT-FOUND
              OPEN OUTPUT SWEEP-PROGRESS-FILE
              CLOSE SWEEP-PROGRESS-FILE
              OPEN I-O SWEEP-PROGRESS-FILE
           END-IF.
           IF SWP-FILE-OK
              SET SWEEP-PROGRESS-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CREDRPT: SWEEP PROGRESS FILE OPEN FAILED, "
                      "STATUS=" SWP-FILE-STATUS
                      " - SWEEPS NOT RESTART-PROTECTED"
           END-IF.
       OPEN-SWEEP-PROGRESS-FILE-EXIT. EXIT.
      *****************************************************************
      *
       BEGIN-SWEEP-PHASE.
      ***************************************************************
      * LOOK UP TODAY'S PROGRESS FOR THE PHASE IN SWEEP-PHASE-CODE. *
      *   NO RECORD - A FRESH START.  COMPLETE  - AN EARLIER RUN    *
      *   FINISHED IT; SKIP IT.  STARTED   - AN EARLIER RUN DIED    *
      *   PART WAY THROUGH; RESUME AFTER SWP-LAST-KEY WITH THE      *
      *   TOTALS PUT BACK.  THE RECORD IS FIRST WRITTEN WHEN A      *
      *   CUSTOMER COMPLETES, SO A PHASE THAT DIED BEFORE ANY DID   *
      *   SIMPLY STARTS AGAIN.                                      *
      ***************************************************************
           SET SWEEP-PHASE-FRESH TO TRUE.
           MOVE SPACES TO SWEEP-PROGRESS-WORK.
           MOVE ZERO TO SWP-TALLIES.
           MOVE BUSINESS-DATE-TODAY TO SWP-BUSINESS-DATE.
           MOVE SWEEP-PHASE-CODE TO SWP-PHASE-CODE.
           SET SWP-PHASE-STARTED TO TRUE.
           IF NOT SWEEP-PROGRESS-IS-OPEN
              GO TO BEGIN-SWEEP-PHASE-EXIT
           END-IF.
           MOVE SWP-PROGRESS-KEY TO SP-PROGRESS-KEY.
           READ SWEEP-PROGRESS-FILE INTO SWEEP-PROGRESS-WORK
               INVALID KEY
                  GO TO BEGIN-SWEEP-PHASE-EXIT
           END-READ.
           IF SWP-PHASE-COMPLETE
              SET SWEEP-PHASE-DONE TO TRUE
              ADD 1 TO SWP-PHASES-SKIPPED
              DISPLAY "CREDRPT " SWEEP-PHASE-CODE " ALREADY COMPLETE "
                      "FOR " BUSINESS-DATE-TODAY " - SKIPPED"
              GO TO BEGIN-SWEEP-PHASE-EXIT
           END-IF.
           SET SWEEP-PHASE-RESUMED TO TRUE.
           ADD 1 TO SWP-PHASES-RESUMED.
           DISPLAY "CREDRPT " SWEEP-PHASE-CODE " RESUMED FOR "
                   BUSINESS-DATE-TODAY " AFTER " SWP-LAST-KEY.
           PERFORM RESTORE-SWEEP-TALLIES
              THRU RESTORE-SWEEP-TALLIES-EXIT.
       BEGIN-SWEEP-PHASE-EXIT. EXIT.
      *****************************************************************
      *
       SAVE-SWEEP-PROGRESS.
      ***************************************************************
      * EVERYTHING THE CUSTOMER (OR GROUP) IN SWP-LAST-KEY PRODUCES *
      * IS WRITTEN - RECORD IT AS DONE, WITH THE PHASE TOTALS AS    *
      * THEY NOW STAND.                                             *
      ***************************************************************
           IF NOT SWEEP-PROGRESS-IS-OPEN
              GO TO SAVE-SWEEP-PROGRESS-EXIT
           END-IF.
           PERFORM STASH-SWEEP-TALLIES
              THRU STASH-SWEEP-TALLIES-EXIT.
           PERFORM PUT-SWEEP-PROGRESS
              THRU PUT-SWEEP-PROGRESS-EXIT.
       SAVE-SWEEP-PROGRESS-EXIT. EXIT.
      *****************************************************************
      *
       END-SWEEP-PHASE.
      ***************************************************************
      * THE PHASE RAN TO THE END - MARK IT COMPLETE FOR THE DAY.    *
      ***************************************************************
           IF NOT SWEEP-PROGRESS-IS-OPEN
              GO TO END-SWEEP-PHASE-EXIT
           END-IF.
           PERFORM STASH-SWEEP-TALLIES
              THRU STASH-SWEEP-TALLIES-EXIT.
           SET SWP-PHASE-COMPLETE TO TRUE.
           PERFORM PUT-SWEEP-PROGRESS
              THRU PUT-SWEEP-PROGRESS-EXIT.
       END-SWEEP-PHASE-EXIT. EXIT.
      *****************************************************************
      *
       PUT-SWEEP-PROGRESS.
      ***************************************************************
      * REWRITE THE PHASE'S RECORD, OR ADD IT THE FIRST TIME.       *
      ***************************************************************
           REWRITE SWEEP-PROGRESS-RECORD FROM SWEEP-PROGRESS-WORK
               INVALID KEY
                  WRITE SWEEP-PROGRESS-RECORD FROM SWEEP-PROGRESS-WORK
                      INVALID KEY
                         DISPLAY "CREDRPT: SWEEP PROGRESS WRITE "
                                 "FAILED, STATUS=" SWP-FILE-STATUS
                  END-WRITE
           END-REWRITE.
       PUT-SWEEP-PROGRESS-EXIT. EXIT.
      *****************************************************************
      *
       STASH-SWEEP-TALLIES.
      ***************************************************************
      * COPY THE PHASE'S RUNNING TOTALS INTO THE PROGRESS RECORD.   *
      *   ASSESSRG 1 FEES/FEE TOTAL  2 CHARGED OFF  3 HELD          *
      *            4 COVERED BY COLLATERAL                          *
      *   AGEDEXCP 1-4 BUCKET COUNT/AMOUNT  5 HELD  6 BROKEN        *
      *   WATCHLST 1 UPWARD  2 RECOVERIES                           *
      *   GRPEXPO  1 GROUPS  2 OVER  3 WARNING  4 MEMBER EXCEPTIONS *
      *   COLLEXP  1 ITEMS EXPIRING  2 OVER LIMIT ON LAPSE          *
      *   STMTFILE 1 PRINTED  2 MAILED  3 HOST  4 NO ADDRESS        *
      *            5 HELD - RETURNED MAIL                           *
      ***************************************************************
           EVALUATE SWP-PHASE-CODE
              WHEN "ASSESSRG"
                 MOVE AS-FEES-ASSESSED TO SWP-TALLY-COUNT (1)
                 MOVE AS-FEE-TOTAL TO SWP-TALLY-AMOUNT (1)
                 MOVE COF-FEES-SKIPPED TO SWP-TALLY-COUNT (2)
                 MOVE TK-FEES-HELD TO SWP-TALLY-COUNT (3)
                 MOVE COLL-FEES-COVERED TO SWP-TALLY-COUNT (4)
              WHEN "AGEDEXCP"
                 MOVE AG-BUCKET-COUNT (1) TO SWP-TALLY-COUNT (1)
                 MOVE AG-BUCKET-AMOUNT (1) TO SWP-TALLY-AMOUNT (1)
                 MOVE AG-BUCKET-COUNT (2) TO SWP-TALLY-COUNT (2)
                 MOVE AG-BUCKET-AMOUNT (2) TO SWP-TALLY-AMOUNT (2)
                 MOVE AG-BUCKET-COUNT (3) TO SWP-TALLY-COUNT (3)
                 MOVE AG-BUCKET-AMOUNT (3) TO SWP-TALLY-AMOUNT (3)
                 MOVE AG-BUCKET-COUNT (4) TO SWP-TALLY-COUNT (4)
                 MOVE AG-BUCKET-AMOUNT (4) TO SWP-TALLY-AMOUNT (4)
                 MOVE TK-AGING-HELD TO SWP-TALLY-COUNT (5)
                 MOVE TK-BROKEN-PROMISES TO SWP-TALLY-COUNT (6)
              WHEN "WATCHLST"
                 MOVE WL-UPWARD-COUNT TO SWP-TALLY-COUNT (1)
                 MOVE WL-DOWNWARD-COUNT TO SWP-TALLY-COUNT (2)
              WHEN "GRPEXPO "
                 MOVE GX-GROUPS-REPORTED TO SWP-TALLY-COUNT (1)
                 MOVE GX-GROUPS-OVER TO SWP-TALLY-COUNT (2)
                 MOVE GX-GROUPS-WARNING TO SWP-TALLY-COUNT (3)
                 MOVE GX-MEMBER-EXCEPTIONS TO SWP-TALLY-COUNT (4)
              WHEN "COLLEXP "
                 MOVE COLL-ITEMS-EXPIRING TO SWP-TALLY-COUNT (1)
                 MOVE COLL-LAPSING-OVER TO SWP-TALLY-COUNT (2)
              WHEN "STMTFILE"
                 MOVE ST-STATEMENTS-PRINTED TO SWP-TALLY-COUNT (1)
                 MOVE ST-MAILED-COUNT TO SWP-TALLY-COUNT (2)
                 MOVE ST-HOST-COUNT TO SWP-TALLY-COUNT (3)
                 MOVE ST-ADDRESSES-MISSING TO SWP-TALLY-COUNT (4)
                 MOVE ST-MAIL-HELD TO SWP-TALLY-COUNT (5)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       STASH-SWEEP-TALLIES-EXIT. EXIT.
      *****************************************************************
      *
       RESTORE-SWEEP-TALLIES.
      ***************************************************************
      * A RESUMED PHASE PICKS UP ITS TOTALS WHERE THE INTERRUPTED   *
      * RUN LEFT THEM - THE SLOTS ARE LISTED IN                     *
      * STASH-SWEEP-TALLIES.                                        *
      ***************************************************************
           EVALUATE SWP-PHASE-CODE
              WHEN "ASSESSRG"
                 MOVE SWP-TALLY-COUNT (1) TO AS-FEES-ASSESSED
                 MOVE SWP-TALLY-AMOUNT (1) TO AS-FEE-TOTAL
                 MOVE SWP-TALLY-COUNT (2) TO COF-FEES-SKIPPED
                 MOVE SWP-TALLY-COUNT (3) TO TK-FEES-HELD
                 MOVE SWP-TALLY-COUNT (4) TO COLL-FEES-COVERED
              WHEN "AGEDEXCP"
                 MOVE SWP-TALLY-COUNT (1) TO AG-BUCKET-COUNT (1)
                 MOVE SWP-TALLY-AMOUNT (1) TO AG-BUCKET-AMOUNT (1)
                 MOVE SWP-TALLY-COUNT (2) TO AG-BUCKET-COUNT (2)
                 MOVE SWP-TALLY-AMOUNT (2) TO AG-BUCKET-AMOUNT (2)
                 MOVE SWP-TALLY-COUNT (3) TO AG-BUCKET-COUNT (3)
                 MOVE SWP-TALLY-AMOUNT (3) TO AG-BUCKET-AMOUNT (3)
                 MOVE SWP-TALLY-COUNT (4) TO AG-BUCKET-COUNT (4)
                 MOVE SWP-TALLY-AMOUNT (4) TO AG-BUCKET-AMOUNT (4)
                 MOVE SWP-TALLY-COUNT (5) TO TK-AGING-HELD
                 MOVE SWP-TALLY-COUNT (6) TO TK-BROKEN-PROMISES
              WHEN "WATCHLST"
                 MOVE SWP-TALLY-COUNT (1) TO WL-UPWARD-COUNT
                 MOVE SWP-TALLY-COUNT (2) TO WL-DOWNWARD-COUNT
              WHEN "GRPEXPO "
                 MOVE SWP-TALLY-COUNT (1) TO GX-GROUPS-REPORTED
                 MOVE SWP-TALLY-COUNT (2) TO GX-GROUPS-OVER
                 MOVE SWP-TALLY-COUNT (3) TO GX-GROUPS-WARNING
                 MOVE SWP-TALLY-COUNT (4) TO GX-MEMBER-EXCEPTIONS
              WHEN "COLLEXP "
                 MOVE SWP-TALLY-COUNT (1) TO COLL-ITEMS-EXPIRING
                 MOVE SWP-TALLY-COUNT (2) TO COLL-LAPSING-OVER
              WHEN "STMTFILE"
                 MOVE SWP-TALLY-COUNT (1) TO ST-STATEMENTS-PRINTED
                 MOVE SWP-TALLY-COUNT (2) TO ST-MAILED-COUNT
                 MOVE SWP-TALLY-COUNT (3) TO ST-HOST-COUNT
                 MOVE SWP-TALLY-COUNT (4) TO ST-ADDRESSES-MISSING
                 MOVE SWP-TALLY-COUNT (5) TO ST-MAIL-HELD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       RESTORE-SWEEP-TALLIES-EXIT. EXIT.
      *****************************************************************

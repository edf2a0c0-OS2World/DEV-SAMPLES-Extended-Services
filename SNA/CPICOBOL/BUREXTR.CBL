       IDENTIFICATION DIVISION.
       PROGRAM-ID.        BUREXTR.
      *************************************************************
      * THIS IS THE BUREXTR PROGRAM THAT BUILDS THE MONTH-END     *
      * COMMERCIAL CREDIT BUREAU FILE, SO THE ACCOUNT STATUS      *
      * REPORT STOPS BEING HAND-FILLED FROM CLSNAP PRINTS.        *
      *                                                           *
      * PURPOSE: WRITE THE BUREAU'S FIXED-FORMAT FILE: ONE "H"    *
      *          HEADER, ONE "D" DETAIL PER ACTIVE CUSTOMER ON    *
      *          CLSNAP (BALANCE, LIMIT, DAYS-PAST-DUE BUCKET     *
      *          FROM THE OPENITM LEDGER, RISK GRADE, AND ANY     *
      *          OPEN TRKSTAT DISPUTE), ONE "D" DETAIL REPORTED   *
      *          CLOSED FOR EVERY CUSTOMER CUSTOFFB OFFBOARDED    *
      *          SINCE THE LAST EXTRACT, AND ONE "T" TRAILER WITH *
      *          THE RECORD COUNTS AND AMOUNT TOTALS.  THE FILE   *
      *          IS THEN QUEUED AS A SEND-ONCE PUT ON THE         *
      *          HSMPLCBL XFERCTL TRANSFER LIST SO THE OVERNIGHT  *
      *          TRANSFER CARRIES IT TO THE HOST MAILBOX.         *
      *                                                           *
      * INPUT:   CLSNAP, CUSTADDR, OPENITM, TRKSTAT, THE OFFARCH  *
      *          OFFBOARD ARCHIVE, AND THE BUREAU CONTROL RECORD  *
      *          (BURCTL: SUBSCRIBER ID, HOST FILE NAME, AND THE  *
      *          LAST EXTRACT DATE).  THE EXTRACT DATE IS THE     *
      *          PERDCTL BUSINESS DATE (SYSTEM DATE WHEN NO       *
      *          PERDCTL IS ON FILE).                             *
      *                                                           *
      * OUTPUT:  BUREAU-EXTRACT-FILE (BURFILE), A SEND-ONCE PUT   *
      *          APPENDED TO XFERCTL, AND BURCTL REWRITTEN WITH   *
      *          THIS EXTRACT'S DATE SO AN OFFBOARDED CUSTOMER IS *
      *          REPORTED CLOSED ONLY ONCE.                       *
      *                                                           *
      * NOTE:    AMOUNTS ARE IN EACH CUSTOMER'S BILLING CURRENCY, *
      *          CARRIED ON THE DETAIL.  THE TRAILER TOTALS ARE   *
      *          CONTROL TOTALS FOR THE BUREAU'S LOAD PROOF.      *
      *          A RUN THAT CANNOT READ CLSNAP WRITES NO FILE,    *
      *          QUEUES NOTHING, LEAVES BURCTL ALONE, AND ENDS    *
      *          WITH RETURN CODE 1.                              *
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
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS CLS-CUST-NUM
               FILE STATUS    IS CLS-FILE-STATUS.
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
           SELECT TRACKED-STATUS-FILE ASSIGN TO "TRKSTAT"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS TS-CUST-NUM
               FILE STATUS    IS TS-FILE-STATUS.
           SELECT OFFBOARD-ARCHIVE-FILE ASSIGN TO "OFFARCH"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS ARC-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT BUREAU-CONTROL-FILE ASSIGN TO "BURCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS BCF-FILE-STATUS.
           SELECT BUREAU-EXTRACT-FILE ASSIGN TO "BURFILE"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT TRANSFER-CONTROL-FILE ASSIGN TO "XFERCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS XFR-FILE-STATUS.
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
      * OPEN-ITEM-FILE IS READ IN THE LAYOUT PAYAPPLY MAINTAINS: ONE *
      * ITEM PER INVOICE OR FEE, AND UNAPPLIED CASH HELD AS A        *
      * NEGATIVE OPEN AMOUNT.                                        *
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
      * TRACKED-STATUS-FILE IS MAINTAINED BY TRKMNT: ONE OPEN        *
      * PROMISE OR DISPUTE PER CUSTOMER, IN FORCE THROUGH ITS        *
      * EXPIRY DATE.                                                 *
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
      * OFFBOARD-ARCHIVE-FILE IS CUSTOFFB'S ARCHIVE: EVERY REMOVED   *
      * RECORD TAGGED WITH ITS SOURCE FILE.  THE CLSNAP IMAGES GIVE  *
      * A CLOSED CUSTOMER'S LAST BALANCE, LIMIT, AND GRADE; THE      *
      * CUSTADDR IMAGES GIVE THE NAME.                               *
      ***************************************************************
       FD  OFFBOARD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFBOARD-ARCHIVE-RECORD.
           05  OA-ARCHIVE-DATE         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  OA-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  OA-SOURCE-FILE          PIC X(8).
           05  FILLER                  PIC X(2).
           05  OA-RECORD-IMAGE         PIC X(146).
           05  OA-SNAPSHOT-IMAGE REDEFINES OA-RECORD-IMAGE.
               10  OA-CLS-CUST-NUM     PIC X(4).
               10  OA-CLS-CREDIT-LIMIT PIC S9(7)V99.
               10  OA-CLS-CREDIT-BALANCE
                                       PIC S9(7)V99.
               10  FILLER              PIC X(13).
               10  OA-CLS-RISK-GRADE   PIC X.
               10  OA-CLS-CURRENCY-CODE
                                       PIC X(3).
               10  FILLER              PIC X(107).
           05  OA-ADDRESS-IMAGE REDEFINES OA-RECORD-IMAGE.
               10  OA-AD-CUST-NUM      PIC X(4).
               10  OA-AD-NAME          PIC X(30).
               10  FILLER              PIC X(112).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

      ***************************************************************
      * BUREAU-CONTROL-FILE IS ONE RECORD: THE SUBSCRIBER ID THE     *
      * BUREAU ASSIGNED US, THE HOST MAILBOX FILE THE EXTRACT IS     *
      * PUT TO, AND THE DATE OF THE LAST EXTRACT SENT.  IT IS        *
      * REWRITTEN AT THE END OF EVERY SUCCESSFUL RUN.                *
      ***************************************************************
       FD  BUREAU-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUREAU-CONTROL-RECORD.
           05  BC-SUBSCRIBER-ID        PIC X(10).
           05  FILLER                  PIC X.
           05  BC-HOST-FILE            PIC X(20).
           05  FILLER                  PIC X.
           05  BC-LAST-EXTRACT-DATE    PIC 9(6).

      ***************************************************************
      * BUREAU-EXTRACT-FILE IS THE BUREAU'S FIXED LAYOUT: AN "H"     *
      * HEADER, "D" DETAILS, AND A "T" TRAILER, 100 BYTES EACH.      *
      * AMOUNTS ARE UNSIGNED WITH TWO ASSUMED DECIMAL PLACES; A      *
      * BALANCE OWED BELOW ZERO (A CREDIT BALANCE) CARRIES "-" IN    *
      * THE SIGN BYTE.  THE PAST-DUE BUCKET IS 0 CURRENT, 1 30-59,   *
      * 2 60-89, 3 90+ DAYS.  ACCOUNT STATUS IS "A" ACTIVE OR "C"    *
      * CLOSED.                                                      *
      ***************************************************************
       FD  BUREAU-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUREAU-EXTRACT-RECORD.
           05  BR-RECORD-TYPE          PIC X.
           05  BR-RECORD-BODY          PIC X(99).
           05  BR-HEADER-FIELDS REDEFINES BR-RECORD-BODY.
               10  BR-H-SUBSCRIBER-ID  PIC X(10).
               10  FILLER              PIC X.
               10  BR-H-EXTRACT-DATE   PIC 9(6).
               10  FILLER              PIC X.
               10  BR-H-PERIOD-YYMM.
                   15  BR-H-PERIOD-YY  PIC 9(2).
                   15  BR-H-PERIOD-MM  PIC 9(2).
               10  FILLER              PIC X(77).
           05  BR-DETAIL-FIELDS REDEFINES BR-RECORD-BODY.
               10  BR-D-CUST-NUM       PIC X(4).
               10  FILLER              PIC X.
               10  BR-D-CUST-NAME      PIC X(30).
               10  FILLER              PIC X.
               10  BR-D-ACCOUNT-STATUS PIC X.
               10  FILLER              PIC X.
               10  BR-D-CLOSED-DATE    PIC 9(6).
               10  FILLER              PIC X.
               10  BR-D-CURRENCY-CODE  PIC X(3).
               10  FILLER              PIC X.
               10  BR-D-BALANCE-SIGN   PIC X.
               10  BR-D-BALANCE        PIC 9(7)V99.
               10  FILLER              PIC X.
               10  BR-D-CREDIT-LIMIT   PIC 9(7)V99.
               10  FILLER              PIC X.
               10  BR-D-PAST-DUE-BUCKET
                                       PIC X.
               10  FILLER              PIC X.
               10  BR-D-RISK-GRADE     PIC X.
               10  FILLER              PIC X.
               10  BR-D-DISPUTE-FLAG   PIC X.
               10  FILLER              PIC X.
               10  BR-D-DISPUTE-REF    PIC X(10).
               10  FILLER              PIC X(13).
           05  BR-TRAILER-FIELDS REDEFINES BR-RECORD-BODY.
               10  BR-T-DETAIL-COUNT   PIC 9(7).
               10  FILLER              PIC X.
               10  BR-T-ACTIVE-COUNT   PIC 9(7).
               10  FILLER              PIC X.
               10  BR-T-CLOSED-COUNT   PIC 9(7).
               10  FILLER              PIC X.
               10  BR-T-BALANCE-SIGN   PIC X.
               10  BR-T-BALANCE-TOTAL  PIC 9(11)V99.
               10  FILLER              PIC X.
               10  BR-T-LIMIT-TOTAL    PIC 9(11)V99.
               10  FILLER              PIC X(47).

      ***************************************************************
      * TRANSFER-CONTROL-FILE IS THE HSMPLCBL TRANSFER LIST.  THE    *
      * EXTRACT IS APPENDED AS A SEND-ONCE PUT, WHICH HSMPLCBL       *
      * DROPS FROM THE LIST AFTER IT COMPLETES.                      *
      ***************************************************************
       FD  TRANSFER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-CONTROL-RECORD.
           05  XC-DIRECTION            PIC X(3).
           05  FILLER                  PIC X.
           05  XC-PC-FILE              PIC X(12).
           05  FILLER                  PIC X.
           05  XC-HOST-FILE            PIC X(20).
           05  FILLER                  PIC X.
           05  XC-OPTIONS              PIC X(20).
           05  FILLER                  PIC X.
           05  XC-DISPOSITION          PIC X.
               88  XC-SEND-ONCE                   VALUE "O".

       WORKING-STORAGE SECTION.

       01  CLS-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLS-FILE-OK                        VALUE "00".

       01  SNAPSHOT-FILE-SWITCH       PIC  X      VALUE "N".
           88  SNAPSHOT-FILE-IS-OPEN              VALUE "Y".

       01  END-OF-SNAPSHOT-SWITCH     PIC  X      VALUE "N".
           88  END-OF-SNAPSHOT                    VALUE "Y".

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

       01  OIF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OIF-FILE-OK                        VALUE "00".

       01  LEDGER-FILE-SWITCH         PIC  X      VALUE "N".
           88  LEDGER-FILE-IS-OPEN                VALUE "Y".

       01  ITEM-SCAN-END-SWITCH       PIC  X      VALUE "N".
           88  ITEM-SCAN-ENDED                    VALUE "Y".

       01  TS-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  TS-FILE-OK                         VALUE "00".

       01  TRACKED-STATUS-SWITCH      PIC  X      VALUE "N".
           88  TRACKED-STATUS-IS-OPEN             VALUE "Y".

       01  ARC-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ARC-FILE-OK                        VALUE "00".

       01  END-OF-ARCHIVE-SWITCH      PIC  X      VALUE "N".
           88  END-OF-ARCHIVE                     VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  BCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  BCF-FILE-OK                        VALUE "00".

       01  XFR-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  XFR-FILE-OK                        VALUE "00".
           88  XFR-FILE-NOT-FOUND                 VALUE "35".

       01  END-OF-TRANSFERS-SWITCH    PIC  X      VALUE "N".
           88  END-OF-TRANSFERS                   VALUE "Y".

       01  TRANSFER-QUEUED-SWITCH     PIC  X      VALUE "N".
           88  TRANSFER-ALREADY-QUEUED            VALUE "Y".

       01  CLOSED-FOUND-SWITCH        PIC  X      VALUE "N".
           88  CLOSED-ENTRY-FOUND                 VALUE "Y".

      **********************************************************
      * BC- DEFAULTS APPLY WHEN NO BURCTL IS ON FILE: A FIRST  *
      * EXTRACT REPORTS EVERY ARCHIVED CUSTOMER CLOSED.        *
      **********************************************************
       01  BUREAU-CONTROL-VALUES.
           05  BV-SUBSCRIBER-ID        PIC X(10)  VALUE SPACES.
           05  BV-HOST-FILE            PIC X(20)  VALUE
               "CRBUREAU MONTHLY A".
           05  BV-LAST-EXTRACT-DATE    PIC 9(6)   VALUE ZERO.

       01  BUREAU-PC-FILE             PIC X(12)  VALUE "BURFILE".
       01  BUREAU-XFER-OPTIONS        PIC X(20)  VALUE "ASCII CRLF".

      **********************************************************
      * PAST-DUE AGE IS THE OLDEST UNPAID INVOICE OR FEE, IN   *
      * THE SHOP'S USUAL YY*365+MM*30+DD DAYS, BUCKETED AS THE *
      * ARTRIAL AGED TRIAL BALANCE BUCKETS.                    *
      **********************************************************
       01  EXTRACT-DATE               PIC 9(6)    VALUE ZERO.
       01  EXTRACT-DATE-PARTS REDEFINES EXTRACT-DATE.
           05  EX-YY                   PIC 9(2).
           05  EX-MM                   PIC 9(2).
           05  EX-DD                   PIC 9(2).

       01  INVOICE-DATE-WORK          PIC 9(6)    VALUE ZERO.
       01  INVOICE-DATE-PARTS REDEFINES INVOICE-DATE-WORK.
           05  IV-YY                   PIC 9(2).
           05  IV-MM                   PIC 9(2).
           05  IV-DD                   PIC 9(2).

       01  ITEM-AGE-DAYS              PIC S9(5)   VALUE ZERO.
       01  OLDEST-AGE-DAYS            PIC S9(5)   VALUE ZERO.

      **********************************************************
      * CD- CLOSED-CUSTOMER TABLE: OFFBOARDED CUSTOMERS FROM   *
      * THE ARCHIVE NOT YET REPORTED, GATHERED FROM THEIR      *
      * CLSNAP IMAGES AND NAMED FROM THEIR CUSTADDR IMAGES.    *
      **********************************************************
       01  CD-CLOSED-COUNT            PIC 9(3)    VALUE ZERO.
       01  CLOSED-CUSTOMER-TABLE.
           05  CD-CLOSED-ENTRY         OCCURS 500 TIMES
                                       INDEXED BY CD-INDX.
               10  CD-CUST-NUM         PIC X(4).
               10  CD-CUST-NAME        PIC X(30).
               10  CD-CLOSED-DATE      PIC 9(6).
               10  CD-CREDIT-LIMIT     PIC S9(7)V99.
               10  CD-BALANCE-OWED     PIC S9(7)V99.
               10  CD-RISK-GRADE       PIC X.
               10  CD-CURRENCY-CODE    PIC X(3).

      **********************************************************
      * BX- THE ONE DETAIL BEING BUILT, ACTIVE OR CLOSED.      *
      **********************************************************
       01  BUREAU-DETAIL-WORK.
           05  BX-CUST-NUM             PIC X(4).
           05  BX-CUST-NAME            PIC X(30).
           05  BX-ACCOUNT-STATUS       PIC X.
           05  BX-CLOSED-DATE          PIC 9(6).
           05  BX-CURRENCY-CODE        PIC X(3).
           05  BX-BALANCE-OWED         PIC S9(7)V99.
           05  BX-CREDIT-LIMIT         PIC S9(7)V99.
           05  BX-RISK-GRADE           PIC X.

      **********************************************************
      * BT- EXTRACT TOTALS FOR THE TRAILER AND THE CONSOLE.    *
      **********************************************************
       01  BUREAU-TOTALS.
           05  BT-DETAIL-COUNT         PIC 9(7)      VALUE ZERO.
           05  BT-ACTIVE-COUNT         PIC 9(7)      VALUE ZERO.
           05  BT-CLOSED-COUNT         PIC 9(7)      VALUE ZERO.
           05  BT-DISPUTE-COUNT        PIC 9(7)      VALUE ZERO.
           05  BT-PAST-DUE-COUNT       PIC 9(7)      VALUE ZERO.
           05  BT-BALANCE-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  BT-LIMIT-TOTAL          PIC S9(11)V99 VALUE ZERO.

       01  SR-BT-DETAIL-COUNT         PIC ZZZZZZ9.
       01  SR-BT-ACTIVE-COUNT         PIC ZZZZZZ9.
       01  SR-BT-CLOSED-COUNT         PIC ZZZZZZ9.
       01  SR-BT-DISPUTE-COUNT        PIC ZZZZZZ9.
       01  SR-BT-PAST-DUE-COUNT       PIC ZZZZZZ9.
       01  SR-BT-BALANCE-TOTAL        PIC Z(10)9.99-.
       01  SR-BT-LIMIT-TOTAL          PIC Z(10)9.99-.

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
           PERFORM READ-BUREAU-CONTROL
              THRU READ-BUREAU-CONTROL-EXIT.
           PERFORM OPEN-INPUT-FILES
              THRU OPEN-INPUT-FILES-EXIT.
           IF NOT SNAPSHOT-FILE-IS-OPEN
              DISPLAY "BUREXTR: NO EXTRACT WRITTEN - CLSNAP IS "
                      "REQUIRED"
              MOVE 1 TO RETURN-CODE
              PERFORM CLEANUP
                 THRU CLEANUP-EXIT
              STOP RUN
           END-IF.

           PERFORM LOAD-CLOSED-CUSTOMERS
              THRU LOAD-CLOSED-CUSTOMERS-EXIT.
           OPEN OUTPUT BUREAU-EXTRACT-FILE.
           PERFORM WRITE-HEADER-RECORD
              THRU WRITE-HEADER-RECORD-EXIT.
           PERFORM READ-SNAPSHOT-RECORD
              THRU READ-SNAPSHOT-RECORD-EXIT.
           PERFORM EXTRACT-ACTIVE-CUSTOMER
              THRU EXTRACT-ACTIVE-CUSTOMER-EXIT
              UNTIL END-OF-SNAPSHOT.
           SET CD-INDX TO 1.
           PERFORM EXTRACT-CLOSED-CUSTOMER
              THRU EXTRACT-CLOSED-CUSTOMER-EXIT
              UNTIL CD-INDX > CD-CLOSED-COUNT.
           PERFORM WRITE-TRAILER-RECORD
              THRU WRITE-TRAILER-RECORD-EXIT.
           CLOSE BUREAU-EXTRACT-FILE.

           PERFORM QUEUE-HOST-TRANSFER
              THRU QUEUE-HOST-TRANSFER-EXIT.
           PERFORM WRITE-BUREAU-CONTROL
              THRU WRITE-BUREAU-CONTROL-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       EXTRACT-ACTIVE-CUSTOMER.
      ***************************************************************
      * ONE "D" DETAIL FOR A CUSTOMER STILL ON CLSNAP.  THE NAME     *
      * COMES FROM CUSTADDR WHEN THE CUSTOMER HAS AN ADDRESS ON      *
      * FILE.  CLS-CREDIT-BALANCE HOLDS AVAILABLE CREDIT, SO THE     *
      * BALANCE OWED THE BUREAU WANTS IS LIMIT MINUS AVAILABLE.      *
      ***************************************************************
           MOVE CLS-CUST-NUM TO BX-CUST-NUM.
           MOVE SPACES TO BX-CUST-NAME.
           IF ADDRESS-FILE-IS-OPEN
              MOVE CLS-CUST-NUM TO AD-CUST-NUM
              READ CUSTOMER-ADDRESS-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE AD-NAME TO BX-CUST-NAME
              END-READ
           END-IF.
           MOVE "A" TO BX-ACCOUNT-STATUS.
           MOVE ZERO TO BX-CLOSED-DATE.
           MOVE CLS-CURRENCY-CODE TO BX-CURRENCY-CODE.
           COMPUTE BX-BALANCE-OWED =
               CLS-CREDIT-LIMIT - CLS-CREDIT-BALANCE.
           MOVE CLS-CREDIT-LIMIT TO BX-CREDIT-LIMIT.
           MOVE CLS-RISK-GRADE TO BX-RISK-GRADE.
           PERFORM WRITE-DETAIL-RECORD
              THRU WRITE-DETAIL-RECORD-EXIT.
           ADD 1 TO BT-ACTIVE-COUNT.
           PERFORM READ-SNAPSHOT-RECORD
              THRU READ-SNAPSHOT-RECORD-EXIT.
       EXTRACT-ACTIVE-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       EXTRACT-CLOSED-CUSTOMER.
      ***************************************************************
      * ONE "D" DETAIL REPORTED CLOSED, FROM THE CUSTOMER'S LAST     *
      * ARCHIVED SNAPSHOT, DATED THE DAY CUSTOFFB CLOSED IT OUT.     *
      ***************************************************************
           MOVE CD-CUST-NUM (CD-INDX) TO BX-CUST-NUM.
           MOVE CD-CUST-NAME (CD-INDX) TO BX-CUST-NAME.
           MOVE "C" TO BX-ACCOUNT-STATUS.
           MOVE CD-CLOSED-DATE (CD-INDX) TO BX-CLOSED-DATE.
           MOVE CD-CURRENCY-CODE (CD-INDX) TO BX-CURRENCY-CODE.
           MOVE CD-BALANCE-OWED (CD-INDX) TO BX-BALANCE-OWED.
           MOVE CD-CREDIT-LIMIT (CD-INDX) TO BX-CREDIT-LIMIT.
           MOVE CD-RISK-GRADE (CD-INDX) TO BX-RISK-GRADE.
           PERFORM WRITE-DETAIL-RECORD
              THRU WRITE-DETAIL-RECORD-EXIT.
           ADD 1 TO BT-CLOSED-COUNT.
           SET CD-INDX UP BY 1.
       EXTRACT-CLOSED-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-DETAIL-RECORD.
      ***************************************************************
      * BUILD AND WRITE THE DETAIL FROM BX-, ADDING THE PAST-DUE     *
      * BUCKET AND ANY OPEN DISPUTE, AND ROLL THE TRAILER TOTALS.    *
      ***************************************************************
           MOVE SPACES TO BUREAU-EXTRACT-RECORD.
           MOVE "D" TO BR-RECORD-TYPE.
           MOVE BX-CUST-NUM TO BR-D-CUST-NUM.
           MOVE BX-CUST-NAME TO BR-D-CUST-NAME.
           MOVE BX-ACCOUNT-STATUS TO BR-D-ACCOUNT-STATUS.
           MOVE BX-CLOSED-DATE TO BR-D-CLOSED-DATE.
           IF BX-CURRENCY-CODE = SPACES
              MOVE "BAS" TO BR-D-CURRENCY-CODE
           ELSE
              MOVE BX-CURRENCY-CODE TO BR-D-CURRENCY-CODE
           END-IF.
           IF BX-BALANCE-OWED < ZERO
              MOVE "-" TO BR-D-BALANCE-SIGN
           ELSE
              MOVE "+" TO BR-D-BALANCE-SIGN
           END-IF.
           MOVE BX-BALANCE-OWED TO BR-D-BALANCE.
           MOVE BX-CREDIT-LIMIT TO BR-D-CREDIT-LIMIT.
           MOVE BX-RISK-GRADE TO BR-D-RISK-GRADE.

           PERFORM FIGURE-PAST-DUE-BUCKET
              THRU FIGURE-PAST-DUE-BUCKET-EXIT.
           PERFORM CHECK-OPEN-DISPUTE
              THRU CHECK-OPEN-DISPUTE-EXIT.

           WRITE BUREAU-EXTRACT-RECORD.
           ADD 1 TO BT-DETAIL-COUNT.
           ADD BX-BALANCE-OWED TO BT-BALANCE-TOTAL.
           ADD BX-CREDIT-LIMIT TO BT-LIMIT-TOTAL.
       WRITE-DETAIL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       FIGURE-PAST-DUE-BUCKET.
      ***************************************************************
      * AGE THE CUSTOMER'S OLDEST UNPAID INVOICE OR FEE ON OPENITM.  *
      * NO LEDGER, OR NOTHING UNPAID, REPORTS CURRENT.               *
      ***************************************************************
           MOVE ZERO TO OLDEST-AGE-DAYS.
           IF LEDGER-FILE-IS-OPEN
              MOVE "N" TO ITEM-SCAN-END-SWITCH
              MOVE BX-CUST-NUM TO OI-CUST-NUM
              MOVE LOW-VALUES TO OI-REFERENCE-NUM
              START OPEN-ITEM-FILE
                  KEY NOT LESS THAN OI-ITEM-KEY
                  INVALID KEY
                     SET ITEM-SCAN-ENDED TO TRUE
              END-START
              PERFORM AGE-ONE-ITEM
                 THRU AGE-ONE-ITEM-EXIT
                 UNTIL ITEM-SCAN-ENDED
           END-IF.
           EVALUATE TRUE
              WHEN OLDEST-AGE-DAYS < 30
                 MOVE "0" TO BR-D-PAST-DUE-BUCKET
              WHEN OLDEST-AGE-DAYS < 60
                 MOVE "1" TO BR-D-PAST-DUE-BUCKET
              WHEN OLDEST-AGE-DAYS < 90
                 MOVE "2" TO BR-D-PAST-DUE-BUCKET
              WHEN OTHER
                 MOVE "3" TO BR-D-PAST-DUE-BUCKET
           END-EVALUATE.
           IF OLDEST-AGE-DAYS NOT < 30
              ADD 1 TO BT-PAST-DUE-COUNT
           END-IF.
       FIGURE-PAST-DUE-BUCKET-EXIT. EXIT.
      *****************************************************************
      *
       AGE-ONE-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                  SET ITEM-SCAN-ENDED TO TRUE
                  GO TO AGE-ONE-ITEM-EXIT
           END-READ.
           IF OI-CUST-NUM NOT = BX-CUST-NUM
              SET ITEM-SCAN-ENDED TO TRUE
              GO TO AGE-ONE-ITEM-EXIT
           END-IF.
           IF OI-TYPE-UNAPPLIED OR OI-OPEN-AMOUNT NOT > ZERO
              GO TO AGE-ONE-ITEM-EXIT
           END-IF.
           MOVE OI-INVOICE-DATE TO INVOICE-DATE-WORK.
           COMPUTE ITEM-AGE-DAYS =
               (EX-YY * 365 + EX-MM * 30 + EX-DD)
             - (IV-YY * 365 + IV-MM * 30 + IV-DD).
           IF ITEM-AGE-DAYS > OLDEST-AGE-DAYS
              MOVE ITEM-AGE-DAYS TO OLDEST-AGE-DAYS
           END-IF.
       AGE-ONE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPEN-DISPUTE.
      ***************************************************************
      * A TRKSTAT DISPUTE STILL SHORT OF ITS EXPIRY DATE IS OPEN AND *
      * GOES TO THE BUREAU WITH ITS REFERENCE.                       *
      ***************************************************************
           MOVE "N" TO BR-D-DISPUTE-FLAG.
           IF NOT TRACKED-STATUS-IS-OPEN
              GO TO CHECK-OPEN-DISPUTE-EXIT
           END-IF.
           MOVE BX-CUST-NUM TO TS-CUST-NUM.
           READ TRACKED-STATUS-FILE
               INVALID KEY
                  GO TO CHECK-OPEN-DISPUTE-EXIT
           END-READ.
           IF TS-TYPE-DISPUTE
              AND TS-EXPIRY-DATE NOT < EXTRACT-DATE
              MOVE "Y" TO BR-D-DISPUTE-FLAG
              MOVE TS-DISPUTE-REF TO BR-D-DISPUTE-REF
              ADD 1 TO BT-DISPUTE-COUNT
           END-IF.
       CHECK-OPEN-DISPUTE-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-HEADER-RECORD.
           MOVE SPACES TO BUREAU-EXTRACT-RECORD.
           MOVE "H" TO BR-RECORD-TYPE.
           MOVE BV-SUBSCRIBER-ID TO BR-H-SUBSCRIBER-ID.
           MOVE EXTRACT-DATE TO BR-H-EXTRACT-DATE.
           MOVE EX-YY TO BR-H-PERIOD-YY.
           MOVE EX-MM TO BR-H-PERIOD-MM.
           WRITE BUREAU-EXTRACT-RECORD.
       WRITE-HEADER-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-TRAILER-RECORD.
           MOVE SPACES TO BUREAU-EXTRACT-RECORD.
           MOVE "T" TO BR-RECORD-TYPE.
           MOVE BT-DETAIL-COUNT TO BR-T-DETAIL-COUNT.
           MOVE BT-ACTIVE-COUNT TO BR-T-ACTIVE-COUNT.
           MOVE BT-CLOSED-COUNT TO BR-T-CLOSED-COUNT.
           IF BT-BALANCE-TOTAL < ZERO
              MOVE "-" TO BR-T-BALANCE-SIGN
           ELSE
              MOVE "+" TO BR-T-BALANCE-SIGN
           END-IF.
           MOVE BT-BALANCE-TOTAL TO BR-T-BALANCE-TOTAL.
           MOVE BT-LIMIT-TOTAL TO BR-T-LIMIT-TOTAL.
           WRITE BUREAU-EXTRACT-RECORD.
       WRITE-TRAILER-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-CLOSED-CUSTOMERS.
      ***************************************************************
      * SWEEP THE OFFBOARD ARCHIVE FOR CUSTOMERS CLOSED OUT AFTER    *
      * THE LAST EXTRACT AND NO LATER THAN THIS ONE.  A CLSNAP IMAGE *
      * ADDS THE CUSTOMER; A CUSTADDR IMAGE NAMES IT.  A CUSTOMER    *
      * WITH NO SNAPSHOT ON THE ARCHIVE HAD NO CREDIT LINE TO        *
      * REPORT.                                                      *
      ***************************************************************
           OPEN INPUT OFFBOARD-ARCHIVE-FILE.
           IF NOT ARC-FILE-OK
              GO TO LOAD-CLOSED-CUSTOMERS-EXIT
           END-IF.
           PERFORM LOAD-ONE-ARCHIVE-RECORD
              THRU LOAD-ONE-ARCHIVE-RECORD-EXIT
              UNTIL END-OF-ARCHIVE.
           CLOSE OFFBOARD-ARCHIVE-FILE.
       LOAD-CLOSED-CUSTOMERS-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-ARCHIVE-RECORD.
           READ OFFBOARD-ARCHIVE-FILE
               AT END
                  SET END-OF-ARCHIVE TO TRUE
                  GO TO LOAD-ONE-ARCHIVE-RECORD-EXIT
           END-READ.
           IF OA-ARCHIVE-DATE NOT > BV-LAST-EXTRACT-DATE
              OR OA-ARCHIVE-DATE > EXTRACT-DATE
              GO TO LOAD-ONE-ARCHIVE-RECORD-EXIT
           END-IF.
           EVALUATE OA-SOURCE-FILE
              WHEN "CLSNAP"
                 PERFORM ADD-CLOSED-CUSTOMER
                    THRU ADD-CLOSED-CUSTOMER-EXIT
              WHEN "CUSTADDR"
                 PERFORM FIND-CLOSED-CUSTOMER
                    THRU FIND-CLOSED-CUSTOMER-EXIT
                 IF CLOSED-ENTRY-FOUND
                    MOVE OA-AD-NAME TO CD-CUST-NAME (CD-INDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       LOAD-ONE-ARCHIVE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       ADD-CLOSED-CUSTOMER.
           PERFORM FIND-CLOSED-CUSTOMER
              THRU FIND-CLOSED-CUSTOMER-EXIT.
           IF NOT CLOSED-ENTRY-FOUND
              IF CD-CLOSED-COUNT = 500
                 DISPLAY "BUREXTR CLOSED TABLE FULL AT 500 - "
                         OA-CUST-NUM " NOT REPORTED CLOSED"
                 GO TO ADD-CLOSED-CUSTOMER-EXIT
              END-IF
              ADD 1 TO CD-CLOSED-COUNT
              SET CD-INDX TO CD-CLOSED-COUNT
              MOVE OA-CUST-NUM TO CD-CUST-NUM (CD-INDX)
              MOVE SPACES TO CD-CUST-NAME (CD-INDX)
           END-IF.
           MOVE OA-ARCHIVE-DATE TO CD-CLOSED-DATE (CD-INDX).
           MOVE OA-CLS-CREDIT-LIMIT TO CD-CREDIT-LIMIT (CD-INDX).
           COMPUTE CD-BALANCE-OWED (CD-INDX) =
               OA-CLS-CREDIT-LIMIT - OA-CLS-CREDIT-BALANCE.
           MOVE OA-CLS-RISK-GRADE TO CD-RISK-GRADE (CD-INDX).
           MOVE OA-CLS-CURRENCY-CODE TO CD-CURRENCY-CODE (CD-INDX).
       ADD-CLOSED-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       FIND-CLOSED-CUSTOMER.
           MOVE "N" TO CLOSED-FOUND-SWITCH.
           SET CD-INDX TO 1.
           PERFORM MATCH-ONE-CLOSED-ENTRY
              THRU MATCH-ONE-CLOSED-ENTRY-EXIT
              UNTIL CLOSED-ENTRY-FOUND
                 OR CD-INDX > CD-CLOSED-COUNT.
       FIND-CLOSED-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       MATCH-ONE-CLOSED-ENTRY.
           IF CD-CUST-NUM (CD-INDX) = OA-CUST-NUM
              SET CLOSED-ENTRY-FOUND TO TRUE
           ELSE
              SET CD-INDX UP BY 1
           END-IF.
       MATCH-ONE-CLOSED-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       QUEUE-HOST-TRANSFER.
      ***************************************************************
      * PUT THE EXTRACT ON THE HSMPLCBL TRANSFER LIST AS A SEND-ONCE *
      * TRANSFER.  IF LAST MONTH'S PUT IS STILL QUEUED (THE NIGHT'S  *
      * TRANSFER FAILED), THAT ENTRY NOW CARRIES THIS FILE AND NO    *
      * SECOND ONE IS ADDED.                                         *
      ***************************************************************
           OPEN INPUT TRANSFER-CONTROL-FILE.
           IF XFR-FILE-OK
              PERFORM CHECK-ONE-TRANSFER
                 THRU CHECK-ONE-TRANSFER-EXIT
                 UNTIL END-OF-TRANSFERS
              CLOSE TRANSFER-CONTROL-FILE
           END-IF.
           IF TRANSFER-ALREADY-QUEUED
              DISPLAY "BUREXTR: BUREAU PUT ALREADY QUEUED ON XFERCTL"
              GO TO QUEUE-HOST-TRANSFER-EXIT
           END-IF.

           OPEN EXTEND TRANSFER-CONTROL-FILE.
           IF XFR-FILE-NOT-FOUND
              OPEN OUTPUT TRANSFER-CONTROL-FILE
           END-IF.
           MOVE SPACES TO TRANSFER-CONTROL-RECORD.
           MOVE "PUT" TO XC-DIRECTION.
           MOVE BUREAU-PC-FILE TO XC-PC-FILE.
           MOVE BV-HOST-FILE TO XC-HOST-FILE.
           MOVE BUREAU-XFER-OPTIONS TO XC-OPTIONS.
           SET XC-SEND-ONCE TO TRUE.
           WRITE TRANSFER-CONTROL-RECORD.
           CLOSE TRANSFER-CONTROL-FILE.
           DISPLAY "BUREXTR: BUREAU PUT QUEUED ON XFERCTL FOR "
                   BV-HOST-FILE.
       QUEUE-HOST-TRANSFER-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-TRANSFER.
           READ TRANSFER-CONTROL-FILE
               AT END
                  SET END-OF-TRANSFERS TO TRUE
                  GO TO CHECK-ONE-TRANSFER-EXIT
           END-READ.
           IF XC-DIRECTION = "PUT"
              AND XC-PC-FILE = BUREAU-PC-FILE
              AND XC-SEND-ONCE
              SET TRANSFER-ALREADY-QUEUED TO TRUE
           END-IF.
       CHECK-ONE-TRANSFER-EXIT. EXIT.
      *****************************************************************
      *
       READ-SNAPSHOT-RECORD.
           READ CREDIT-LIMIT-SNAPSHOT-FILE NEXT RECORD
               AT END
                  SET END-OF-SNAPSHOT TO TRUE
           END-READ.
       READ-SNAPSHOT-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * EXTRACT AS OF THE OPEN BUSINESS DATE.  NO PERDCTL ON FILE    *
      * MEANS THE SYSTEM DATE.                                       *
      ***************************************************************
           ACCEPT EXTRACT-DATE FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE TO EXTRACT-DATE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       READ-BUREAU-CONTROL.
           OPEN INPUT BUREAU-CONTROL-FILE.
           IF NOT BCF-FILE-OK
              DISPLAY "BUREXTR: NO BURCTL ON FILE - FIRST EXTRACT, "
                      "ALL ARCHIVED CUSTOMERS REPORTED CLOSED"
              GO TO READ-BUREAU-CONTROL-EXIT
           END-IF.
           READ BUREAU-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                  MOVE BC-SUBSCRIBER-ID TO BV-SUBSCRIBER-ID
                  IF BC-HOST-FILE NOT = SPACES
                     MOVE BC-HOST-FILE TO BV-HOST-FILE
                  END-IF
                  IF BC-LAST-EXTRACT-DATE NUMERIC
                     MOVE BC-LAST-EXTRACT-DATE
                          TO BV-LAST-EXTRACT-DATE
                  END-IF
           END-READ.
           CLOSE BUREAU-CONTROL-FILE.
       READ-BUREAU-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-BUREAU-CONTROL.
           OPEN OUTPUT BUREAU-CONTROL-FILE.
           MOVE SPACES TO BUREAU-CONTROL-RECORD.
           MOVE BV-SUBSCRIBER-ID TO BC-SUBSCRIBER-ID.
           MOVE BV-HOST-FILE TO BC-HOST-FILE.
           MOVE EXTRACT-DATE TO BC-LAST-EXTRACT-DATE.
           WRITE BUREAU-CONTROL-RECORD.
           CLOSE BUREAU-CONTROL-FILE.
       WRITE-BUREAU-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-INPUT-FILES.
           OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF CLS-FILE-OK
              SET SNAPSHOT-FILE-IS-OPEN TO TRUE
              PERFORM CHECK-SNAPSHOT-VERSION
                 THRU CHECK-SNAPSHOT-VERSION-EXIT
              IF NOT SNAPSHOT-VERSION-OK
                 CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
                 MOVE "N" TO SNAPSHOT-FILE-SWITCH
              END-IF
           ELSE
              DISPLAY "BUREXTR: SNAPSHOT FILE OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
           END-IF.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF ADR-FILE-OK
              SET ADDRESS-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "BUREXTR: NO CUSTADDR ON FILE, STATUS="
                      ADR-FILE-STATUS " - NAMES LEFT BLANK"
           END-IF.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OIF-FILE-OK
              SET LEDGER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "BUREXTR: NO OPENITM LEDGER ON FILE, STATUS="
                      OIF-FILE-STATUS " - ALL REPORTED CURRENT"
           END-IF.
           OPEN INPUT TRACKED-STATUS-FILE.
           IF TS-FILE-OK
              SET TRACKED-STATUS-IS-OPEN TO TRUE
           END-IF.
       OPEN-INPUT-FILES-EXIT. EXIT.
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
           READ CREDIT-LIMIT-SNAPSHOT-FILE NEXT RECORD
               AT END
                  MOVE SPACES TO CREDIT-LIMIT-SNAPSHOT-HEADER
           END-READ.
           IF CLS-HDR-EYECATCHER NOT = CLS-HEADER-EYECATCHER
              DISPLAY "BUREXTR: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "BUREXTR: CLSNAP IS LAYOUT VERSION "
                      CLS-HDR-LAYOUT-VERSION ", BUILT FOR "
                      CLS-BUILT-FOR-VERSION " - FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY EXTRACT TOTALS AND CLOSE FILES      *
      ***********************************************
           MOVE BT-DETAIL-COUNT TO SR-BT-DETAIL-COUNT.
           MOVE BT-ACTIVE-COUNT TO SR-BT-ACTIVE-COUNT.
           MOVE BT-CLOSED-COUNT TO SR-BT-CLOSED-COUNT.
           MOVE BT-DISPUTE-COUNT TO SR-BT-DISPUTE-COUNT.
           MOVE BT-PAST-DUE-COUNT TO SR-BT-PAST-DUE-COUNT.
           MOVE BT-BALANCE-TOTAL TO SR-BT-BALANCE-TOTAL.
           MOVE BT-LIMIT-TOTAL TO SR-BT-LIMIT-TOTAL.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*       BUREXTR BUREAU EXTRACT            *".
           DISPLAY "******************************************".
           DISPLAY "EXTRACT DATE ............... " EXTRACT-DATE.
           DISPLAY "DETAIL RECORDS ............. "
                   SR-BT-DETAIL-COUNT.
           DISPLAY "ACTIVE CUSTOMERS ........... "
                   SR-BT-ACTIVE-COUNT.
           DISPLAY "REPORTED CLOSED ............ "
                   SR-BT-CLOSED-COUNT.
           DISPLAY "30+ DAYS PAST DUE .......... "
                   SR-BT-PAST-DUE-COUNT.
           DISPLAY "OPEN DISPUTES .............. "
                   SR-BT-DISPUTE-COUNT.
           DISPLAY "BALANCE TOTAL .............. "
                   SR-BT-BALANCE-TOTAL.
           DISPLAY "LIMIT TOTAL ................ "
                   SR-BT-LIMIT-TOTAL.
           DISPLAY "******************************************".
           IF SNAPSHOT-FILE-IS-OPEN
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
           END-IF.
           IF ADDRESS-FILE-IS-OPEN
              CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF LEDGER-FILE-IS-OPEN
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF TRACKED-STATUS-IS-OPEN
              CLOSE TRACKED-STATUS-FILE
           END-IF.
           DISPLAY "PROGRAM: BUREXTR EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

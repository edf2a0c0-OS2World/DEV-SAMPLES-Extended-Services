       IDENTIFICATION DIVISION.
       PROGRAM-ID.        WRKQUE.
      *************************************************************
      * THIS IS THE WRKQUE PROGRAM THAT SPLITS THE NIGHT'S CREDIT *
      * WORK BY ACCOUNT OFFICER, SO EACH OFFICER GETS A PAGE OF   *
      * THEIR OWN ACCOUNTS TO WORK AND THE SUPERVISOR CAN SEE AT  *
      * A GLANCE WHO IS FALLING BEHIND.                           *
      *                                                           *
      * PURPOSE: READ EACH OF THE NIGHT'S WORK LISTS, LOOK EVERY  *
      *          ITEM'S CUSTOMER UP ON CUSTFILE FOR ITS ACCOUNT   *
      *          OFFICER (CF-OFFICER-CODE), AND PRINT ONE PAGE    *
      *          PER OFFICER WITH ITEMS, THEN A SUPERVISOR PAGE   *
      *          OF PER-OFFICER COUNTS BY SOURCE AND OLDEST-ITEM  *
      *          AGE.  THE SOURCES ARE:                           *
      *             WATCH    UPWARD MOVERS ON THE CREDRPT         *
      *                      SEVERITY WATCHLIST                   *
      *             AGED     THE CREDRPT AGED OVER-LIMIT REPORT   *
      *             BROKEN   THE CREDRPT BROKEN PROMISE REPORT    *
      *             PENDING  ALRTBRDG BUREAU ALERTS WAITING IN    *
      *                      CUSTPEND FOR CUSTMNT                 *
      *             PAYREJ   PAYAPPLY PAYMENT REJECTS             *
      *             REJECT   THE SALESRPT REJECT (RECYCLE) LIST   *
      *          A LIST NOT PRODUCED TONIGHT IS SKIPPED.  AN      *
      *          ACCOUNT WITH NO OFFICER, OR NOT ON CUSTFILE,     *
      *          QUEUES TO "UNASSIGNED"; AN OFFICER CODE NOT ON   *
      *          THE OFFICER MASTER STILL GETS ITS OWN PAGE.      *
      *                                                           *
      *          AN ITEM'S AGE IS DAYS SINCE IT FIRST APPEARED ON *
      *          ANY NIGHT'S QUEUE.  THE QUEUE HISTORY FILE       *
      *          REMEMBERS EACH ITEM FROM ONE RUN TO THE NEXT;    *
      *          AN AGED EXCEPTION STARTS FROM THE DATE THE LIMIT *
      *          WAS FIRST EXCEEDED AND A BROKEN PROMISE FROM ITS *
      *          EXPIRY DATE.  AN ITEM NO LONGER ON ITS LIST IS   *
      *          DROPPED FROM THE HISTORY, SO IT AGES FROM NEW IF *
      *          IT COMES BACK.                                   *
      *                                                           *
      * INPUT:   WATCHLST, AGEDEXCP, BROKPROM, CUSTPEND, PAYREJ,  *
      *          REJFILE; CUSTOMER-FILE (CUSTFILE) AND OFFICER-   *
      *          FILE (OFFMAST).                                  *
      *                                                           *
      * OUTPUT:  WORK QUEUE REPORT (WRKQRPT); QUEUE-HISTORY-FILE  *
      *          (WRKQHIST) IS MAINTAINED.                        *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT OFFICER-FILE       ASSIGN TO "OFFMAST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS OF-OFFICER-CODE
               FILE STATUS    IS OFF-FILE-STATUS.
           SELECT QUEUE-HISTORY-FILE ASSIGN TO "WRKQHIST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS WH-HISTORY-KEY
               FILE STATUS    IS WHF-FILE-STATUS.
           SELECT WATCHLIST-FILE     ASSIGN TO "WATCHLST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WLF-FILE-STATUS.
           SELECT AGED-EXCEPTION-FILE ASSIGN TO "AGEDEXCP"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS AGF-FILE-STATUS.
           SELECT BROKEN-PROMISE-FILE ASSIGN TO "BROKPROM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS BPF-FILE-STATUS.
           SELECT PENDING-CONTROL-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT PAYMENT-REJECT-FILE ASSIGN TO "PAYREJ"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PRF-FILE-STATUS.
           SELECT REJECT-FILE        ASSIGN TO "REJFILE"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RJF-FILE-STATUS.
           SELECT WORK-QUEUE-REPORT-FILE ASSIGN TO "WRKQRPT"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
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
      * OFFICER-FILE IS THE ACCOUNT OFFICER MASTER OFFMNT MAINTAINS. *
      ***************************************************************
       FD  OFFICER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFICER-RECORD.
           05  OF-OFFICER-CODE         PIC X(2).
           05  OF-OFFICER-NAME         PIC X(20).
           05  OF-OFFICER-STATUS       PIC X.
               88  OF-OFFICER-ACTIVE              VALUE "A".
               88  OF-OFFICER-INACTIVE            VALUE "I".
           05  OF-ENTERED-DATE         PIC 9(6).
           05  OF-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * QUEUE-HISTORY-FILE HOLDS ONE RECORD PER ITEM STILL ON A      *
      * QUEUE: THE SOURCE, THE CUSTOMER, AND (FOR A PAYMENT REJECT   *
      * OR A PENDING ACTION) A REFERENCE THAT TELLS TWO ITEMS FOR    *
      * ONE CUSTOMER APART, WITH THE DATE THE ITEM FIRST QUEUED AND  *
      * THE LAST NIGHT IT WAS SEEN.                                  *
      ***************************************************************
       FD  QUEUE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUEUE-HISTORY-RECORD.
           05  WH-HISTORY-KEY.
               10  WH-SOURCE-CODE      PIC X.
               10  WH-CUST-NUM         PIC X(4).
               10  WH-ITEM-REF         PIC X(10).
           05  WH-FIRST-DATE           PIC 9(6).
           05  WH-LAST-SEEN-DATE       PIC 9(6).

      ***************************************************************
      * THE THREE CREDRPT LISTS ARE READ AS THE PRINT LINES THEY     *
      * ARE.  A DETAIL LINE STARTS WITH THE CUST-NUM FOLLOWED BY     *
      * FIVE SPACES; HEADINGS, BLANK LINES, AND TOTALS DO NOT.       *
      ***************************************************************
       FD  WATCHLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCHLIST-RECORD            PIC X(132).

       FD  AGED-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGED-EXCEPTION-RECORD       PIC X(132).

       FD  BROKEN-PROMISE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BROKEN-PROMISE-RECORD       PIC X(132).

      ***************************************************************
      * PENDING-CONTROL-FILE IS IN THE CUSTMNT CONTROL-FILE LAYOUT.  *
      * ALRTBRDG WRITES A "C" ACTION WITH CREDIT FLAG "0" FOR A      *
      * DEROGATORY ALERT AND "1" FOR A CLEARED ONE.                  *
      ***************************************************************
       FD  PENDING-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CONTROL-RECORD.
           05  MR-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  MR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  MR-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X.
           05  MR-CREDIT-BALANCE       PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  MR-CREDIT-LIMIT         PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  MR-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X.
           05  MR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  MR-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  MR-OFFICER-CODE         PIC X(2).

       FD  PAYMENT-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-REJECT-RECORD.
           05  PR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  PR-TRAN-TYPE            PIC X.
           05  FILLER                  PIC X(2).
           05  PR-AMOUNT               PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  PR-REFERENCE-NUM        PIC X(10).
           05  FILLER                  PIC X(2).
           05  PR-REASON               PIC X(30).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  RJ-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(3).
           05  RJ-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(5).
           05  RJ-REASON               PIC X(30).

       FD  WORK-QUEUE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-QUEUE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  OFF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OFF-FILE-OK                        VALUE "00".

       01  END-OF-OFFICERS-SWITCH     PIC  X      VALUE "N".
           88  END-OF-OFFICERS                    VALUE "Y".

       01  WHF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  WHF-FILE-OK                        VALUE "00".
           88  WHF-FILE-NOT-FOUND                 VALUE "35".

       01  HISTORY-FILE-SWITCH        PIC  X      VALUE "N".
           88  HISTORY-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-HISTORY-SWITCH      PIC  X      VALUE "N".
           88  END-OF-HISTORY                     VALUE "Y".

       01  WLF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  WLF-FILE-OK                        VALUE "00".

       01  AGF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  AGF-FILE-OK                        VALUE "00".

       01  BPF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  BPF-FILE-OK                        VALUE "00".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  PRF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PRF-FILE-OK                        VALUE "00".

       01  RJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RJF-FILE-OK                        VALUE "00".

       01  END-OF-SOURCE-SWITCH       PIC  X      VALUE "N".
           88  END-OF-SOURCE                      VALUE "Y".

      **********************************************************
      * SL- TABLE NAMES THE SIX SOURCES: THE ONE-CHARACTER     *
      * CODE KEPT ON THE QUEUE HISTORY AND THE LABEL PRINTED.  *
      * A SOURCE IS MARKED LOADED ONLY WHEN ITS LIST WAS THERE *
      * TO READ, SO THE HISTORY OF A LIST NOT PRODUCED TONIGHT *
      * IS LEFT ALONE.                                         *
      **********************************************************
       01  SOURCE-NAMES.
           05  FILLER                  PIC X(9)   VALUE "WWATCH".
           05  FILLER                  PIC X(9)   VALUE "AAGED".
           05  FILLER                  PIC X(9)   VALUE "BBROKEN".
           05  FILLER                  PIC X(9)   VALUE "PPENDING".
           05  FILLER                  PIC X(9)   VALUE "RPAYREJ".
           05  FILLER                  PIC X(9)   VALUE "JREJECT".
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAMES.
           05  SL-ENTRY                OCCURS 6 TIMES
                                       INDEXED BY SL-INDX.
               10  SL-SOURCE-CODE      PIC X.
               10  SL-SOURCE-LABEL     PIC X(8).

       01  SOURCE-LOADED-FLAGS        PIC  X(6)   VALUE "NNNNNN".
       01  SOURCE-LOADED-TABLE REDEFINES SOURCE-LOADED-FLAGS.
           05  SL-LOADED-FLAG          PIC X      OCCURS 6 TIMES.

       01  SOURCE-FOUND-SWITCH        PIC  X      VALUE "N".
           88  SOURCE-WAS-FOUND                   VALUE "Y".

      **********************************************************
      * OT- TABLE HOLDS ONE ENTRY PER OFFICER: ENTRY 1 IS THE  *
      * UNASSIGNED QUEUE, THEN THE OFFICER MASTER IN CODE      *
      * ORDER, THEN ANY CODE FOUND ON CUSTFILE THAT IS NOT ON  *
      * THE MASTER.  A FULL TABLE SENDS FURTHER CODES TO THE   *
      * UNASSIGNED QUEUE.                                      *
      **********************************************************
       01  OT-ENTRY-COUNT             PIC  9(3)   VALUE ZERO.
       01  OT-TABLE-FULL-SWITCH       PIC  X      VALUE "N".
           88  OT-TABLE-IS-FULL                   VALUE "Y".
       01  OFFICER-TABLE.
           05  OT-ENTRY OCCURS 100 TIMES
                        INDEXED BY OT-INDX.
               10  OT-OFFICER-CODE     PIC X(2).
               10  OT-OFFICER-NAME     PIC X(20).
               10  OT-STATUS-NOTE      PIC X(22).
               10  OT-SOURCE-COUNT     PIC 9(5)   OCCURS 6 TIMES.
               10  OT-ITEM-TOTAL       PIC 9(5).
               10  OT-OLDEST-AGE       PIC 9(5).
               10  OT-UNLISTED-COUNT   PIC 9(5).

       01  OFFICER-FOUND-SWITCH       PIC  X      VALUE "N".
           88  OFFICER-WAS-FOUND                  VALUE "Y".

      **********************************************************
      * IT- TABLE HOLDS EVERY QUEUED ITEM UNTIL THE OFFICER    *
      * PAGES ARE PRINTED.  ITEMS BEYOND ITS SIZE ARE STILL    *
      * COUNTED AND AGED, BUT NOT LISTED.                      *
      **********************************************************
       01  IT-ENTRY-COUNT             PIC  9(4)   VALUE ZERO.
       01  IT-TABLE-FULL-SWITCH       PIC  X      VALUE "N".
           88  IT-TABLE-IS-FULL                   VALUE "Y".
       01  ITEM-TABLE.
           05  IT-ENTRY OCCURS 2000 TIMES
                        INDEXED BY IT-INDX.
               10  IT-OFFICER-ENTRY    PIC 9(3).
               10  IT-SOURCE-ENTRY     PIC 9.
               10  IT-CUST-NUM         PIC X(4).
               10  IT-AGE-DAYS         PIC 9(5).
               10  IT-ITEM-TEXT        PIC X(64).

      **********************************************************
      * QI- IS THE ITEM BEING QUEUED, SET BY EACH SOURCE'S     *
      * LOAD PARAGRAPH BEFORE ADD-QUEUE-ITEM.  QI-ITEM-DATE IS *
      * THE ITEM'S OWN STARTING DATE, OR ZERO WHEN IT HAS NONE *
      * AND AGES FROM THE NIGHT IT FIRST QUEUED.               *
      **********************************************************
       01  QI-SOURCE-ENTRY            PIC  9      VALUE ZERO.
       01  QI-CUST-NUM                PIC  X(4)   VALUE SPACES.
       01  QI-ITEM-REF                PIC  X(10)  VALUE SPACES.
       01  QI-ITEM-DATE               PIC  9(6)   VALUE ZERO.
       01  QI-ITEM-TEXT               PIC  X(64)  VALUE SPACES.
       01  QI-OFFICER-CODE            PIC  X(2)   VALUE SPACES.
       01  QI-FIRST-DATE              PIC  9(6)   VALUE ZERO.
       01  QI-AGE-DAYS                PIC  S9(5)  VALUE ZERO.

      **********************************************************
      * A CREDRPT PRINT LINE IS LOOKED AT THROUGH THESE VIEWS: *
      * THE CUST-NUM AND ITS DETAIL, THE TWO DATE COLUMNS THE  *
      * AGED AND BROKEN PROMISE LINES CARRY, AND THE TREND THE *
      * WATCHLIST PRINTS.                                      *
      **********************************************************
       01  PRINT-LINE-WORK            PIC  X(132) VALUE SPACES.
       01  PRINT-LINE-PARTS REDEFINES PRINT-LINE-WORK.
           05  PL-CUST-NUM             PIC X(4).
           05  PL-CUST-GAP             PIC X(5).
           05  PL-DETAIL               PIC X(64).
           05  FILLER                  PIC X(59).
       01  PRINT-LINE-DATES REDEFINES PRINT-LINE-WORK.
           05  FILLER                  PIC X(9).
           05  PL-FIRST-DATE           PIC X(6).
           05  FILLER                  PIC X(9).
           05  PL-SECOND-DATE          PIC X(6).
           05  FILLER                  PIC X(102).
       01  PRINT-LINE-TREND REDEFINES PRINT-LINE-WORK.
           05  FILLER                  PIC X(65).
           05  PL-TREND                PIC X(8).
           05  FILLER                  PIC X(59).

       01  PRINT-LINE-DATE-WORK       PIC  X(6)   VALUE SPACES.
       01  PRINT-LINE-DATE-NUMERIC REDEFINES PRINT-LINE-DATE-WORK
                                      PIC  9(6).

      **********************************************************
      * ITEM TEXT LAYOUTS FOR THE SOURCES THAT ARE NOT PRINT   *
      * LINES.                                                 *
      **********************************************************
       01  PAYREJ-ITEM-TEXT.
           05  FILLER                  PIC X(5)   VALUE "TYPE ".
           05  PT-TRAN-TYPE            PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  PT-AMOUNT               PIC Z(6)9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  PT-REFERENCE-NUM        PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  PT-REASON               PIC X(30).

       01  REJECT-ITEM-TEXT.
           05  RT-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RT-REASON               PIC X(30).

      **********************************************************
      * AGE IN DAYS IS THE SHOP'S USUAL YY*365+MM*30+DD        *
      * APPROXIMATION.                                         *
      **********************************************************
       01  BUSINESS-DATE-TODAY        PIC 9(6)   VALUE ZERO.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-TODAY.
           05  WQ-TODAY-YY             PIC 9(2).
           05  WQ-TODAY-MM             PIC 9(2).
           05  WQ-TODAY-DD             PIC 9(2).

       01  FIRST-DATE-WORK            PIC 9(6)   VALUE ZERO.
       01  FIRST-DATE-PARTS REDEFINES FIRST-DATE-WORK.
           05  FD-YY                   PIC 9(2).
           05  FD-MM                   PIC 9(2).
           05  FD-DD                   PIC 9(2).

      **********************************************************
      * RT- RUN TOTALS, AND THE GRAND TOTALS ACROSS OFFICERS   *
      * FOR THE SUPERVISOR PAGE.                               *
      **********************************************************
       01  RUN-TOTALS.
           05  RT-OFFICERS-LOADED      PIC 9(5)   VALUE ZERO.
           05  RT-ITEMS-QUEUED         PIC 9(5)   VALUE ZERO.
           05  RT-ITEMS-UNASSIGNED     PIC 9(5)   VALUE ZERO.
           05  RT-ITEMS-NOT-LISTED     PIC 9(5)   VALUE ZERO.
           05  RT-OFFICER-PAGES        PIC 9(5)   VALUE ZERO.
           05  RT-HISTORY-PURGED       PIC 9(5)   VALUE ZERO.

       01  SR-RT-OFFICERS-LOADED      PIC ZZZZ9.
       01  SR-RT-ITEMS-QUEUED         PIC ZZZZ9.
       01  SR-RT-ITEMS-UNASSIGNED     PIC ZZZZ9.
       01  SR-RT-ITEMS-NOT-LISTED     PIC ZZZZ9.
       01  SR-RT-OFFICER-PAGES        PIC ZZZZ9.
       01  SR-RT-HISTORY-PURGED       PIC ZZZZ9.

       01  GRAND-TOTALS.
           05  GT-SOURCE-COUNT         PIC 9(5)   OCCURS 6 TIMES.
           05  GT-ITEM-TOTAL           PIC 9(5).
           05  GT-OLDEST-AGE           PIC 9(5).

      **********************************************************
      * REPORT LINES.                                          *
      **********************************************************
       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(34)  VALUE
               "WRKQUE - OFFICER WORK QUEUE       ".
           05  RPT-H1-DATE            PIC 9(6).

       01  RPT-SUMMARY-HEADING-LINE.
           05  FILLER                 PIC X(34)  VALUE
               "WRKQUE - WORK QUEUE SUPERVISOR    ".
           05  RPT-SH-DATE            PIC 9(6).

       01  RPT-OFFICER-LINE.
           05  FILLER                 PIC X(8)   VALUE "OFFICER ".
           05  RPT-O-OFFICER-CODE     PIC X(2).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-O-OFFICER-NAME     PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-O-STATUS-NOTE      PIC X(22).

       01  RPT-HEADING-LINE-2.
           05  FILLER                 PIC X(10)  VALUE "SOURCE".
           05  FILLER                 PIC X(6)   VALUE "CUST".
           05  FILLER                 PIC X(7)   VALUE "  AGE".
           05  FILLER                 PIC X(64)  VALUE "ITEM".

       01  RPT-ITEM-LINE.
           05  RPT-I-SOURCE-LABEL     PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-I-CUST-NUM         PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-I-AGE-DAYS         PIC ZZZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-I-ITEM-TEXT        PIC X(64).

       01  RPT-OFFICER-TOTAL-LINE.
           05  FILLER                 PIC X(6)   VALUE "ITEMS ".
           05  RPT-T-ITEM-TOTAL       PIC ZZZZ9.
           05  FILLER                 PIC X(15)  VALUE
               "   OLDEST ITEM ".
           05  RPT-T-OLDEST-AGE       PIC ZZZZ9.
           05  FILLER                 PIC X(5)   VALUE " DAYS".

       01  RPT-SOURCE-COUNT-LINE.
           05  RPT-SC-ENTRY            OCCURS 6 TIMES.
               10  RPT-SC-LABEL       PIC X(8).
               10  RPT-SC-COUNT       PIC ZZZZ9.
               10  FILLER             PIC X(3).

       01  RPT-UNLISTED-LINE.
           05  RPT-U-COUNT            PIC ZZZZ9.
           05  FILLER                 PIC X(40)  VALUE
               " FURTHER ITEMS NOT LISTED - TABLE FULL".

       01  RPT-SUMMARY-HEADING-2.
           05  FILLER                 PIC X(4)   VALUE "OF".
           05  FILLER                 PIC X(22)  VALUE "OFFICER NAME".
           05  FILLER                 PIC X(9)   VALUE "  WATCH".
           05  FILLER                 PIC X(9)   VALUE "   AGED".
           05  FILLER                 PIC X(9)   VALUE " BROKEN".
           05  FILLER                 PIC X(9)   VALUE "PENDING".
           05  FILLER                 PIC X(9)   VALUE " PAYREJ".
           05  FILLER                 PIC X(9)   VALUE " REJECT".
           05  FILLER                 PIC X(9)   VALUE "  TOTAL".
           05  FILLER                 PIC X(9)   VALUE " OLDEST".
           05  FILLER                 PIC X(22)  VALUE "STATUS".

       01  RPT-SUMMARY-LINE.
           05  RPT-S-OFFICER-CODE     PIC X(2).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-S-OFFICER-NAME     PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-S-SOURCE-ENTRY      OCCURS 6 TIMES.
               10  RPT-S-SOURCE-COUNT PIC Z(6)9.
               10  FILLER             PIC X(2).
           05  RPT-S-ITEM-TOTAL       PIC Z(6)9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-S-OLDEST-AGE       PIC Z(6)9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-S-STATUS-NOTE      PIC X(22).

       01  RPT-SOURCE-INDX            PIC 9      VALUE ZERO.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           ACCEPT BUSINESS-DATE-TODAY FROM DATE.
           PERFORM LOAD-OFFICER-TABLE
              THRU LOAD-OFFICER-TABLE-EXIT.
           PERFORM OPEN-CUSTOMER-FILE
              THRU OPEN-CUSTOMER-FILE-EXIT.
           PERFORM OPEN-HISTORY-FILE
              THRU OPEN-HISTORY-FILE-EXIT.

           PERFORM LOAD-WATCHLIST
              THRU LOAD-WATCHLIST-EXIT.
           PERFORM LOAD-AGED-EXCEPTIONS
              THRU LOAD-AGED-EXCEPTIONS-EXIT.
           PERFORM LOAD-BROKEN-PROMISES
              THRU LOAD-BROKEN-PROMISES-EXIT.
           PERFORM LOAD-PENDING-ALERTS
              THRU LOAD-PENDING-ALERTS-EXIT.
           PERFORM LOAD-PAYMENT-REJECTS
              THRU LOAD-PAYMENT-REJECTS-EXIT.
           PERFORM LOAD-RECYCLE-REJECTS
              THRU LOAD-RECYCLE-REJECTS-EXIT.

           PERFORM PURGE-QUEUE-HISTORY
              THRU PURGE-QUEUE-HISTORY-EXIT.

           OPEN OUTPUT WORK-QUEUE-REPORT-FILE.
           MOVE BUSINESS-DATE-TODAY TO RPT-H1-DATE.
           MOVE BUSINESS-DATE-TODAY TO RPT-SH-DATE.
           SET OT-INDX TO 1.
           PERFORM WRITE-OFFICER-PAGE
              THRU WRITE-OFFICER-PAGE-EXIT
              UNTIL OT-INDX > OT-ENTRY-COUNT.
           PERFORM WRITE-SUPERVISOR-SUMMARY
              THRU WRITE-SUPERVISOR-SUMMARY-EXIT.
           CLOSE WORK-QUEUE-REPORT-FILE.

           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       LOAD-OFFICER-TABLE.
      ***************************************************************
      * ENTRY 1 IS ALWAYS THE UNASSIGNED QUEUE.  THE OFFICER MASTER  *
      * FOLLOWS IN CODE ORDER; WITHOUT IT, EVERY OFFICER CODE FOUND  *
      * ON CUSTFILE IS SHOWN AS NOT ON THE MASTER.                   *
      ***************************************************************
           MOVE 1 TO OT-ENTRY-COUNT.
           SET OT-INDX TO 1.
           MOVE SPACES TO OT-ENTRY (OT-INDX).
           MOVE "NO OFFICER ASSIGNED" TO OT-OFFICER-NAME (OT-INDX).
           PERFORM CLEAR-OFFICER-COUNTS
              THRU CLEAR-OFFICER-COUNTS-EXIT.

           OPEN INPUT OFFICER-FILE.
           IF NOT OFF-FILE-OK
              DISPLAY "WRKQUE: OFFICER MASTER NOT AVAILABLE, STATUS="
                      OFF-FILE-STATUS
              GO TO LOAD-OFFICER-TABLE-EXIT
           END-IF.
           PERFORM LOAD-ONE-OFFICER
              THRU LOAD-ONE-OFFICER-EXIT
              UNTIL END-OF-OFFICERS.
           CLOSE OFFICER-FILE.
       LOAD-OFFICER-TABLE-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-OFFICER.
           READ OFFICER-FILE
               AT END
                  SET END-OF-OFFICERS TO TRUE
                  GO TO LOAD-ONE-OFFICER-EXIT
           END-READ.
           IF OT-ENTRY-COUNT = 100
              IF NOT OT-TABLE-IS-FULL
                 SET OT-TABLE-IS-FULL TO TRUE
                 DISPLAY "WRKQUE OFFICER TABLE FULL - FURTHER "
                         "OFFICERS QUEUE AS UNASSIGNED"
              END-IF
              GO TO LOAD-ONE-OFFICER-EXIT
           END-IF.
           ADD 1 TO OT-ENTRY-COUNT.
           SET OT-INDX TO OT-ENTRY-COUNT.
           MOVE SPACES TO OT-ENTRY (OT-INDX).
           MOVE OF-OFFICER-CODE TO OT-OFFICER-CODE (OT-INDX).
           MOVE OF-OFFICER-NAME TO OT-OFFICER-NAME (OT-INDX).
           IF OF-OFFICER-INACTIVE
              MOVE "INACTIVE - REASSIGN" TO OT-STATUS-NOTE (OT-INDX)
           END-IF.
           PERFORM CLEAR-OFFICER-COUNTS
              THRU CLEAR-OFFICER-COUNTS-EXIT.
           ADD 1 TO RT-OFFICERS-LOADED.
       LOAD-ONE-OFFICER-EXIT. EXIT.
      *****************************************************************
      *
       CLEAR-OFFICER-COUNTS.
           MOVE ZERO TO OT-SOURCE-COUNT (OT-INDX 1).
           MOVE ZERO TO OT-SOURCE-COUNT (OT-INDX 2).
           MOVE ZERO TO OT-SOURCE-COUNT (OT-INDX 3).
           MOVE ZERO TO OT-SOURCE-COUNT (OT-INDX 4).
           MOVE ZERO TO OT-SOURCE-COUNT (OT-INDX 5).
           MOVE ZERO TO OT-SOURCE-COUNT (OT-INDX 6).
           MOVE ZERO TO OT-ITEM-TOTAL (OT-INDX).
           MOVE ZERO TO OT-OLDEST-AGE (OT-INDX).
           MOVE ZERO TO OT-UNLISTED-COUNT (OT-INDX).
       CLEAR-OFFICER-COUNTS-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CUSTOMER-FILE.
      ***************************************************************
      * THE MASTER IS READ ONLY TO FIND EACH ITEM'S OFFICER.         *
      * WITHOUT IT EVERY ITEM QUEUES AS UNASSIGNED.                  *
      ***************************************************************
           OPEN INPUT CUSTOMER-FILE.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "WRKQUE: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
                      " - ALL ITEMS QUEUE AS UNASSIGNED"
           END-IF.
       OPEN-CUSTOMER-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-HISTORY-FILE.
      ***************************************************************
      * OPEN THE QUEUE HISTORY I-O, CREATING IT THE FIRST TIME IT    *
      * DOES NOT EXIST.  WITHOUT IT THE RUN STILL PRINTS, AGING      *
      * EACH ITEM FROM ITS OWN DATE OR FROM TODAY.                   *
      ***************************************************************
           OPEN I-O QUEUE-HISTORY-FILE.
           IF WHF-FILE-NOT-FOUND
              OPEN OUTPUT QUEUE-HISTORY-FILE
              CLOSE QUEUE-HISTORY-FILE
              OPEN I-O QUEUE-HISTORY-FILE
           END-IF.
           IF WHF-FILE-OK
              SET HISTORY-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "WRKQUE: QUEUE HISTORY OPEN FAILED, STATUS="
                      WHF-FILE-STATUS
                      " - ITEMS AGE FROM TODAY"
           END-IF.
       OPEN-HISTORY-FILE-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-WATCHLIST.
      ***************************************************************
      * ONLY AN UPWARD MOVER NEEDS WORKING; A RECOVERY IS LEFT ON    *
      * THE WATCHLIST FOR INFORMATION.                               *
      ***************************************************************
           OPEN INPUT WATCHLIST-FILE.
           IF NOT WLF-FILE-OK
              DISPLAY "WRKQUE: WATCHLST NOT AVAILABLE - SKIPPED"
              GO TO LOAD-WATCHLIST-EXIT
           END-IF.
           MOVE "Y" TO SL-LOADED-FLAG (1).
           MOVE "N" TO END-OF-SOURCE-SWITCH.
           PERFORM LOAD-ONE-WATCHLIST-LINE
              THRU LOAD-ONE-WATCHLIST-LINE-EXIT
              UNTIL END-OF-SOURCE.
           CLOSE WATCHLIST-FILE.
       LOAD-WATCHLIST-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-WATCHLIST-LINE.
           READ WATCHLIST-FILE
               AT END
                  SET END-OF-SOURCE TO TRUE
                  GO TO LOAD-ONE-WATCHLIST-LINE-EXIT
           END-READ.
           MOVE WATCHLIST-RECORD TO PRINT-LINE-WORK.
           IF PL-TREND NOT = "UPWARD"
              GO TO LOAD-ONE-WATCHLIST-LINE-EXIT
           END-IF.
           MOVE 1 TO QI-SOURCE-ENTRY.
           MOVE ZERO TO QI-ITEM-DATE.
           PERFORM QUEUE-PRINT-LINE
              THRU QUEUE-PRINT-LINE-EXIT.
       LOAD-ONE-WATCHLIST-LINE-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-AGED-EXCEPTIONS.
           OPEN INPUT AGED-EXCEPTION-FILE.
           IF NOT AGF-FILE-OK
              DISPLAY "WRKQUE: AGEDEXCP NOT AVAILABLE - SKIPPED"
              GO TO LOAD-AGED-EXCEPTIONS-EXIT
           END-IF.
           MOVE "Y" TO SL-LOADED-FLAG (2).
           MOVE "N" TO END-OF-SOURCE-SWITCH.
           PERFORM LOAD-ONE-AGED-LINE
              THRU LOAD-ONE-AGED-LINE-EXIT
              UNTIL END-OF-SOURCE.
           CLOSE AGED-EXCEPTION-FILE.
       LOAD-AGED-EXCEPTIONS-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-AGED-LINE.
      ***************************************************************
      * AN AGED EXCEPTION IS AS OLD AS THE DATE ITS LIMIT WAS FIRST  *
      * EXCEEDED.                                                    *
      ***************************************************************
           READ AGED-EXCEPTION-FILE
               AT END
                  SET END-OF-SOURCE TO TRUE
                  GO TO LOAD-ONE-AGED-LINE-EXIT
           END-READ.
           MOVE AGED-EXCEPTION-RECORD TO PRINT-LINE-WORK.
           MOVE 2 TO QI-SOURCE-ENTRY.
           MOVE PL-FIRST-DATE TO PRINT-LINE-DATE-WORK.
           PERFORM SET-ITEM-DATE
              THRU SET-ITEM-DATE-EXIT.
           PERFORM QUEUE-PRINT-LINE
              THRU QUEUE-PRINT-LINE-EXIT.
       LOAD-ONE-AGED-LINE-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-BROKEN-PROMISES.
           OPEN INPUT BROKEN-PROMISE-FILE.
           IF NOT BPF-FILE-OK
              DISPLAY "WRKQUE: BROKPROM NOT AVAILABLE - SKIPPED"
              GO TO LOAD-BROKEN-PROMISES-EXIT
           END-IF.
           MOVE "Y" TO SL-LOADED-FLAG (3).
           MOVE "N" TO END-OF-SOURCE-SWITCH.
           PERFORM LOAD-ONE-BROKEN-LINE
              THRU LOAD-ONE-BROKEN-LINE-EXIT
              UNTIL END-OF-SOURCE.
           CLOSE BROKEN-PROMISE-FILE.
       LOAD-BROKEN-PROMISES-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-BROKEN-LINE.
      ***************************************************************
      * A BROKEN PROMISE IS AS OLD AS THE PROMISE'S EXPIRY DATE.     *
      ***************************************************************
           READ BROKEN-PROMISE-FILE
               AT END
                  SET END-OF-SOURCE TO TRUE
                  GO TO LOAD-ONE-BROKEN-LINE-EXIT
           END-READ.
           MOVE BROKEN-PROMISE-RECORD TO PRINT-LINE-WORK.
           MOVE 3 TO QI-SOURCE-ENTRY.
           MOVE PL-SECOND-DATE TO PRINT-LINE-DATE-WORK.
           PERFORM SET-ITEM-DATE
              THRU SET-ITEM-DATE-EXIT.
           PERFORM QUEUE-PRINT-LINE
              THRU QUEUE-PRINT-LINE-EXIT.
       LOAD-ONE-BROKEN-LINE-EXIT. EXIT.
      *****************************************************************
      *
       SET-ITEM-DATE.
           IF PRINT-LINE-DATE-WORK NUMERIC
              MOVE PRINT-LINE-DATE-NUMERIC TO QI-ITEM-DATE
           ELSE
              MOVE ZERO TO QI-ITEM-DATE
           END-IF.
       SET-ITEM-DATE-EXIT. EXIT.
      *****************************************************************
      *
       QUEUE-PRINT-LINE.
      ***************************************************************
      * QUEUE A CREDRPT DETAIL LINE: THE CUST-NUM IN THE FIRST FOUR  *
      * COLUMNS, FIVE SPACES, THEN THE DETAIL, WHICH IS CARRIED      *
      * OVER AS THE ITEM TEXT.  ANY OTHER LINE IS PASSED OVER.       *
      ***************************************************************
           IF PL-CUST-NUM = SPACES OR PL-CUST-NUM = "CUST"
              OR PL-CUST-GAP NOT = SPACES
              GO TO QUEUE-PRINT-LINE-EXIT
           END-IF.
           MOVE PL-CUST-NUM TO QI-CUST-NUM.
           MOVE SPACES TO QI-ITEM-REF.
           MOVE PL-DETAIL TO QI-ITEM-TEXT.
           PERFORM ADD-QUEUE-ITEM
              THRU ADD-QUEUE-ITEM-EXIT.
       QUEUE-PRINT-LINE-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-PENDING-ALERTS.
           OPEN INPUT PENDING-CONTROL-FILE.
           IF NOT PCF-FILE-OK
              DISPLAY "WRKQUE: CUSTPEND NOT AVAILABLE - SKIPPED"
              GO TO LOAD-PENDING-ALERTS-EXIT
           END-IF.
           MOVE "Y" TO SL-LOADED-FLAG (4).
           MOVE "N" TO END-OF-SOURCE-SWITCH.
           PERFORM LOAD-ONE-PENDING-ALERT
              THRU LOAD-ONE-PENDING-ALERT-EXIT
              UNTIL END-OF-SOURCE.
           CLOSE PENDING-CONTROL-FILE.
       LOAD-PENDING-ALERTS-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-PENDING-ALERT.
      ***************************************************************
      * THE ACTION AND CREDIT FLAG TELL A DEROGATORY ALERT FROM A    *
      * CLEARED ONE, AND KEEP THE TWO APART ON THE HISTORY.          *
      ***************************************************************
           READ PENDING-CONTROL-FILE
               AT END
                  SET END-OF-SOURCE TO TRUE
                  GO TO LOAD-ONE-PENDING-ALERT-EXIT
           END-READ.
           IF MR-CUST-NUM = SPACES
              GO TO LOAD-ONE-PENDING-ALERT-EXIT
           END-IF.
           MOVE 4 TO QI-SOURCE-ENTRY.
           MOVE MR-CUST-NUM TO QI-CUST-NUM.
           MOVE SPACES TO QI-ITEM-REF.
           MOVE MR-ACTION-CODE TO QI-ITEM-REF (1:1).
           MOVE MR-CREDIT-FLAG TO QI-ITEM-REF (2:1).
           MOVE ZERO TO QI-ITEM-DATE.
           EVALUATE TRUE
              WHEN MR-ACTION-CODE = "C" AND MR-CREDIT-FLAG = "0"
                 MOVE "DEROGATORY BUREAU ALERT - RESTRICTED TIER"
                      TO QI-ITEM-TEXT
              WHEN MR-ACTION-CODE = "C" AND MR-CREDIT-FLAG = "1"
                 MOVE "BUREAU ALERT CLEARED - STANDARD TIER"
                      TO QI-ITEM-TEXT
              WHEN OTHER
                 MOVE SPACES TO QI-ITEM-TEXT
                 STRING "PENDING CUSTMNT ACTION " MR-ACTION-CODE
                        DELIMITED BY SIZE
                        INTO QI-ITEM-TEXT
           END-EVALUATE.
           PERFORM ADD-QUEUE-ITEM
              THRU ADD-QUEUE-ITEM-EXIT.
       LOAD-ONE-PENDING-ALERT-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-PAYMENT-REJECTS.
           OPEN INPUT PAYMENT-REJECT-FILE.
           IF NOT PRF-FILE-OK
              DISPLAY "WRKQUE: PAYREJ NOT AVAILABLE - SKIPPED"
              GO TO LOAD-PAYMENT-REJECTS-EXIT
           END-IF.
           MOVE "Y" TO SL-LOADED-FLAG (5).
           MOVE "N" TO END-OF-SOURCE-SWITCH.
           PERFORM LOAD-ONE-PAYMENT-REJECT
              THRU LOAD-ONE-PAYMENT-REJECT-EXIT
              UNTIL END-OF-SOURCE.
           CLOSE PAYMENT-REJECT-FILE.
       LOAD-PAYMENT-REJECTS-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-PAYMENT-REJECT.
           READ PAYMENT-REJECT-FILE
               AT END
                  SET END-OF-SOURCE TO TRUE
                  GO TO LOAD-ONE-PAYMENT-REJECT-EXIT
           END-READ.
           IF PR-CUST-NUM = SPACES
              GO TO LOAD-ONE-PAYMENT-REJECT-EXIT
           END-IF.
           MOVE 5 TO QI-SOURCE-ENTRY.
           MOVE PR-CUST-NUM TO QI-CUST-NUM.
           MOVE PR-REFERENCE-NUM TO QI-ITEM-REF.
           MOVE ZERO TO QI-ITEM-DATE.
           MOVE PR-TRAN-TYPE TO PT-TRAN-TYPE.
           IF PR-AMOUNT NUMERIC
              MOVE PR-AMOUNT TO PT-AMOUNT
           ELSE
              MOVE ZERO TO PT-AMOUNT
           END-IF.
           MOVE PR-REFERENCE-NUM TO PT-REFERENCE-NUM.
           MOVE PR-REASON TO PT-REASON.
           MOVE PAYREJ-ITEM-TEXT TO QI-ITEM-TEXT.
           PERFORM ADD-QUEUE-ITEM
              THRU ADD-QUEUE-ITEM-EXIT.
       LOAD-ONE-PAYMENT-REJECT-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-RECYCLE-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF NOT RJF-FILE-OK
              DISPLAY "WRKQUE: REJFILE NOT AVAILABLE - SKIPPED"
              GO TO LOAD-RECYCLE-REJECTS-EXIT
           END-IF.
           MOVE "Y" TO SL-LOADED-FLAG (6).
           MOVE "N" TO END-OF-SOURCE-SWITCH.
           PERFORM LOAD-ONE-RECYCLE-REJECT
              THRU LOAD-ONE-RECYCLE-REJECT-EXIT
              UNTIL END-OF-SOURCE.
           CLOSE REJECT-FILE.
       LOAD-RECYCLE-REJECTS-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-RECYCLE-REJECT.
           READ REJECT-FILE
               AT END
                  SET END-OF-SOURCE TO TRUE
                  GO TO LOAD-ONE-RECYCLE-REJECT-EXIT
           END-READ.
           IF RJ-CUST-NUM = SPACES
              GO TO LOAD-ONE-RECYCLE-REJECT-EXIT
           END-IF.
           MOVE 6 TO QI-SOURCE-ENTRY.
           MOVE RJ-CUST-NUM TO QI-CUST-NUM.
           MOVE SPACES TO QI-ITEM-REF.
           MOVE ZERO TO QI-ITEM-DATE.
           MOVE RJ-CUST-NAME TO RT-CUST-NAME.
           MOVE RJ-REASON TO RT-REASON.
           MOVE REJECT-ITEM-TEXT TO QI-ITEM-TEXT.
           PERFORM ADD-QUEUE-ITEM
              THRU ADD-QUEUE-ITEM-EXIT.
       LOAD-ONE-RECYCLE-REJECT-EXIT. EXIT.
      *****************************************************************
      *
       ADD-QUEUE-ITEM.
      ***************************************************************
      * FILE THE ITEM IN QI- UNDER ITS CUSTOMER'S OFFICER: FIND THE  *
      * OFFICER, AGE THE ITEM FROM ITS HISTORY, COUNT IT, AND KEEP   *
      * IT FOR THE OFFICER'S PAGE WHILE THE ITEM TABLE HAS ROOM.     *
      ***************************************************************
           MOVE SPACES TO QI-OFFICER-CODE.
           IF CUSTOMER-FILE-IS-OPEN
              MOVE QI-CUST-NUM TO CF-CUST-NUM
              READ CUSTOMER-FILE
                  INVALID KEY
                     MOVE SPACES TO CF-OFFICER-CODE
              END-READ
              MOVE CF-OFFICER-CODE TO QI-OFFICER-CODE
           END-IF.
           PERFORM FIND-OFFICER-ENTRY
              THRU FIND-OFFICER-ENTRY-EXIT.
           PERFORM TRACK-ITEM-HISTORY
              THRU TRACK-ITEM-HISTORY-EXIT.

           MOVE QI-FIRST-DATE TO FIRST-DATE-WORK.
           COMPUTE QI-AGE-DAYS =
               (WQ-TODAY-YY * 365 + WQ-TODAY-MM * 30 + WQ-TODAY-DD)
             - (FD-YY * 365 + FD-MM * 30 + FD-DD).
           IF QI-AGE-DAYS < ZERO
              MOVE ZERO TO QI-AGE-DAYS
           END-IF.

           ADD 1 TO OT-SOURCE-COUNT (OT-INDX QI-SOURCE-ENTRY).
           ADD 1 TO OT-ITEM-TOTAL (OT-INDX).
           IF QI-AGE-DAYS > OT-OLDEST-AGE (OT-INDX)
              MOVE QI-AGE-DAYS TO OT-OLDEST-AGE (OT-INDX)
           END-IF.
           ADD 1 TO RT-ITEMS-QUEUED.
           IF OT-INDX = 1
              ADD 1 TO RT-ITEMS-UNASSIGNED
           END-IF.

           IF IT-ENTRY-COUNT = 2000
              IF NOT IT-TABLE-IS-FULL
                 SET IT-TABLE-IS-FULL TO TRUE
                 DISPLAY "WRKQUE ITEM TABLE FULL - FURTHER ITEMS "
                         "COUNTED BUT NOT LISTED"
              END-IF
              ADD 1 TO OT-UNLISTED-COUNT (OT-INDX)
              ADD 1 TO RT-ITEMS-NOT-LISTED
              GO TO ADD-QUEUE-ITEM-EXIT
           END-IF.
           ADD 1 TO IT-ENTRY-COUNT.
           SET IT-INDX TO IT-ENTRY-COUNT.
           SET IT-OFFICER-ENTRY (IT-INDX) TO OT-INDX.
           MOVE QI-SOURCE-ENTRY TO IT-SOURCE-ENTRY (IT-INDX).
           MOVE QI-CUST-NUM TO IT-CUST-NUM (IT-INDX).
           MOVE QI-AGE-DAYS TO IT-AGE-DAYS (IT-INDX).
           MOVE QI-ITEM-TEXT TO IT-ITEM-TEXT (IT-INDX).
       ADD-QUEUE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       FIND-OFFICER-ENTRY.
      ***************************************************************
      * LEAVE OT-INDX ON THE OFFICER'S ENTRY.  A BLANK CODE IS THE   *
      * UNASSIGNED QUEUE; A CODE NOT ON THE MASTER IS GIVEN AN ENTRY *
      * OF ITS OWN SO ITS ACCOUNTS STILL SHOW UP TOGETHER.           *
      ***************************************************************
           SET OT-INDX TO 1.
           IF QI-OFFICER-CODE = SPACES
              GO TO FIND-OFFICER-ENTRY-EXIT
           END-IF.
           MOVE "N" TO OFFICER-FOUND-SWITCH.
           SET OT-INDX TO 2.
           PERFORM CHECK-ONE-OFFICER
              THRU CHECK-ONE-OFFICER-EXIT
              UNTIL OFFICER-WAS-FOUND
                 OR OT-INDX > OT-ENTRY-COUNT.
           IF OFFICER-WAS-FOUND
              GO TO FIND-OFFICER-ENTRY-EXIT
           END-IF.

           IF OT-ENTRY-COUNT = 100
              IF NOT OT-TABLE-IS-FULL
                 SET OT-TABLE-IS-FULL TO TRUE
                 DISPLAY "WRKQUE OFFICER TABLE FULL - FURTHER "
                         "OFFICERS QUEUE AS UNASSIGNED"
              END-IF
              SET OT-INDX TO 1
              GO TO FIND-OFFICER-ENTRY-EXIT
           END-IF.
           ADD 1 TO OT-ENTRY-COUNT.
           SET OT-INDX TO OT-ENTRY-COUNT.
           MOVE SPACES TO OT-ENTRY (OT-INDX).
           MOVE QI-OFFICER-CODE TO OT-OFFICER-CODE (OT-INDX).
           MOVE "NOT ON OFFICER MASTER" TO OT-STATUS-NOTE (OT-INDX).
           PERFORM CLEAR-OFFICER-COUNTS
              THRU CLEAR-OFFICER-COUNTS-EXIT.
       FIND-OFFICER-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-OFFICER.
           IF OT-OFFICER-CODE (OT-INDX) = QI-OFFICER-CODE
              SET OFFICER-WAS-FOUND TO TRUE
           ELSE
              SET OT-INDX UP BY 1
           END-IF.
       CHECK-ONE-OFFICER-EXIT. EXIT.
      *****************************************************************
      *
       TRACK-ITEM-HISTORY.
      ***************************************************************
      * AN ITEM ALREADY ON THE HISTORY KEEPS ITS FIRST-QUEUED DATE   *
      * AND IS MARKED SEEN TONIGHT.  A NEW ONE STARTS FROM ITS OWN   *
      * DATE WHEN IT HAS ONE, OTHERWISE FROM TODAY.                  *
      ***************************************************************
           IF QI-ITEM-DATE NOT = ZERO
              AND QI-ITEM-DATE < BUSINESS-DATE-TODAY
              MOVE QI-ITEM-DATE TO QI-FIRST-DATE
           ELSE
              MOVE BUSINESS-DATE-TODAY TO QI-FIRST-DATE
           END-IF.
           IF NOT HISTORY-FILE-IS-OPEN
              GO TO TRACK-ITEM-HISTORY-EXIT
           END-IF.

           SET SL-INDX TO QI-SOURCE-ENTRY.
           MOVE SL-SOURCE-CODE (SL-INDX) TO WH-SOURCE-CODE.
           MOVE QI-CUST-NUM TO WH-CUST-NUM.
           MOVE QI-ITEM-REF TO WH-ITEM-REF.
           READ QUEUE-HISTORY-FILE
               INVALID KEY
                  MOVE QI-FIRST-DATE TO WH-FIRST-DATE
                  MOVE BUSINESS-DATE-TODAY TO WH-LAST-SEEN-DATE
                  WRITE QUEUE-HISTORY-RECORD
                  GO TO TRACK-ITEM-HISTORY-EXIT
           END-READ.
           MOVE WH-FIRST-DATE TO QI-FIRST-DATE.
           MOVE BUSINESS-DATE-TODAY TO WH-LAST-SEEN-DATE.
           REWRITE QUEUE-HISTORY-RECORD.
       TRACK-ITEM-HISTORY-EXIT. EXIT.
      *****************************************************************
      *
       PURGE-QUEUE-HISTORY.
      ***************************************************************
      * AN ITEM NOT SEEN TONIGHT ON A LIST THAT WAS READ TONIGHT HAS *
      * BEEN WORKED OFF, AND IS DROPPED.  ITEMS FROM A LIST THAT WAS *
      * NOT THERE TO READ ARE KEPT UNTIL IT NEXT IS.                 *
      ***************************************************************
           IF NOT HISTORY-FILE-IS-OPEN
              GO TO PURGE-QUEUE-HISTORY-EXIT
           END-IF.
           MOVE "N" TO END-OF-HISTORY-SWITCH.
           MOVE LOW-VALUES TO WH-HISTORY-KEY.
           START QUEUE-HISTORY-FILE
               KEY NOT LESS THAN WH-HISTORY-KEY
               INVALID KEY
                  SET END-OF-HISTORY TO TRUE
           END-START.
           PERFORM PURGE-ONE-HISTORY-ITEM
              THRU PURGE-ONE-HISTORY-ITEM-EXIT
              UNTIL END-OF-HISTORY.
       PURGE-QUEUE-HISTORY-EXIT. EXIT.
      *****************************************************************
      *
       PURGE-ONE-HISTORY-ITEM.
           READ QUEUE-HISTORY-FILE NEXT RECORD
               AT END
                  SET END-OF-HISTORY TO TRUE
                  GO TO PURGE-ONE-HISTORY-ITEM-EXIT
           END-READ.
           IF WH-LAST-SEEN-DATE = BUSINESS-DATE-TODAY
              GO TO PURGE-ONE-HISTORY-ITEM-EXIT
           END-IF.
           MOVE "N" TO SOURCE-FOUND-SWITCH.
           SET SL-INDX TO 1.
           PERFORM CHECK-ONE-SOURCE-CODE
              THRU CHECK-ONE-SOURCE-CODE-EXIT
              UNTIL SOURCE-WAS-FOUND
                 OR SL-INDX > 6.
           IF NOT SOURCE-WAS-FOUND
              GO TO PURGE-ONE-HISTORY-ITEM-EXIT
           END-IF.
           IF SL-LOADED-FLAG (SL-INDX) = "Y"
              DELETE QUEUE-HISTORY-FILE
              ADD 1 TO RT-HISTORY-PURGED
           END-IF.
       PURGE-ONE-HISTORY-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-SOURCE-CODE.
           IF SL-SOURCE-CODE (SL-INDX) = WH-SOURCE-CODE
              SET SOURCE-WAS-FOUND TO TRUE
           ELSE
              SET SL-INDX UP BY 1
           END-IF.
       CHECK-ONE-SOURCE-CODE-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-OFFICER-PAGE.
      ***************************************************************
      * ONE PAGE PER OFFICER WITH WORK TONIGHT: THE OFFICER, EVERY   *
      * ITEM IN SOURCE ORDER, THEN THE ITEM COUNT, OLDEST AGE, AND   *
      * COUNTS BY SOURCE.  AN OFFICER WITH NOTHING QUEUED GETS NO    *
      * PAGE BUT STILL SHOWS ON THE SUPERVISOR SUMMARY.              *
      ***************************************************************
           IF OT-ITEM-TOTAL (OT-INDX) = ZERO
              GO TO WRITE-OFFICER-PAGE-NEXT
           END-IF.
           ADD 1 TO RT-OFFICER-PAGES.
           MOVE SPACES TO WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD AFTER ADVANCING PAGE.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-HEADING-LINE-1.
           MOVE OT-OFFICER-CODE (OT-INDX) TO RPT-O-OFFICER-CODE.
           MOVE OT-OFFICER-NAME (OT-INDX) TO RPT-O-OFFICER-NAME.
           MOVE OT-STATUS-NOTE (OT-INDX) TO RPT-O-STATUS-NOTE.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-OFFICER-LINE.
           MOVE SPACES TO WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-HEADING-LINE-2.

           IF IT-ENTRY-COUNT > ZERO
              SET IT-INDX TO 1
              PERFORM WRITE-ONE-ITEM-LINE
                 THRU WRITE-ONE-ITEM-LINE-EXIT
                 UNTIL IT-INDX > IT-ENTRY-COUNT
           END-IF.
           IF OT-UNLISTED-COUNT (OT-INDX) > ZERO
              MOVE OT-UNLISTED-COUNT (OT-INDX) TO RPT-U-COUNT
              WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-UNLISTED-LINE
           END-IF.

           MOVE SPACES TO WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD.
           MOVE OT-ITEM-TOTAL (OT-INDX) TO RPT-T-ITEM-TOTAL.
           MOVE OT-OLDEST-AGE (OT-INDX) TO RPT-T-OLDEST-AGE.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-OFFICER-TOTAL-LINE.
           MOVE 1 TO RPT-SOURCE-INDX.
           PERFORM SET-ONE-SOURCE-COUNT
              THRU SET-ONE-SOURCE-COUNT-EXIT
              UNTIL RPT-SOURCE-INDX > 6.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-SOURCE-COUNT-LINE.

       WRITE-OFFICER-PAGE-NEXT.
           SET OT-INDX UP BY 1.
       WRITE-OFFICER-PAGE-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-ITEM-LINE.
           IF IT-OFFICER-ENTRY (IT-INDX) NOT = OT-INDX
              GO TO WRITE-ONE-ITEM-LINE-NEXT
           END-IF.
           SET SL-INDX TO IT-SOURCE-ENTRY (IT-INDX).
           MOVE SL-SOURCE-LABEL (SL-INDX) TO RPT-I-SOURCE-LABEL.
           MOVE IT-CUST-NUM (IT-INDX) TO RPT-I-CUST-NUM.
           MOVE IT-AGE-DAYS (IT-INDX) TO RPT-I-AGE-DAYS.
           MOVE IT-ITEM-TEXT (IT-INDX) TO RPT-I-ITEM-TEXT.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-ITEM-LINE.

       WRITE-ONE-ITEM-LINE-NEXT.
           SET IT-INDX UP BY 1.
       WRITE-ONE-ITEM-LINE-EXIT. EXIT.
      *****************************************************************
      *
       SET-ONE-SOURCE-COUNT.
           SET SL-INDX TO RPT-SOURCE-INDX.
           MOVE SL-SOURCE-LABEL (SL-INDX)
                TO RPT-SC-LABEL (RPT-SOURCE-INDX).
           MOVE OT-SOURCE-COUNT (OT-INDX RPT-SOURCE-INDX)
                TO RPT-SC-COUNT (RPT-SOURCE-INDX).
           ADD 1 TO RPT-SOURCE-INDX.
       SET-ONE-SOURCE-COUNT-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-SUPERVISOR-SUMMARY.
      ***************************************************************
      * THE SUPERVISOR'S PAGE: ONE LINE PER OFFICER, WITH OR WITHOUT *
      * WORK, GIVING COUNTS BY SOURCE, THE TOTAL, AND THE AGE IN     *
      * DAYS OF THE OLDEST ITEM, THEN THE SAME FOR THE WHOLE DESK.   *
      ***************************************************************
           MOVE ZERO TO GRAND-TOTALS.
           MOVE SPACES TO WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD AFTER ADVANCING PAGE.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-SUMMARY-HEADING-LINE.
           MOVE SPACES TO WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-SUMMARY-HEADING-2.
           SET OT-INDX TO 1.
           PERFORM WRITE-ONE-SUMMARY-LINE
              THRU WRITE-ONE-SUMMARY-LINE-EXIT
              UNTIL OT-INDX > OT-ENTRY-COUNT.

           MOVE SPACES TO WORK-QUEUE-REPORT-RECORD.
           WRITE WORK-QUEUE-REPORT-RECORD.
           MOVE SPACES TO RPT-S-OFFICER-CODE.
           MOVE "ALL OFFICERS" TO RPT-S-OFFICER-NAME.
           MOVE 1 TO RPT-SOURCE-INDX.
           PERFORM SET-ONE-GRAND-COUNT
              THRU SET-ONE-GRAND-COUNT-EXIT
              UNTIL RPT-SOURCE-INDX > 6.
           MOVE GT-ITEM-TOTAL TO RPT-S-ITEM-TOTAL.
           MOVE GT-OLDEST-AGE TO RPT-S-OLDEST-AGE.
           MOVE SPACES TO RPT-S-STATUS-NOTE.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-SUMMARY-LINE.
       WRITE-SUPERVISOR-SUMMARY-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-SUMMARY-LINE.
           MOVE OT-OFFICER-CODE (OT-INDX) TO RPT-S-OFFICER-CODE.
           MOVE OT-OFFICER-NAME (OT-INDX) TO RPT-S-OFFICER-NAME.
           MOVE 1 TO RPT-SOURCE-INDX.
           PERFORM SET-ONE-SUMMARY-COUNT
              THRU SET-ONE-SUMMARY-COUNT-EXIT
              UNTIL RPT-SOURCE-INDX > 6.
           MOVE OT-ITEM-TOTAL (OT-INDX) TO RPT-S-ITEM-TOTAL.
           MOVE OT-OLDEST-AGE (OT-INDX) TO RPT-S-OLDEST-AGE.
           MOVE OT-STATUS-NOTE (OT-INDX) TO RPT-S-STATUS-NOTE.
           WRITE WORK-QUEUE-REPORT-RECORD FROM RPT-SUMMARY-LINE.
           ADD OT-ITEM-TOTAL (OT-INDX) TO GT-ITEM-TOTAL.
           IF OT-OLDEST-AGE (OT-INDX) > GT-OLDEST-AGE
              MOVE OT-OLDEST-AGE (OT-INDX) TO GT-OLDEST-AGE
           END-IF.
           SET OT-INDX UP BY 1.
       WRITE-ONE-SUMMARY-LINE-EXIT. EXIT.
      *****************************************************************
      *
       SET-ONE-SUMMARY-COUNT.
           MOVE OT-SOURCE-COUNT (OT-INDX RPT-SOURCE-INDX)
                TO RPT-S-SOURCE-COUNT (RPT-SOURCE-INDX).
           ADD OT-SOURCE-COUNT (OT-INDX RPT-SOURCE-INDX)
               TO GT-SOURCE-COUNT (RPT-SOURCE-INDX).
           ADD 1 TO RPT-SOURCE-INDX.
       SET-ONE-SUMMARY-COUNT-EXIT. EXIT.
      *****************************************************************
      *
       SET-ONE-GRAND-COUNT.
           MOVE GT-SOURCE-COUNT (RPT-SOURCE-INDX)
                TO RPT-S-SOURCE-COUNT (RPT-SOURCE-INDX).
           ADD 1 TO RPT-SOURCE-INDX.
       SET-ONE-GRAND-COUNT-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      **************************************
      * DISPLAY RUN TOTALS AND CLOSE FILES *
      **************************************
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF HISTORY-FILE-IS-OPEN
              CLOSE QUEUE-HISTORY-FILE
           END-IF.
           MOVE RT-OFFICERS-LOADED TO SR-RT-OFFICERS-LOADED.
           MOVE RT-ITEMS-QUEUED TO SR-RT-ITEMS-QUEUED.
           MOVE RT-ITEMS-UNASSIGNED TO SR-RT-ITEMS-UNASSIGNED.
           MOVE RT-ITEMS-NOT-LISTED TO SR-RT-ITEMS-NOT-LISTED.
           MOVE RT-OFFICER-PAGES TO SR-RT-OFFICER-PAGES.
           MOVE RT-HISTORY-PURGED TO SR-RT-HISTORY-PURGED.
           DISPLAY " ".
           DISPLAY "WRKQUE WORK QUEUE SUMMARY".
           DISPLAY "OFFICERS ON MASTER ......... "
                   SR-RT-OFFICERS-LOADED.
           DISPLAY "ITEMS QUEUED ............... "
                   SR-RT-ITEMS-QUEUED.
           DISPLAY "ITEMS UNASSIGNED ........... "
                   SR-RT-ITEMS-UNASSIGNED.
           DISPLAY "ITEMS NOT LISTED ........... "
                   SR-RT-ITEMS-NOT-LISTED.
           DISPLAY "OFFICER PAGES PRINTED ...... "
                   SR-RT-OFFICER-PAGES.
           DISPLAY "HISTORY ITEMS CLEARED ...... "
                   SR-RT-HISTORY-PURGED.
           DISPLAY "PROGRAM: WRKQUE EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

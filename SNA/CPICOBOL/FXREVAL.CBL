       IDENTIFICATION DIVISION.
       PROGRAM-ID.        FXREVAL.
      *************************************************************
      * THIS IS THE FXREVAL PROGRAM THAT BOOKS THE MONTH-END      *
      * EXCHANGE GAIN OR LOSS ON FOREIGN-CURRENCY RECEIVABLES.    *
      * CREDRPT CONVERTS NATIVE BALANCES TO BASE CURRENCY ONLY    *
      * FOR REPORTING; THE LEDGER CARRIES EACH CUSTOMER AT THE    *
      * BASE VALUE OF ITS LAST REVALUATION UNTIL THIS RUN MOVES   *
      * IT TO THE RATE IN FORCE AT MONTH END.                     *
      *                                                           *
      * PURPOSE: FOR EVERY NON-BASE-CURRENCY CUSTOMER ON CLSNAP:  *
      *            - FIND THE RATE IN FORCE ON THE REVALUATION    *
      *              DATE: THE LATEST EFFECTIVE DATE NOT AFTER    *
      *              IT, FROM THE EXCHRATE TABLE AND THE RATEJRNL *
      *              TRAIL OF RATEMNT CHANGES (A RATE DELETED     *
      *              SINCE IS NOT IN FORCE);                      *
      *            - REVALUE THE NATIVE BALANCE AT THAT RATE;     *
      *            - COMPARE AGAINST THE PRIOR REVALUATION HELD   *
      *              ON FXPOSN.  THE BALANCE CARRIED FROM THE     *
      *              PRIOR REVALUATION IS WORTH (PRIOR NATIVE X   *
      *              NEW RATE) NOW AGAINST THE PRIOR BASE VALUE   *
      *              IT WAS CARRIED AT - THE DIFFERENCE IS THE    *
      *              UNREALIZED GAIN (+) OR LOSS (-).  ACTIVITY   *
      *              SINCE THE PRIOR REVALUATION IS TAKEN AS      *
      *              BOOKED AT THE NEW RATE.  A CUSTOMER WITH NO  *
      *              PRIOR REVALUATION IN ITS CURRENCY OPENS A    *
      *              POSITION AND BOOKS NOTHING THIS MONTH;       *
      *            - TOTAL THE GAIN OR LOSS BY CURRENCY AND WRITE *
      *              IT AS A BALANCED JOURNAL BATCH:              *
      *                GAIN  DR 1100 RECEIVABLES                  *
      *                      CR 4200 UNREALIZED FX GAIN           *
      *                LOSS  DR 6200 UNREALIZED FX LOSS           *
      *                      CR 1100 RECEIVABLES                  *
      *          ANY CURRENCY IN USE WITH NO RATE IN FORCE, OR    *
      *          WITH A RATE OLDER THAN THE MAXIMUM AGE (DEFAULT  *
      *          3 DAYS, 999 DISABLES) ON THE REVALUATION DATE,   *
      *          STOPS THE RUN BEFORE ANYTHING IS WRITTEN - A     *
      *          CUSTOMER IS NEVER REVALUED AT ZERO OR AT A RATE  *
      *          NOBODY MAINTAINED.  RERUNNING THE SAME DATE      *
      *          REPLACES THAT DATE'S REVALUATION: FXPOSN KEEPS   *
      *          THE REVALUATION BEFORE IT, SO THE RERUN COMPARES *
      *          AGAINST THE SAME PRIOR AND REWRITES THE WHOLE    *
      *          BATCH.                                           *
      *                                                           *
      * INPUT:   CLSNAP, EXCHRATE, RATEJRNL, PERDCTL, AND ON THE  *
      *          COMMAND LINE AN OPTIONAL REVALUATION DATE AS     *
      *          YYMMDD (NONE = THE PERDCTL BUSINESS DATE) AND    *
      *          MAXIMUM RATE AGE AS NNN IN COLUMNS 8-10.         *
      *                                                           *
      * OUTPUT:  FXPOSN REVALUATION POSITIONS UPDATED, THE        *
      *          FXREGSTR REVALUATION REGISTER, AND THE FXJRNL    *
      *          JOURNAL BATCH IN THE GLJRNL LAYOUT (A HEADER     *
      *          ALONE WHEN THERE IS NO GAIN OR LOSS TO BOOK).    *
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
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS XRF-FILE-STATUS.
           SELECT RATE-JOURNAL-FILE ASSIGN TO "RATEJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RJF-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT REVALUATION-POSITION-FILE ASSIGN TO "FXPOSN"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS FP-CUST-NUM
               FILE STATUS    IS FPF-FILE-STATUS.
           SELECT REVALUATION-REGISTER-FILE ASSIGN TO "FXREGSTR"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "FXJRNL"
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

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCHANGE-RATE-RECORD.
           05  XR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  XR-RATE-TO-BASE         PIC 9(3)V9(6).
           05  FILLER                  PIC X.
           05  XR-EFFECTIVE-DATE       PIC 9(6).

      ***************************************************************
      * RATE-JOURNAL-FILE IS RATEMNT'S TRAIL OF EVERY RATE ADD,      *
      * CHANGE AND DELETE, EACH WITH ITS EFFECTIVE DATE.             *
      ***************************************************************
       FD  RATE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-JOURNAL-RECORD.
           05  RJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RJ-ACTION-CODE          PIC X.
               88  RJ-ACTION-ADD                  VALUE "A".
               88  RJ-ACTION-CHANGE               VALUE "C".
               88  RJ-ACTION-DELETE               VALUE "D".
           05  FILLER                  PIC X(2).
           05  RJ-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  RJ-OLD-RATE             PIC 9(3).9(6).
           05  FILLER                  PIC X(2).
           05  RJ-NEW-RATE             PIC 9(3).9(6).
           05  FILLER                  PIC X(2).
           05  RJ-EFFECTIVE-DATE       PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  RJ-LOG-TIME             PIC 9(8).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

      ***************************************************************
      * REVALUATION-POSITION-FILE HOLDS, PER CUSTOMER, THE LATEST    *
      * REVALUATION AND THE ONE BEFORE IT.  THE LATEST IS WHAT THE   *
      * LEDGER NOW CARRIES; THE ONE BEFORE IT IS KEPT SO A RERUN OF  *
      * THE SAME DATE CAN COMPARE AGAINST THE SAME PRIOR AGAIN.      *
      ***************************************************************
       FD  REVALUATION-POSITION-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVALUATION-POSITION-RECORD.
           05  FP-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  FP-LATEST-REVALUATION.
               10  FP-CURRENCY-CODE    PIC X(3).
               10  FILLER              PIC X.
               10  FP-REVAL-DATE       PIC 9(6).
               10  FILLER              PIC X.
               10  FP-NATIVE-BALANCE   PIC S9(7)V99.
               10  FILLER              PIC X.
               10  FP-RATE-TO-BASE     PIC 9(3)V9(6).
               10  FILLER              PIC X.
               10  FP-BASE-VALUE       PIC S9(9)V99.
           05  FILLER                  PIC X.
           05  FP-PRIOR-REVALUATION.
               10  FP-PRIOR-CURRENCY-CODE
                                       PIC X(3).
               10  FILLER              PIC X.
               10  FP-PRIOR-REVAL-DATE PIC 9(6).
               10  FILLER              PIC X.
               10  FP-PRIOR-NATIVE-BALANCE
                                       PIC S9(7)V99.
               10  FILLER              PIC X.
               10  FP-PRIOR-RATE-TO-BASE
                                       PIC 9(3)V9(6).
               10  FILLER              PIC X.
               10  FP-PRIOR-BASE-VALUE PIC S9(9)V99.

       FD  REVALUATION-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVALUATION-REGISTER-RECORD PIC X(132).

      ***************************************************************
      * GL-JOURNAL-FILE IS THE RELEASED BATCH IN THE GLJRNL LAYOUT:  *
      * ONE "H" HEADER WITH THE BALANCING TOTALS, THEN ONE "D"       *
      * DETAIL PER ENTRY LINE.                                       *
      ***************************************************************
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-RECORD.
           05  GL-RECORD-TYPE          PIC X.
           05  FILLER                  PIC X.
           05  GL-RECORD-BODY          PIC X(60).
           05  GL-HEADER-FIELDS REDEFINES GL-RECORD-BODY.
               10  GH-BATCH-DATE       PIC 9(6).
               10  FILLER              PIC X.
               10  GH-ENTRY-COUNT      PIC 9(3).
               10  FILLER              PIC X.
               10  GH-DEBIT-TOTAL      PIC 9(11)V99.
               10  FILLER              PIC X.
               10  GH-CREDIT-TOTAL     PIC 9(11)V99.
               10  FILLER              PIC X(22).
           05  GL-DETAIL-FIELDS REDEFINES GL-RECORD-BODY.
               10  GD-ACCOUNT          PIC X(4).
               10  FILLER              PIC X.
               10  GD-DESCRIPTION      PIC X(20).
               10  FILLER              PIC X.
               10  GD-DEBIT-AMOUNT     PIC 9(9)V99.
               10  FILLER              PIC X.
               10  GD-CREDIT-AMOUNT    PIC 9(9)V99.
               10  FILLER              PIC X(11).

       WORKING-STORAGE SECTION.

       01  CLS-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLS-FILE-OK                        VALUE "00".

      **********************************************************
      * CLSNAP LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  THE  *
      * FILE'S HEADER RECORD MUST NAME THE SAME VERSION.       *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC  9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC  X(8)   VALUE "CLSNAPHD".

       01  SNAPSHOT-VERSION-SWITCH    PIC  X      VALUE "N".
           88  SNAPSHOT-VERSION-OK                VALUE "Y".

       01  XRF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  XRF-FILE-OK                        VALUE "00".

       01  RJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RJF-FILE-OK                        VALUE "00".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  FPF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  FPF-FILE-OK                        VALUE "00".
           88  FPF-FILE-NOT-FOUND                 VALUE "35".

       01  END-OF-FILE-SWITCH         PIC  X      VALUE "N".
           88  END-OF-CURRENT-FILE                VALUE "Y".

       01  RUN-STOPPED-SWITCH         PIC  X      VALUE "N".
           88  RUN-WAS-STOPPED                    VALUE "Y".

       01  POSITION-FOUND-SWITCH      PIC  X      VALUE "N".
           88  POSITION-WAS-FOUND                 VALUE "Y".

       01  CURRENCY-FOUND-SWITCH      PIC  X      VALUE "N".
           88  CURRENCY-WAS-FOUND                 VALUE "Y".

       01  BATCH-CLEAN-SWITCH         PIC  X      VALUE "Y".
           88  BATCH-IS-CLEAN                     VALUE "Y".

       01  JOURNAL-SWITCH             PIC  X      VALUE "N".
           88  JOURNAL-WAS-RELEASED               VALUE "Y".

      **********************************************************
      * THE REVALUATION DATE AND RATE-AGE LIMIT.  THE COMMAND  *
      * LINE MAY NAME EITHER; OTHERWISE THE OPEN BUSINESS DATE *
      * ON PERDCTL AND THE SAME 3-DAY LIMIT CREDRPT USES.      *
      **********************************************************
       01  RUN-PARM-LINE              PIC  X(40)  VALUE SPACES.
       01  RUN-PARM-FIELDS REDEFINES RUN-PARM-LINE.
           05  RP-PARM-DATE           PIC X(6).
           05  FILLER                 PIC X.
           05  RP-PARM-MAX-AGE        PIC X(3).
           05  FILLER                 PIC X(30).

       01  REVAL-DATE                 PIC  9(6)   VALUE ZERO.
       01  REVAL-DATE-PARTS REDEFINES REVAL-DATE.
           05  REVAL-DATE-YY          PIC 9(2).
           05  REVAL-DATE-MM          PIC 9(2).
           05  REVAL-DATE-DD          PIC 9(2).

       01  RATE-MAX-AGE-DAYS          PIC  9(3)   VALUE 3.
       01  RATE-AGE-DAYS              PIC S9(5)   VALUE ZERO.

       01  RATE-EFF-DATE              PIC  9(6)   VALUE ZERO.
       01  RATE-EFF-PARTS REDEFINES RATE-EFF-DATE.
           05  RATE-EFF-YY            PIC 9(2).
           05  RATE-EFF-MM            PIC 9(2).
           05  RATE-EFF-DD            PIC 9(2).

      **********************************************************
      * FXC- ONE ENTRY PER CURRENCY IN USE ON CLSNAP, IN THE   *
      * ORDER FIRST SEEN: THE RATE IN FORCE ON THE REVALUATION *
      * DATE AND THE REVALUATION TOTALS FOR THE CURRENCY.      *
      **********************************************************
       01  FXC-CURRENCY-COUNT         PIC  9(2)   VALUE ZERO.
       01  FXC-CURRENCY-MAX           PIC  9(2)   VALUE 20.
       01  CURRENCY-TABLE.
           05  FXC-ENTRY OCCURS 20 TIMES
                         INDEXED BY FXC-INDX.
               10  FXC-CURRENCY-CODE   PIC X(3).
               10  FXC-RATE-STATE      PIC X.
                   88  FXC-NO-RATE                VALUE " ".
                   88  FXC-RATE-IN-FORCE          VALUE "R".
                   88  FXC-RATE-DELETED           VALUE "D".
               10  FXC-RATE-TO-BASE    PIC 9(3)V9(6).
               10  FXC-EFFECTIVE-DATE  PIC 9(6).
               10  FXC-CUSTOMER-COUNT  PIC 9(5).
               10  FXC-NATIVE-TOTAL    PIC S9(11)V99.
               10  FXC-BASE-TOTAL      PIC S9(11)V99.
               10  FXC-GAIN-LOSS       PIC S9(11)V99.

       01  LOOKUP-CURRENCY-CODE       PIC  X(3)   VALUE SPACES.

      **********************************************************
      * A RATE CANDIDATE FROM EXCHRATE OR RATEJRNL: IT TAKES   *
      * OVER THE CURRENCY'S ENTRY WHEN IT IS DATED ON OR       *
      * BEFORE THE REVALUATION DATE AND NO EARLIER THAN WHAT   *
      * THE ENTRY ALREADY HOLDS.                               *
      **********************************************************
       01  CANDIDATE-STATE            PIC  X      VALUE SPACE.
       01  CANDIDATE-RATE             PIC  9(3)V9(6) VALUE ZERO.
       01  CANDIDATE-DATE             PIC  9(6)   VALUE ZERO.
       01  CANDIDATE-RATE-WORK        PIC  9(3)V9(6) VALUE ZERO.

      **********************************************************
      * THE CUSTOMER BEING REVALUED.  WHAT IS REVALUED IS THE  *
      * RECEIVABLE - THE NATIVE BALANCE OWED, LIMIT MINUS THE  *
      * AVAILABLE CREDIT CLSNAP CARRIES.                       *
      **********************************************************
       01  NATIVE-BALANCE-OWED        PIC S9(7)V99 VALUE ZERO.
       01  REVALUED-BASE-VALUE        PIC S9(9)V99 VALUE ZERO.
       01  CARRIED-AT-NEW-RATE        PIC S9(9)V99 VALUE ZERO.
       01  CUSTOMER-GAIN-LOSS         PIC S9(9)V99 VALUE ZERO.
       01  COMPARE-CURRENCY-CODE      PIC  X(3)   VALUE SPACES.
       01  COMPARE-REVAL-DATE         PIC  9(6)   VALUE ZERO.
       01  COMPARE-NATIVE-BALANCE     PIC S9(7)V99 VALUE ZERO.
       01  COMPARE-RATE-TO-BASE       PIC  9(3)V9(6) VALUE ZERO.
       01  COMPARE-BASE-VALUE         PIC S9(9)V99 VALUE ZERO.
       01  REGISTER-NOTE              PIC  X(24)  VALUE SPACES.

      **********************************************************
      * RT- RUN TOTALS.                                        *
      **********************************************************
       01  RUN-TOTALS.
           05  RT-SNAPSHOTS-READ       PIC 9(7)   VALUE ZERO.
           05  RT-CUSTOMERS-REVALUED   PIC 9(7)   VALUE ZERO.
           05  RT-POSITIONS-OPENED     PIC 9(7)   VALUE ZERO.
           05  RT-DATES-REPEATED       PIC 9(7)   VALUE ZERO.
           05  RT-LATER-ON-FILE        PIC 9(7)   VALUE ZERO.
           05  RT-RATE-PROBLEMS        PIC 9(3)   VALUE ZERO.

       01  SR-RT-SNAPSHOTS-READ       PIC ZZZZZZ9.
       01  SR-RT-CUSTOMERS-REVALUED   PIC ZZZZZZ9.
       01  SR-RT-POSITIONS-OPENED     PIC ZZZZZZ9.
       01  SR-RT-DATES-REPEATED       PIC ZZZZZZ9.
       01  SR-RT-LATER-ON-FILE        PIC ZZZZZZ9.
       01  SR-RATE-AGE-DAYS           PIC ZZZZ9.
       01  SR-RATE-MAX-AGE            PIC ZZ9.

       01  BATCH-TOTALS.
           05  GB-ENTRY-COUNT          PIC 9(3)      VALUE ZERO.
           05  GB-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  GB-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.

       01  SR-GB-DEBIT-TOTAL          PIC Z(10)9.99-.
       01  SR-GB-CREDIT-TOTAL         PIC Z(10)9.99-.

      **********************************************************
      * THE ENTRY BEING BUILT: ONE PARAGRAPH WRITES BOTH SIDES *
      * OF EACH CURRENCY'S ENTRY FROM THESE FIELDS.            *
      **********************************************************
       01  GE-ENTRY-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  GE-DEBIT-ACCOUNT           PIC X(4)    VALUE SPACES.
       01  GE-DEBIT-DESC              PIC X(20)   VALUE SPACES.
       01  GE-CREDIT-ACCOUNT          PIC X(4)    VALUE SPACES.
       01  GE-CREDIT-DESC             PIC X(20)   VALUE SPACES.

       01  RPT-REPORT-DATE            PIC 9(6)    VALUE ZERO.

       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(40)  VALUE
               "FXREVAL - MONTH-END CURRENCY REVALUATION".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-H1-DATE            PIC 9(6).

       01  RPT-HEADING-LINE-2.
           05  FILLER                 PIC X(22)  VALUE
               "REVALUATION DATE".
           05  RPT-H2-REVAL-DATE      PIC 9(6).

       01  RPT-DETAIL-HEADING.
           05  FILLER                 PIC X(6)   VALUE "CUST".
           05  FILLER                 PIC X(4)   VALUE "CCY".
           05  FILLER                 PIC X(14)  VALUE
               " NATIVE BAL".
           05  FILLER                 PIC X(12)  VALUE
               "  PRIOR RATE".
           05  FILLER                 PIC X(16)  VALUE
               "   PRIOR CARRIED".
           05  FILLER                 PIC X(12)  VALUE
               "    NEW RATE".
           05  FILLER                 PIC X(16)  VALUE
               "  REVALUED BASE".
           05  FILLER                 PIC X(16)  VALUE
               "   GAIN OR LOSS".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(4)   VALUE "NOTE".

       01  RPT-DETAIL-LINE.
           05  RPT-D-CUST-NUM         PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-CURRENCY-CODE    PIC X(3).
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-D-NATIVE-BALANCE   PIC Z(7)9.99-.
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-D-PRIOR-RATE       PIC ZZ9.999999.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-PRIOR-BASE       PIC Z(10)9.99-.
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-D-NEW-RATE         PIC ZZ9.999999.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-REVALUED-BASE    PIC Z(10)9.99-.
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-D-GAIN-LOSS        PIC Z(10)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-NOTE             PIC X(24).

       01  RPT-CURRENCY-HEADING.
           05  FILLER                 PIC X(6)   VALUE "CCY".
           05  FILLER                 PIC X(12)  VALUE
               "   RATE".
           05  FILLER                 PIC X(10)  VALUE "EFFECTIVE".
           05  FILLER                 PIC X(8)   VALUE "   CUSTS".
           05  FILLER                 PIC X(17)  VALUE
               "     NATIVE TOTAL".
           05  FILLER                 PIC X(17)  VALUE
               "   REVALUED TOTAL".
           05  FILLER                 PIC X(17)  VALUE
               "     GAIN OR LOSS".

       01  RPT-CURRENCY-LINE.
           05  RPT-C-CURRENCY-CODE    PIC X(3).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-C-RATE             PIC ZZ9.999999.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-EFFECTIVE-DATE   PIC 9(6).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-C-CUSTOMERS        PIC ZZZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-C-NATIVE-TOTAL     PIC Z(12)9.99-.
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-C-BASE-TOTAL       PIC Z(12)9.99-.
           05  FILLER                 PIC X(1)   VALUE SPACES.
           05  RPT-C-GAIN-LOSS        PIC Z(12)9.99-.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           INITIALIZE CURRENCY-TABLE.
           PERFORM SET-REVALUATION-DATE
              THRU SET-REVALUATION-DATE-EXIT.
           IF NOT RUN-WAS-STOPPED
              PERFORM GATHER-CURRENCIES-IN-USE
                 THRU GATHER-CURRENCIES-IN-USE-EXIT
           END-IF.
           IF NOT RUN-WAS-STOPPED
              PERFORM RESOLVE-RATES-IN-FORCE
                 THRU RESOLVE-RATES-IN-FORCE-EXIT
           END-IF.
           IF RUN-WAS-STOPPED
              DISPLAY "**FXREVAL RUN STOPPED - NOTHING REVALUED, NO "
                      "FXJRNL RELEASED**"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-REGISTER
              THRU OPEN-REGISTER-EXIT.
           PERFORM REVALUE-PORTFOLIO
              THRU REVALUE-PORTFOLIO-EXIT.
           PERFORM WRITE-CURRENCY-SECTION
              THRU WRITE-CURRENCY-SECTION-EXIT.
           PERFORM RELEASE-JOURNAL-BATCH
              THRU RELEASE-JOURNAL-BATCH-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       SET-REVALUATION-DATE.
      ***************************************************************
      * THE REVALUATION DATE IS THE YYMMDD NAMED ON THE COMMAND      *
      * LINE, ELSE THE OPEN BUSINESS DATE ON PERDCTL - RUN BEFORE    *
      * PERDCLSE ROLLS THE MONTH, THAT IS THE MONTH-END DATE.        *
      ***************************************************************
           ACCEPT RUN-PARM-LINE FROM COMMAND-LINE.
           IF RP-PARM-MAX-AGE NUMERIC
              MOVE RP-PARM-MAX-AGE TO RATE-MAX-AGE-DAYS
           END-IF.
           IF RP-PARM-DATE NUMERIC
              MOVE RP-PARM-DATE TO REVAL-DATE
              GO TO SET-REVALUATION-DATE-EXIT
           END-IF.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF NOT PCF-FILE-OK
              DISPLAY "FXREVAL NO PERDCTL ON FILE AND NO DATE GIVEN"
              SET RUN-WAS-STOPPED TO TRUE
              GO TO SET-REVALUATION-DATE-EXIT
           END-IF.
           READ PERIOD-CONTROL-FILE
               AT END
                  MOVE ZERO TO PC-BUSINESS-DATE
           END-READ.
           CLOSE PERIOD-CONTROL-FILE.
           IF PC-BUSINESS-DATE NUMERIC
              MOVE PC-BUSINESS-DATE TO REVAL-DATE
           END-IF.
           IF REVAL-DATE = ZERO
              DISPLAY "FXREVAL PERDCTL HOLDS NO BUSINESS DATE AND NO "
                      "DATE GIVEN"
              SET RUN-WAS-STOPPED TO TRUE
           END-IF.
       SET-REVALUATION-DATE-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-CURRENCIES-IN-USE.
      ***************************************************************
      * FIRST PASS OF CLSNAP: LIST EVERY NON-BASE CURRENCY HELD BY   *
      * A CUSTOMER, SO EVERY RATE NEEDED CAN BE PROVED BEFORE A      *
      * SINGLE CUSTOMER IS REVALUED.                                 *
      ***************************************************************
           OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF NOT CLS-FILE-OK
              DISPLAY "FXREVAL: CLSNAP OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
              SET RUN-WAS-STOPPED TO TRUE
              GO TO GATHER-CURRENCIES-IN-USE-EXIT
           END-IF.
           PERFORM CHECK-SNAPSHOT-VERSION
              THRU CHECK-SNAPSHOT-VERSION-EXIT.
           IF NOT SNAPSHOT-VERSION-OK
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
              SET RUN-WAS-STOPPED TO TRUE
              GO TO GATHER-CURRENCIES-IN-USE-EXIT
           END-IF.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM GATHER-ONE-CURRENCY
              THRU GATHER-ONE-CURRENCY-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE CREDIT-LIMIT-SNAPSHOT-FILE.
       GATHER-CURRENCIES-IN-USE-EXIT. EXIT.
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
              DISPLAY "FXREVAL: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "FXREVAL: CLSNAP IS LAYOUT VERSION "
                      CLS-HDR-LAYOUT-VERSION ", BUILT FOR "
                      CLS-BUILT-FOR-VERSION " - FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-CURRENCY.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO GATHER-ONE-CURRENCY-EXIT
           END-READ.
           IF CLS-CURRENCY-CODE = SPACES
              GO TO GATHER-ONE-CURRENCY-EXIT
           END-IF.
           MOVE CLS-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE.
           PERFORM LOOKUP-CURRENCY
              THRU LOOKUP-CURRENCY-EXIT.
           IF CURRENCY-WAS-FOUND
              GO TO GATHER-ONE-CURRENCY-EXIT
           END-IF.
           IF FXC-CURRENCY-COUNT NOT < FXC-CURRENCY-MAX
              DISPLAY "FXREVAL MORE THAN 20 CURRENCIES IN USE - "
                      CLS-CURRENCY-CODE " FOR CUST-NUM "
                      CLS-CUST-NUM " CANNOT BE CARRIED"
              SET RUN-WAS-STOPPED TO TRUE
              SET END-OF-CURRENT-FILE TO TRUE
              GO TO GATHER-ONE-CURRENCY-EXIT
           END-IF.
           ADD 1 TO FXC-CURRENCY-COUNT.
           SET FXC-INDX TO FXC-CURRENCY-COUNT.
           MOVE CLS-CURRENCY-CODE TO FXC-CURRENCY-CODE (FXC-INDX).
       GATHER-ONE-CURRENCY-EXIT. EXIT.
      *****************************************************************
      *
       LOOKUP-CURRENCY.
           MOVE "N" TO CURRENCY-FOUND-SWITCH.
           SET FXC-INDX TO 1.
           IF FXC-CURRENCY-COUNT > ZERO
              PERFORM FIND-CURRENCY-ENTRY
                 THRU FIND-CURRENCY-ENTRY-EXIT
                 UNTIL CURRENCY-WAS-FOUND
                    OR FXC-INDX > FXC-CURRENCY-COUNT
           END-IF.
       LOOKUP-CURRENCY-EXIT. EXIT.
      *****************************************************************
      *
       FIND-CURRENCY-ENTRY.
           IF FXC-CURRENCY-CODE (FXC-INDX) = LOOKUP-CURRENCY-CODE
              SET CURRENCY-WAS-FOUND TO TRUE
           ELSE
              SET FXC-INDX UP BY 1
           END-IF.
       FIND-CURRENCY-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       RESOLVE-RATES-IN-FORCE.
      ***************************************************************
      * THE RATE IN FORCE FOR A CURRENCY IS THE ONE WITH THE LATEST  *
      * EFFECTIVE DATE NOT AFTER THE REVALUATION DATE.  EXCHRATE     *
      * HOLDS ONLY EACH CURRENCY'S CURRENT RATE, WHICH MAY ALREADY   *
      * BE DATED PAST MONTH END WHEN THE RUN IS LATE, SO RATEMNT'S   *
      * RATEJRNL TRAIL IS READ AFTER IT FOR THE EARLIER RATES.  A    *
      * DELETE TAKES EFFECT ON ITS EFFECTIVE DATE, OR ON THE DAY IT  *
      * WAS LOGGED WHEN IT CARRIES NONE.  THEN EVERY CURRENCY IN USE *
      * MUST HAVE A RATE IN FORCE NO OLDER THAN THE AGE LIMIT.       *
      ***************************************************************
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF XRF-FILE-OK
              MOVE "N" TO END-OF-FILE-SWITCH
              PERFORM CONSIDER-EXCHANGE-RATE
                 THRU CONSIDER-EXCHANGE-RATE-EXIT
                 UNTIL END-OF-CURRENT-FILE
              CLOSE EXCHANGE-RATE-FILE
           ELSE
              DISPLAY "FXREVAL NO EXCHRATE ON FILE"
           END-IF.
           OPEN INPUT RATE-JOURNAL-FILE.
           IF RJF-FILE-OK
              MOVE "N" TO END-OF-FILE-SWITCH
              PERFORM CONSIDER-RATE-JOURNAL
                 THRU CONSIDER-RATE-JOURNAL-EXIT
                 UNTIL END-OF-CURRENT-FILE
              CLOSE RATE-JOURNAL-FILE
           END-IF.
           SET FXC-INDX TO 1.
           PERFORM PROVE-ONE-RATE
              THRU PROVE-ONE-RATE-EXIT
              UNTIL FXC-INDX > FXC-CURRENCY-COUNT.
           IF RT-RATE-PROBLEMS > ZERO
              SET RUN-WAS-STOPPED TO TRUE
           END-IF.
       RESOLVE-RATES-IN-FORCE-EXIT. EXIT.
      *****************************************************************
      *
       CONSIDER-EXCHANGE-RATE.
           READ EXCHANGE-RATE-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO CONSIDER-EXCHANGE-RATE-EXIT
           END-READ.
           IF XR-RATE-TO-BASE NOT NUMERIC
              OR XR-EFFECTIVE-DATE NOT NUMERIC
              GO TO CONSIDER-EXCHANGE-RATE-EXIT
           END-IF.
           MOVE XR-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE.
           MOVE "R" TO CANDIDATE-STATE.
           MOVE XR-RATE-TO-BASE TO CANDIDATE-RATE.
           MOVE XR-EFFECTIVE-DATE TO CANDIDATE-DATE.
           PERFORM APPLY-RATE-CANDIDATE
              THRU APPLY-RATE-CANDIDATE-EXIT.
       CONSIDER-EXCHANGE-RATE-EXIT. EXIT.
      *****************************************************************
      *
       CONSIDER-RATE-JOURNAL.
           READ RATE-JOURNAL-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO CONSIDER-RATE-JOURNAL-EXIT
           END-READ.
           MOVE RJ-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE.
           IF RJ-ACTION-DELETE
              MOVE "D" TO CANDIDATE-STATE
              MOVE ZERO TO CANDIDATE-RATE
              IF RJ-EFFECTIVE-DATE NUMERIC
                 AND RJ-EFFECTIVE-DATE > ZERO
                 MOVE RJ-EFFECTIVE-DATE TO CANDIDATE-DATE
              ELSE
                 MOVE RJ-LOG-DATE TO CANDIDATE-DATE
              END-IF
           ELSE
              IF (NOT RJ-ACTION-ADD AND NOT RJ-ACTION-CHANGE)
                 OR RJ-EFFECTIVE-DATE NOT NUMERIC
                 GO TO CONSIDER-RATE-JOURNAL-EXIT
              END-IF
              MOVE RJ-NEW-RATE TO CANDIDATE-RATE-WORK
              IF CANDIDATE-RATE-WORK NOT NUMERIC
                 GO TO CONSIDER-RATE-JOURNAL-EXIT
              END-IF
              MOVE "R" TO CANDIDATE-STATE
              MOVE CANDIDATE-RATE-WORK TO CANDIDATE-RATE
              MOVE RJ-EFFECTIVE-DATE TO CANDIDATE-DATE
           END-IF.
           PERFORM APPLY-RATE-CANDIDATE
              THRU APPLY-RATE-CANDIDATE-EXIT.
       CONSIDER-RATE-JOURNAL-EXIT. EXIT.
      *****************************************************************
      *
       APPLY-RATE-CANDIDATE.
      ***************************************************************
      * A CANDIDATE FOR A CURRENCY NOBODY HOLDS, OR DATED AFTER THE  *
      * REVALUATION DATE, IS IGNORED.  ONE DATED THE SAME DAY AS THE *
      * ENTRY'S CURRENT CHOICE REPLACES IT, SO THE LAST CHANGE       *
      * LOGGED ON A DAY WINS.                                        *
      ***************************************************************
           IF CANDIDATE-DATE = ZERO
              OR CANDIDATE-DATE > REVAL-DATE
              GO TO APPLY-RATE-CANDIDATE-EXIT
           END-IF.
           PERFORM LOOKUP-CURRENCY
              THRU LOOKUP-CURRENCY-EXIT.
           IF NOT CURRENCY-WAS-FOUND
              GO TO APPLY-RATE-CANDIDATE-EXIT
           END-IF.
           IF NOT FXC-NO-RATE (FXC-INDX)
              AND CANDIDATE-DATE < FXC-EFFECTIVE-DATE (FXC-INDX)
              GO TO APPLY-RATE-CANDIDATE-EXIT
           END-IF.
           MOVE CANDIDATE-STATE TO FXC-RATE-STATE (FXC-INDX).
           MOVE CANDIDATE-RATE TO FXC-RATE-TO-BASE (FXC-INDX).
           MOVE CANDIDATE-DATE TO FXC-EFFECTIVE-DATE (FXC-INDX).
       APPLY-RATE-CANDIDATE-EXIT. EXIT.
      *****************************************************************
      *
       PROVE-ONE-RATE.
      ***************************************************************
      * A CURRENCY WITH NO RATE, A DELETED RATE, A ZERO RATE, OR A   *
      * RATE OLDER THAN THE AGE LIMIT ON THE REVALUATION DATE (BY    *
      * THE SHOP'S USUAL YY*365+MM*30+DD APPROXIMATION) IS A RATE    *
      * PROBLEM.  999 DISABLES THE AGE CHECK.                        *
      ***************************************************************
           IF NOT FXC-RATE-IN-FORCE (FXC-INDX)
              OR FXC-RATE-TO-BASE (FXC-INDX) = ZERO
              ADD 1 TO RT-RATE-PROBLEMS
              DISPLAY "**FXREVAL NO RATE IN FORCE FOR "
                      FXC-CURRENCY-CODE (FXC-INDX)
                      " ON " REVAL-DATE "**"
              GO TO PROVE-ONE-RATE-NEXT
           END-IF.
           MOVE FXC-EFFECTIVE-DATE (FXC-INDX) TO RATE-EFF-DATE.
           COMPUTE RATE-AGE-DAYS =
               (REVAL-DATE-YY * 365 + REVAL-DATE-MM * 30
                  + REVAL-DATE-DD)
             - (RATE-EFF-YY * 365 + RATE-EFF-MM * 30
                  + RATE-EFF-DD).
           IF RATE-MAX-AGE-DAYS < 999
              AND RATE-AGE-DAYS > RATE-MAX-AGE-DAYS
              ADD 1 TO RT-RATE-PROBLEMS
              MOVE RATE-AGE-DAYS TO SR-RATE-AGE-DAYS
              MOVE RATE-MAX-AGE-DAYS TO SR-RATE-MAX-AGE
              DISPLAY "**FXREVAL RATE FOR "
                      FXC-CURRENCY-CODE (FXC-INDX)
                      " IS STALE - EFFECTIVE "
                      FXC-EFFECTIVE-DATE (FXC-INDX) ", "
                      SR-RATE-AGE-DAYS " DAYS OLD, LIMIT "
                      SR-RATE-MAX-AGE " DAYS**"
           END-IF.
       PROVE-ONE-RATE-NEXT.
           SET FXC-INDX UP BY 1.
       PROVE-ONE-RATE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REGISTER.
           OPEN OUTPUT REVALUATION-REGISTER-FILE.
           ACCEPT RPT-REPORT-DATE FROM DATE.
           MOVE RPT-REPORT-DATE TO RPT-H1-DATE.
           WRITE REVALUATION-REGISTER-RECORD FROM RPT-HEADING-LINE-1.
           MOVE REVAL-DATE TO RPT-H2-REVAL-DATE.
           WRITE REVALUATION-REGISTER-RECORD FROM RPT-HEADING-LINE-2.
           MOVE SPACES TO REVALUATION-REGISTER-RECORD.
           WRITE REVALUATION-REGISTER-RECORD.
           WRITE REVALUATION-REGISTER-RECORD FROM RPT-DETAIL-HEADING.
       OPEN-REGISTER-EXIT. EXIT.
      *****************************************************************
      *
       REVALUE-PORTFOLIO.
      ***************************************************************
      * SECOND PASS OF CLSNAP, NOW THAT EVERY RATE IS PROVED: EACH   *
      * NON-BASE CUSTOMER IS REVALUED, REGISTERED, AND ITS FXPOSN    *
      * POSITION MOVED TO THIS REVALUATION.                          *
      ***************************************************************
           OPEN I-O REVALUATION-POSITION-FILE.
           IF FPF-FILE-NOT-FOUND
              OPEN OUTPUT REVALUATION-POSITION-FILE
              CLOSE REVALUATION-POSITION-FILE
              OPEN I-O REVALUATION-POSITION-FILE
           END-IF.
           IF NOT FPF-FILE-OK
              DISPLAY "FXREVAL: FXPOSN OPEN FAILED, STATUS="
                      FPF-FILE-STATUS
              MOVE "N" TO BATCH-CLEAN-SWITCH
              GO TO REVALUE-PORTFOLIO-EXIT
           END-IF.
           OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF NOT CLS-FILE-OK
              DISPLAY "FXREVAL: CLSNAP OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
              CLOSE REVALUATION-POSITION-FILE
              MOVE "N" TO BATCH-CLEAN-SWITCH
              GO TO REVALUE-PORTFOLIO-EXIT
           END-IF.
           PERFORM CHECK-SNAPSHOT-VERSION
              THRU CHECK-SNAPSHOT-VERSION-EXIT.
           IF NOT SNAPSHOT-VERSION-OK
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
              CLOSE REVALUATION-POSITION-FILE
              MOVE "N" TO BATCH-CLEAN-SWITCH
              GO TO REVALUE-PORTFOLIO-EXIT
           END-IF.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM REVALUE-ONE-CUSTOMER
              THRU REVALUE-ONE-CUSTOMER-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE CREDIT-LIMIT-SNAPSHOT-FILE.
           CLOSE REVALUATION-POSITION-FILE.
       REVALUE-PORTFOLIO-EXIT. EXIT.
      *****************************************************************
      *
       REVALUE-ONE-CUSTOMER.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO REVALUE-ONE-CUSTOMER-EXIT
           END-READ.
           ADD 1 TO RT-SNAPSHOTS-READ.
           IF CLS-CURRENCY-CODE = SPACES
              GO TO REVALUE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE CLS-CURRENCY-CODE TO LOOKUP-CURRENCY-CODE.
           PERFORM LOOKUP-CURRENCY
              THRU LOOKUP-CURRENCY-EXIT.
           MOVE CLS-CUST-NUM TO FP-CUST-NUM.
           MOVE "N" TO POSITION-FOUND-SWITCH.
           READ REVALUATION-POSITION-FILE
               INVALID KEY
                  MOVE SPACES TO REVALUATION-POSITION-RECORD
                  MOVE CLS-CUST-NUM TO FP-CUST-NUM
                  INITIALIZE FP-LATEST-REVALUATION
                             FP-PRIOR-REVALUATION
               NOT INVALID KEY
                  SET POSITION-WAS-FOUND TO TRUE
           END-READ.

           IF POSITION-WAS-FOUND
              AND FP-REVAL-DATE > REVAL-DATE
              ADD 1 TO RT-LATER-ON-FILE
              DISPLAY "FXREVAL CUST-NUM " CLS-CUST-NUM
                      " ALREADY REVALUED ON " FP-REVAL-DATE
                      " - PASSED OVER"
              GO TO REVALUE-ONE-CUSTOMER-EXIT
           END-IF.
           PERFORM SELECT-PRIOR-REVALUATION
              THRU SELECT-PRIOR-REVALUATION-EXIT.

           COMPUTE NATIVE-BALANCE-OWED =
               CLS-CREDIT-LIMIT - CLS-CREDIT-BALANCE.
           COMPUTE REVALUED-BASE-VALUE ROUNDED =
               NATIVE-BALANCE-OWED * FXC-RATE-TO-BASE (FXC-INDX).
           IF COMPARE-CURRENCY-CODE = CLS-CURRENCY-CODE
              AND COMPARE-REVAL-DATE > ZERO
              COMPUTE CARRIED-AT-NEW-RATE ROUNDED =
                  COMPARE-NATIVE-BALANCE
                * FXC-RATE-TO-BASE (FXC-INDX)
              COMPUTE CUSTOMER-GAIN-LOSS =
                  CARRIED-AT-NEW-RATE - COMPARE-BASE-VALUE
              ADD 1 TO RT-CUSTOMERS-REVALUED
              IF REGISTER-NOTE = SPACES
                 MOVE "REVALUED" TO REGISTER-NOTE
              END-IF
           ELSE
              MOVE ZERO TO CUSTOMER-GAIN-LOSS
              ADD 1 TO RT-POSITIONS-OPENED
              IF COMPARE-REVAL-DATE > ZERO
                 MOVE "CURRENCY CHANGED - OPENED" TO REGISTER-NOTE
              ELSE
                 MOVE "FIRST REVALUATION" TO REGISTER-NOTE
              END-IF
           END-IF.

           MOVE CLS-CURRENCY-CODE TO FP-CURRENCY-CODE.
           MOVE REVAL-DATE TO FP-REVAL-DATE.
           MOVE NATIVE-BALANCE-OWED TO FP-NATIVE-BALANCE.
           MOVE FXC-RATE-TO-BASE (FXC-INDX) TO FP-RATE-TO-BASE.
           MOVE REVALUED-BASE-VALUE TO FP-BASE-VALUE.
           IF POSITION-WAS-FOUND
              REWRITE REVALUATION-POSITION-RECORD
           ELSE
              WRITE REVALUATION-POSITION-RECORD
                  INVALID KEY
                     DISPLAY "FXREVAL: FXPOSN WRITE FAILED FOR "
                             "CUST-NUM " CLS-CUST-NUM
              END-WRITE
           END-IF.

           ADD 1 TO FXC-CUSTOMER-COUNT (FXC-INDX).
           ADD NATIVE-BALANCE-OWED TO FXC-NATIVE-TOTAL (FXC-INDX).
           ADD REVALUED-BASE-VALUE TO FXC-BASE-TOTAL (FXC-INDX).
           ADD CUSTOMER-GAIN-LOSS TO FXC-GAIN-LOSS (FXC-INDX).
           PERFORM WRITE-REGISTER-LINE
              THRU WRITE-REGISTER-LINE-EXIT.
       REVALUE-ONE-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       SELECT-PRIOR-REVALUATION.
      ***************************************************************
      * THE PRIOR REVALUATION IS THE LATEST ON FXPOSN - UNLESS THAT  *
      * ONE IS FOR THIS SAME DATE, I.E. THIS IS A RERUN, WHEN THE    *
      * ONE BEFORE IT IS THE PRIOR AND STAYS WHERE IT IS.  OTHERWISE *
      * THE LATEST STEPS DOWN TO BECOME THE ONE BEFORE.              *
      ***************************************************************
           MOVE SPACES TO REGISTER-NOTE.
           IF POSITION-WAS-FOUND
              AND FP-REVAL-DATE = REVAL-DATE
              ADD 1 TO RT-DATES-REPEATED
              MOVE "RERUN - REPLACED" TO REGISTER-NOTE
           ELSE
              MOVE FP-LATEST-REVALUATION TO FP-PRIOR-REVALUATION
           END-IF.
           MOVE FP-PRIOR-CURRENCY-CODE TO COMPARE-CURRENCY-CODE.
           IF FP-PRIOR-REVAL-DATE NUMERIC
              MOVE FP-PRIOR-REVAL-DATE TO COMPARE-REVAL-DATE
           ELSE
              MOVE ZERO TO COMPARE-REVAL-DATE
           END-IF.
           IF COMPARE-REVAL-DATE > ZERO
              MOVE FP-PRIOR-NATIVE-BALANCE TO COMPARE-NATIVE-BALANCE
              MOVE FP-PRIOR-RATE-TO-BASE TO COMPARE-RATE-TO-BASE
              MOVE FP-PRIOR-BASE-VALUE TO COMPARE-BASE-VALUE
           ELSE
              MOVE ZERO TO COMPARE-NATIVE-BALANCE
                           COMPARE-RATE-TO-BASE
                           COMPARE-BASE-VALUE
           END-IF.
       SELECT-PRIOR-REVALUATION-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-REGISTER-LINE.
           MOVE CLS-CUST-NUM TO RPT-D-CUST-NUM.
           MOVE CLS-CURRENCY-CODE TO RPT-D-CURRENCY-CODE.
           MOVE NATIVE-BALANCE-OWED TO RPT-D-NATIVE-BALANCE.
           MOVE COMPARE-RATE-TO-BASE TO RPT-D-PRIOR-RATE.
           MOVE COMPARE-BASE-VALUE TO RPT-D-PRIOR-BASE.
           MOVE FXC-RATE-TO-BASE (FXC-INDX) TO RPT-D-NEW-RATE.
           MOVE REVALUED-BASE-VALUE TO RPT-D-REVALUED-BASE.
           MOVE CUSTOMER-GAIN-LOSS TO RPT-D-GAIN-LOSS.
           MOVE REGISTER-NOTE TO RPT-D-NOTE.
           WRITE REVALUATION-REGISTER-RECORD FROM RPT-DETAIL-LINE.
       WRITE-REGISTER-LINE-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-CURRENCY-SECTION.
           MOVE SPACES TO REVALUATION-REGISTER-RECORD.
           WRITE REVALUATION-REGISTER-RECORD.
           MOVE "RATES IN FORCE AND TOTALS BY CURRENCY"
                TO REVALUATION-REGISTER-RECORD.
           WRITE REVALUATION-REGISTER-RECORD.
           WRITE REVALUATION-REGISTER-RECORD FROM RPT-CURRENCY-HEADING.
           SET FXC-INDX TO 1.
           PERFORM WRITE-ONE-CURRENCY-LINE
              THRU WRITE-ONE-CURRENCY-LINE-EXIT
              UNTIL FXC-INDX > FXC-CURRENCY-COUNT.
           CLOSE REVALUATION-REGISTER-FILE.
       WRITE-CURRENCY-SECTION-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-CURRENCY-LINE.
           MOVE FXC-CURRENCY-CODE (FXC-INDX) TO RPT-C-CURRENCY-CODE.
           MOVE FXC-RATE-TO-BASE (FXC-INDX) TO RPT-C-RATE.
           MOVE FXC-EFFECTIVE-DATE (FXC-INDX) TO RPT-C-EFFECTIVE-DATE.
           MOVE FXC-CUSTOMER-COUNT (FXC-INDX) TO RPT-C-CUSTOMERS.
           MOVE FXC-NATIVE-TOTAL (FXC-INDX) TO RPT-C-NATIVE-TOTAL.
           MOVE FXC-BASE-TOTAL (FXC-INDX) TO RPT-C-BASE-TOTAL.
           MOVE FXC-GAIN-LOSS (FXC-INDX) TO RPT-C-GAIN-LOSS.
           WRITE REVALUATION-REGISTER-RECORD FROM RPT-CURRENCY-LINE.
           SET FXC-INDX UP BY 1.
       WRITE-ONE-CURRENCY-LINE-EXIT. EXIT.
      *****************************************************************
      *
       RELEASE-JOURNAL-BATCH.
      ***************************************************************
      * WRITE THE BATCH: THE HEADER WITH THE BALANCING TOTALS FIRST, *
      * THEN ONE TWO-SIDED ENTRY PER CURRENCY WITH A NONZERO GAIN OR *
      * LOSS.  NOTHING TO BOOK STILL RELEASES THE HEADER WITH ZERO   *
      * COUNTS, AS GLEXTRCT DOES, SO LAST NIGHT'S FXJRNL IS NEVER    *
      * LEFT BEHIND TO BE POSTED AGAIN.  A BATCH WHOSE DEBITS AND    *
      * CREDITS DISAGREE IS HELD.                                    *
      ***************************************************************
           IF NOT BATCH-IS-CLEAN
              GO TO RELEASE-JOURNAL-BATCH-EXIT
           END-IF.
           SET FXC-INDX TO 1.
           PERFORM COUNT-ONE-CURRENCY-ENTRY
              THRU COUNT-ONE-CURRENCY-ENTRY-EXIT
              UNTIL FXC-INDX > FXC-CURRENCY-COUNT.
           IF GB-DEBIT-TOTAL NOT = GB-CREDIT-TOTAL
              MOVE "N" TO BATCH-CLEAN-SWITCH
              GO TO RELEASE-JOURNAL-BATCH-EXIT
           END-IF.

           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE REVAL-DATE TO GH-BATCH-DATE.
           MOVE GB-ENTRY-COUNT TO GH-ENTRY-COUNT.
           MOVE GB-DEBIT-TOTAL TO GH-DEBIT-TOTAL.
           MOVE GB-CREDIT-TOTAL TO GH-CREDIT-TOTAL.
           WRITE GL-JOURNAL-RECORD.
           SET FXC-INDX TO 1.
           PERFORM WRITE-CURRENCY-ENTRY
              THRU WRITE-CURRENCY-ENTRY-EXIT
              UNTIL FXC-INDX > FXC-CURRENCY-COUNT.
           CLOSE GL-JOURNAL-FILE.
           SET JOURNAL-WAS-RELEASED TO TRUE.
       RELEASE-JOURNAL-BATCH-EXIT. EXIT.
      *****************************************************************
      *
       COUNT-ONE-CURRENCY-ENTRY.
      ***************************************************************
      * FIGURE THE HEADER'S ENTRY COUNT AND TOTALS - TWO DETAIL      *
      * LINES PER CURRENCY WITH A GAIN OR LOSS, AT ITS SIZE.         *
      ***************************************************************
           IF FXC-GAIN-LOSS (FXC-INDX) NOT = ZERO
              IF FXC-GAIN-LOSS (FXC-INDX) > ZERO
                 MOVE FXC-GAIN-LOSS (FXC-INDX) TO GE-ENTRY-AMOUNT
              ELSE
                 COMPUTE GE-ENTRY-AMOUNT =
                     ZERO - FXC-GAIN-LOSS (FXC-INDX)
              END-IF
              ADD 2 TO GB-ENTRY-COUNT
              ADD GE-ENTRY-AMOUNT TO GB-DEBIT-TOTAL
              ADD GE-ENTRY-AMOUNT TO GB-CREDIT-TOTAL
           END-IF.
           SET FXC-INDX UP BY 1.
       COUNT-ONE-CURRENCY-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-CURRENCY-ENTRY.
           IF FXC-GAIN-LOSS (FXC-INDX) = ZERO
              GO TO WRITE-CURRENCY-ENTRY-NEXT
           END-IF.
           MOVE SPACES TO GE-DEBIT-DESC GE-CREDIT-DESC.
           IF FXC-GAIN-LOSS (FXC-INDX) > ZERO
              MOVE FXC-GAIN-LOSS (FXC-INDX) TO GE-ENTRY-AMOUNT
              MOVE "1100" TO GE-DEBIT-ACCOUNT
              STRING "RECEIVABLES " FXC-CURRENCY-CODE (FXC-INDX)
                     DELIMITED BY SIZE INTO GE-DEBIT-DESC
              MOVE "4200" TO GE-CREDIT-ACCOUNT
              STRING "FX REVAL GAIN " FXC-CURRENCY-CODE (FXC-INDX)
                     DELIMITED BY SIZE INTO GE-CREDIT-DESC
           ELSE
              COMPUTE GE-ENTRY-AMOUNT =
                  ZERO - FXC-GAIN-LOSS (FXC-INDX)
              MOVE "6200" TO GE-DEBIT-ACCOUNT
              STRING "FX REVAL LOSS " FXC-CURRENCY-CODE (FXC-INDX)
                     DELIMITED BY SIZE INTO GE-DEBIT-DESC
              MOVE "1100" TO GE-CREDIT-ACCOUNT
              STRING "RECEIVABLES " FXC-CURRENCY-CODE (FXC-INDX)
                     DELIMITED BY SIZE INTO GE-CREDIT-DESC
           END-IF.
           PERFORM WRITE-ONE-JOURNAL-ENTRY
              THRU WRITE-ONE-JOURNAL-ENTRY-EXIT.
       WRITE-CURRENCY-ENTRY-NEXT.
           SET FXC-INDX UP BY 1.
       WRITE-CURRENCY-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-JOURNAL-ENTRY.
      ***************************************************************
      * ONE TWO-SIDED ENTRY: THE DEBIT LINE AND ITS EQUAL CREDIT     *
      * LINE.  THE HEADER TOTALS WERE FIGURED UP FRONT.              *
      ***************************************************************
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE GE-DEBIT-ACCOUNT TO GD-ACCOUNT.
           MOVE GE-DEBIT-DESC TO GD-DESCRIPTION.
           MOVE GE-ENTRY-AMOUNT TO GD-DEBIT-AMOUNT.
           MOVE ZERO TO GD-CREDIT-AMOUNT.
           WRITE GL-JOURNAL-RECORD.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE GE-CREDIT-ACCOUNT TO GD-ACCOUNT.
           MOVE GE-CREDIT-DESC TO GD-DESCRIPTION.
           MOVE ZERO TO GD-DEBIT-AMOUNT.
           MOVE GE-ENTRY-AMOUNT TO GD-CREDIT-AMOUNT.
           WRITE GL-JOURNAL-RECORD.
       WRITE-ONE-JOURNAL-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY REVALUATION TOTALS AND VERDICT      *
      ***********************************************
           MOVE RT-SNAPSHOTS-READ TO SR-RT-SNAPSHOTS-READ.
           MOVE RT-CUSTOMERS-REVALUED TO SR-RT-CUSTOMERS-REVALUED.
           MOVE RT-POSITIONS-OPENED TO SR-RT-POSITIONS-OPENED.
           MOVE RT-DATES-REPEATED TO SR-RT-DATES-REPEATED.
           MOVE RT-LATER-ON-FILE TO SR-RT-LATER-ON-FILE.
           MOVE GB-DEBIT-TOTAL TO SR-GB-DEBIT-TOTAL.
           MOVE GB-CREDIT-TOTAL TO SR-GB-CREDIT-TOTAL.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*     FXREVAL CURRENCY REVALUATION       *".
           DISPLAY "******************************************".
           DISPLAY "REVALUATION DATE ........... " REVAL-DATE.
           DISPLAY "SNAPSHOTS READ ............. "
                   SR-RT-SNAPSHOTS-READ.
           DISPLAY "CUSTOMERS REVALUED ......... "
                   SR-RT-CUSTOMERS-REVALUED.
           DISPLAY "POSITIONS OPENED ........... "
                   SR-RT-POSITIONS-OPENED.
           DISPLAY "DATE RERUN, REPLACED ....... "
                   SR-RT-DATES-REPEATED.
           DISPLAY "LATER REVALUATION ON FILE .. "
                   SR-RT-LATER-ON-FILE.
           DISPLAY "BATCH DEBIT TOTAL .......... "
                   SR-GB-DEBIT-TOTAL.
           DISPLAY "BATCH CREDIT TOTAL ......... "
                   SR-GB-CREDIT-TOTAL.
           EVALUATE TRUE
              WHEN NOT BATCH-IS-CLEAN
                 DISPLAY "**FXREVAL BATCH HELD - NO FXJRNL RELEASED**"
                 MOVE 1 TO RETURN-CODE
              WHEN NOT JOURNAL-WAS-RELEASED
                 DISPLAY "FXREVAL NO FXJRNL RELEASED"
              WHEN GB-ENTRY-COUNT = ZERO
                 DISPLAY "FXREVAL NO GAIN OR LOSS TO BOOK - EMPTY "
                         "FXJRNL RELEASED"
              WHEN OTHER
                 DISPLAY "FXREVAL BATCH BALANCED - FXJRNL RELEASED"
           END-EVALUATE.
           DISPLAY "******************************************".
           DISPLAY "PROGRAM: FXREVAL EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PORTRPT.
      *************************************************************
      * THIS IS THE PORTRPT PROGRAM THAT SHOWS MANAGEMENT HOW THE *
      * CREDIT BOOK LOOKED AT THE END OF A MONTH AGAINST THE      *
      * MONTH BEFORE AND THE SAME MONTH A YEAR EARLIER, NOW THAT  *
      * CLSNAP ITSELF IS OVERWRITTEN EVERY NIGHT.                 *
      *                                                           *
      * PURPOSE: READ THE PORTHIST MONTH-END PORTFOLIO ARCHIVE    *
      *          PERDCLSE FILES AT EACH MONTH CLOSE AND PRINT,    *
      *          FOR THE REPORT MONTH, THE PRIOR MONTH, AND THE   *
      *          SAME MONTH LAST YEAR SIDE BY SIDE:               *
      *            - CUSTOMER COUNT, TOTAL EXPOSURE (BALANCE IN   *
      *              BASE CURRENCY), AND UTILIZATION (EXPOSURE    *
      *              AS A PERCENT OF LIMIT) BY RISK GRADE, BY     *
      *              CURRENCY, AND BY SEVERITY CODE;              *
      *            - THE RISK-GRADE MIGRATION FROM THE PRIOR      *
      *              MONTH (HOW MANY A MOVED TO B, AND SO ON),    *
      *              WITH NEW AND DEPARTED CUSTOMERS;             *
      *            - THE TEN CUSTOMERS WHOSE BALANCE MOVED MOST   *
      *              SINCE THE PRIOR MONTH, EITHER WAY.           *
      *          A MONTH NOT ON PORTHIST SHOWS AS ZERO AND IS     *
      *          NOTED AS NOT ON FILE.                            *
      *                                                           *
      * INPUT:   PORTFOLIO-HISTORY-FILE (PORTHIST), AND THE       *
      *          REPORT MONTH AS YYMM ON THE COMMAND LINE (NONE = *
      *          THE LATEST MONTH FILED).                         *
      *                                                           *
      * OUTPUT:  PORTFOLIO REPORT (PORTRPRT).  PORTWORK IS A      *
      *          SCRATCH FILE OF THE PRIOR MONTH KEYED BY         *
      *          CUSTOMER, REBUILT EVERY RUN.                     *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-HISTORY-FILE ASSIGN TO "PORTHIST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PFH-FILE-STATUS.
           SELECT PRIOR-MONTH-WORK-FILE ASSIGN TO "PORTWORK"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS PW-CUST-NUM
               FILE STATUS    IS PWF-FILE-STATUS.
           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO "PORTRPRT"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * PORTFOLIO-HISTORY-FILE IS PERDCLSE'S MONTH-END ARCHIVE OF    *
      * CLSNAP: ONE RECORD PER CUSTOMER PER MONTH CLOSED.            *
      ***************************************************************
       FD  PORTFOLIO-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PORTFOLIO-HISTORY-RECORD.
           05  PF-PERIOD               PIC 9(4).
           05  FILLER                  PIC X.
           05  PF-CLOSE-DATE           PIC 9(6).
           05  FILLER                  PIC X.
           05  PF-SNAPSHOT.
               10  PF-CUST-NUM         PIC X(4).
               10  PF-CREDIT-LIMIT     PIC S9(7)V99.
               10  PF-CREDIT-BALANCE   PIC S9(7)V99.
               10  PF-CREDIT-FLAG      PIC X(1).
               10  PF-FIRST-EXCEEDED-DATE
                                       PIC 9(6).
               10  PF-RUNS-OVER-COUNT  PIC 9(3).
               10  PF-LIMIT-CHANGE-COUNT
                                       PIC 9(3).
               10  PF-RISK-GRADE       PIC X.
               10  PF-CURRENCY-CODE    PIC X(3).
               10  PF-SEVERITY-CODE    PIC X.
               10  PF-PREV-SEVERITY    PIC X.
           05  FILLER                  PIC X.
           05  PF-RATE-TO-BASE         PIC 9(3)V9(6).
           05  FILLER                  PIC X.
           05  PF-BASE-BALANCE         PIC S9(9)V99.
           05  FILLER                  PIC X.
           05  PF-BASE-LIMIT           PIC S9(9)V99.

      ***************************************************************
      * PRIOR-MONTH-WORK-FILE HOLDS THE PRIOR MONTH'S GRADE AND BASE *
      * BALANCE PER CUSTOMER, SO EACH REPORT-MONTH CUSTOMER CAN BE   *
      * MATCHED TO WHERE IT STOOD.  PW-MATCHED IS SET AS THEY ARE    *
      * MATCHED; WHAT IS LEFT UNMATCHED HAS LEFT THE BOOK.           *
      ***************************************************************
       FD  PRIOR-MONTH-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-MONTH-WORK-RECORD.
           05  PW-CUST-NUM             PIC X(4).
           05  PW-RISK-GRADE           PIC X.
           05  PW-BASE-BALANCE         PIC S9(9)V99.
           05  PW-MATCHED              PIC X.
               88  PW-WAS-MATCHED                 VALUE "Y".

       FD  PORTFOLIO-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PORTFOLIO-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

       01  PFH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PFH-FILE-OK                        VALUE "00".

       01  PWF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PWF-FILE-OK                        VALUE "00".

       01  END-OF-FILE-SWITCH         PIC  X      VALUE "N".
           88  END-OF-CURRENT-FILE                VALUE "Y".

       01  HISTORY-FOUND-SWITCH       PIC  X      VALUE "N".
           88  HISTORY-WAS-FOUND                  VALUE "Y".

       01  WORK-FILE-SWITCH           PIC  X      VALUE "N".
           88  WORK-FILE-IS-OPEN                  VALUE "Y".

      **********************************************************
      * THE THREE MONTHS ON THE PAGE, AS YYMM: COLUMN 1 IS THE *
      * REPORT MONTH, 2 THE PRIOR MONTH, 3 THE SAME MONTH LAST *
      * YEAR.                                                  *
      **********************************************************
       01  RUN-PARM-LINE              PIC  X(40)  VALUE SPACES.
       01  RUN-PARM-FIELDS REDEFINES RUN-PARM-LINE.
           05  RP-PARM-PERIOD         PIC X(4).
           05  FILLER                 PIC X(36).

       01  REPORT-PERIOD-FIELDS.
           05  REPORT-PERIOD          PIC 9(4)    VALUE ZERO.
           05  FILLER REDEFINES REPORT-PERIOD.
               10  REPORT-PERIOD-YY   PIC 9(2).
               10  REPORT-PERIOD-MM   PIC 9(2).

       01  PERIOD-WORK-FIELDS.
           05  PERIOD-WORK            PIC 9(4)    VALUE ZERO.
           05  FILLER REDEFINES PERIOD-WORK.
               10  PERIOD-WORK-YY     PIC 9(2).
               10  PERIOD-WORK-MM     PIC 9(2).

       01  COLUMN-PERIOD-TABLE.
           05  CP-ENTRY OCCURS 3 TIMES
                        INDEXED BY CP-INDX.
               10  CP-PERIOD           PIC 9(4).
               10  CP-RECORD-COUNT     PIC 9(7).

       01  RECORD-COLUMN              PIC  9      VALUE ZERO.

      **********************************************************
      * BK- EXPOSURE BUCKETS, ONE ROW PER LINE OF THE THREE    *
      * EXPOSURE SECTIONS, EACH WITH A COLUMN PER MONTH:       *
      *   ROWS  1-5   RISK GRADE A, B, C, D, UNGRADED          *
      *   ROWS  6-9   SEVERITY OVER, WARNING, UNDER, NONE      *
      *   ROW  10     WHOLE PORTFOLIO                          *
      *   ROWS 11-30  CURRENCIES IN ORDER FIRST SEEN           *
      *   ROW  31     ANY CURRENCY BEYOND THE TWENTIETH        *
      **********************************************************
       01  BUCKET-TABLE.
           05  BK-ROW OCCURS 31 TIMES
                      INDEXED BY BK-INDX.
               10  BK-LABEL            PIC X(14).
               10  BK-CURRENCY-CODE    PIC X(3).
               10  BK-COLUMN OCCURS 3 TIMES
                             INDEXED BY BK-COL.
                   15  BK-COUNT        PIC 9(7).
                   15  BK-BALANCE      PIC S9(11)V99.
                   15  BK-LIMIT        PIC S9(11)V99.

       01  BK-CURRENCY-ROWS           PIC  9(2)   VALUE ZERO.
       01  BK-ROW-NUM                 PIC  9(2)   VALUE ZERO.
       01  BK-LAST-ROW                PIC  9(2)   VALUE ZERO.

       01  CURRENCY-FOUND-SWITCH      PIC  X      VALUE "N".
           88  CURRENCY-WAS-FOUND                 VALUE "Y".

       01  UTILIZATION-PERCENT        PIC S9(5)V9 VALUE ZERO.

      **********************************************************
      * MG- GRADE MIGRATION COUNTS.  ROWS ARE THE PRIOR-MONTH  *
      * GRADE (1-5 AS THE BUCKETS, 6 = NEW THIS MONTH), COLUMNS *
      * THE REPORT-MONTH GRADE (1-5, 6 = GONE FROM THE BOOK).  *
      **********************************************************
       01  MIGRATION-TABLE.
           05  MG-ROW OCCURS 6 TIMES
                      INDEXED BY MG-INDX.
               10  MG-COUNT            PIC 9(7)   OCCURS 6 TIMES
                                       INDEXED BY MG-COL.

       01  GRADE-ROW-NUM              PIC  9      VALUE ZERO.
       01  CURRENT-GRADE-ROW-NUM        PIC  9      VALUE ZERO.
       01  GRADE-WORK                 PIC  X      VALUE SPACE.

      **********************************************************
      * TM- THE TOP TEN MOVERS BY SIZE OF BALANCE CHANGE SINCE *
      * THE PRIOR MONTH, KEPT LARGEST FIRST.                   *
      **********************************************************
       01  TM-MOVER-COUNT             PIC  9(2)   VALUE ZERO.
       01  TOP-MOVER-TABLE.
           05  TM-ENTRY OCCURS 10 TIMES
                        INDEXED BY TM-INDX.
               10  TM-CUST-NUM         PIC X(4).
               10  TM-PRIOR-GRADE      PIC X.
               10  TM-CURRENT-GRADE    PIC X.
               10  TM-PRIOR-BALANCE    PIC S9(9)V99.
               10  TM-CURRENT-BALANCE  PIC S9(9)V99.
               10  TM-CHANGE           PIC S9(9)V99.
               10  TM-SIZE             PIC 9(9)V99.

       01  MOVER-CHANGE               PIC S9(9)V99 VALUE ZERO.
       01  MOVER-SIZE                 PIC  9(9)V99 VALUE ZERO.

       01  MOVER-SLOT-SWITCH          PIC  X      VALUE "N".
           88  MOVER-SLOT-WAS-FOUND               VALUE "Y".

      **********************************************************
      * RT- RUN TOTALS.                                        *
      **********************************************************
       01  RUN-TOTALS.
           05  RT-RECORDS-READ         PIC 9(7)   VALUE ZERO.
           05  RT-CUSTOMERS-MATCHED    PIC 9(7)   VALUE ZERO.
           05  RT-CUSTOMERS-NEW        PIC 9(7)   VALUE ZERO.
           05  RT-CUSTOMERS-GONE       PIC 9(7)   VALUE ZERO.

       01  SR-RT-RECORDS-READ         PIC ZZZZZZ9.
       01  SR-RT-CUSTOMERS-MATCHED    PIC ZZZZZZ9.
       01  SR-RT-CUSTOMERS-NEW        PIC ZZZZZZ9.
       01  SR-RT-CUSTOMERS-GONE       PIC ZZZZZZ9.

       01  RPT-REPORT-DATE            PIC 9(6)    VALUE ZERO.

       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(38)  VALUE
               "PORTRPT - MONTH-END PORTFOLIO ANALYSIS".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-H1-DATE            PIC 9(6).

       01  RPT-PERIOD-LINE.
           05  RPT-P-TITLE            PIC X(22).
           05  RPT-P-PERIOD           PIC 9(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-P-NOTE             PIC X(30).

       01  RPT-COLUMN-HEADING-1.
           05  FILLER                 PIC X(14)  VALUE SPACES.
           05  RPT-CH1-COLUMN OCCURS 3 TIMES.
               10  RPT-CH1-TITLE      PIC X(14).
               10  RPT-CH1-PERIOD     PIC 9(4).
               10  FILLER             PIC X(14).

       01  RPT-COLUMN-HEADING-2.
           05  FILLER                 PIC X(14)  VALUE SPACES.
           05  RPT-CH2-COLUMN OCCURS 3 TIMES.
               10  FILLER             PIC X(7)   VALUE "  COUNT".
               10  FILLER             PIC X(16)  VALUE
                   "        EXPOSURE".
               10  FILLER             PIC X(7)   VALUE "  UTIL%".
               10  FILLER             PIC X(2)   VALUE SPACES.

       01  RPT-BUCKET-LINE.
           05  RPT-B-LABEL            PIC X(14).
           05  RPT-B-COLUMN OCCURS 3 TIMES.
               10  RPT-B-COUNT        PIC ZZZZZZ9.
               10  FILLER             PIC X(1).
               10  RPT-B-EXPOSURE     PIC Z(10)9.99-.
               10  FILLER             PIC X(1).
               10  RPT-B-UTIL         PIC ZZZ9.9.
               10  FILLER             PIC X(2).

       01  RPT-MIGRATION-HEADING.
           05  FILLER                 PIC X(14)  VALUE
               "PRIOR \ NOW".
           05  FILLER                 PIC X(8)   VALUE "       A".
           05  FILLER                 PIC X(8)   VALUE "       B".
           05  FILLER                 PIC X(8)   VALUE "       C".
           05  FILLER                 PIC X(8)   VALUE "       D".
           05  FILLER                 PIC X(8)   VALUE "  UNGRDD".
           05  FILLER                 PIC X(8)   VALUE "    GONE".

       01  RPT-MIGRATION-LINE.
           05  RPT-M-LABEL            PIC X(14).
           05  RPT-M-COUNT            PIC ZZZZZZZ9 OCCURS 6 TIMES.

       01  RPT-MOVER-HEADING.
           05  FILLER                 PIC X(6)   VALUE "CUST".
           05  FILLER                 PIC X(16)  VALUE
               "   PRIOR BALANCE".
           05  FILLER                 PIC X(16)  VALUE
               " CURRENT BALANCE".
           05  FILLER                 PIC X(16)  VALUE
               "          CHANGE".
           05  FILLER                 PIC X(14)  VALUE
               "  GRADE MOVE".

       01  RPT-MOVER-LINE.
           05  RPT-V-CUST-NUM         PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-V-PRIOR-BALANCE    PIC Z(11)9.99-.
           05  RPT-V-CURRENT-BALANCE  PIC Z(11)9.99-.
           05  RPT-V-CHANGE           PIC Z(11)9.99-.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-V-PRIOR-GRADE      PIC X.
           05  FILLER                 PIC X(4)   VALUE " -> ".
           05  RPT-V-CURRENT-GRADE    PIC X.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           PERFORM INITIALIZE-TABLES
              THRU INITIALIZE-TABLES-EXIT.
           PERFORM SELECT-REPORT-PERIODS
              THRU SELECT-REPORT-PERIODS-EXIT.
           IF NOT HISTORY-WAS-FOUND
              DISPLAY "PORTRPT NO PORTFOLIO HISTORY ON FILE - RUN "
                      "PERDCLSE THROUGH A MONTH CLOSE FIRST"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-REPORT
              THRU OPEN-REPORT-EXIT.
           PERFORM ACCUMULATE-EXPOSURE
              THRU ACCUMULATE-EXPOSURE-EXIT.
           PERFORM MATCH-PRIOR-MONTH
              THRU MATCH-PRIOR-MONTH-EXIT.
           PERFORM WRITE-PERIOD-LINES
              THRU WRITE-PERIOD-LINES-EXIT.
           PERFORM WRITE-EXPOSURE-SECTIONS
              THRU WRITE-EXPOSURE-SECTIONS-EXIT.
           PERFORM WRITE-MIGRATION-SECTION
              THRU WRITE-MIGRATION-SECTION-EXIT.
           PERFORM WRITE-MOVER-SECTION
              THRU WRITE-MOVER-SECTION-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       INITIALIZE-TABLES.
           INITIALIZE BUCKET-TABLE.
           INITIALIZE MIGRATION-TABLE.
           INITIALIZE TOP-MOVER-TABLE.
           INITIALIZE COLUMN-PERIOD-TABLE.
           MOVE "GRADE A"      TO BK-LABEL (1).
           MOVE "GRADE B"      TO BK-LABEL (2).
           MOVE "GRADE C"      TO BK-LABEL (3).
           MOVE "GRADE D"      TO BK-LABEL (4).
           MOVE "UNGRADED"     TO BK-LABEL (5).
           MOVE "OVER LIMIT"   TO BK-LABEL (6).
           MOVE "WARNING"      TO BK-LABEL (7).
           MOVE "UNDER LIMIT"  TO BK-LABEL (8).
           MOVE "UNCLASSIFIED" TO BK-LABEL (9).
           MOVE "PORTFOLIO"    TO BK-LABEL (10).
           MOVE "OTHER CCY"    TO BK-LABEL (31).
       INITIALIZE-TABLES-EXIT. EXIT.
      *****************************************************************
      *
       SELECT-REPORT-PERIODS.
      ***************************************************************
      * THE REPORT MONTH IS THE YYMM NAMED ON THE COMMAND LINE, OR   *
      * ELSE THE MONTH ON THE LAST PORTHIST RECORD - PERDCLSE ONLY   *
      * EVER APPENDS, SO THE LAST RECORD IS THE LATEST MONTH FILED.  *
      * THE PRIOR MONTH AND THE YEAR-AGO MONTH FOLLOW FROM IT.       *
      ***************************************************************
           OPEN INPUT PORTFOLIO-HISTORY-FILE.
           IF NOT PFH-FILE-OK
              GO TO SELECT-REPORT-PERIODS-EXIT
           END-IF.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM FIND-LATEST-PERIOD
              THRU FIND-LATEST-PERIOD-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE PORTFOLIO-HISTORY-FILE.
           IF NOT HISTORY-WAS-FOUND
              GO TO SELECT-REPORT-PERIODS-EXIT
           END-IF.
           ACCEPT RUN-PARM-LINE FROM COMMAND-LINE.
           IF RP-PARM-PERIOD NUMERIC
              MOVE RP-PARM-PERIOD TO REPORT-PERIOD
           END-IF.
           MOVE REPORT-PERIOD TO CP-PERIOD (1).
           MOVE REPORT-PERIOD TO PERIOD-WORK.
           IF PERIOD-WORK-MM = 1
              MOVE 12 TO PERIOD-WORK-MM
              PERFORM BACK-UP-ONE-YEAR
                 THRU BACK-UP-ONE-YEAR-EXIT
           ELSE
              SUBTRACT 1 FROM PERIOD-WORK-MM
           END-IF.
           MOVE PERIOD-WORK TO CP-PERIOD (2).
           MOVE REPORT-PERIOD TO PERIOD-WORK.
           PERFORM BACK-UP-ONE-YEAR
              THRU BACK-UP-ONE-YEAR-EXIT.
           MOVE PERIOD-WORK TO CP-PERIOD (3).
       SELECT-REPORT-PERIODS-EXIT. EXIT.
      *****************************************************************
      *
       FIND-LATEST-PERIOD.
           READ PORTFOLIO-HISTORY-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
               NOT AT END
                  SET HISTORY-WAS-FOUND TO TRUE
                  MOVE PF-PERIOD TO REPORT-PERIOD
           END-READ.
       FIND-LATEST-PERIOD-EXIT. EXIT.
      *****************************************************************
      *
       BACK-UP-ONE-YEAR.
           IF PERIOD-WORK-YY = ZERO
              MOVE 99 TO PERIOD-WORK-YY
           ELSE
              SUBTRACT 1 FROM PERIOD-WORK-YY
           END-IF.
       BACK-UP-ONE-YEAR-EXIT. EXIT.
      *****************************************************************
      *
       ACCUMULATE-EXPOSURE.
      ***************************************************************
      * ONE PASS OF PORTHIST: EVERY RECORD FOR ONE OF THE THREE      *
      * MONTHS IS ROLLED INTO ITS GRADE, SEVERITY, CURRENCY AND      *
      * PORTFOLIO BUCKETS, AND THE PRIOR MONTH'S CUSTOMERS ARE ALSO  *
      * WRITTEN TO THE PORTWORK SCRATCH FILE FOR THE MATCH PASS.     *
      ***************************************************************
           OPEN OUTPUT PRIOR-MONTH-WORK-FILE.
           IF PWF-FILE-OK
              SET WORK-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "PORTRPT: PORTWORK OPEN FAILED, STATUS="
                      PWF-FILE-STATUS " - NO MIGRATION OR MOVERS"
           END-IF.
           OPEN INPUT PORTFOLIO-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM ACCUMULATE-ONE-RECORD
              THRU ACCUMULATE-ONE-RECORD-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE PORTFOLIO-HISTORY-FILE.
           IF WORK-FILE-IS-OPEN
              CLOSE PRIOR-MONTH-WORK-FILE
           END-IF.
       ACCUMULATE-EXPOSURE-EXIT. EXIT.
      *****************************************************************
      *
       ACCUMULATE-ONE-RECORD.
           READ PORTFOLIO-HISTORY-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO ACCUMULATE-ONE-RECORD-EXIT
           END-READ.
           ADD 1 TO RT-RECORDS-READ.
           EVALUATE PF-PERIOD
              WHEN CP-PERIOD (1)
                 MOVE 1 TO RECORD-COLUMN
              WHEN CP-PERIOD (2)
                 MOVE 2 TO RECORD-COLUMN
              WHEN CP-PERIOD (3)
                 MOVE 3 TO RECORD-COLUMN
              WHEN OTHER
                 GO TO ACCUMULATE-ONE-RECORD-EXIT
           END-EVALUATE.
           SET CP-INDX TO RECORD-COLUMN.
           ADD 1 TO CP-RECORD-COUNT (CP-INDX).
           SET BK-COL TO RECORD-COLUMN.

           MOVE PF-RISK-GRADE TO GRADE-WORK.
           PERFORM SET-GRADE-ROW
              THRU SET-GRADE-ROW-EXIT.
           MOVE GRADE-ROW-NUM TO BK-ROW-NUM.
           PERFORM ADD-TO-BUCKET
              THRU ADD-TO-BUCKET-EXIT.
           EVALUATE PF-SEVERITY-CODE
              WHEN "O"
                 MOVE 6 TO BK-ROW-NUM
              WHEN "W"
                 MOVE 7 TO BK-ROW-NUM
              WHEN "U"
                 MOVE 8 TO BK-ROW-NUM
              WHEN OTHER
                 MOVE 9 TO BK-ROW-NUM
           END-EVALUATE.
           PERFORM ADD-TO-BUCKET
              THRU ADD-TO-BUCKET-EXIT.
           MOVE 10 TO BK-ROW-NUM.
           PERFORM ADD-TO-BUCKET
              THRU ADD-TO-BUCKET-EXIT.
           PERFORM FIND-CURRENCY-ROW
              THRU FIND-CURRENCY-ROW-EXIT.
           PERFORM ADD-TO-BUCKET
              THRU ADD-TO-BUCKET-EXIT.

           IF RECORD-COLUMN = 2 AND WORK-FILE-IS-OPEN
              MOVE PF-CUST-NUM TO PW-CUST-NUM
              MOVE PF-RISK-GRADE TO PW-RISK-GRADE
              MOVE PF-BASE-BALANCE TO PW-BASE-BALANCE
              MOVE "N" TO PW-MATCHED
              WRITE PRIOR-MONTH-WORK-RECORD
                  INVALID KEY
                     DISPLAY "PORTRPT DUPLICATE PRIOR-MONTH RECORD "
                             "FOR " PF-CUST-NUM " - FIRST KEPT"
              END-WRITE
           END-IF.
       ACCUMULATE-ONE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       SET-GRADE-ROW.
           EVALUATE GRADE-WORK
              WHEN "A"
                 MOVE 1 TO GRADE-ROW-NUM
              WHEN "B"
                 MOVE 2 TO GRADE-ROW-NUM
              WHEN "C"
                 MOVE 3 TO GRADE-ROW-NUM
              WHEN "D"
                 MOVE 4 TO GRADE-ROW-NUM
              WHEN OTHER
                 MOVE 5 TO GRADE-ROW-NUM
           END-EVALUATE.
       SET-GRADE-ROW-EXIT. EXIT.
      *****************************************************************
      *
       ADD-TO-BUCKET.
           SET BK-INDX TO BK-ROW-NUM.
           ADD 1 TO BK-COUNT (BK-INDX, BK-COL).
           ADD PF-BASE-BALANCE TO BK-BALANCE (BK-INDX, BK-COL).
           ADD PF-BASE-LIMIT TO BK-LIMIT (BK-INDX, BK-COL).
       ADD-TO-BUCKET-EXIT. EXIT.
      *****************************************************************
      *
       FIND-CURRENCY-ROW.
      ***************************************************************
      * FIND OR ADD THE RECORD'S CURRENCY ROW.  PAST TWENTY          *
      * CURRENCIES THE REST SHARE THE "OTHER CCY" ROW.               *
      ***************************************************************
           MOVE "N" TO CURRENCY-FOUND-SWITCH.
           IF BK-CURRENCY-ROWS > ZERO
              SET BK-INDX TO 11
              PERFORM FIND-CURRENCY-ENTRY
                 THRU FIND-CURRENCY-ENTRY-EXIT
                 UNTIL CURRENCY-WAS-FOUND
                    OR BK-INDX > BK-CURRENCY-ROWS + 10
           END-IF.
           IF CURRENCY-WAS-FOUND
              SET BK-ROW-NUM TO BK-INDX
              GO TO FIND-CURRENCY-ROW-EXIT
           END-IF.
           IF BK-CURRENCY-ROWS = 20
              MOVE 31 TO BK-ROW-NUM
              GO TO FIND-CURRENCY-ROW-EXIT
           END-IF.
           ADD 1 TO BK-CURRENCY-ROWS.
           COMPUTE BK-ROW-NUM = BK-CURRENCY-ROWS + 10.
           SET BK-INDX TO BK-ROW-NUM.
           MOVE PF-CURRENCY-CODE TO BK-CURRENCY-CODE (BK-INDX).
           IF PF-CURRENCY-CODE = SPACES
              MOVE "BASE" TO BK-LABEL (BK-INDX)
           ELSE
              MOVE PF-CURRENCY-CODE TO BK-LABEL (BK-INDX)
           END-IF.
       FIND-CURRENCY-ROW-EXIT. EXIT.
      *****************************************************************
      *
       FIND-CURRENCY-ENTRY.
           IF BK-CURRENCY-CODE (BK-INDX) = PF-CURRENCY-CODE
              SET CURRENCY-WAS-FOUND TO TRUE
           ELSE
              SET BK-INDX UP BY 1
           END-IF.
       FIND-CURRENCY-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       MATCH-PRIOR-MONTH.
      ***************************************************************
      * SECOND PASS: MATCH EACH REPORT-MONTH CUSTOMER TO WHERE IT    *
      * STOOD A MONTH EARLIER - GRADE MIGRATION, NEW CUSTOMERS, AND  *
      * THE BALANCE CHANGE FOR THE TOP MOVERS - THEN SWEEP PORTWORK  *
      * FOR PRIOR-MONTH CUSTOMERS NO LONGER ON THE BOOK.             *
      ***************************************************************
           IF NOT WORK-FILE-IS-OPEN
              GO TO MATCH-PRIOR-MONTH-EXIT
           END-IF.
           OPEN I-O PRIOR-MONTH-WORK-FILE.
           OPEN INPUT PORTFOLIO-HISTORY-FILE.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM MATCH-ONE-CUSTOMER
              THRU MATCH-ONE-CUSTOMER-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE PORTFOLIO-HISTORY-FILE.
           CLOSE PRIOR-MONTH-WORK-FILE.

           OPEN INPUT PRIOR-MONTH-WORK-FILE.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM COUNT-ONE-DEPARTED
              THRU COUNT-ONE-DEPARTED-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE PRIOR-MONTH-WORK-FILE.
       MATCH-PRIOR-MONTH-EXIT. EXIT.
      *****************************************************************
      *
       MATCH-ONE-CUSTOMER.
           READ PORTFOLIO-HISTORY-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO MATCH-ONE-CUSTOMER-EXIT
           END-READ.
           IF PF-PERIOD NOT = CP-PERIOD (1)
              GO TO MATCH-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE PF-RISK-GRADE TO GRADE-WORK.
           PERFORM SET-GRADE-ROW
              THRU SET-GRADE-ROW-EXIT.
           MOVE PF-CUST-NUM TO PW-CUST-NUM.
           READ PRIOR-MONTH-WORK-FILE
               INVALID KEY
                  ADD 1 TO RT-CUSTOMERS-NEW
                  SET MG-INDX TO 6
                  SET MG-COL TO GRADE-ROW-NUM
                  ADD 1 TO MG-COUNT (MG-INDX, MG-COL)
                  GO TO MATCH-ONE-CUSTOMER-EXIT
           END-READ.
           IF PW-WAS-MATCHED
              GO TO MATCH-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO RT-CUSTOMERS-MATCHED.
           MOVE GRADE-ROW-NUM TO CURRENT-GRADE-ROW-NUM.
           MOVE PW-RISK-GRADE TO GRADE-WORK.
           PERFORM SET-GRADE-ROW
              THRU SET-GRADE-ROW-EXIT.
           SET MG-INDX TO GRADE-ROW-NUM.
           SET MG-COL TO CURRENT-GRADE-ROW-NUM.
           ADD 1 TO MG-COUNT (MG-INDX, MG-COL).
           MOVE "Y" TO PW-MATCHED.
           REWRITE PRIOR-MONTH-WORK-RECORD.
           COMPUTE MOVER-CHANGE = PF-BASE-BALANCE - PW-BASE-BALANCE.
           PERFORM CONSIDER-TOP-MOVER
              THRU CONSIDER-TOP-MOVER-EXIT.
       MATCH-ONE-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       COUNT-ONE-DEPARTED.
           READ PRIOR-MONTH-WORK-FILE NEXT RECORD
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO COUNT-ONE-DEPARTED-EXIT
           END-READ.
           IF PW-WAS-MATCHED
              GO TO COUNT-ONE-DEPARTED-EXIT
           END-IF.
           ADD 1 TO RT-CUSTOMERS-GONE.
           MOVE PW-RISK-GRADE TO GRADE-WORK.
           PERFORM SET-GRADE-ROW
              THRU SET-GRADE-ROW-EXIT.
           SET MG-INDX TO GRADE-ROW-NUM.
           SET MG-COL TO 6.
           ADD 1 TO MG-COUNT (MG-INDX, MG-COL).
       COUNT-ONE-DEPARTED-EXIT. EXIT.
      *****************************************************************
      *
       CONSIDER-TOP-MOVER.
      ***************************************************************
      * KEEP THE TEN LARGEST CHANGES EITHER WAY, LARGEST FIRST.  A   *
      * NEW CANDIDATE IS SLOTTED IN BY SHIFTING SMALLER ENTRIES DOWN *
      * ONE PLACE; WHAT FALLS OFF THE BOTTOM IS DROPPED.             *
      ***************************************************************
           IF MOVER-CHANGE < ZERO
              COMPUTE MOVER-SIZE = ZERO - MOVER-CHANGE
           ELSE
              MOVE MOVER-CHANGE TO MOVER-SIZE
           END-IF.
           IF MOVER-SIZE = ZERO
              GO TO CONSIDER-TOP-MOVER-EXIT
           END-IF.
           IF TM-MOVER-COUNT = 10
              IF MOVER-SIZE NOT > TM-SIZE (10)
                 GO TO CONSIDER-TOP-MOVER-EXIT
              END-IF
           ELSE
              ADD 1 TO TM-MOVER-COUNT
           END-IF.
           SET TM-INDX TO TM-MOVER-COUNT.
           MOVE "N" TO MOVER-SLOT-SWITCH.
           PERFORM SHIFT-ONE-MOVER-DOWN
              THRU SHIFT-ONE-MOVER-DOWN-EXIT
              UNTIL TM-INDX = 1
                 OR MOVER-SLOT-WAS-FOUND.
           MOVE PF-CUST-NUM TO TM-CUST-NUM (TM-INDX).
           MOVE PW-RISK-GRADE TO TM-PRIOR-GRADE (TM-INDX).
           MOVE PF-RISK-GRADE TO TM-CURRENT-GRADE (TM-INDX).
           MOVE PW-BASE-BALANCE TO TM-PRIOR-BALANCE (TM-INDX).
           MOVE PF-BASE-BALANCE TO TM-CURRENT-BALANCE (TM-INDX).
           MOVE MOVER-CHANGE TO TM-CHANGE (TM-INDX).
           MOVE MOVER-SIZE TO TM-SIZE (TM-INDX).
       CONSIDER-TOP-MOVER-EXIT. EXIT.
      *****************************************************************
      *
       SHIFT-ONE-MOVER-DOWN.
      ***************************************************************
      * THE ENTRY ABOVE AT LEAST AS LARGE MEANS THIS IS THE SLOT;    *
      * OTHERWISE MOVE THAT ENTRY DOWN AND TRY ONE PLACE HIGHER.     *
      ***************************************************************
           IF TM-SIZE (TM-INDX - 1) NOT < MOVER-SIZE
              SET MOVER-SLOT-WAS-FOUND TO TRUE
              GO TO SHIFT-ONE-MOVER-DOWN-EXIT
           END-IF.
           MOVE TM-ENTRY (TM-INDX - 1) TO TM-ENTRY (TM-INDX).
           SET TM-INDX DOWN BY 1.
       SHIFT-ONE-MOVER-DOWN-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-PERIOD-LINES.
           MOVE SPACES TO RPT-PERIOD-LINE.
           MOVE "REPORT MONTH" TO RPT-P-TITLE.
           SET CP-INDX TO 1.
           PERFORM WRITE-ONE-PERIOD-LINE
              THRU WRITE-ONE-PERIOD-LINE-EXIT.
           MOVE "PRIOR MONTH" TO RPT-P-TITLE.
           SET CP-INDX TO 2.
           PERFORM WRITE-ONE-PERIOD-LINE
              THRU WRITE-ONE-PERIOD-LINE-EXIT.
           MOVE "SAME MONTH LAST YEAR" TO RPT-P-TITLE.
           SET CP-INDX TO 3.
           PERFORM WRITE-ONE-PERIOD-LINE
              THRU WRITE-ONE-PERIOD-LINE-EXIT.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
       WRITE-PERIOD-LINES-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-PERIOD-LINE.
           MOVE CP-PERIOD (CP-INDX) TO RPT-P-PERIOD.
           IF CP-RECORD-COUNT (CP-INDX) = ZERO
              MOVE "NOT ON FILE" TO RPT-P-NOTE
           ELSE
              MOVE SPACES TO RPT-P-NOTE
           END-IF.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-PERIOD-LINE.
       WRITE-ONE-PERIOD-LINE-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-EXPOSURE-SECTIONS.
           MOVE "EXPOSURE BY RISK GRADE (BASE CURRENCY)"
                TO PORTFOLIO-REPORT-RECORD.
           PERFORM WRITE-SECTION-HEADINGS
              THRU WRITE-SECTION-HEADINGS-EXIT.
           MOVE 1 TO BK-ROW-NUM.
           MOVE 5 TO BK-LAST-ROW.
           PERFORM WRITE-BUCKET-ROWS
              THRU WRITE-BUCKET-ROWS-EXIT.
           MOVE 10 TO BK-ROW-NUM.
           MOVE 10 TO BK-LAST-ROW.
           PERFORM WRITE-BUCKET-ROWS
              THRU WRITE-BUCKET-ROWS-EXIT.

           MOVE "EXPOSURE BY CURRENCY (BASE CURRENCY)"
                TO PORTFOLIO-REPORT-RECORD.
           PERFORM WRITE-SECTION-HEADINGS
              THRU WRITE-SECTION-HEADINGS-EXIT.
           MOVE 11 TO BK-ROW-NUM.
           COMPUTE BK-LAST-ROW = BK-CURRENCY-ROWS + 10.
           PERFORM WRITE-BUCKET-ROWS
              THRU WRITE-BUCKET-ROWS-EXIT.
           MOVE 31 TO BK-ROW-NUM.
           MOVE 31 TO BK-LAST-ROW.
           SET BK-INDX TO 31.
           IF BK-COUNT (BK-INDX, 1) > ZERO
              OR BK-COUNT (BK-INDX, 2) > ZERO
              OR BK-COUNT (BK-INDX, 3) > ZERO
              PERFORM WRITE-BUCKET-ROWS
                 THRU WRITE-BUCKET-ROWS-EXIT
           END-IF.

           MOVE "EXPOSURE BY SEVERITY CODE (BASE CURRENCY)"
                TO PORTFOLIO-REPORT-RECORD.
           PERFORM WRITE-SECTION-HEADINGS
              THRU WRITE-SECTION-HEADINGS-EXIT.
           MOVE 6 TO BK-ROW-NUM.
           MOVE 9 TO BK-LAST-ROW.
           PERFORM WRITE-BUCKET-ROWS
              THRU WRITE-BUCKET-ROWS-EXIT.
       WRITE-EXPOSURE-SECTIONS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-SECTION-HEADINGS.
      ***************************************************************
      * THE CALLER LEAVES THE SECTION TITLE IN THE REPORT RECORD.    *
      ***************************************************************
           WRITE PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-COLUMN-HEADING-1.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-COLUMN-HEADING-2.
       WRITE-SECTION-HEADINGS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-BUCKET-ROWS.
           SET BK-INDX TO BK-ROW-NUM.
           PERFORM WRITE-ONE-BUCKET-ROW
              THRU WRITE-ONE-BUCKET-ROW-EXIT
              UNTIL BK-INDX > BK-LAST-ROW.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
       WRITE-BUCKET-ROWS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-BUCKET-ROW.
           MOVE SPACES TO RPT-BUCKET-LINE.
           MOVE BK-LABEL (BK-INDX) TO RPT-B-LABEL.
           SET BK-COL TO 1.
           PERFORM EDIT-ONE-BUCKET-COLUMN
              THRU EDIT-ONE-BUCKET-COLUMN-EXIT
              UNTIL BK-COL > 3.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-BUCKET-LINE.
           SET BK-INDX UP BY 1.
       WRITE-ONE-BUCKET-ROW-EXIT. EXIT.
      *****************************************************************
      *
       EDIT-ONE-BUCKET-COLUMN.
      ***************************************************************
      * UTILIZATION IS THE BUCKET'S EXPOSURE AS A PERCENT OF ITS     *
      * TOTAL LIMIT; A BUCKET WITH NO LIMIT SHOWS ZERO.              *
      ***************************************************************
           MOVE ZERO TO UTILIZATION-PERCENT.
           IF BK-LIMIT (BK-INDX, BK-COL) > ZERO
              COMPUTE UTILIZATION-PERCENT ROUNDED =
                      BK-BALANCE (BK-INDX, BK-COL) * 100
                    / BK-LIMIT (BK-INDX, BK-COL)
                  ON SIZE ERROR
                     MOVE 9999.9 TO UTILIZATION-PERCENT
              END-COMPUTE
           END-IF.
           MOVE BK-COUNT (BK-INDX, BK-COL)
                TO RPT-B-COUNT (BK-COL).
           MOVE BK-BALANCE (BK-INDX, BK-COL)
                TO RPT-B-EXPOSURE (BK-COL).
           MOVE UTILIZATION-PERCENT TO RPT-B-UTIL (BK-COL).
           SET BK-COL UP BY 1.
       EDIT-ONE-BUCKET-COLUMN-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-MIGRATION-SECTION.
           MOVE "RISK GRADE MIGRATION FROM THE PRIOR MONTH"
                TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-MIGRATION-HEADING.
           SET MG-INDX TO 1.
           PERFORM WRITE-ONE-MIGRATION-ROW
              THRU WRITE-ONE-MIGRATION-ROW-EXIT
              UNTIL MG-INDX > 6.
           MOVE RT-CUSTOMERS-MATCHED TO SR-RT-CUSTOMERS-MATCHED.
           MOVE RT-CUSTOMERS-NEW TO SR-RT-CUSTOMERS-NEW.
           MOVE RT-CUSTOMERS-GONE TO SR-RT-CUSTOMERS-GONE.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING "CUSTOMERS IN BOTH MONTHS " SR-RT-CUSTOMERS-MATCHED
                  "  NEW " SR-RT-CUSTOMERS-NEW
                  "  GONE " SR-RT-CUSTOMERS-GONE
                  DELIMITED BY SIZE
                  INTO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
       WRITE-MIGRATION-SECTION-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-MIGRATION-ROW.
           IF MG-INDX = 6
              MOVE "NEW" TO RPT-M-LABEL
           ELSE
              SET BK-INDX TO MG-INDX
              MOVE BK-LABEL (BK-INDX) TO RPT-M-LABEL
           END-IF.
           SET MG-COL TO 1.
           PERFORM EDIT-ONE-MIGRATION-COUNT
              THRU EDIT-ONE-MIGRATION-COUNT-EXIT
              UNTIL MG-COL > 6.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-MIGRATION-LINE.
           SET MG-INDX UP BY 1.
       WRITE-ONE-MIGRATION-ROW-EXIT. EXIT.
      *****************************************************************
      *
       EDIT-ONE-MIGRATION-COUNT.
           SET RECORD-COLUMN TO MG-COL.
           MOVE MG-COUNT (MG-INDX, MG-COL)
                TO RPT-M-COUNT (RECORD-COLUMN).
           SET MG-COL UP BY 1.
       EDIT-ONE-MIGRATION-COUNT-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-MOVER-SECTION.
           MOVE "TOP MOVERS BY BALANCE CHANGE SINCE THE PRIOR MONTH"
                TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           IF TM-MOVER-COUNT = ZERO
              MOVE "NONE" TO PORTFOLIO-REPORT-RECORD
              WRITE PORTFOLIO-REPORT-RECORD
              GO TO WRITE-MOVER-SECTION-EXIT
           END-IF.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-MOVER-HEADING.
           SET TM-INDX TO 1.
           PERFORM WRITE-ONE-MOVER
              THRU WRITE-ONE-MOVER-EXIT
              UNTIL TM-INDX > TM-MOVER-COUNT.
       WRITE-MOVER-SECTION-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-MOVER.
           MOVE TM-CUST-NUM (TM-INDX) TO RPT-V-CUST-NUM.
           MOVE TM-PRIOR-BALANCE (TM-INDX) TO RPT-V-PRIOR-BALANCE.
           MOVE TM-CURRENT-BALANCE (TM-INDX) TO RPT-V-CURRENT-BALANCE.
           MOVE TM-CHANGE (TM-INDX) TO RPT-V-CHANGE.
           MOVE TM-PRIOR-GRADE (TM-INDX) TO RPT-V-PRIOR-GRADE.
           MOVE TM-CURRENT-GRADE (TM-INDX) TO RPT-V-CURRENT-GRADE.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-MOVER-LINE.
           SET TM-INDX UP BY 1.
       WRITE-ONE-MOVER-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REPORT.
           OPEN OUTPUT PORTFOLIO-REPORT-FILE.
           ACCEPT RPT-REPORT-DATE FROM DATE.
           MOVE RPT-REPORT-DATE TO RPT-H1-DATE.
           WRITE PORTFOLIO-REPORT-RECORD FROM RPT-HEADING-LINE-1.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE "REPORT MONTH" TO RPT-CH1-TITLE (1).
           MOVE CP-PERIOD (1) TO RPT-CH1-PERIOD (1).
           MOVE "PRIOR MONTH" TO RPT-CH1-TITLE (2).
           MOVE CP-PERIOD (2) TO RPT-CH1-PERIOD (2).
           MOVE "YEAR AGO" TO RPT-CH1-TITLE (3).
           MOVE CP-PERIOD (3) TO RPT-CH1-PERIOD (3).
       OPEN-REPORT-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
           CLOSE PORTFOLIO-REPORT-FILE.
           MOVE RT-RECORDS-READ TO SR-RT-RECORDS-READ.
           DISPLAY "PORTRPT PORTHIST RECORDS READ .... "
                   SR-RT-RECORDS-READ.
           DISPLAY "PORTRPT REPORT MONTH ............. "
                   REPORT-PERIOD.
           DISPLAY "PROGRAM: PORTRPT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

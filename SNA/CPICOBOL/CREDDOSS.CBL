      *          EXCEPTION STATE WITH ITS AGING BUCKET.           *
      *                                                           *
      * INPUT:   REVIEW-LIST-FILE (DOSSLIST), ONE CUST-NUM PER    *
      *          RECORD, NOW WRITTEN BY REVSCHED;                 *
      *          CREDIT-LIMIT-SNAPSHOT-FILE (CLSNAP);             *
      *          CREDIT-LIMIT-HISTORY-FILE (CLHIST), RESCANNED    *
      *          PER CUSTOMER; REVIEW-DUE-FILE (REVDUE) FOR THE   *
      *          COVER SHEET; PERDCTL FOR THE BUSINESS DATE.      *
      *                                                           *
      * OUTPUT:  DOSSIER REPORT (DOSSRPT), ONE PAGE-ALIGNED       *
      *          SECTION PER REVIEWED CUSTOMER.                   *
      *                                                           *
      * 1995-04 JCH  A COVER SHEET FOR A CUSTOMER REVSCHED DID    *
      *              NOT SELECT ON TONIGHT'S BUSINESS DATE (ONE   *
      *              PUT ON THE LIST BY HAND) IS NOW LABELLED AS  *
      *              THE PRIOR REVIEW, WITH ITS DATE, SO AN OLD   *
      *              RECOMMENDATION IS NOT READ AS CURRENT.       *
      * 1995-04 JCH  CLSNAP IS REFUSED UNLESS ITS HEADER RECORD   *
      *              NAMES THE LAYOUT VERSION THIS PROGRAM IS     *
      *              BUILT FOR.                                   *
      * 1995-04 JCH  REVSCHED NOW PICKS THE CUSTOMERS DUE FOR     *
      *              REVIEW.  EACH ONE IT SELECTED GETS A COVER   *
      *              SHEET AHEAD OF ITS DOSSIER SECTION GIVING    *
      *              THE SYSTEM RECOMMENDATION (HOLD, RAISE, OR   *
      *              CUT THE LIMIT) AND THE REASONS BEHIND IT.    *
      * 1995-04 JCH  EACH DOSSIER NOW CARRIES A COLLATERAL        *
      *              SECTION LISTING THE CUSTOMER'S ITEMS ON THE  *
      *              COLLREG REGISTER WITH THEIR EXPIRY AND       *
      *              WHETHER THEY STILL COUNT AGAINST EXPOSURE.   *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT CREDIT-LIMIT-HISTORY-FILE ASSIGN TO "CLHIST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CLH-FILE-STATUS.
           SELECT REVIEW-DUE-FILE    ASSIGN TO "REVDUE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS RD-CUST-NUM
               FILE STATUS    IS RDF-FILE-STATUS.
           SELECT COLLATERAL-FILE    ASSIGN TO "COLLREG"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CL-COLL-KEY
               FILE STATUS    IS CLF-FILE-STATUS.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO "DOSSRPT"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
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

       FD  CREDIT-LIMIT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CREDIT-LIMIT-HISTORY-RECORD.
               88  CLH-REASON-NEW-CUSTOMER        VALUE "N".
               88  CLH-REASON-LIMIT-CHANGED       VALUE "C".

      ***************************************************************
      * REVIEW-DUE-FILE IS REVSCHED'S PER-CUSTOMER REVIEW CALENDAR.  *
      * THE DUE FLAGS SAY WHY THE CUSTOMER WAS LAST SELECTED, AND    *
      * THE RECOMMENDATION AND REASONS GO ON THE COVER SHEET.        *
      ***************************************************************
       FD  REVIEW-DUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-DUE-RECORD.
           05  RD-CUST-NUM             PIC X(4).
           05  RD-LAST-REVIEW-DATE     PIC 9(6).
           05  RD-NEXT-REVIEW-DATE     PIC 9(6).
           05  RD-GRADE-AT-REVIEW      PIC X.
           05  RD-PRIOR-GRADE          PIC X.
           05  RD-RUNS-OVER-AT-REVIEW  PIC 9(3).
           05  RD-DUE-FLAGS.
               10  RD-DUE-INTERVAL     PIC X.
                   88  RD-INTERVAL-ELAPSED        VALUE "Y".
               10  RD-DUE-GRADE        PIC X.
                   88  RD-GRADE-MOVED             VALUE "Y".
               10  RD-DUE-RUNS-OVER    PIC X.
                   88  RD-RUNS-OVER-PASSED        VALUE "Y".
           05  RD-RECOMMENDATION       PIC X.
               88  RD-RECOMMEND-HOLD              VALUE "H".
               88  RD-RECOMMEND-RAISE             VALUE "R".
               88  RD-RECOMMEND-CUT               VALUE "C".
           05  RD-REASON-TEXT          PIC X(40)  OCCURS 3 TIMES.

      ***************************************************************
      * COLLATERAL-FILE IS COLLMNT'S COLLATERAL REGISTER, KEYED BY  *
      * CUST-NUM THEN DOCUMENT REFERENCE.  AN EXPIRY OF ZERO IS A   *
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

       FD  DOSSIER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DOSSIER-REPORT-RECORD       PIC X(132).

      ***************************************************************
      * PERIOD-CONTROL-FILE HOLDS THE OPEN BUSINESS DATE REVSCHED    *
      * DATES ITS REVIEWS WITH.                                      *
      ***************************************************************
       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

       WORKING-STORAGE SECTION.

       01  LST-FILE-STATUS            PIC  X(2)   VALUE SPACES.
       01  SNAPSHOT-FOUND-SWITCH      PIC  X      VALUE "N".
           88  SNAPSHOT-WAS-FOUND                 VALUE "Y".

      **********************************************************
      * CLSNAP LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  THE  *
      * FILE'S HEADER RECORD MUST NAME THE SAME VERSION.       *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC  9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC  X(8)   VALUE "CLSNAPHD".

       01  SNAPSHOT-VERSION-SWITCH    PIC  X      VALUE "N".
           88  SNAPSHOT-VERSION-OK                VALUE "Y".

       01  CLH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLH-FILE-OK                        VALUE "00".

       01  END-OF-HISTORY-SWITCH      PIC  X      VALUE "N".
           88  END-OF-HISTORY                     VALUE "Y".

       01  RDF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RDF-FILE-OK                        VALUE "00".

       01  REVIEW-DUE-FILE-SWITCH     PIC  X      VALUE "N".
           88  REVIEW-DUE-FILE-IS-OPEN            VALUE "Y".

      **********************************************************
      * A COVER SHEET IS CURRENT ONLY WHEN REVSCHED REVIEWED   *
      * THE CUSTOMER ON TONIGHT'S BUSINESS DATE.               *
      **********************************************************
       01  DS-BUSINESS-DATE           PIC  9(6)   VALUE ZERO.

       01  COVER-SHEET-SWITCH         PIC  X      VALUE "N".
           88  COVER-SHEET-IS-CURRENT             VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  CLF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLF-FILE-OK                        VALUE "00".

       01  COLLATERAL-FILE-SWITCH     PIC  X      VALUE "N".
           88  COLLATERAL-FILE-IS-OPEN            VALUE "Y".

       01  END-OF-COLLATERAL-SWITCH   PIC  X      VALUE "N".
           88  END-OF-COLLATERAL                  VALUE "Y".

       01  REVIEW-CUST-NUM            PIC  X(4)   VALUE SPACES.

      **********************************************************
       01  DS-DAYS-OVER               PIC S9(5)  VALUE ZERO.
       01  DS-BUCKET-LABEL            PIC X(8)   VALUE SPACES.

      **********************************************************
      * DS- PER-CUSTOMER COLLATERAL TOTALS, RESET FOR EACH     *
      * CUSTOMER'S COLLREG SCAN.  ONLY ITEMS IN THE CUSTOMER'S *
      * OWN CURRENCY ARE SUMMED; OTHERS ARE LISTED AT FACE.    *
      **********************************************************
       01  DS-COLL-ITEM-COUNT         PIC 9(5)     VALUE ZERO.
       01  DS-COLL-ACTIVE-COUNT       PIC 9(5)     VALUE ZERO.
       01  DS-COLL-ACTIVE-TOTAL       PIC S9(9)V99 VALUE ZERO.

      **********************************************************
      * DC- RUN COUNTERS FOR THE END-OF-RUN SUMMARY.           *
      **********************************************************
           05  DC-CUSTOMERS-REQUESTED  PIC 9(5)   VALUE ZERO.
           05  DC-DOSSIERS-PRINTED     PIC 9(5)   VALUE ZERO.
           05  DC-NOT-ON-SNAPSHOT      PIC 9(5)   VALUE ZERO.
           05  DC-COVER-SHEETS         PIC 9(5)   VALUE ZERO.
           05  DC-COLLATERAL-HELD      PIC 9(5)   VALUE ZERO.

       01  SR-DC-CUSTOMERS-REQUESTED  PIC ZZZZ9.
       01  SR-DC-DOSSIERS-PRINTED     PIC ZZZZ9.
       01  SR-DC-NOT-ON-SNAPSHOT      PIC ZZZZ9.
       01  SR-DC-COVER-SHEETS         PIC ZZZZ9.
       01  SR-DC-COLLATERAL-HELD      PIC ZZZZ9.

       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(38)  VALUE
           05  FILLER                 PIC X(10)  VALUE "CUST-NUM  ".
           05  RPT-C-CUST-NUM         PIC X(4).

       01  RPT-COVER-HEADING-LINE.
           05  FILLER                 PIC X(38)  VALUE
               "CREDDOSS - REVIEW COVER SHEET         ".
           05  RPT-CH-DATE            PIC 9(6).

       01  RPT-COVER-DATES-LINE.
           05  RPT-CD-REVIEW-LABEL    PIC X(15)  VALUE
               "REVIEW DATE    ".
           05  RPT-CD-REVIEW-DATE     PIC 9(6).
           05  FILLER                 PIC X(9)   VALUE SPACES.
           05  FILLER                 PIC X(15)  VALUE
               "NEXT REVIEW    ".
           05  RPT-CD-NEXT-DATE       PIC 9(6).

       01  RPT-COVER-DUE-LINE.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-CU-TEXT            PIC X(40).

       01  RPT-COVER-RECOMMEND-LINE.
           05  RPT-CR-LABEL           PIC X(23)  VALUE
               "SYSTEM RECOMMENDATION  ".
           05  RPT-CR-TEXT            PIC X(16).

       01  RPT-STANDING-LINE-1.
           05  FILLER                 PIC X(15)  VALUE
               "CREDIT LIMIT   ".
           05  FILLER                 PIC X(7)   VALUE "BUCKET ".
           05  RPT-E-BUCKET           PIC X(8).

       01  RPT-COLLATERAL-HEADING-LINE.
           05  FILLER                 PIC X(12)  VALUE "REFERENCE".
           05  FILLER                 PIC X(18)  VALUE "TYPE".
           05  FILLER                 PIC X(13)  VALUE "       AMOUNT".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(5)   VALUE "CUR".
           05  FILLER                 PIC X(10)  VALUE "EXPIRES".
           05  FILLER                 PIC X(7)   VALUE "STATUS".

       01  RPT-COLLATERAL-DETAIL-LINE.
           05  RPT-CL-COLL-REF        PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CL-TYPE            PIC X(16).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CL-AMOUNT          PIC Z(8)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CL-CURRENCY        PIC X(3).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-CL-EXPIRY          PIC X(6).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-CL-STATUS          PIC X(7).

       01  RPT-COLLATERAL-SUMMARY-LINE.
           05  FILLER                 PIC X(8)   VALUE "ACTIVE  ".
           05  RPT-CS-ACTIVE-COUNT    PIC ZZZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(23)  VALUE
               "HELD IN OWN CURRENCY   ".
           05  RPT-CS-ACTIVE-TOTAL    PIC Z(8)9.99-.

       LINKAGE SECTION.

       EJECT
       MAINLINE.

           ACCEPT DS-TODAY-DATE FROM DATE.
           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           PERFORM OPEN-FILES
              THRU OPEN-FILES-EXIT.
           PERFORM READ-REVIEW-LIST-RECORD
           END-IF.
           ADD 1 TO DC-CUSTOMERS-REQUESTED.

           PERFORM WRITE-COVER-SHEET
              THRU WRITE-COVER-SHEET-EXIT.

           MOVE SPACES TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD AFTER ADVANCING PAGE.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-HEADING-LINE-1.
              THRU WRITE-STANDING-SECTION-EXIT.
           PERFORM WRITE-HISTORY-SECTION
              THRU WRITE-HISTORY-SECTION-EXIT.
           PERFORM WRITE-COLLATERAL-SECTION
              THRU WRITE-COLLATERAL-SECTION-EXIT.
           PERFORM WRITE-EXCEPTION-SECTION
              THRU WRITE-EXCEPTION-SECTION-EXIT.
           ADD 1 TO DC-DOSSIERS-PRINTED.
              THRU READ-REVIEW-LIST-RECORD-EXIT.
       BUILD-ONE-DOSSIER-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-COVER-SHEET.
      ***************************************************************
      * A CUSTOMER REVSCHED SELECTED GETS A PAGE OF ITS OWN AHEAD OF *
      * THE DOSSIER: WHY IT CAME UP, THE SYSTEM RECOMMENDATION, AND  *
      * THE REASONS THAT DROVE IT.  A CUSTOMER ADDED TO THE LIST BY  *
      * HAND, OR NEVER YET REVIEWED, GOES STRAIGHT TO ITS DOSSIER.   *
      * ONE ADDED BY HAND THAT WAS REVIEWED ON AN EARLIER NIGHT GETS *
      * ITS LAST COVER SHEET, LABELLED AS THE PRIOR REVIEW.          *
      ***************************************************************
           IF NOT REVIEW-DUE-FILE-IS-OPEN
              GO TO WRITE-COVER-SHEET-EXIT
           END-IF.
           MOVE REVIEW-CUST-NUM TO RD-CUST-NUM.
           READ REVIEW-DUE-FILE
               INVALID KEY
                  GO TO WRITE-COVER-SHEET-EXIT
           END-READ.
           IF RD-RECOMMENDATION = SPACE
              GO TO WRITE-COVER-SHEET-EXIT
           END-IF.
           IF RD-LAST-REVIEW-DATE = DS-BUSINESS-DATE
              SET COVER-SHEET-IS-CURRENT TO TRUE
              MOVE "REVIEW DATE    " TO RPT-CD-REVIEW-LABEL
              MOVE "SYSTEM RECOMMENDATION  " TO RPT-CR-LABEL
           ELSE
              MOVE "N" TO COVER-SHEET-SWITCH
              MOVE "PRIOR REVIEW   " TO RPT-CD-REVIEW-LABEL
              MOVE "PRIOR RECOMMENDATION   " TO RPT-CR-LABEL
           END-IF.

           MOVE SPACES TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD AFTER ADVANCING PAGE.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-HEADING-LINE.
           MOVE REVIEW-CUST-NUM TO RPT-C-CUST-NUM.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-CUSTOMER-LINE.
           MOVE SPACES TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD.
           MOVE RD-LAST-REVIEW-DATE TO RPT-CD-REVIEW-DATE.
           MOVE RD-NEXT-REVIEW-DATE TO RPT-CD-NEXT-DATE.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-DATES-LINE.
           MOVE SPACES TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD.

           IF COVER-SHEET-IS-CURRENT
              PERFORM WRITE-COVER-DUE-REASONS
                 THRU WRITE-COVER-DUE-REASONS-EXIT
           ELSE
              MOVE "NOT SELECTED TONIGHT - FROM THE PRIOR REVIEW"
                   TO DOSSIER-REPORT-RECORD
              WRITE DOSSIER-REPORT-RECORD
           END-IF.
           MOVE SPACES TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD.

           EVALUATE TRUE
              WHEN RD-RECOMMEND-CUT
                 MOVE "CUT THE LIMIT" TO RPT-CR-TEXT
              WHEN RD-RECOMMEND-RAISE
                 MOVE "RAISE THE LIMIT" TO RPT-CR-TEXT
              WHEN OTHER
                 MOVE "HOLD THE LIMIT" TO RPT-CR-TEXT
           END-EVALUATE.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-RECOMMEND-LINE.
           MOVE "DRIVING REASONS" TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD.
           IF RD-REASON-TEXT (1) NOT = SPACES
              MOVE RD-REASON-TEXT (1) TO RPT-CU-TEXT
              WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-DUE-LINE
           END-IF.
           IF RD-REASON-TEXT (2) NOT = SPACES
              MOVE RD-REASON-TEXT (2) TO RPT-CU-TEXT
              WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-DUE-LINE
           END-IF.
           IF RD-REASON-TEXT (3) NOT = SPACES
              MOVE RD-REASON-TEXT (3) TO RPT-CU-TEXT
              WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-DUE-LINE
           END-IF.
           ADD 1 TO DC-COVER-SHEETS.
       WRITE-COVER-SHEET-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-COVER-DUE-REASONS.
      ***************************************************************
      * LIST THE REVIEW TRIGGERS THAT SELECTED THE CUSTOMER TONIGHT. *
      ***************************************************************
           MOVE "SELECTED FOR REVIEW BECAUSE" TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD.
           IF RD-INTERVAL-ELAPSED
              MOVE "REVIEW INTERVAL ELAPSED" TO RPT-CU-TEXT
              WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-DUE-LINE
           END-IF.
           IF RD-GRADE-MOVED
              MOVE "RISK GRADE MOVED SINCE LAST REVIEW"
                   TO RPT-CU-TEXT
              WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-DUE-LINE
           END-IF.
           IF RD-RUNS-OVER-PASSED
              MOVE "RUNS OVER LIMIT PASSED REVIEW THRESHOLD"
                   TO RPT-CU-TEXT
              WRITE DOSSIER-REPORT-RECORD FROM RPT-COVER-DUE-LINE
           END-IF.
       WRITE-COVER-DUE-REASONS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-STANDING-SECTION.
      ***************************************************************
           WRITE DOSSIER-REPORT-RECORD FROM RPT-HISTORY-DETAIL-LINE.
       SCAN-ONE-HISTORY-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-COLLATERAL-SECTION.
      ***************************************************************
      * THE CUSTOMER'S COLLATERAL ON THE COLLREG REGISTER, READ IN  *
      * REFERENCE ORDER.  AN ITEM IS ACTIVE THROUGH ITS EXPIRY DATE *
      * - THE SAME TEST CREDRPT USES WHEN IT OFFSETS EXPOSURE - AND *
      * A ZERO EXPIRY NEVER LAPSES.                                 *
      ***************************************************************
           MOVE "COLLATERAL HELD" TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD.
           MOVE ZERO TO DS-COLL-ITEM-COUNT.
           MOVE ZERO TO DS-COLL-ACTIVE-COUNT.
           MOVE ZERO TO DS-COLL-ACTIVE-TOTAL.
           IF NOT COLLATERAL-FILE-IS-OPEN
              MOVE "NO COLLATERAL REGISTER ON RECORD"
                   TO DOSSIER-REPORT-RECORD
              WRITE DOSSIER-REPORT-RECORD
              GO TO WRITE-COLLATERAL-SECTION-SPACE
           END-IF.
           MOVE "N" TO END-OF-COLLATERAL-SWITCH.
           MOVE REVIEW-CUST-NUM TO CL-CUST-NUM.
           MOVE LOW-VALUES TO CL-COLL-REF.
           START COLLATERAL-FILE
               KEY NOT LESS THAN CL-COLL-KEY
               INVALID KEY
                  SET END-OF-COLLATERAL TO TRUE
           END-START.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-COLLATERAL-HEADING-LINE.
           PERFORM SCAN-ONE-COLLATERAL-RECORD
              THRU SCAN-ONE-COLLATERAL-RECORD-EXIT
              UNTIL END-OF-COLLATERAL.
           IF DS-COLL-ITEM-COUNT = ZERO
              MOVE "NONE ON FILE" TO DOSSIER-REPORT-RECORD
              WRITE DOSSIER-REPORT-RECORD
              GO TO WRITE-COLLATERAL-SECTION-SPACE
           END-IF.
           ADD 1 TO DC-COLLATERAL-HELD.
           MOVE DS-COLL-ACTIVE-COUNT TO RPT-CS-ACTIVE-COUNT.
           MOVE DS-COLL-ACTIVE-TOTAL TO RPT-CS-ACTIVE-TOTAL.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-COLLATERAL-SUMMARY-LINE.

       WRITE-COLLATERAL-SECTION-SPACE.
           MOVE SPACES TO DOSSIER-REPORT-RECORD.
           WRITE DOSSIER-REPORT-RECORD.
       WRITE-COLLATERAL-SECTION-EXIT. EXIT.
      *****************************************************************
      *
       SCAN-ONE-COLLATERAL-RECORD.
           READ COLLATERAL-FILE NEXT RECORD
               AT END
                  SET END-OF-COLLATERAL TO TRUE
                  GO TO SCAN-ONE-COLLATERAL-RECORD-EXIT
           END-READ.
           IF CL-CUST-NUM NOT = REVIEW-CUST-NUM
              SET END-OF-COLLATERAL TO TRUE
              GO TO SCAN-ONE-COLLATERAL-RECORD-EXIT
           END-IF.
           ADD 1 TO DS-COLL-ITEM-COUNT.
           MOVE CL-COLL-REF TO RPT-CL-COLL-REF.
           EVALUATE TRUE
              WHEN CL-TYPE-LETTER-OF-CREDIT
                 MOVE "LETTER OF CREDIT" TO RPT-CL-TYPE
              WHEN CL-TYPE-DEPOSIT
                 MOVE "CASH DEPOSIT" TO RPT-CL-TYPE
              WHEN CL-TYPE-GUARANTEE
                 MOVE "GUARANTEE" TO RPT-CL-TYPE
              WHEN OTHER
                 MOVE "UNKNOWN TYPE" TO RPT-CL-TYPE
           END-EVALUATE.
           MOVE CL-AMOUNT TO RPT-CL-AMOUNT.
           IF CL-CURRENCY-CODE = SPACES
              MOVE "BAS" TO RPT-CL-CURRENCY
           ELSE
              MOVE CL-CURRENCY-CODE TO RPT-CL-CURRENCY
           END-IF.
           IF CL-EXPIRY-DATE = ZERO
              MOVE "NONE" TO RPT-CL-EXPIRY
           ELSE
              MOVE CL-EXPIRY-DATE TO RPT-CL-EXPIRY
           END-IF.
           IF CL-EXPIRY-DATE NOT = ZERO
              AND CL-EXPIRY-DATE < DS-TODAY-DATE
              MOVE "EXPIRED" TO RPT-CL-STATUS
           ELSE
              MOVE "ACTIVE" TO RPT-CL-STATUS
              ADD 1 TO DS-COLL-ACTIVE-COUNT
              IF CL-CURRENCY-CODE = CLS-CURRENCY-CODE
                 ADD CL-AMOUNT TO DS-COLL-ACTIVE-TOTAL
              END-IF
           END-IF.
           WRITE DOSSIER-REPORT-RECORD FROM RPT-COLLATERAL-DETAIL-LINE.
       SCAN-ONE-COLLATERAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-EXCEPTION-SECTION.
      ***************************************************************
           END-IF.
       READ-REVIEW-LIST-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * TAKE TONIGHT'S BUSINESS DATE FROM THE PERIOD CONTROL FILE,   *
      * TO TELL A COVER SHEET REVSCHED JUST WROTE FROM AN OLD ONE.   *
      * NO PERDCTL ON FILE MEANS THE SYSTEM DATE.                    *
      ***************************************************************
           MOVE DS-TODAY-DATE TO DS-BUSINESS-DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE TO DS-BUSINESS-DATE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-FILES.
           OPEN OUTPUT DOSSIER-REPORT-FILE.
           MOVE DS-TODAY-DATE TO RPT-H1-DATE.
           MOVE DS-TODAY-DATE TO RPT-CH-DATE.

           OPEN INPUT REVIEW-LIST-FILE.
           IF LST-FILE-OK
           OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF CLS-FILE-OK
              SET SNAPSHOT-FILE-IS-OPEN TO TRUE
              PERFORM CHECK-SNAPSHOT-VERSION
                 THRU CHECK-SNAPSHOT-VERSION-EXIT
              IF NOT SNAPSHOT-VERSION-OK
                 CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
                 MOVE "N" TO SNAPSHOT-FILE-SWITCH
                 SET END-OF-REVIEW-LIST TO TRUE
              END-IF
           ELSE
              DISPLAY "CREDDOSS: SNAPSHOT FILE OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
              SET END-OF-REVIEW-LIST TO TRUE
           END-IF.

           OPEN INPUT REVIEW-DUE-FILE.
           IF RDF-FILE-OK
              SET REVIEW-DUE-FILE-IS-OPEN TO TRUE
           END-IF.

           OPEN INPUT COLLATERAL-FILE.
           IF CLF-FILE-OK
              SET COLLATERAL-FILE-IS-OPEN TO TRUE
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
              DISPLAY "CREDDOSS: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "CREDDOSS: CLSNAP IS LAYOUT VERSION "
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
           MOVE DC-CUSTOMERS-REQUESTED TO SR-DC-CUSTOMERS-REQUESTED.
           MOVE DC-DOSSIERS-PRINTED TO SR-DC-DOSSIERS-PRINTED.
           MOVE DC-NOT-ON-SNAPSHOT TO SR-DC-NOT-ON-SNAPSHOT.
           MOVE DC-COVER-SHEETS TO SR-DC-COVER-SHEETS.
           MOVE DC-COLLATERAL-HELD TO SR-DC-COLLATERAL-HELD.
           DISPLAY " ".
           DISPLAY "CREDDOSS DOSSIER RUN SUMMARY".
           DISPLAY "CUSTOMERS REQUESTED ........ "
                   SR-DC-DOSSIERS-PRINTED.
           DISPLAY "NOT ON SNAPSHOT ............ "
                   SR-DC-NOT-ON-SNAPSHOT.
           DISPLAY "COVER SHEETS PRINTED ....... "
                   SR-DC-COVER-SHEETS.
           DISPLAY "WITH COLLATERAL ON FILE .... "
                   SR-DC-COLLATERAL-HELD.
           IF REVIEW-LIST-IS-OPEN
              CLOSE REVIEW-LIST-FILE
           END-IF.
           IF SNAPSHOT-FILE-IS-OPEN
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
           END-IF.
           IF REVIEW-DUE-FILE-IS-OPEN
              CLOSE REVIEW-DUE-FILE
           END-IF.
           IF COLLATERAL-FILE-IS-OPEN
              CLOSE COLLATERAL-FILE
           END-IF.
           CLOSE DOSSIER-REPORT-FILE.
           DISPLAY "PROGRAM: CREDDOSS EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.

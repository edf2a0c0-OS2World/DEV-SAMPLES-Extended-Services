      *                                                           *
      * PURPOSE: MAINTAIN THE PERDCTL PERIOD CONTROL FILE THE     *
      *          POSTING PROGRAMS (SALESRPT, PAYAPPLY, CREDRPT)   *
      *          TAKE THEIR BUSINESS DATE FROM.  THREE FORMS:     *
      *            PERDCLSE YYMMDD - ARCHIVE THE CURRENT PERIOD   *
      *                  RECORD TO PERDHIST AS CLOSED AND OPEN    *
      *                  THE NAMED BUSINESS DATE.                 *
      *            PERDCLSE NEXT   - THE SAME, OPENING THE NEXT   *
      *                  BUSINESS DAY ON THE BUSCAL CALENDAR      *
      *                  AFTER THE CURRENT DATE.                  *
      *            PERDCLSE CLOSE  - MARK THE CURRENT PERIOD      *
      *                  CLOSED IN PLACE, SO POSTING IS REFUSED   *
      *                  UNTIL THE NEXT DATE IS OPENED.           *
      *          WHEN A DATE IS OPENED, THE CALENDAR IS ASKED     *
      *          (THROUGH CALROLL) WHETHER A FISCAL MONTH-END     *
      *          WAS PASSED, AND A NEW FISCAL MONTH IS REPORTED.  *
      *          CLOSING A MONTH ALSO FILES A COPY OF EVERY       *
      *          CLSNAP RECORD TO THE PORTHIST PORTFOLIO HISTORY, *
      *          STAMPED WITH THE YEAR AND MONTH OF THE CLOSING   *
      *          BUSINESS DATE AND VALUED IN BASE CURRENCY AT THE *
      *          DAY'S EXCHRATE RATES, FOR THE PORTRPT MONTH-     *
      *          OVER-MONTH REPORT.  WITHOUT A CALENDAR, A NEW    *
      *          CALENDAR MONTH COUNTS AS A MONTH CLOSE.          *
      *                                                           *
      * INPUT:   PERDCTL, THE BUSCAL CALENDAR, THE COMMAND LINE,  *
      *          AND AT A MONTH CLOSE CLSNAP AND EXCHRATE.        *
      *                                                           *
      * OUTPUT:  PERDCTL REWRITTEN; THE CLOSED PERIOD APPENDED    *
      *          TO THE PERDHIST PERIOD HISTORY; AT A MONTH CLOSE *
      *          THE MONTH'S PORTFOLIO APPENDED TO PORTHIST.      *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PHF-FILE-STATUS.
           SELECT CREDIT-LIMIT-SNAPSHOT-FILE ASSIGN TO "CLSNAP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS CLS-CUST-NUM
               FILE STATUS    IS CLS-FILE-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS XRF-FILE-STATUS.
           SELECT PORTFOLIO-HISTORY-FILE ASSIGN TO "PORTHIST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PFH-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  PH-CLOSED-ON-DATE       PIC 9(6).

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
      * EXCHANGE-RATE-FILE IS RATEMNT'S DAILY RATE TABLE: ONE RECORD *
      * PER CURRENCY WITH THE MULTIPLIER TO BASE CURRENCY.           *
      ***************************************************************
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCHANGE-RATE-RECORD.
           05  XR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  XR-RATE-TO-BASE         PIC 9(3)V9(6).
           05  FILLER                  PIC X.
           05  XR-EFFECTIVE-DATE       PIC 9(6).

      ***************************************************************
      * PORTFOLIO-HISTORY-FILE IS THE APPEND-ONLY MONTH-END ARCHIVE  *
      * OF THE CLSNAP SNAPSHOT: ONE RECORD PER CUSTOMER PER MONTH    *
      * CLOSED, THE SNAPSHOT FIELDS AS THEY STOOD, PLUS THE RATE     *
      * USED AND THE BALANCE AND LIMIT IN BASE CURRENCY.  THE BASE   *
      * BALANCE IS THE BALANCE OWED - LIMIT MINUS THE AVAILABLE      *
      * CREDIT THE SNAPSHOT CARRIES - AS CREDRPT REPORTS EXPOSURE.   *
      ***************************************************************
       FD  PORTFOLIO-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PORTFOLIO-HISTORY-RECORD.
           05  PF-PERIOD               PIC 9(4).
           05  FILLER                  PIC X      VALUE SPACES.
           05  PF-CLOSE-DATE           PIC 9(6).
           05  FILLER                  PIC X      VALUE SPACES.
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
           05  FILLER                  PIC X      VALUE SPACES.
           05  PF-RATE-TO-BASE         PIC 9(3)V9(6).
           05  FILLER                  PIC X      VALUE SPACES.
           05  PF-BASE-BALANCE         PIC S9(9)V99.
           05  FILLER                  PIC X      VALUE SPACES.
           05  PF-BASE-LIMIT           PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.

       01  CLOSE-RUN-DATE             PIC  9(6)   VALUE ZERO.

       01  NEW-BUSINESS-DATE          PIC  9(6)   VALUE ZERO.

      ***************************************************************
      * THE CALENDAR MONTH OF THE OLD AND NEW BUSINESS DATES, FOR    *
      * THE MONTH-CLOSE TEST WHEN NO CALENDAR COVERS THE ROLL.       *
      ***************************************************************
       01  SAVED-DATE-FIELDS.
           05  SAVED-DATE-YYMM        PIC 9(4).
           05  FILLER                 PIC 9(2).
       01  NEW-DATE-FIELDS.
           05  NEW-DATE-YYMM          PIC 9(4).
           05  FILLER                 PIC 9(2).

      ***************************************************************
      * MONTH-END PORTFOLIO ARCHIVE WORK FIELDS.                     *
      ***************************************************************
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

       01  PFH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PFH-FILE-OK                        VALUE "00".
           88  PFH-FILE-NOT-FOUND                 VALUE "35".

       01  END-OF-FILE-SWITCH         PIC  X      VALUE "N".
           88  END-OF-CURRENT-FILE                VALUE "Y".

       01  PERIOD-ARCHIVED-SWITCH     PIC  X      VALUE "N".
           88  PERIOD-ALREADY-ARCHIVED            VALUE "Y".

       01  ARCHIVE-PERIOD             PIC  9(4)   VALUE ZERO.
       01  ARCHIVE-COUNT              PIC  9(7)   VALUE ZERO.
       01  SR-ARCHIVE-COUNT           PIC  ZZZZZZ9.
       01  MISSING-RATE-COUNT         PIC  9(5)   VALUE ZERO.
       01  SR-MISSING-RATE-COUNT      PIC  ZZZZ9.

      ***************************************************************
      * XRT- THE DAY'S EXCHANGE RATES, LOADED ONCE.  THE BASE        *
      * CURRENCY (SPACES) NEEDS NO ENTRY AND CONVERTS AT RATE 1.     *
      ***************************************************************
       01  XRT-RATE-COUNT             PIC  9(2)   VALUE ZERO.
       01  EXCHANGE-RATE-TABLE.
           05  XRT-ENTRY OCCURS 20 TIMES
                         INDEXED BY XRT-INDX.
               10  XRT-CURRENCY-CODE   PIC X(3).
               10  XRT-RATE-TO-BASE    PIC 9(3)V9(6).

       01  RATE-FOUND-SWITCH          PIC  X      VALUE "N".
           88  RATE-WAS-FOUND                     VALUE "Y".

       01  CURRENT-RATE-TO-BASE       PIC  9(3)V9(6) VALUE 1.

      ***************************************************************
      * CALROLL CALL ARGUMENTS - THE NEXT BUSINESS DAY ON THE        *
      * CALENDAR AND WHETHER IT BEGINS A NEW FISCAL MONTH.           *
      ***************************************************************
       01  CD-POLICY-NAME             PIC  X(8)   VALUE "PERIOD  ".
       01  CD-FROM-DATE               PIC  9(6)   VALUE ZERO.
       01  CD-TO-DATE                 PIC  9(6)   VALUE ZERO.
       01  CD-DAY-COUNT               PIC S9(5)   VALUE ZERO.
       01  CD-RESULT                  PIC  X      VALUE SPACE.
           88  CD-NEW-FISCAL-MONTH                VALUE "N".
           88  CD-NO-CALENDAR                     VALUE "X".

       LINKAGE SECTION.

       EJECT
              WHEN RP-PARM-VALUE = "CLOSE"
                 PERFORM CLOSE-PERIOD-IN-PLACE
                    THRU CLOSE-PERIOD-IN-PLACE-EXIT
              WHEN RP-PARM-VALUE = "NEXT"
                 PERFORM FIND-NEXT-BUSINESS-DATE
                    THRU FIND-NEXT-BUSINESS-DATE-EXIT
              WHEN RP-DATE-VALUE NUMERIC
                 AND RP-DATE-VALUE > ZERO
                 MOVE RP-DATE-VALUE TO NEW-BUSINESS-DATE
                 PERFORM ROLL-PERIOD-FORWARD
                    THRU ROLL-PERIOD-FORWARD-EXIT
              WHEN OTHER
                 DISPLAY "PERDCLSE USAGE: PERDCLSE YYMMDD TO CLOSE "
                         "AND OPEN THE NAMED DATE,"
                 DISPLAY "            OR: PERDCLSE NEXT TO CLOSE "
                         "AND OPEN THE NEXT BUSINESS DAY,"
                 DISPLAY "            OR: PERDCLSE CLOSE TO CLOSE "
                         "THE PERIOD IN PLACE"
                 MOVE 1 TO RETURN-CODE
                   " MARKED CLOSED".
       CLOSE-PERIOD-IN-PLACE-EXIT. EXIT.
      *****************************************************************
      *
       FIND-NEXT-BUSINESS-DATE.
      ***************************************************************
      * ASK CALROLL FOR THE NEXT BUSINESS DAY AFTER THE CURRENT      *
      * DATE, THEN ROLL TO IT.  WITHOUT A CALENDAR COVERING THE      *
      * CURRENT DATE THE OPERATOR MUST NAME THE DATE.                *
      ***************************************************************
           IF NOT CONTROL-WAS-FOUND
              DISPLAY "PERDCLSE NO PERIOD CONTROL ON FILE - OPEN A "
                      "BUSINESS DATE FIRST"
              MOVE 1 TO RETURN-CODE
              GO TO FIND-NEXT-BUSINESS-DATE-EXIT
           END-IF.
           MOVE SAVED-BUSINESS-DATE TO CD-FROM-DATE.
           MOVE ZERO TO CD-TO-DATE.
           CALL "CALROLL" USING CD-POLICY-NAME
                                CD-FROM-DATE
                                CD-TO-DATE
                                CD-DAY-COUNT
                                CD-RESULT.
           IF CD-NO-CALENDAR
              DISPLAY "PERDCLSE NO BUSINESS CALENDAR COVERS "
                      SAVED-BUSINESS-DATE " - NAME THE DATE TO OPEN"
              MOVE 1 TO RETURN-CODE
              GO TO FIND-NEXT-BUSINESS-DATE-EXIT
           END-IF.
           MOVE CD-TO-DATE TO NEW-BUSINESS-DATE.
           PERFORM ROLL-PERIOD-FORWARD
              THRU ROLL-PERIOD-FORWARD-EXIT.
       FIND-NEXT-BUSINESS-DATE-EXIT. EXIT.
      *****************************************************************
      *
       ROLL-PERIOD-FORWARD.
      ***************************************************************
      * ARCHIVE THE CURRENT PERIOD TO THE HISTORY AS CLOSED, THEN    *
      * OPEN THE NEW BUSINESS DATE, REPORTING A NEW FISCAL MONTH     *
      * WHEN A FISCAL MONTH-END FELL ON THE OLD DATE OR A DAY        *
      * ROLLED OVER.                                                 *
      ***************************************************************
           IF CONTROL-WAS-FOUND
              PERFORM ARCHIVE-CLOSED-PERIOD
                 THRU ARCHIVE-CLOSED-PERIOD-EXIT
              MOVE SAVED-BUSINESS-DATE TO CD-FROM-DATE
              MOVE NEW-BUSINESS-DATE TO CD-TO-DATE
              CALL "CALROLL" USING CD-POLICY-NAME
                                   CD-FROM-DATE
                                   CD-TO-DATE
                                   CD-DAY-COUNT
                                   CD-RESULT
           END-IF.
           OPEN OUTPUT PERIOD-CONTROL-FILE.
           MOVE SPACES TO PERIOD-CONTROL-RECORD.
           MOVE NEW-BUSINESS-DATE TO PC-BUSINESS-DATE.
           SET PC-PERIOD-OPEN TO TRUE.
           WRITE PERIOD-CONTROL-RECORD.
           CLOSE PERIOD-CONTROL-FILE.
           DISPLAY "PERDCLSE BUSINESS DATE " NEW-BUSINESS-DATE
                   " NOW OPEN".
           IF CD-NEW-FISCAL-MONTH
              DISPLAY "PERDCLSE BUSINESS DATE " NEW-BUSINESS-DATE
                      " BEGINS A NEW FISCAL MONTH"
           END-IF.
           IF NOT CONTROL-WAS-FOUND
              GO TO ROLL-PERIOD-FORWARD-EXIT
           END-IF.
           MOVE SAVED-BUSINESS-DATE TO SAVED-DATE-FIELDS.
           MOVE NEW-BUSINESS-DATE TO NEW-DATE-FIELDS.
           IF CD-NEW-FISCAL-MONTH
              OR (CD-NO-CALENDAR
                  AND NEW-DATE-YYMM NOT = SAVED-DATE-YYMM)
              PERFORM ARCHIVE-MONTH-PORTFOLIO
                 THRU ARCHIVE-MONTH-PORTFOLIO-EXIT
           END-IF.
       ROLL-PERIOD-FORWARD-EXIT. EXIT.
      *****************************************************************
      *
       ARCHIVE-MONTH-PORTFOLIO.
      ***************************************************************
      * FILE THE CLOSING MONTH'S CLSNAP TO PORTHIST.  A MONTH        *
      * ALREADY ON PORTHIST IS NOT FILED TWICE (A DATE RE-OPENED AND *
      * ROLLED AGAIN), AND A MISSING SNAPSHOT IS REPORTED BUT DOES   *
      * NOT UNDO THE ROLL THAT HAS ALREADY HAPPENED.                 *
      ***************************************************************
           MOVE SAVED-DATE-YYMM TO ARCHIVE-PERIOD.
           PERFORM CHECK-PERIOD-ARCHIVED
              THRU CHECK-PERIOD-ARCHIVED-EXIT.
           IF PERIOD-ALREADY-ARCHIVED
              DISPLAY "PERDCLSE PORTFOLIO FOR " ARCHIVE-PERIOD
                      " ALREADY ON PORTHIST - NOT FILED AGAIN"
              GO TO ARCHIVE-MONTH-PORTFOLIO-EXIT
           END-IF.
           OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF NOT CLS-FILE-OK
              DISPLAY "**PERDCLSE NO CLSNAP SNAPSHOT, STATUS="
                      CLS-FILE-STATUS " - PORTFOLIO FOR "
                      ARCHIVE-PERIOD " NOT FILED**"
              GO TO ARCHIVE-MONTH-PORTFOLIO-EXIT
           END-IF.
           PERFORM CHECK-SNAPSHOT-VERSION
              THRU CHECK-SNAPSHOT-VERSION-EXIT.
           IF NOT SNAPSHOT-VERSION-OK
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
              DISPLAY "**PERDCLSE PORTFOLIO FOR " ARCHIVE-PERIOD
                      " NOT FILED**"
              GO TO ARCHIVE-MONTH-PORTFOLIO-EXIT
           END-IF.
           PERFORM LOAD-EXCHANGE-RATES
              THRU LOAD-EXCHANGE-RATES-EXIT.
           OPEN EXTEND PORTFOLIO-HISTORY-FILE.
           IF PFH-FILE-NOT-FOUND
              OPEN OUTPUT PORTFOLIO-HISTORY-FILE
           END-IF.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM ARCHIVE-ONE-SNAPSHOT
              THRU ARCHIVE-ONE-SNAPSHOT-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE PORTFOLIO-HISTORY-FILE.
           CLOSE CREDIT-LIMIT-SNAPSHOT-FILE.
           MOVE ARCHIVE-COUNT TO SR-ARCHIVE-COUNT.
           DISPLAY "PERDCLSE PORTFOLIO FOR " ARCHIVE-PERIOD
                   " FILED TO PORTHIST: " SR-ARCHIVE-COUNT
                   " CUSTOMERS".
           IF MISSING-RATE-COUNT > ZERO
              MOVE MISSING-RATE-COUNT TO SR-MISSING-RATE-COUNT
              DISPLAY "PERDCLSE " SR-MISSING-RATE-COUNT
                      " CUSTOMERS FILED AT RATE 1 - NO RATE ON FILE"
           END-IF.
       ARCHIVE-MONTH-PORTFOLIO-EXIT. EXIT.
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
              DISPLAY "PERDCLSE CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "PERDCLSE CLSNAP IS LAYOUT VERSION "
                      CLS-HDR-LAYOUT-VERSION ", BUILT FOR "
                      CLS-BUILT-FOR-VERSION " - FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-PERIOD-ARCHIVED.
           MOVE "N" TO PERIOD-ARCHIVED-SWITCH.
           OPEN INPUT PORTFOLIO-HISTORY-FILE.
           IF NOT PFH-FILE-OK
              GO TO CHECK-PERIOD-ARCHIVED-EXIT
           END-IF.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM SCAN-ONE-PORTFOLIO-RECORD
              THRU SCAN-ONE-PORTFOLIO-RECORD-EXIT
              UNTIL END-OF-CURRENT-FILE
                 OR PERIOD-ALREADY-ARCHIVED.
           CLOSE PORTFOLIO-HISTORY-FILE.
       CHECK-PERIOD-ARCHIVED-EXIT. EXIT.
      *****************************************************************
      *
       SCAN-ONE-PORTFOLIO-RECORD.
           READ PORTFOLIO-HISTORY-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
               NOT AT END
                  IF PF-PERIOD = ARCHIVE-PERIOD
                     SET PERIOD-ALREADY-ARCHIVED TO TRUE
                  END-IF
           END-READ.
       SCAN-ONE-PORTFOLIO-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       ARCHIVE-ONE-SNAPSHOT.
           READ CREDIT-LIMIT-SNAPSHOT-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO ARCHIVE-ONE-SNAPSHOT-EXIT
           END-READ.
           PERFORM LOOKUP-EXCHANGE-RATE
              THRU LOOKUP-EXCHANGE-RATE-EXIT.
           MOVE SPACES TO PORTFOLIO-HISTORY-RECORD.
           MOVE ARCHIVE-PERIOD TO PF-PERIOD.
           MOVE SAVED-BUSINESS-DATE TO PF-CLOSE-DATE.
           MOVE CREDIT-LIMIT-SNAPSHOT-RECORD TO PF-SNAPSHOT.
           MOVE CURRENT-RATE-TO-BASE TO PF-RATE-TO-BASE.
           COMPUTE PF-BASE-BALANCE ROUNDED =
                   (CLS-CREDIT-LIMIT - CLS-CREDIT-BALANCE)
                 * CURRENT-RATE-TO-BASE.
           COMPUTE PF-BASE-LIMIT ROUNDED =
                   CLS-CREDIT-LIMIT * CURRENT-RATE-TO-BASE.
           WRITE PORTFOLIO-HISTORY-RECORD.
           ADD 1 TO ARCHIVE-COUNT.
       ARCHIVE-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-EXCHANGE-RATES.
      ***************************************************************
      * NO RATE FILE MEANS A SINGLE-CURRENCY BOOK: EVERY CUSTOMER IS *
      * FILED AT RATE 1, AS CREDRPT REPORTS THEM.                    *
      ***************************************************************
           MOVE ZERO TO XRT-RATE-COUNT.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF NOT XRF-FILE-OK
              DISPLAY "PERDCLSE NO EXCHANGE RATE FILE - ALL "
                      "CURRENCIES AT RATE 1"
              GO TO LOAD-EXCHANGE-RATES-EXIT
           END-IF.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM LOAD-ONE-EXCHANGE-RATE
              THRU LOAD-ONE-EXCHANGE-RATE-EXIT
              UNTIL END-OF-CURRENT-FILE
                 OR XRT-RATE-COUNT = 20.
           CLOSE EXCHANGE-RATE-FILE.
       LOAD-EXCHANGE-RATES-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-EXCHANGE-RATE.
           READ EXCHANGE-RATE-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
               NOT AT END
                  IF XR-RATE-TO-BASE NUMERIC
                     AND XR-RATE-TO-BASE > ZERO
                     ADD 1 TO XRT-RATE-COUNT
                     SET XRT-INDX TO XRT-RATE-COUNT
                     MOVE XR-CURRENCY-CODE
                          TO XRT-CURRENCY-CODE (XRT-INDX)
                     MOVE XR-RATE-TO-BASE
                          TO XRT-RATE-TO-BASE (XRT-INDX)
                  END-IF
           END-READ.
       LOAD-ONE-EXCHANGE-RATE-EXIT. EXIT.
      *****************************************************************
      *
       LOOKUP-EXCHANGE-RATE.
           MOVE 1 TO CURRENT-RATE-TO-BASE.
           IF CLS-CURRENCY-CODE = SPACES
              GO TO LOOKUP-EXCHANGE-RATE-EXIT
           END-IF.
           MOVE "N" TO RATE-FOUND-SWITCH.
           SET XRT-INDX TO 1.
           IF XRT-RATE-COUNT > ZERO
              PERFORM FIND-RATE-ENTRY
                 THRU FIND-RATE-ENTRY-EXIT
                 UNTIL RATE-WAS-FOUND
                    OR XRT-INDX > XRT-RATE-COUNT
           END-IF.
           IF NOT RATE-WAS-FOUND
              ADD 1 TO MISSING-RATE-COUNT
           END-IF.
       LOOKUP-EXCHANGE-RATE-EXIT. EXIT.
      *****************************************************************
      *
       FIND-RATE-ENTRY.
           IF XRT-CURRENCY-CODE (XRT-INDX) = CLS-CURRENCY-CODE
              MOVE XRT-RATE-TO-BASE (XRT-INDX) TO CURRENT-RATE-TO-BASE
              SET RATE-WAS-FOUND TO TRUE
           ELSE
              SET XRT-INDX UP BY 1
           END-IF.
       FIND-RATE-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       ARCHIVE-CLOSED-PERIOD.
           OPEN EXTEND PERIOD-HISTORY-FILE.

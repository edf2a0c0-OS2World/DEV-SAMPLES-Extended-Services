       IDENTIFICATION DIVISION.
       PROGRAM-ID.        REVSCHED.
      *************************************************************
      * THIS IS THE REVSCHED PROGRAM THAT DECIDES WHICH CUSTOMERS *
      * ARE DUE FOR A PERIODIC CREDIT REVIEW AND WRITES THE       *
      * CREDDOSS REVIEW LIST (DOSSLIST), SO NOBODY TYPES IT BY    *
      * HAND AND NO CUSTOMER GOES YEARS WITHOUT A REVIEW.         *
      *                                                           *
      * PURPOSE: SWEEP THE CLSNAP SNAPSHOT AND SELECT EVERY       *
      *          CUSTOMER DUE FOR REVIEW:                         *
      *            - THE LATER OF THE LAST CLHIST LIMIT CHANGE    *
      *              AND THE LAST REVIEW IS OLDER THAN THE POLICY *
      *              INTERVAL FOR THE CUSTOMER'S TIER,            *
      *            - THE RISK GRADE HAS MOVED SINCE THE LAST      *
      *              REVIEW, OR                                   *
      *            - CLS-RUNS-OVER-COUNT HAS PASSED THE POLICY    *
      *              THRESHOLD SINCE THE LAST REVIEW.             *
      *          EACH SELECTED CUSTOMER ALSO GETS A SYSTEM        *
      *          RECOMMENDATION - HOLD, RAISE, OR CUT THE LIMIT - *
      *          WITH THE REASONS THAT DROVE IT, WHICH CREDDOSS   *
      *          PRINTS ON A COVER SHEET AHEAD OF THE DOSSIER.    *
      *                                                           *
      * INPUT:   CREDIT-LIMIT-SNAPSHOT-FILE (CLSNAP), CREDIT-     *
      *          LIMIT-HISTORY-FILE (CLHIST), THE CHGOFF CHARGED- *
      *          OFF REGISTER (THOSE ACCOUNTS ARE NOT REVIEWED),  *
      *          THE REVPARM POLICY RECORD, AND PERDCTL FOR THE   *
      *          BUSINESS DATE.                                   *
      *                                                           *
      * OUTPUT:  REVIEW-LIST-FILE (DOSSLIST) FOR CREDDOSS, AND    *
      *          THE REVIEW-DUE FILE (REVDUE), ONE RECORD PER     *
      *          CUSTOMER HOLDING THE LAST REVIEW, THE NEXT       *
      *          REVIEW DATE, THE STANDING AT THE LAST REVIEW,    *
      *          AND THE LATEST RECOMMENDATION.                   *
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
           SELECT CREDIT-LIMIT-HISTORY-FILE ASSIGN TO "CLHIST"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CLH-FILE-STATUS.
           SELECT REVIEW-DUE-FILE    ASSIGN TO "REVDUE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS RD-CUST-NUM
               FILE STATUS    IS RDF-FILE-STATUS.
           SELECT CHARGED-OFF-FILE   ASSIGN TO "CHGOFF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CO-CUST-NUM
               FILE STATUS    IS COF-FILE-STATUS.
           SELECT REVIEW-PARM-FILE   ASSIGN TO "REVPARM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RVP-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT REVIEW-LIST-FILE   ASSIGN TO "DOSSLIST"
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
               88  CLH-REASON-NEW-CUSTOMER        VALUE "N".
               88  CLH-REASON-LIMIT-CHANGED       VALUE "C".

      ***************************************************************
      * REVIEW-DUE-FILE HOLDS ONE RECORD PER CUSTOMER: WHEN IT WAS   *
      * LAST PUT BEFORE THE COMMITTEE AND WHEN IT IS NEXT DUE, THE   *
      * RISK GRADE AND RUNS-OVER COUNT IT STOOD AT THEN (SO A MOVE   *
      * SINCE CAN BE SEEN), WHY IT WAS LAST SELECTED, AND THE        *
      * SYSTEM RECOMMENDATION CREDDOSS PRINTS ON THE COVER SHEET.    *
      * A CUSTOMER NEVER YET REVIEWED CARRIES A ZERO LAST-REVIEW     *
      * DATE AND A BLANK RECOMMENDATION.                             *
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
      * CHARGED-OFF-FILE IS WRTOFF'S REGISTER OF ACCOUNTS WRITTEN    *
      * OFF AS BAD DEBT - THE AGENCY'S NOW, NOT THE COMMITTEE'S.     *
      * ONLY ITS KEY IS USED HERE.                                   *
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
      * REVIEW-PARM-FILE TUNES THE POLICY WITHOUT A RECOMPILE: THE   *
      * REVIEW INTERVAL IN MONTHS FOR EACH TIER (CREDIT-FLAG "0" AND *
      * "1") AND THE RUNS-OVER COUNT THAT FORCES A REVIEW.  ABSENT   *
      * OR ZERO FIELDS KEEP THE COMPILED DEFAULTS.                   *
      ***************************************************************
       FD  REVIEW-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-PARM-RECORD.
           05  RV-TIER-0-MONTHS        PIC 9(2).
           05  FILLER                  PIC X.
           05  RV-TIER-1-MONTHS        PIC 9(2).
           05  FILLER                  PIC X.
           05  RV-RUNS-OVER-LIMIT      PIC 9(3).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

       FD  REVIEW-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-LIST-RECORD         PIC X(4).

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

       01  CLH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLH-FILE-OK                        VALUE "00".

       01  END-OF-HISTORY-SWITCH      PIC  X      VALUE "N".
           88  END-OF-HISTORY                     VALUE "Y".

       01  RDF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RDF-FILE-OK                        VALUE "00".
           88  RDF-FILE-NOT-FOUND                 VALUE "35".

       01  REVIEW-DUE-FILE-SWITCH     PIC  X      VALUE "N".
           88  REVIEW-DUE-FILE-IS-OPEN            VALUE "Y".

       01  REVIEW-FOUND-SWITCH        PIC  X      VALUE "N".
           88  REVIEW-WAS-FOUND                   VALUE "Y".

       01  COF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  COF-FILE-OK                        VALUE "00".

       01  CHARGED-OFF-FILE-SWITCH    PIC  X      VALUE "N".
           88  CHARGED-OFF-FILE-IS-OPEN           VALUE "Y".

       01  RVP-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RVP-FILE-OK                        VALUE "00".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  REVIEW-DUE-SWITCH          PIC  X      VALUE "N".
           88  REVIEW-IS-DUE                      VALUE "Y".

      **********************************************************
      * REVIEW POLICY: MONTHS BETWEEN REVIEWS BY TIER AND THE  *
      * RUNS-OVER COUNT THAT FORCES ONE.  THE LARGER TIER "1"  *
      * CEILING CARRIES THE MORE FREQUENT REVIEW.  REVPARM     *
      * OVERRIDES ALL THREE.                                   *
      **********************************************************
       01  TIER-0-INTERVAL-MONTHS     PIC  9(2)   VALUE 12.
       01  TIER-1-INTERVAL-MONTHS     PIC  9(2)   VALUE 06.
       01  RUNS-OVER-REVIEW-LIMIT     PIC  9(3)   VALUE 3.

      **********************************************************
      * RECOMMENDATION POLICY: A LIMIT IS PROPOSED FOR A RAISE *
      * AT OR ABOVE THIS MUCH OF IT IN USE WITH A CLEAN        *
      * RECORD, AND FOR A CUT WHEN OVER LIMIT THIS MANY DAYS.  *
      **********************************************************
       01  RAISE-USE-PCT              PIC  9(3)   VALUE 70.
       01  CUT-DAYS-OVER              PIC  9(3)   VALUE 60.

      **********************************************************
      * LC- TABLE HOLDS EACH CUSTOMER'S LATEST CLHIST CHANGE   *
      * DATE, GATHERED IN ONE PASS OF THE FLAT HISTORY LOG.    *
      **********************************************************
       01  LC-CUSTOMER-COUNT          PIC  9(4)   VALUE ZERO.
       01  LC-TABLE-FULL-SWITCH       PIC  X      VALUE "N".
           88  LC-TABLE-IS-FULL                   VALUE "Y".
       01  LAST-CHANGE-TABLE.
           05  LC-ENTRY OCCURS 2000 TIMES
                        INDEXED BY LC-INDX.
               10  LC-CUST-NUM         PIC X(4).
               10  LC-LAST-CHANGE-DATE PIC 9(6).

       01  LC-FOUND-SWITCH            PIC  X      VALUE "N".
           88  LC-ENTRY-WAS-FOUND                 VALUE "Y".

      **********************************************************
      * RV- WORK FIELDS FOR THE CUSTOMER IN HAND.  THE NEXT    *
      * REVIEW DATE IS THE BASE DATE MOVED ON BY WHOLE MONTHS. *
      **********************************************************
       01  RV-TODAY-DATE              PIC 9(6)   VALUE ZERO.
       01  RV-TODAY-PARTS REDEFINES RV-TODAY-DATE.
           05  RV-TODAY-YY             PIC 9(2).
           05  RV-TODAY-MM             PIC 9(2).
           05  RV-TODAY-DD             PIC 9(2).

       01  RV-BASE-DATE               PIC 9(6)   VALUE ZERO.

       01  RV-NEXT-DATE               PIC 9(6)   VALUE ZERO.
       01  RV-NEXT-PARTS REDEFINES RV-NEXT-DATE.
           05  RV-NEXT-YY              PIC 9(2).
           05  RV-NEXT-MM              PIC 9(2).
           05  RV-NEXT-DD              PIC 9(2).

       01  RV-FIRST-DATE              PIC 9(6)   VALUE ZERO.
       01  RV-FIRST-PARTS REDEFINES RV-FIRST-DATE.
           05  RV-FIRST-YY             PIC 9(2).
           05  RV-FIRST-MM             PIC 9(2).
           05  RV-FIRST-DD             PIC 9(2).

       01  RV-INTERVAL-MONTHS         PIC 9(2)   VALUE ZERO.
       01  RV-MONTH-NUMBER            PIC 9(5)   VALUE ZERO.
       01  RV-DAYS-OVER               PIC S9(5)  VALUE ZERO.
       01  RV-BALANCE-OWED            PIC S9(8)V99 VALUE ZERO.
       01  RV-PCT-USED                PIC S9(5)V99 VALUE ZERO.
       01  RV-REASON-COUNT            PIC 9      VALUE ZERO.
       01  RV-REASON-WORK             PIC X(40)  VALUE SPACES.
       01  RV-CUT-SWITCH              PIC X      VALUE "N".
           88  RV-CUT-INDICATED                  VALUE "Y".

       01  RV-GRADE-MOVE-TEXT.
           05  FILLER                 PIC X(23)  VALUE
               "RISK GRADE WORSENED    ".
           05  RV-GM-FROM             PIC X.
           05  FILLER                 PIC X(4)   VALUE " TO ".
           05  RV-GM-TO               PIC X.

       01  RV-GRADE-IMPROVE-TEXT.
           05  FILLER                 PIC X(23)  VALUE
               "RISK GRADE IMPROVED    ".
           05  RV-GI-FROM             PIC X.
           05  FILLER                 PIC X(4)   VALUE " TO ".
           05  RV-GI-TO               PIC X.

      **********************************************************
      * RC- RUN COUNTERS FOR THE END-OF-RUN SUMMARY.           *
      **********************************************************
       01  REVIEW-RUN-COUNTERS.
           05  RC-SNAPSHOTS-READ       PIC 9(7)   VALUE ZERO.
           05  RC-HISTORY-READ         PIC 9(7)   VALUE ZERO.
           05  RC-SELECTED             PIC 9(5)   VALUE ZERO.
           05  RC-INTERVAL-DUE         PIC 9(5)   VALUE ZERO.
           05  RC-GRADE-MOVED          PIC 9(5)   VALUE ZERO.
           05  RC-RUNS-OVER-PASSED     PIC 9(5)   VALUE ZERO.
           05  RC-RECOMMEND-HOLD       PIC 9(5)   VALUE ZERO.
           05  RC-RECOMMEND-RAISE      PIC 9(5)   VALUE ZERO.
           05  RC-RECOMMEND-CUT        PIC 9(5)   VALUE ZERO.
           05  RC-CHARGED-OFF          PIC 9(5)   VALUE ZERO.

       01  SR-RC-SNAPSHOTS-READ       PIC ZZZZZZ9.
       01  SR-RC-HISTORY-READ         PIC ZZZZZZ9.
       01  SR-RC-SELECTED             PIC ZZZZ9.
       01  SR-RC-INTERVAL-DUE         PIC ZZZZ9.
       01  SR-RC-GRADE-MOVED          PIC ZZZZ9.
       01  SR-RC-RUNS-OVER-PASSED     PIC ZZZZ9.
       01  SR-RC-RECOMMEND-HOLD       PIC ZZZZ9.
       01  SR-RC-RECOMMEND-RAISE      PIC ZZZZ9.
       01  SR-RC-RECOMMEND-CUT        PIC ZZZZ9.
       01  SR-RC-CHARGED-OFF          PIC ZZZZ9.

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
           PERFORM READ-REVIEW-PARMS
              THRU READ-REVIEW-PARMS-EXIT.
           PERFORM OPEN-FILES
              THRU OPEN-FILES-EXIT.
           PERFORM LOAD-LAST-CHANGE-DATES
              THRU LOAD-LAST-CHANGE-DATES-EXIT.
           PERFORM SCHEDULE-ONE-SNAPSHOT
              THRU SCHEDULE-ONE-SNAPSHOT-EXIT
              UNTIL END-OF-SNAPSHOTS.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       LOAD-LAST-CHANGE-DATES.
      ***************************************************************
      * ONE PASS OF CLHIST, KEEPING THE LATEST EFFECTIVE DATE SEEN   *
      * FOR EACH CUSTOMER.  NO HISTORY FILE MEANS NO CHANGES ON      *
      * RECORD, SO EVERY CUSTOMER IS MEASURED FROM ITS LAST REVIEW.  *
      ***************************************************************
           OPEN INPUT CREDIT-LIMIT-HISTORY-FILE.
           IF NOT CLH-FILE-OK
              DISPLAY "REVSCHED: NO CLHIST ON FILE - INTERVALS RUN "
                      "FROM THE LAST REVIEW ONLY"
              GO TO LOAD-LAST-CHANGE-DATES-EXIT
           END-IF.
           PERFORM LOAD-ONE-HISTORY-RECORD
              THRU LOAD-ONE-HISTORY-RECORD-EXIT
              UNTIL END-OF-HISTORY.
           CLOSE CREDIT-LIMIT-HISTORY-FILE.
           IF LC-TABLE-IS-FULL
              DISPLAY "REVSCHED: LAST-CHANGE TABLE FULL AT "
                      LC-CUSTOMER-COUNT " CUSTOMERS - THE REST RUN "
                      "FROM THE LAST REVIEW ONLY"
           END-IF.
       LOAD-LAST-CHANGE-DATES-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-HISTORY-RECORD.
           READ CREDIT-LIMIT-HISTORY-FILE
               AT END
                  SET END-OF-HISTORY TO TRUE
                  GO TO LOAD-ONE-HISTORY-RECORD-EXIT
           END-READ.
           ADD 1 TO RC-HISTORY-READ.
           MOVE CLH-CUST-NUM TO CLS-CUST-NUM.
           PERFORM FIND-LAST-CHANGE-ENTRY
              THRU FIND-LAST-CHANGE-ENTRY-EXIT.
           IF NOT LC-ENTRY-WAS-FOUND
              IF LC-CUSTOMER-COUNT NOT < 2000
                 SET LC-TABLE-IS-FULL TO TRUE
                 GO TO LOAD-ONE-HISTORY-RECORD-EXIT
              END-IF
              ADD 1 TO LC-CUSTOMER-COUNT
              SET LC-INDX TO LC-CUSTOMER-COUNT
              MOVE CLH-CUST-NUM TO LC-CUST-NUM (LC-INDX)
              MOVE ZERO TO LC-LAST-CHANGE-DATE (LC-INDX)
           END-IF.
           IF CLH-EFFECTIVE-DATE > LC-LAST-CHANGE-DATE (LC-INDX)
              MOVE CLH-EFFECTIVE-DATE TO LC-LAST-CHANGE-DATE (LC-INDX)
           END-IF.
       LOAD-ONE-HISTORY-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       FIND-LAST-CHANGE-ENTRY.
      ***************************************************************
      * LOOK UP CLS-CUST-NUM IN THE LAST-CHANGE TABLE.  ON A HIT     *
      * LC-INDX IS LEFT ON THE ENTRY.                                *
      ***************************************************************
           MOVE "N" TO LC-FOUND-SWITCH.
           SET LC-INDX TO 1.
           PERFORM CHECK-ONE-LAST-CHANGE
              THRU CHECK-ONE-LAST-CHANGE-EXIT
              UNTIL LC-ENTRY-WAS-FOUND
                 OR LC-INDX > LC-CUSTOMER-COUNT.
       FIND-LAST-CHANGE-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-LAST-CHANGE.
           IF LC-CUST-NUM (LC-INDX) = CLS-CUST-NUM
              SET LC-ENTRY-WAS-FOUND TO TRUE
           ELSE
              SET LC-INDX UP BY 1
           END-IF.
       CHECK-ONE-LAST-CHANGE-EXIT. EXIT.
      *****************************************************************
      *
       SCHEDULE-ONE-SNAPSHOT.
      ***************************************************************
      * ONE SNAPSHOT CUSTOMER: DECIDE WHETHER A REVIEW IS DUE, AND   *
      * EITHER SELECT IT (LIST, RECOMMEND, RESET THE CLOCK) OR JUST  *
      * CARRY ITS NEXT-REVIEW DATE FORWARD ON REVDUE.                *
      ***************************************************************
           READ CREDIT-LIMIT-SNAPSHOT-FILE NEXT RECORD
               AT END
                  SET END-OF-SNAPSHOTS TO TRUE
                  GO TO SCHEDULE-ONE-SNAPSHOT-EXIT
           END-READ.
           ADD 1 TO RC-SNAPSHOTS-READ.
           IF CHARGED-OFF-FILE-IS-OPEN
              MOVE CLS-CUST-NUM TO CO-CUST-NUM
              READ CHARGED-OFF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO RC-CHARGED-OFF
                     GO TO SCHEDULE-ONE-SNAPSHOT-EXIT
              END-READ
           END-IF.

           MOVE "N" TO REVIEW-FOUND-SWITCH.
           MOVE CLS-CUST-NUM TO RD-CUST-NUM.
           READ REVIEW-DUE-FILE
               INVALID KEY
                  PERFORM START-REVIEW-RECORD
                     THRU START-REVIEW-RECORD-EXIT
               NOT INVALID KEY
                  SET REVIEW-WAS-FOUND TO TRUE
           END-READ.

           PERFORM CHECK-REVIEW-DUE
              THRU CHECK-REVIEW-DUE-EXIT.
           IF REVIEW-IS-DUE
              PERFORM SELECT-FOR-REVIEW
                 THRU SELECT-FOR-REVIEW-EXIT
           END-IF.

           IF REVIEW-WAS-FOUND
              REWRITE REVIEW-DUE-RECORD
           ELSE
              WRITE REVIEW-DUE-RECORD
                  INVALID KEY
                     DISPLAY "REVSCHED: REVDUE WRITE FAILED FOR "
                             "CUST-NUM " CLS-CUST-NUM
              END-WRITE
           END-IF.
       SCHEDULE-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       START-REVIEW-RECORD.
      ***************************************************************
      * A CUSTOMER SEEN FOR THE FIRST TIME STARTS FROM ITS STANDING  *
      * TONIGHT: A GRADE OR RUNS-OVER MOVE IS MEASURED FROM HERE,    *
      * AND THE INTERVAL FROM ITS LAST LIMIT CHANGE.                 *
      ***************************************************************
           MOVE SPACES TO REVIEW-DUE-RECORD.
           MOVE CLS-CUST-NUM TO RD-CUST-NUM.
           MOVE ZERO TO RD-LAST-REVIEW-DATE.
           MOVE ZERO TO RD-NEXT-REVIEW-DATE.
           MOVE CLS-RISK-GRADE TO RD-GRADE-AT-REVIEW.
           MOVE CLS-RISK-GRADE TO RD-PRIOR-GRADE.
           MOVE CLS-RUNS-OVER-COUNT TO RD-RUNS-OVER-AT-REVIEW.
           MOVE "NNN" TO RD-DUE-FLAGS.
       START-REVIEW-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-REVIEW-DUE.
      ***************************************************************
      * APPLY THE THREE REVIEW TRIGGERS, NOTING WHICH FIRED.  THE    *
      * INTERVAL RUNS FROM THE LATER OF THE LAST LIMIT CHANGE AND    *
      * THE LAST REVIEW; A CUSTOMER WITH NEITHER ON RECORD IS DUE.   *
      ***************************************************************
           MOVE "N" TO REVIEW-DUE-SWITCH.
           MOVE "NNN" TO RD-DUE-FLAGS.

           MOVE RD-LAST-REVIEW-DATE TO RV-BASE-DATE.
           PERFORM FIND-LAST-CHANGE-ENTRY
              THRU FIND-LAST-CHANGE-ENTRY-EXIT.
           IF LC-ENTRY-WAS-FOUND
              AND LC-LAST-CHANGE-DATE (LC-INDX) > RV-BASE-DATE
              MOVE LC-LAST-CHANGE-DATE (LC-INDX) TO RV-BASE-DATE
           END-IF.
           IF CLS-CREDIT-FLAG = "1"
              MOVE TIER-1-INTERVAL-MONTHS TO RV-INTERVAL-MONTHS
           ELSE
              MOVE TIER-0-INTERVAL-MONTHS TO RV-INTERVAL-MONTHS
           END-IF.
           PERFORM COMPUTE-NEXT-REVIEW-DATE
              THRU COMPUTE-NEXT-REVIEW-DATE-EXIT.
           MOVE RV-NEXT-DATE TO RD-NEXT-REVIEW-DATE.
           IF RV-BASE-DATE = ZERO
              OR RV-NEXT-DATE NOT > RV-TODAY-DATE
              MOVE "Y" TO RD-DUE-INTERVAL
              ADD 1 TO RC-INTERVAL-DUE
              SET REVIEW-IS-DUE TO TRUE
           END-IF.

           IF CLS-RISK-GRADE NOT = RD-GRADE-AT-REVIEW
              MOVE "Y" TO RD-DUE-GRADE
              ADD 1 TO RC-GRADE-MOVED
              SET REVIEW-IS-DUE TO TRUE
           END-IF.

           IF CLS-RUNS-OVER-COUNT NOT < RUNS-OVER-REVIEW-LIMIT
              AND RD-RUNS-OVER-AT-REVIEW < RUNS-OVER-REVIEW-LIMIT
              MOVE "Y" TO RD-DUE-RUNS-OVER
              ADD 1 TO RC-RUNS-OVER-PASSED
              SET REVIEW-IS-DUE TO TRUE
           END-IF.
       CHECK-REVIEW-DUE-EXIT. EXIT.
      *****************************************************************
      *
       COMPUTE-NEXT-REVIEW-DATE.
      ***************************************************************
      * RV-NEXT-DATE = RV-BASE-DATE PLUS RV-INTERVAL-MONTHS, COUNTED *
      * IN WHOLE MONTHS SO THE DAY OF THE MONTH IS KEPT.             *
      ***************************************************************
           MOVE RV-BASE-DATE TO RV-NEXT-DATE.
           COMPUTE RV-MONTH-NUMBER =
               RV-NEXT-YY * 12 + RV-NEXT-MM - 1 + RV-INTERVAL-MONTHS.
           DIVIDE RV-MONTH-NUMBER BY 12
               GIVING RV-NEXT-YY
               REMAINDER RV-NEXT-MM.
           ADD 1 TO RV-NEXT-MM.
       COMPUTE-NEXT-REVIEW-DATE-EXIT. EXIT.
      *****************************************************************
      *
       SELECT-FOR-REVIEW.
      ***************************************************************
      * PUT THE CUSTOMER ON TONIGHT'S DOSSLIST, FORM THE SYSTEM      *
      * RECOMMENDATION, AND RESTART THE CLOCK: THE STANDING AT THIS  *
      * REVIEW BECOMES THE BASELINE, AND THE NEXT REVIEW FALLS ONE   *
      * INTERVAL FROM TONIGHT.                                       *
      ***************************************************************
           MOVE CLS-CUST-NUM TO REVIEW-LIST-RECORD.
           WRITE REVIEW-LIST-RECORD.
           ADD 1 TO RC-SELECTED.

           PERFORM FORM-RECOMMENDATION
              THRU FORM-RECOMMENDATION-EXIT.

           MOVE RD-GRADE-AT-REVIEW TO RD-PRIOR-GRADE.
           MOVE CLS-RISK-GRADE TO RD-GRADE-AT-REVIEW.
           MOVE CLS-RUNS-OVER-COUNT TO RD-RUNS-OVER-AT-REVIEW.
           MOVE RV-TODAY-DATE TO RD-LAST-REVIEW-DATE.
           MOVE RV-TODAY-DATE TO RV-BASE-DATE.
           PERFORM COMPUTE-NEXT-REVIEW-DATE
              THRU COMPUTE-NEXT-REVIEW-DATE-EXIT.
           MOVE RV-NEXT-DATE TO RD-NEXT-REVIEW-DATE.
           DISPLAY "REVSCHED CUST-NUM " CLS-CUST-NUM
                   " DUE FOR REVIEW - RECOMMEND " RD-RECOMMENDATION.
       SELECT-FOR-REVIEW-EXIT. EXIT.
      *****************************************************************
      *
       FORM-RECOMMENDATION.
      ***************************************************************
      * CUT WHEN THE ACCOUNT IS RUNNING OVER - THE RUNS-OVER COUNT   *
      * AT THE THRESHOLD, AN OVER-LIMIT STRETCH PAST CUT-DAYS-OVER,  *
      * A WORSENED GRADE, OR GRADE D.  RAISE A CLEAN A OR B ACCOUNT  *
      * USING RAISE-USE-PCT OR MORE OF ITS LIMIT.  OTHERWISE HOLD.   *
      * UP TO THREE DRIVING REASONS ARE KEPT FOR THE COVER SHEET.    *
      ***************************************************************
           MOVE SPACES TO RD-REASON-TEXT (1)
                          RD-REASON-TEXT (2)
                          RD-REASON-TEXT (3).
           MOVE ZERO TO RV-REASON-COUNT.
           MOVE "N" TO RV-CUT-SWITCH.

           COMPUTE RV-BALANCE-OWED =
               CLS-CREDIT-LIMIT - CLS-CREDIT-BALANCE.
           MOVE ZERO TO RV-PCT-USED.
           IF CLS-CREDIT-LIMIT > ZERO
              COMPUTE RV-PCT-USED ROUNDED =
                  RV-BALANCE-OWED * 100 / CLS-CREDIT-LIMIT
           END-IF.
           MOVE ZERO TO RV-DAYS-OVER.
           IF CLS-RUNS-OVER-COUNT > ZERO
              MOVE CLS-FIRST-EXCEEDED-DATE TO RV-FIRST-DATE
              COMPUTE RV-DAYS-OVER =
                  (RV-TODAY-YY * 365 + RV-TODAY-MM * 30 + RV-TODAY-DD)
                - (RV-FIRST-YY * 365 + RV-FIRST-MM * 30 + RV-FIRST-DD)
           END-IF.

           IF CLS-RUNS-OVER-COUNT NOT < RUNS-OVER-REVIEW-LIMIT
              SET RV-CUT-INDICATED TO TRUE
              MOVE "REPEATED OVER-LIMIT RUNS" TO RV-REASON-WORK
              PERFORM ADD-RECOMMENDATION-REASON
                 THRU ADD-RECOMMENDATION-REASON-EXIT
           END-IF.
           IF CLS-RUNS-OVER-COUNT > ZERO
              AND RV-DAYS-OVER NOT < CUT-DAYS-OVER
              SET RV-CUT-INDICATED TO TRUE
              MOVE "OVER LIMIT 60 DAYS OR MORE" TO RV-REASON-WORK
              PERFORM ADD-RECOMMENDATION-REASON
                 THRU ADD-RECOMMENDATION-REASON-EXIT
           END-IF.
           IF RD-GRADE-MOVED
              AND CLS-RISK-GRADE > RD-GRADE-AT-REVIEW
              SET RV-CUT-INDICATED TO TRUE
              MOVE RD-GRADE-AT-REVIEW TO RV-GM-FROM
              MOVE CLS-RISK-GRADE TO RV-GM-TO
              MOVE RV-GRADE-MOVE-TEXT TO RV-REASON-WORK
              PERFORM ADD-RECOMMENDATION-REASON
                 THRU ADD-RECOMMENDATION-REASON-EXIT
           END-IF.
           IF CLS-RISK-GRADE = "D"
              SET RV-CUT-INDICATED TO TRUE
              MOVE "RISK GRADE D" TO RV-REASON-WORK
              PERFORM ADD-RECOMMENDATION-REASON
                 THRU ADD-RECOMMENDATION-REASON-EXIT
           END-IF.
           IF RV-CUT-INDICATED
              MOVE "C" TO RD-RECOMMENDATION
              ADD 1 TO RC-RECOMMEND-CUT
              GO TO FORM-RECOMMENDATION-EXIT
           END-IF.

           IF (CLS-RISK-GRADE = "A" OR CLS-RISK-GRADE = "B")
              AND CLS-RUNS-OVER-COUNT = ZERO
              AND RV-PCT-USED NOT < RAISE-USE-PCT
              MOVE "R" TO RD-RECOMMENDATION
              ADD 1 TO RC-RECOMMEND-RAISE
              MOVE "HIGH USE OF LIMIT, NEVER OVER" TO RV-REASON-WORK
              PERFORM ADD-RECOMMENDATION-REASON
                 THRU ADD-RECOMMENDATION-REASON-EXIT
              IF RD-GRADE-MOVED
                 MOVE RD-GRADE-AT-REVIEW TO RV-GI-FROM
                 MOVE CLS-RISK-GRADE TO RV-GI-TO
                 MOVE RV-GRADE-IMPROVE-TEXT TO RV-REASON-WORK
                 PERFORM ADD-RECOMMENDATION-REASON
                    THRU ADD-RECOMMENDATION-REASON-EXIT
              END-IF
              GO TO FORM-RECOMMENDATION-EXIT
           END-IF.

           MOVE "H" TO RD-RECOMMENDATION.
           ADD 1 TO RC-RECOMMEND-HOLD.
           IF RD-GRADE-MOVED
              MOVE RD-GRADE-AT-REVIEW TO RV-GI-FROM
              MOVE CLS-RISK-GRADE TO RV-GI-TO
              MOVE RV-GRADE-IMPROVE-TEXT TO RV-REASON-WORK
              PERFORM ADD-RECOMMENDATION-REASON
                 THRU ADD-RECOMMENDATION-REASON-EXIT
           END-IF.
           IF RD-INTERVAL-ELAPSED
              MOVE "PERIODIC REVIEW - STANDING UNCHANGED"
                   TO RV-REASON-WORK
              PERFORM ADD-RECOMMENDATION-REASON
                 THRU ADD-RECOMMENDATION-REASON-EXIT
           END-IF.
       FORM-RECOMMENDATION-EXIT. EXIT.
      *****************************************************************
      *
       ADD-RECOMMENDATION-REASON.
           IF RV-REASON-COUNT < 3
              ADD 1 TO RV-REASON-COUNT
              MOVE RV-REASON-WORK TO RD-REASON-TEXT (RV-REASON-COUNT)
           END-IF.
       ADD-RECOMMENDATION-REASON-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * TAKE THE BUSINESS DATE FROM THE PERIOD CONTROL FILE.  NO     *
      * PERDCTL ON FILE MEANS THE SYSTEM DATE.                       *
      ***************************************************************
           ACCEPT RV-TODAY-DATE FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE TO RV-TODAY-DATE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       READ-REVIEW-PARMS.
      ***************************************************************
      * LOAD THE REVIEW POLICY FROM REVPARM, KEEPING THE COMPILED    *
      * DEFAULT FOR ANY FIELD ABSENT OR ZERO, AND ECHO IT.           *
      ***************************************************************
           OPEN INPUT REVIEW-PARM-FILE.
           IF RVP-FILE-OK
              READ REVIEW-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF RV-TIER-0-MONTHS NUMERIC
                        AND RV-TIER-0-MONTHS > ZERO
                        MOVE RV-TIER-0-MONTHS
                             TO TIER-0-INTERVAL-MONTHS
                     END-IF
                     IF RV-TIER-1-MONTHS NUMERIC
                        AND RV-TIER-1-MONTHS > ZERO
                        MOVE RV-TIER-1-MONTHS
                             TO TIER-1-INTERVAL-MONTHS
                     END-IF
                     IF RV-RUNS-OVER-LIMIT NUMERIC
                        AND RV-RUNS-OVER-LIMIT > ZERO
                        MOVE RV-RUNS-OVER-LIMIT
                             TO RUNS-OVER-REVIEW-LIMIT
                     END-IF
              END-READ
              CLOSE REVIEW-PARM-FILE
           END-IF.
           DISPLAY "REVSCHED REVIEW EVERY " TIER-0-INTERVAL-MONTHS
                   " MONTHS (TIER 0), " TIER-1-INTERVAL-MONTHS
                   " MONTHS (TIER 1), OR AT " RUNS-OVER-REVIEW-LIMIT
                   " RUNS OVER".
       READ-REVIEW-PARMS-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-FILES.
      ***************************************************************
      * THE SNAPSHOT MUST EXIST.  THE REVIEW-DUE FILE IS CREATED THE *
      * FIRST TIME; NO CHGOFF MEANS NOTHING HAS BEEN WRITTEN OFF.    *
      * DOSSLIST IS REPLACED EACH RUN.                               *
      ***************************************************************
           OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF CLS-FILE-OK
              SET SNAPSHOT-FILE-IS-OPEN TO TRUE
              PERFORM CHECK-SNAPSHOT-VERSION
                 THRU CHECK-SNAPSHOT-VERSION-EXIT
              IF SNAPSHOT-VERSION-OK
                 MOVE LOW-VALUES TO CLS-CUST-NUM
                 START CREDIT-LIMIT-SNAPSHOT-FILE
                     KEY GREATER THAN CLS-CUST-NUM
                     INVALID KEY
                        SET END-OF-SNAPSHOTS TO TRUE
                 END-START
              ELSE
                 CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
                 MOVE "N" TO SNAPSHOT-FILE-SWITCH
                 SET END-OF-SNAPSHOTS TO TRUE
                 MOVE 1 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "REVSCHED: SNAPSHOT FILE OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
              SET END-OF-SNAPSHOTS TO TRUE
              MOVE 1 TO RETURN-CODE
           END-IF.

           OPEN I-O REVIEW-DUE-FILE.
           IF RDF-FILE-NOT-FOUND
              OPEN OUTPUT REVIEW-DUE-FILE
              CLOSE REVIEW-DUE-FILE
              OPEN I-O REVIEW-DUE-FILE
           END-IF.
           IF RDF-FILE-OK
              SET REVIEW-DUE-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "REVSCHED: REVDUE OPEN FAILED, STATUS="
                      RDF-FILE-STATUS
              SET END-OF-SNAPSHOTS TO TRUE
              MOVE 1 TO RETURN-CODE
           END-IF.

           OPEN INPUT CHARGED-OFF-FILE.
           IF COF-FILE-OK
              SET CHARGED-OFF-FILE-IS-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT REVIEW-LIST-FILE.
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
              DISPLAY "REVSCHED: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "REVSCHED: CLSNAP IS LAYOUT VERSION "
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
      * DISPLAY REVIEW RUN SUMMARY AND CLOSE FILES  *
      ***********************************************
           MOVE RC-SNAPSHOTS-READ TO SR-RC-SNAPSHOTS-READ.
           MOVE RC-HISTORY-READ TO SR-RC-HISTORY-READ.
           MOVE RC-SELECTED TO SR-RC-SELECTED.
           MOVE RC-INTERVAL-DUE TO SR-RC-INTERVAL-DUE.
           MOVE RC-GRADE-MOVED TO SR-RC-GRADE-MOVED.
           MOVE RC-RUNS-OVER-PASSED TO SR-RC-RUNS-OVER-PASSED.
           MOVE RC-RECOMMEND-HOLD TO SR-RC-RECOMMEND-HOLD.
           MOVE RC-RECOMMEND-RAISE TO SR-RC-RECOMMEND-RAISE.
           MOVE RC-RECOMMEND-CUT TO SR-RC-RECOMMEND-CUT.
           MOVE RC-CHARGED-OFF TO SR-RC-CHARGED-OFF.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*       REVSCHED REVIEW RUN SUMMARY       *".
           DISPLAY "******************************************".
           DISPLAY "SNAPSHOTS READ ............. "
                   SR-RC-SNAPSHOTS-READ.
           DISPLAY "HISTORY RECORDS READ ....... "
                   SR-RC-HISTORY-READ.
           DISPLAY "CUSTOMERS SELECTED ......... "
                   SR-RC-SELECTED.
           DISPLAY "  INTERVAL ELAPSED ......... "
                   SR-RC-INTERVAL-DUE.
           DISPLAY "  RISK GRADE MOVED ......... "
                   SR-RC-GRADE-MOVED.
           DISPLAY "  RUNS-OVER PASSED LIMIT ... "
                   SR-RC-RUNS-OVER-PASSED.
           DISPLAY "RECOMMEND HOLD ............. "
                   SR-RC-RECOMMEND-HOLD.
           DISPLAY "RECOMMEND RAISE ............ "
                   SR-RC-RECOMMEND-RAISE.
           DISPLAY "RECOMMEND CUT .............. "
                   SR-RC-RECOMMEND-CUT.
           DISPLAY "CHARGED OFF - NOT REVIEWED . "
                   SR-RC-CHARGED-OFF.
           DISPLAY "******************************************".
           IF SNAPSHOT-FILE-IS-OPEN
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
           END-IF.
           IF REVIEW-DUE-FILE-IS-OPEN
              CLOSE REVIEW-DUE-FILE
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              CLOSE CHARGED-OFF-FILE
           END-IF.
           CLOSE REVIEW-LIST-FILE.
           DISPLAY "PROGRAM: REVSCHED EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

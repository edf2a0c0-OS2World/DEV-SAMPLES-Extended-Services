      *          CURRENT/30/60/90+ BUCKET, ADDRESSED FROM THE     *
      *          CUSTADDR ADDRESS MASTER.                         *
      *                                                           *
      * INPUT:   CREDIT-LIMIT-SNAPSHOT-FILE (CLSNAP),             *
      *          CUSTOMER-ADDRESS-FILE (CUSTADDR), AND THE        *
      *          CHARGED-OFF-FILE (CHGOFF) WHEN ONE EXISTS.       *
      *                                                           *
      * OUTPUT:  DUNNING-LETTER-FILE (DUNLTRS), ONE LETTER PAGE   *
      *          PER CUSTOMER DUE ONE.  DUNNING-HISTORY-FILE      *
      *          LEVEL IS NOT SENT IT AGAIN TOMORROW; A NEW       *
      *          STRETCH (NEW FIRST-EXCEEDED DATE) STARTS THE     *
      *          ESCALATION OVER FROM THE BOTTOM.                 *
      *                                                           *
      * 1995-04 JCH  CLSNAP IS REFUSED UNLESS ITS HEADER RECORD   *
      *              NAMES THE LAYOUT VERSION THIS PROGRAM IS     *
      *              BUILT FOR; THE SWEEP STARTS PAST THE HEADER. *
      * 1995-04 JCH  CUSTOMERS ON THE CHGOFF CHARGED-OFF REGISTER *
      *              ARE NO LONGER DUNNED - THE AGENCY HAS THEM.  *
      * 1995-04 JCH  DAYS OVER ARE COUNTED IN BUSINESS DAYS ON THE *
      *              BUSCAL CALENDAR WHEN THE DAYPOLCY "AGING"    *
      *              POLICY SAYS SO (CALDAYS), AS AGEDEXCP DOES.  *
      * 1995-04 JCH  RETURNED MAIL: NO LETTER IS PRINTED FOR A    *
      *              CUSTOMER WHOSE CUSTADDR RECORD RTNMAIL HAS   *
      *              FLAGGED UNDELIVERABLE.  THE LETTER IS HELD   *
      *              AND LISTED ON THE NEWADDR "NEEDS NEW         *
      *              ADDRESS" WORK REPORT, AND NOT RECORDED ON    *
      *              DUNHIST, SO IT GOES OUT ONCE ADDRMNT HAS A   *
      *              NEW ADDRESS.                                 *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS DH-CUST-NUM
               FILE STATUS    IS DNH-FILE-STATUS.
           SELECT CHARGED-OFF-FILE   ASSIGN TO "CHGOFF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CO-CUST-NUM
               FILE STATUS    IS COF-FILE-STATUS.
           SELECT DUNNING-LETTER-FILE ASSIGN TO "DUNLTRS"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT NEW-ADDRESS-FILE   ASSIGN TO "NEWADDR"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS NAF-FILE-STATUS.
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

       FD  CUSTOMER-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-ADDRESS-RECORD.
           05  AD-POSTAL-CODE          PIC X(10).
           05  AD-DELIVERY-PREF        PIC X.
               88  AD-DELIVER-BY-HOST             VALUE "H".
           05  AD-RETURNED-MAIL        PIC X.
               88  AD-MAIL-RETURNED               VALUE "Y".
           05  AD-RETURNED-DATE        PIC 9(6).
           05  AD-RETURNED-DOC         PIC X(8).

      ***************************************************************
      * DUNNING-HISTORY-FILE REMEMBERS, PER CUSTOMER, THE FIRST-     *
           05  DH-LETTER-LEVEL         PIC 9(1).
           05  DH-LETTER-DATE          PIC 9(6).

      ***************************************************************
      * CHARGED-OFF-FILE IS WRTOFF'S REGISTER OF ACCOUNTS WRITTEN    *
      * OFF AND PLACED WITH THE COLLECTION AGENCY.  ONLY ITS KEY IS  *
      * USED HERE.                                                   *
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

       FD  DUNNING-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNNING-LETTER-RECORD       PIC X(132).

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

       WORKING-STORAGE SECTION.

       01  CLS-FILE-STATUS            PIC  X(2)   VALUE SPACES.
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

       01  ADR-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ADR-FILE-OK                        VALUE "00".

       01  HISTORY-FOUND-SWITCH       PIC  X      VALUE "N".
           88  HISTORY-WAS-FOUND                  VALUE "Y".

       01  COF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  COF-FILE-OK                        VALUE "00".

       01  CHARGED-OFF-FILE-SWITCH    PIC  X      VALUE "N".
           88  CHARGED-OFF-FILE-IS-OPEN           VALUE "Y".

       01  LETTER-DUE-SWITCH          PIC  X      VALUE "N".
           88  LETTER-IS-DUE                      VALUE "Y".

       01  DL-LETTER-LEVEL            PIC 9      VALUE ZERO.
       01  DL-OVER-AMOUNT             PIC S9(7)V99 VALUE ZERO.

      **********************************************************
      * CALDAYS CALL ARGUMENTS.  THE "AGING" DAYPOLCY ENTRY IS *
      * SHARED WITH CREDRPT, SO WHEN IT SAYS BUSINESS DAYS THE *
      * LETTER AND THE AGEDEXCP REPORT BOTH COUNT THEM.        *
      **********************************************************
       01  CD-POLICY-NAME             PIC X(8)   VALUE "AGING   ".
       01  CD-FROM-DATE               PIC 9(6)   VALUE ZERO.
       01  CD-TO-DATE                 PIC 9(6)   VALUE ZERO.
       01  CD-DAY-COUNT               PIC S9(5)  VALUE ZERO.
       01  CD-RESULT                  PIC X      VALUE SPACE.
           88  CD-BUSINESS-DAYS-COUNTED          VALUE "B".

      **********************************************************
      * DC- DUNNING RUN COUNTERS FOR THE END-OF-RUN SUMMARY.   *
      **********************************************************
           05  DC-LETTERS-WRITTEN      PIC 9(5)   VALUE ZERO.
           05  DC-ALREADY-SENT         PIC 9(5)   VALUE ZERO.
           05  DC-ADDRESSES-MISSING    PIC 9(5)   VALUE ZERO.
           05  DC-CHARGED-OFF          PIC 9(5)   VALUE ZERO.
           05  DC-MAIL-HELD            PIC 9(5)   VALUE ZERO.
           05  DC-LEVEL-COUNT          PIC 9(5)   OCCURS 4 TIMES
                                                  VALUE ZERO.

       01  SR-DC-LETTERS-WRITTEN      PIC ZZZZ9.
       01  SR-DC-ALREADY-SENT         PIC ZZZZ9.
       01  SR-DC-ADDRESSES-MISSING    PIC ZZZZ9.
       01  SR-DC-CHARGED-OFF          PIC ZZZZ9.
       01  SR-DC-MAIL-HELD            PIC ZZZZ9.
       01  SR-DC-LEVEL-COUNT          PIC ZZZZ9.
       01  DL-LEVEL-INDX-NUM          PIC 9      VALUE ZERO.

           05  FILLER                 PIC X(11)  VALUE "RUNS OVER  ".
           05  LT-D-RUNS-OVER         PIC ZZ9.

      **********************************************************
      * NA- LINE LAYS OUT ONE "NEEDS NEW ADDRESS" ENTRY: THE   *
      * CUSTOMER, THE DOCUMENT HELD AND WHEN, AND THE RETURN   *
      * THAT CAUSED IT.  CREDRPT WRITES THE SAME LINE.         *
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

       01  LT-CLOSING-LINE            PIC X(46)  VALUE
           "PLEASE CONTACT THE CREDIT DESK WITH QUESTIONS.".

      * ONE SNAPSHOT RECORD: ONLY CUSTOMERS IN A CURRENT OVER-LIMIT  *
      * STRETCH ARE CANDIDATES.  THE LETTER LEVEL IS THE AGING       *
      * BUCKET; THE DUNNING HISTORY DECIDES WHETHER THAT LEVEL HAS   *
      * ALREADY GONE OUT FOR THIS STRETCH.  A CHARGED-OFF ACCOUNT IS *
      * THE AGENCY'S TO COLLECT AND GETS NO MORE LETTERS FROM US.    *
      ***************************************************************
           READ CREDIT-LIMIT-SNAPSHOT-FILE NEXT RECORD
               AT END
           IF CLS-RUNS-OVER-COUNT = ZERO
              GO TO DUN-ONE-SNAPSHOT-EXIT
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              MOVE CLS-CUST-NUM TO CO-CUST-NUM
              READ CHARGED-OFF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO DC-CHARGED-OFF
                     GO TO DUN-ONE-SNAPSHOT-EXIT
              END-READ
           END-IF.

           PERFORM COMPUTE-LETTER-LEVEL
              THRU COMPUTE-LETTER-LEVEL-EXIT.
                      CLS-CUST-NUM " - LETTER SKIPPED"
              GO TO DUN-ONE-SNAPSHOT-EXIT
           END-IF.
      ***************************************************************
      * A LETTER TO AN ADDRESS THE LAST ONE CAME BACK FROM IS HELD, *
      * NOT PRINTED, AND NOT ENTERED ON THE HISTORY - COLLECTIONS   *
      * MUST NOT COUNT IT AS SENT.                                  *
      ***************************************************************
           IF AD-MAIL-RETURNED
              PERFORM HOLD-RETURNED-MAIL-LETTER
                 THRU HOLD-RETURNED-MAIL-LETTER-EXIT
              GO TO DUN-ONE-SNAPSHOT-EXIT
           END-IF.

           PERFORM WRITE-DUNNING-LETTER
              THRU WRITE-DUNNING-LETTER-EXIT.
      ***************************************************************
      * BUCKET THE STRETCH BY DAYS SINCE FIRST-EXCEEDED, EXACTLY AS  *
      * CREDRPT'S AGED EXCEPTION REPORT DOES: UNDER 30 DAYS IS       *
      * LEVEL 1, THEN 30, 60, AND 90+ DAYS.  THE DAYS ARE BUSINESS   *
      * DAYS WHEN CALDAYS COUNTED THEM UNDER THE "AGING" POLICY,     *
      * OTHERWISE THE USUAL CALENDAR-DAY APPROXIMATION.              *
      ***************************************************************
           MOVE CLS-FIRST-EXCEEDED-DATE TO DL-FIRST-DATE.
           MOVE DL-FIRST-DATE TO CD-FROM-DATE.
           MOVE DL-TODAY-DATE TO CD-TO-DATE.
           CALL "CALDAYS" USING CD-POLICY-NAME
                                CD-FROM-DATE
                                CD-TO-DATE
                                CD-DAY-COUNT
                                CD-RESULT.
           IF CD-BUSINESS-DAYS-COUNTED
              MOVE CD-DAY-COUNT TO DL-DAYS-OVER
           ELSE
              COMPUTE DL-DAYS-OVER =
                  (DL-TODAY-YY * 365 + DL-TODAY-MM * 30 + DL-TODAY-DD)
                - (DL-FIRST-YY * 365 + DL-FIRST-MM * 30 + DL-FIRST-DD)
           END-IF.
           EVALUATE TRUE
              WHEN DL-DAYS-OVER < 30
                 MOVE 1 TO DL-LETTER-LEVEL
           END-READ.
       READ-CUSTOMER-ADDRESS-EXIT. EXIT.
      *****************************************************************
      *
       HOLD-RETURNED-MAIL-LETTER.
           ADD 1 TO DC-MAIL-HELD.
           DISPLAY "DUNLTR RETURNED MAIL FOR CUST-NUM "
                   CLS-CUST-NUM " - LETTER HELD".
           IF NOT NEW-ADDRESS-FILE-IS-OPEN
              PERFORM OPEN-NEW-ADDRESS-FILE
                 THRU OPEN-NEW-ADDRESS-FILE-EXIT
              IF NOT NEW-ADDRESS-FILE-IS-OPEN
                 GO TO HOLD-RETURNED-MAIL-LETTER-EXIT
              END-IF
           END-IF.
           MOVE CLS-CUST-NUM TO NA-D-CUST-NUM.
           MOVE AD-NAME TO NA-D-NAME.
           MOVE "DUNLTR" TO NA-D-HELD-DOC.
           MOVE DL-TODAY-DATE TO NA-D-HELD-DATE.
           MOVE AD-RETURNED-DOC TO NA-D-RETURNED-DOC.
           MOVE AD-RETURNED-DATE TO NA-D-RETURNED-DATE.
           WRITE NEW-ADDRESS-RECORD FROM NA-DETAIL-LINE.
       HOLD-RETURNED-MAIL-LETTER-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-NEW-ADDRESS-FILE.
      ***************************************************************
      * THE WORK REPORT IS APPENDED ACROSS RUNS AND SHARED WITH     *
      * CREDRPT, SO IT IS NEVER OPENED OUTPUT OVER WHAT THE ADDRESS *
      * DESK HAS NOT YET WORKED.                                    *
      ***************************************************************
           OPEN EXTEND NEW-ADDRESS-FILE.
           IF NAF-FILE-NOT-FOUND
              OPEN OUTPUT NEW-ADDRESS-FILE
           END-IF.
           IF NAF-FILE-OK
              SET NEW-ADDRESS-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "DUNLTR: NEWADDR OPEN FAILED, STATUS="
                      NAF-FILE-STATUS
           END-IF.
       OPEN-NEW-ADDRESS-FILE-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-DUNNING-LETTER.
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
                 GO TO OPEN-FILES-EXIT
              END-IF
              MOVE LOW-VALUES TO CLS-CUST-NUM
              START CREDIT-LIMIT-SNAPSHOT-FILE
                  KEY GREATER THAN CLS-CUST-NUM
                  INVALID KEY
                     SET END-OF-SNAPSHOTS TO TRUE
              END-START
           END-IF.
           SET HISTORY-FILE-IS-OPEN TO TRUE.

           OPEN INPUT CHARGED-OFF-FILE.
           IF COF-FILE-OK
              SET CHARGED-OFF-FILE-IS-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT DUNNING-LETTER-FILE.
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
              DISPLAY "DUNLTR: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "DUNLTR: CLSNAP IS LAYOUT VERSION "
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
           MOVE DC-LETTERS-WRITTEN TO SR-DC-LETTERS-WRITTEN.
           MOVE DC-ALREADY-SENT TO SR-DC-ALREADY-SENT.
           MOVE DC-ADDRESSES-MISSING TO SR-DC-ADDRESSES-MISSING.
           MOVE DC-CHARGED-OFF TO SR-DC-CHARGED-OFF.
           MOVE DC-MAIL-HELD TO SR-DC-MAIL-HELD.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*        DUNLTR DUNNING RUN SUMMARY       *".
                   SR-DC-ALREADY-SENT.
           DISPLAY "ADDRESSES MISSING .......... "
                   SR-DC-ADDRESSES-MISSING.
           DISPLAY "CHARGED OFF - NOT DUNNED ... "
                   SR-DC-CHARGED-OFF.
           DISPLAY "HELD - RETURNED MAIL ....... "
                   SR-DC-MAIL-HELD.
           DISPLAY "******************************************".
           IF SNAPSHOT-FILE-IS-OPEN
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
              CLOSE DUNNING-HISTORY-FILE
              CLOSE DUNNING-LETTER-FILE
           END-IF.
           IF CHARGED-OFF-FILE-IS-OPEN
              CLOSE CHARGED-OFF-FILE
           END-IF.
           IF NEW-ADDRESS-FILE-IS-OPEN
              CLOSE NEW-ADDRESS-FILE
           END-IF.
           DISPLAY "PROGRAM: DUNLTR EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

      *          CLS-CREDIT-BALANCE, NOT AGAINST THE SNAPSHOT     *
      *          FIELD DIRECTLY.                                  *
      *                                                           *
      * 1995-04 JCH  CLSNAP IS REFUSED UNLESS ITS HEADER RECORD   *
      *              NAMES THE LAYOUT VERSION THIS PROGRAM IS     *
      *              BUILT FOR; THE SNAPSHOT SIDE OF THE MATCH    *
      *              STARTS PAST THE HEADER.                      *
      * 1994-05 JCH  ADDED REPAIR MODE (COMMAND LINE PARAMETER   *
      *              "REPAIR"): AFTER LISTING EACH MISMATCH THE  *
      *              DRIFTED SNAPSHOT LIMIT AND BALANCE ARE      *
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

       FD  RECONCILE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECONCILE-REPORT-RECORD     PIC X(132).
       01  SNAPSHOT-FILE-SWITCH       PIC  X      VALUE "N".
           88  SNAPSHOT-FILE-IS-OPEN              VALUE "Y".

      **********************************************************
      * CLSNAP LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  THE  *
      * FILE'S HEADER RECORD MUST NAME THE SAME VERSION.       *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC  9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC  X(8)   VALUE "CLSNAPHD".

       01  SNAPSHOT-VERSION-SWITCH    PIC  X      VALUE "N".
           88  SNAPSHOT-VERSION-OK                VALUE "Y".

      **********************************************************
      * THE MERGE KEYS: EACH SIDE'S CURRENT CUST-NUM, SET TO   *
      * HIGH-VALUES AT THAT SIDE'S END OF FILE SO THE OTHER    *
              DISPLAY "SNAPRECN: SNAPSHOT FILE OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
              MOVE HIGH-VALUES TO SNAPSHOT-KEY
              GO TO OPEN-FILES-EXIT
           END-IF.
      ***************************************************************
      * A SNAPSHOT OF THE WRONG LAYOUT VERSION IS NOT RECONCILED AT  *
      * ALL - LEFT TO RUN, EVERY MASTER CUSTOMER WOULD SHOW AS       *
      * MISSING AND A REPAIR RUN WOULD TRY TO ADD THEM ALL.  THE     *
      * KEYED READ OF THE HEADER LEAVES THE SNAPSHOT SIDE POSITIONED *
      * ON IT, SO THE FIRST READ NEXT RETURNS THE FIRST CUSTOMER.    *
      ***************************************************************
           PERFORM CHECK-SNAPSHOT-VERSION
              THRU CHECK-SNAPSHOT-VERSION-EXIT.
           IF NOT SNAPSHOT-VERSION-OK
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
              MOVE "N" TO SNAPSHOT-FILE-SWITCH
              MOVE HIGH-VALUES TO SNAPSHOT-KEY
              IF CUSTOMER-FILE-IS-OPEN
                 CLOSE CUSTOMER-FILE
                 MOVE "N" TO CUSTOMER-FILE-SWITCH
              END-IF
              MOVE HIGH-VALUES TO MASTER-KEY
              DISPLAY "SNAPRECN: NOTHING RECONCILED"
              MOVE 1 TO RETURN-CODE
              GO TO OPEN-FILES-EXIT
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
              DISPLAY "SNAPRECN: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "SNAPRECN: CLSNAP IS LAYOUT VERSION "
                      CLS-HDR-LAYOUT-VERSION ", BUILT FOR "
                      CLS-BUILT-FOR-VERSION " - FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       READ-MASTER-RECORD.
           IF NOT CUSTOMER-FILE-IS-OPEN

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
           05  AD-RETURNED-DATE        PIC 9(6).
           05  AD-RETURNED-DOC         PIC X(8).

       FD  CREDIT-LIMIT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OA-SOURCE-FILE          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OA-RECORD-IMAGE         PIC X(146).

       FD  OFFBOARD-MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
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

       01  ADR-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ADR-FILE-OK                        VALUE "00".

           OPEN I-O CREDIT-LIMIT-SNAPSHOT-FILE.
           IF CLS-FILE-OK
              SET SNAPSHOT-FILE-IS-OPEN TO TRUE
              PERFORM CHECK-SNAPSHOT-VERSION
                 THRU CHECK-SNAPSHOT-VERSION-EXIT
              IF NOT SNAPSHOT-VERSION-OK
                 CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
                 MOVE "N" TO SNAPSHOT-FILE-SWITCH
                 SET END-OF-LIST TO TRUE
              END-IF
           ELSE
              DISPLAY "CUSTOFFB: SNAPSHOT FILE OPEN FAILED, STATUS="
                      CLS-FILE-STATUS
           WRITE OFFBOARD-MANIFEST-RECORD.
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
              DISPLAY "CUSTOFFB: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "CUSTOFFB: CLSNAP IS LAYOUT VERSION "
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

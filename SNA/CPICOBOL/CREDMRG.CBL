      * OUTPUT:  CLSNAP, CLHIST, AND EXCPFILE CONSOLIDATED, AND   *
      *          A MERGE SUMMARY.  A PARTITION FILE THAT DOES     *
      *          NOT EXIST IS REPORTED AND PASSED OVER.           *
      *                                                           *
      * 1995-04 JCH  CLSNAP AND EVERY CLSN<LO> PARTITION ARE      *
      *              REFUSED UNLESS THEIR HEADER RECORD NAMES THE *
      *              LAYOUT VERSION THIS PROGRAM IS BUILT FOR; A  *
      *              NEW MASTER IS CREATED WITH ITS HEADER.       *
      * 1995-04 JCH  EXCEPTION RECORDS WIDENED TO 80 BYTES FOR    *
      *              THE CREDRPT ACCOUNT/GROUP REASON CODE.       *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       01  MASTER-SNAPSHOT-PARTS.
           05  FILLER                  PIC X(40).
           05  CLS-PREV-SEVERITY       PIC X.
      ***************************************************************
      * THE FIRST RECORD ON CLSNAP AND ON EVERY CLSN<LO>, KEYED     *
      * LOW-VALUES, IS A HEADER NAMING THE LAYOUT VERSION THE FILE  *
      * WAS BUILT TO.                                               *
      ***************************************************************
       01  MASTER-SNAPSHOT-HEADER.
           05  CLS-HDR-KEY             PIC X(4).
           05  CLS-HDR-EYECATCHER      PIC X(8).
           05  CLS-HDR-LAYOUT-VERSION  PIC 9(2).
           05  CLS-HDR-CREATED-DATE    PIC 9(6).
           05  FILLER                  PIC X(21).

       FD  PART-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PART-SNAPSHOT-RECORD.
           05  PSN-CUST-NUM            PIC X(4).
           05  PSN-RECORD-BODY         PIC X(37).
       01  PART-SNAPSHOT-HEADER.
           05  PSN-HDR-KEY             PIC X(4).
           05  PSN-HDR-EYECATCHER      PIC X(8).
           05  PSN-HDR-LAYOUT-VERSION  PIC 9(2).
           05  PSN-HDR-CREATED-DATE    PIC 9(6).
           05  FILLER                  PIC X(21).

       FD  MASTER-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.

       FD  MASTER-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-EXCEPTION-RECORD     PIC X(80).

       FD  PART-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  PART-EXCEPTION-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01  SNAPSHOT-FOUND-SWITCH      PIC  X      VALUE "N".
           88  SNAPSHOT-WAS-FOUND                 VALUE "Y".

      **********************************************************
      * CLSNAP LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  THE  *
      * MASTER'S AND EVERY PARTITION'S HEADER RECORD MUST NAME *
      * THE SAME VERSION.                                      *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC  9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC  X(8)   VALUE "CLSNAPHD".

       01  SNAPSHOT-VERSION-SWITCH    PIC  X      VALUE "N".
           88  SNAPSHOT-VERSION-OK                VALUE "Y".

       01  SNAPSHOT-CREATED-DATE      PIC  9(6)   VALUE ZERO.

      **********************************************************
      * THE PARTITION RECORD WITH THE MASTER'S ROLLED PREVIOUS *
      * SEVERITY SUBSTITUTED IN: WHEN THIS EQUALS THE MASTER,  *
                      " SNAPSHOT TO MERGE, STATUS=" PSN-FILE-STATUS
              GO TO MERGE-PARTITION-SNAPSHOT-EXIT
           END-IF.
           PERFORM CHECK-PART-SNAPSHOT-VERSION
              THRU CHECK-PART-SNAPSHOT-VERSION-EXIT.
           IF NOT SNAPSHOT-VERSION-OK
              CLOSE PART-SNAPSHOT-FILE
              GO TO MERGE-PARTITION-SNAPSHOT-EXIT
           END-IF.
           MOVE "N" TO END-OF-PART-SWITCH.
           PERFORM MERGE-ONE-SNAPSHOT-RECORD
              THRU MERGE-ONE-SNAPSHOT-RECORD-EXIT
           CLOSE PART-SNAPSHOT-FILE.
       MERGE-PARTITION-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-PART-SNAPSHOT-VERSION.
      ***************************************************************
      * THE PARTITION'S FIRST RECORD MUST BE ITS HEADER, NAMING THE *
      * LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  A PARTITION WITH *
      * NO HEADER, OR OF ANY OTHER VERSION, IS REPORTED AND PASSED  *
      * OVER.                                                       *
      ***************************************************************
           MOVE "N" TO SNAPSHOT-VERSION-SWITCH.
           READ PART-SNAPSHOT-FILE
               AT END
                  MOVE SPACES TO PART-SNAPSHOT-HEADER
           END-READ.
           IF PSN-HDR-EYECATCHER NOT = CLS-HEADER-EYECATCHER
              DISPLAY "CREDMRG " PSN-FILE-NAME
                      " HAS NO LAYOUT HEADER - NOT MERGED"
              GO TO CHECK-PART-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF PSN-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "CREDMRG " PSN-FILE-NAME
                      " IS LAYOUT VERSION " PSN-HDR-LAYOUT-VERSION
                      ", BUILT FOR " CLS-BUILT-FOR-VERSION
                      " - NOT MERGED"
              GO TO CHECK-PART-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-PART-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       MERGE-ONE-SNAPSHOT-RECORD.
           READ PART-SNAPSHOT-FILE
           OPEN I-O MASTER-SNAPSHOT-FILE.
           IF CLS-FILE-NOT-FOUND
              OPEN OUTPUT MASTER-SNAPSHOT-FILE
              PERFORM WRITE-MASTER-SNAPSHOT-HEADER
                 THRU WRITE-MASTER-SNAPSHOT-HEADER-EXIT
              CLOSE MASTER-SNAPSHOT-FILE
              OPEN I-O MASTER-SNAPSHOT-FILE
           END-IF.
           IF NOT CLS-FILE-OK
              DISPLAY "CREDMRG: MASTER SNAPSHOT OPEN FAILED, "
                      "STATUS=" CLS-FILE-STATUS
              SET END-OF-CONTROL TO TRUE
              GO TO OPEN-MASTER-FILES-EXIT
           END-IF.
           PERFORM CHECK-MASTER-SNAPSHOT-VERSION
              THRU CHECK-MASTER-SNAPSHOT-VERSION-EXIT.
           IF NOT SNAPSHOT-VERSION-OK
              CLOSE MASTER-SNAPSHOT-FILE
              SET END-OF-CONTROL TO TRUE
              GO TO OPEN-MASTER-FILES-EXIT
           END-IF.
           SET MASTER-SNAPSHOT-IS-OPEN TO TRUE.

           OPEN EXTEND MASTER-HISTORY-FILE.
           IF CLH-FILE-NOT-FOUND
           END-IF.
       OPEN-MASTER-FILES-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-MASTER-SNAPSHOT-VERSION.
      ***************************************************************
      * THE MASTER CLSNAP MUST CARRY ITS LOW-VALUES HEADER NAMING   *
      * THE LAYOUT VERSION THIS PROGRAM IS BUILT FOR.  A MASTER     *
      * WITH NO HEADER, OR OF ANY OTHER VERSION, IS REFUSED AND     *
      * NOTHING IS MERGED UNTIL SNAPCONV HAS CONVERTED IT.          *
      ***************************************************************
           MOVE "N" TO SNAPSHOT-VERSION-SWITCH.
           MOVE LOW-VALUES TO CLS-CUST-NUM.
           READ MASTER-SNAPSHOT-FILE
               INVALID KEY
                  MOVE SPACES TO MASTER-SNAPSHOT-HEADER
           END-READ.
           IF CLS-HDR-EYECATCHER NOT = CLS-HEADER-EYECATCHER
              DISPLAY "CREDMRG: CLSNAP HAS NO LAYOUT HEADER - "
                      "FILE REFUSED"
              GO TO CHECK-MASTER-SNAPSHOT-VERSION-EXIT
           END-IF.
           IF CLS-HDR-LAYOUT-VERSION NOT = CLS-BUILT-FOR-VERSION
              DISPLAY "CREDMRG: CLSNAP IS LAYOUT VERSION "
                      CLS-HDR-LAYOUT-VERSION ", BUILT FOR "
                      CLS-BUILT-FOR-VERSION " - FILE REFUSED"
              GO TO CHECK-MASTER-SNAPSHOT-VERSION-EXIT
           END-IF.
           SET SNAPSHOT-VERSION-OK TO TRUE.
       CHECK-MASTER-SNAPSHOT-VERSION-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-MASTER-SNAPSHOT-HEADER.
      ***************************************************************
      * A NEWLY CREATED MASTER GETS ITS HEADER BEFORE ANY CUSTOMER  *
      * RECORD IS MERGED INTO IT.                                   *
      ***************************************************************
           ACCEPT SNAPSHOT-CREATED-DATE FROM DATE.
           MOVE SPACES TO MASTER-SNAPSHOT-HEADER.
           MOVE LOW-VALUES TO CLS-HDR-KEY.
           MOVE CLS-HEADER-EYECATCHER TO CLS-HDR-EYECATCHER.
           MOVE CLS-BUILT-FOR-VERSION TO CLS-HDR-LAYOUT-VERSION.
           MOVE SNAPSHOT-CREATED-DATE TO CLS-HDR-CREATED-DATE.
           WRITE MASTER-SNAPSHOT-HEADER.
       WRITE-MASTER-SNAPSHOT-HEADER-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************

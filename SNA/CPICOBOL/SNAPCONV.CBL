       IDENTIFICATION DIVISION.
       PROGRAM-ID.        SNAPCONV.
      *************************************************************
      * THIS IS THE SNAPCONV PROGRAM THAT BRINGS A CREDIT-LIMIT   *
      * SNAPSHOT FILE (CLSNAP) BUILT TO ANY EARLIER RECORD LAYOUT *
      * FORWARD TO THE CURRENT ONE, SO A RESTORED OR FORGOTTEN    *
      * SNAPSHOT CAN BE PUT BACK INTO SERVICE INSTEAD OF BEING    *
      * REFUSED BY EVERY PROGRAM THAT OPENS IT.                   *
      *                                                           *
      * PURPOSE: RUN ONE OF THREE MODES, SELECTED BY THE COMMAND  *
      *          LINE PARAMETER, EACH OPTIONALLY FOLLOWED BY THE  *
      *          NAME OF THE SNAPSHOT FILE (DEFAULT CLSNAP).  A   *
      *          CREDRPT PARTITION'S CLSN<LO> IS CONVERTED WITH   *
      *          ITS OWN CLH<LO> HISTORY, THROUGH ITS OWN         *
      *          SNPU<LO> UNLOAD FILE:                            *
      *            "UNLOAD VV"  - READ CLSNAP AS LAYOUT VERSION   *
      *                           VV, CONVERT EACH RECORD TO THE  *
      *                           CURRENT LAYOUT, AND WRITE IT TO *
      *                           THE FLAT SNAPUNLD FILE,         *
      *                           FOLLOWED BY A TRAILER CARRYING  *
      *                           THE RECORD COUNT AND THE HASH   *
      *                           TOTALS OF CREDIT-LIMIT AND      *
      *                           CREDIT-BALANCE AS READ.         *
      *            "RELOAD"     - REBUILD CLSNAP IN THE CURRENT   *
      *                           LAYOUT FROM SNAPUNLD, PROVE THE *
      *                           RELOADED COUNT AND HASHES       *
      *                           AGAINST THE TRAILER, AND ONLY   *
      *                           THEN WRITE THE LAYOUT HEADER.   *
      *            "CONVERT VV" - UNLOAD, THEN RELOAD.            *
      *          FIELDS THE OLD LAYOUT DID NOT CARRY ARE          *
      *          DEFAULTED:                                       *
      *            - FIRST-EXCEEDED DATE: FOR A CUSTOMER OVER     *
      *              THEIR LIMIT, THE LATEST CLHIST CHANGE DATE   *
      *              (THE BUSINESS DATE IF THERE IS NONE);        *
      *              OTHERWISE ZERO.  RUNS-OVER COUNT 1 OR 0.     *
      *            - LIMIT-CHANGE COUNT: THE CUSTOMER'S CLHIST    *
      *              RECORDS.  RISK GRADE BLANK, FOR CREDRPT TO   *
      *              GRADE ON ITS NEXT RUN.                       *
      *            - CURRENCY: FROM THE CUSTOMER-FILE.            *
      *            - SEVERITY: OVER OR UNDER FROM THE BALANCE,    *
      *              WITH THE PREVIOUS SEVERITY THE SAME, SO THE  *
      *              FIRST WATCHLIST REPORTS NO FALSE CROSSINGS.  *
      *                                                           *
      * INPUT:   CLSNAP AT ITS OLD LAYOUT AND/OR SNAPUNLD         *
      *          DEPENDING ON MODE, CLHIST, CUSTFILE, AND PERDCTL *
      *          FOR THE BUSINESS DATE.                           *
      *                                                           *
      * RETURN:  RC 1 WHEN THE UNLOAD IS ABANDONED OR THE RELOAD  *
      *          CANNOT BE PROVED, SO THE JOB STREAM STOPS.       *
      *                                                           *
      * OUTPUT:  SNAPUNLD OR REBUILT CLSNAP, AND THE BEFORE AND   *
      *          AFTER CONTROL TOTALS WITH A MATCH/MISMATCH       *
      *          VERDICT.                                         *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-V01-FILE
               ASSIGN TO DYNAMIC CLS-FILE-NAME
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS V01-CUST-NUM
               FILE STATUS    IS OLD-FILE-STATUS.
           SELECT SNAPSHOT-V02-FILE
               ASSIGN TO DYNAMIC CLS-FILE-NAME
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS V02-CUST-NUM
               FILE STATUS    IS OLD-FILE-STATUS.
           SELECT SNAPSHOT-V03-FILE
               ASSIGN TO DYNAMIC CLS-FILE-NAME
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS V03-CUST-NUM
               FILE STATUS    IS OLD-FILE-STATUS.
           SELECT SNAPSHOT-V04-FILE
               ASSIGN TO DYNAMIC CLS-FILE-NAME
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS V04-CUST-NUM
               FILE STATUS    IS OLD-FILE-STATUS.
           SELECT CREDIT-LIMIT-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC CLS-FILE-NAME
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CLS-CUST-NUM
               FILE STATUS    IS CLS-FILE-STATUS.
           SELECT SNAPSHOT-UNLOAD-FILE
               ASSIGN TO DYNAMIC SUF-FILE-NAME
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS SUF-FILE-STATUS.
           SELECT CREDIT-LIMIT-HISTORY-FILE
               ASSIGN TO DYNAMIC CLH-FILE-NAME
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CLH-FILE-STATUS.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * THE EARLIER CLSNAP LAYOUTS.  EACH VERSION ONLY EVER ADDED    *
      * FIELDS TO THE END OF THE RECORD, SO EVERY OLD RECORD IS A    *
      * LEADING PART OF THE CURRENT ONE AND ONLY ITS LENGTH AND KEY  *
      * NEED DESCRIBING HERE:                                        *
      *   01 - CUST-NUM, CREDIT-LIMIT, CREDIT-BALANCE, CREDIT-FLAG   *
      *   02 - ADDED FIRST-EXCEEDED DATE AND RUNS-OVER COUNT         *
      *   03 - ADDED LIMIT-CHANGE COUNT AND RISK GRADE               *
      *   04 - ADDED CURRENCY CODE                                   *
      *   05 - ADDED SEVERITY AND PREVIOUS SEVERITY (CURRENT)        *
      ***************************************************************
       FD  SNAPSHOT-V01-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-V01-RECORD.
           05  V01-CUST-NUM            PIC X(4).
           05  FILLER                  PIC X(19).

       FD  SNAPSHOT-V02-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-V02-RECORD.
           05  V02-CUST-NUM            PIC X(4).
           05  FILLER                  PIC X(28).

       FD  SNAPSHOT-V03-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-V03-RECORD.
           05  V03-CUST-NUM            PIC X(4).
           05  FILLER                  PIC X(32).

       FD  SNAPSHOT-V04-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-V04-RECORD.
           05  V04-CUST-NUM            PIC X(4).
           05  FILLER                  PIC X(35).

      ***************************************************************
      * CREDIT-LIMIT-SNAPSHOT-FILE AT THE CURRENT LAYOUT: READ WHEN  *
      * THE OLD FILE IS ALREADY VERSION 05 BUT HAS NO HEADER, AND    *
      * WRITTEN BY THE RELOAD.                                       *
      ***************************************************************
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
      * SNAPSHOT-UNLOAD-FILE HOLDS ONE "D" RECORD PER SNAPSHOT,      *
      * ALREADY CONVERTED TO THE CURRENT LAYOUT, AND ONE "T" TRAILER *
      * AT THE END CARRYING THE RECORD COUNT AND HASH TOTALS TAKEN   *
      * FROM THE OLD FILE AS READ, AND THE VERSION IT WAS READ AS.   *
      ***************************************************************
       FD  SNAPSHOT-UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-UNLOAD-RECORD.
           05  SU-RECORD-TYPE          PIC X.
               88  SU-DATA-RECORD                 VALUE "D".
               88  SU-TRAILER-RECORD              VALUE "T".
           05  SU-SNAPSHOT-IMAGE       PIC X(41).
           05  SU-TRAILER-FIELDS REDEFINES SU-SNAPSHOT-IMAGE.
               10  SU-RECORD-COUNT     PIC 9(7).
               10  SU-LIMIT-HASH       PIC S9(11)V99.
               10  SU-BALANCE-HASH     PIC S9(11)V99.
               10  SU-FROM-VERSION     PIC 9(2).
               10  FILLER              PIC X(6).

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

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

       WORKING-STORAGE SECTION.

       01  OLD-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OLD-FILE-OK                        VALUE "00".

       01  OLD-SNAPSHOT-SWITCH        PIC  X      VALUE "N".
           88  OLD-SNAPSHOT-IS-OPEN               VALUE "Y".

       01  END-OF-OLD-SNAPSHOT-SWITCH PIC  X      VALUE "N".
           88  END-OF-OLD-SNAPSHOT                VALUE "Y".

       01  CLS-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLS-FILE-OK                        VALUE "00".

       01  CREDIT-LIMIT-SNAPSHOT-SWITCH PIC X     VALUE "N".
           88  CREDIT-LIMIT-SNAPSHOT-IS-OPEN      VALUE "Y".

       01  SUF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  SUF-FILE-OK                        VALUE "00".

       01  UNLOAD-FILE-SWITCH         PIC  X      VALUE "N".
           88  UNLOAD-FILE-IS-OPEN                VALUE "Y".

       01  END-OF-UNLOAD-SWITCH       PIC  X      VALUE "N".
           88  END-OF-UNLOAD                      VALUE "Y".

       01  UNLOAD-COMPLETE-SWITCH     PIC  X      VALUE "N".
           88  UNLOAD-IS-COMPLETE                 VALUE "Y".

       01  RELOAD-COMPLETE-SWITCH     PIC  X      VALUE "N".
           88  RELOAD-IS-COMPLETE                 VALUE "Y".

       01  TRAILER-FOUND-SWITCH       PIC  X      VALUE "N".
           88  TRAILER-WAS-FOUND                  VALUE "Y".

       01  VERDICT-SWITCH             PIC  X      VALUE "Y".
           88  TOTALS-MATCH                       VALUE "Y".

       01  CLH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLH-FILE-OK                        VALUE "00".

       01  END-OF-HISTORY-SWITCH      PIC  X      VALUE "N".
           88  END-OF-HISTORY                     VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  RUN-MODE-PARM              PIC  X(8)   VALUE SPACES.
           88  MODE-UNLOAD                        VALUE "UNLOAD".
           88  MODE-RELOAD                        VALUE "RELOAD".
           88  MODE-CONVERT                       VALUE "CONVERT".

       01  RUN-PARM-LINE              PIC  X(40)  VALUE SPACES.
       01  RUN-PARM-TOKEN-1           PIC  X(12)  VALUE SPACES.
       01  RUN-PARM-TOKEN-2           PIC  X(12)  VALUE SPACES.
       01  RUN-PARM-TOKEN-3           PIC  X(12)  VALUE SPACES.
       01  RUN-PARM-FILE-NAME         PIC  X(12)  VALUE SPACES.

      **********************************************************
      * THE SNAPSHOT BEING CONVERTED, ITS HISTORY, AND ITS     *
      * UNLOAD FILE.  A CREDRPT PARTITION'S SNAPSHOT CLSN<LO>  *
      * GOES WITH ITS HISTORY CLH<LO>, AND UNLOADS TO SNPU<LO> *
      * SO TWO PARTITIONS NEVER SHARE ONE UNLOAD FILE.  THE    *
      * DEFAULTS ARE THE ORIGINAL UNPARTITIONED NAMES.         *
      **********************************************************
       01  CLS-FILE-NAME              PIC  X(12)  VALUE "CLSNAP".
       01  CLS-FILE-NAME-PARTS REDEFINES CLS-FILE-NAME.
           05  CLS-NAME-PREFIX        PIC  X(4).
           05  CLS-NAME-LO            PIC  X(4).
           05  FILLER                 PIC  X(4).
       01  CLH-FILE-NAME              PIC  X(12)  VALUE "CLHIST".
       01  SUF-FILE-NAME              PIC  X(12)  VALUE "SNAPUNLD".

       01  FROM-VERSION-X             PIC  X(2)   VALUE SPACES.
       01  FROM-VERSION REDEFINES FROM-VERSION-X
                                      PIC  9(2).

       01  CONVERSION-DATE            PIC  9(6)   VALUE ZERO.

      **********************************************************
      * THE CURRENT LAYOUT VERSION AND THE HEADER EYECATCHER.  *
      **********************************************************
       01  CLS-BUILT-FOR-VERSION      PIC  9(2)   VALUE 05.
       01  CLS-HEADER-EYECATCHER      PIC  X(8)   VALUE "CLSNAPHD".

      **********************************************************
      * EACH OLD RECORD IS READ INTO THIS IMAGE, PADDED WITH   *
      * SPACES TO THE CURRENT LENGTH, AND VIEWED AS EITHER A   *
      * SNAPSHOT OR A HEADER.                                  *
      **********************************************************
       01  OLD-SNAPSHOT-IMAGE         PIC  X(41)  VALUE SPACES.
       01  OLD-HEADER-VIEW REDEFINES OLD-SNAPSHOT-IMAGE.
           05  OLD-HDR-KEY            PIC  X(4).
           05  OLD-HDR-EYECATCHER     PIC  X(8).
           05  OLD-HDR-LAYOUT-VERSION PIC  9(2).
           05  FILLER                 PIC  X(27).

      **********************************************************
      * HC- TABLE HOLDS EACH CUSTOMER'S CLHIST RECORD COUNT    *
      * AND LATEST CHANGE DATE, GATHERED IN ONE PASS OF THE    *
      * FLAT HISTORY LOG WHEN THE OLD LAYOUT LACKS THE FIELDS  *
      * THEY DEFAULT.                                          *
      **********************************************************
       01  HC-CUSTOMER-COUNT          PIC  9(4)   VALUE ZERO.
       01  HC-TABLE-FULL-SWITCH       PIC  X      VALUE "N".
           88  HC-TABLE-IS-FULL                   VALUE "Y".
       01  HISTORY-COUNT-TABLE.
           05  HC-ENTRY OCCURS 2000 TIMES
                        INDEXED BY HC-INDX.
               10  HC-CUST-NUM         PIC X(4).
               10  HC-LAST-CHANGE-DATE PIC 9(6).
               10  HC-CHANGE-COUNT     PIC 9(3).

       01  HC-FOUND-SWITCH            PIC  X      VALUE "N".
           88  HC-ENTRY-WAS-FOUND                 VALUE "Y".

       01  CONVERSION-COUNTERS.
           05  CC-HISTORY-READ         PIC 9(7)   VALUE ZERO.
           05  CC-OVER-LIMIT           PIC 9(7)   VALUE ZERO.
           05  CC-DATED-FROM-HISTORY   PIC 9(7)   VALUE ZERO.
           05  CC-DATED-BUSINESS-DATE  PIC 9(7)   VALUE ZERO.
           05  CC-CURRENCY-FOUND       PIC 9(7)   VALUE ZERO.
           05  CC-NOT-ON-CUSTFILE      PIC 9(7)   VALUE ZERO.

       01  SR-CC-HISTORY-READ         PIC ZZZZZZ9.
       01  SR-CC-OVER-LIMIT           PIC ZZZZZZ9.
       01  SR-CC-DATED-FROM-HISTORY   PIC ZZZZZZ9.
       01  SR-CC-DATED-BUSINESS-DATE  PIC ZZZZZZ9.
       01  SR-CC-CURRENCY-FOUND       PIC ZZZZZZ9.
       01  SR-CC-NOT-ON-CUSTFILE      PIC ZZZZZZ9.

      **********************************************************
      * BT- BEFORE TOTALS ARE TAKEN FROM THE OLD FILE AS READ  *
      * (OR FROM THE UNLOAD TRAILER ON A RELOAD); AT- AFTER    *
      * TOTALS FROM THE RECORDS WRITTEN TO THE NEW CLSNAP.     *
      * CREDIT-LIMIT AND CREDIT-BALANCE ARE CARRIED BY EVERY   *
      * LAYOUT AND NEVER CHANGED BY THE CONVERSION, SO THE TWO *
      * SETS MUST AGREE.  HASH SUMS DELIBERATELY WRAP ON       *
      * OVERFLOW - BOTH SIDES WRAP THE SAME WAY.               *
      **********************************************************
       01  BEFORE-TOTALS.
           05  BT-RECORD-COUNT         PIC 9(7)      VALUE ZERO.
           05  BT-LIMIT-HASH           PIC S9(11)V99 VALUE ZERO.
           05  BT-BALANCE-HASH         PIC S9(11)V99 VALUE ZERO.

       01  AFTER-TOTALS.
           05  AT-RECORD-COUNT         PIC 9(7)      VALUE ZERO.
           05  AT-LIMIT-HASH           PIC S9(11)V99 VALUE ZERO.
           05  AT-BALANCE-HASH         PIC S9(11)V99 VALUE ZERO.

       01  SR-BT-RECORD-COUNT         PIC ZZZZZZ9.
       01  SR-BT-LIMIT-HASH           PIC Z(10)9.99-.
       01  SR-BT-BALANCE-HASH         PIC Z(10)9.99-.
       01  SR-AT-RECORD-COUNT         PIC ZZZZZZ9.
       01  SR-AT-LIMIT-HASH           PIC Z(10)9.99-.
       01  SR-AT-BALANCE-HASH         PIC Z(10)9.99-.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           ACCEPT RUN-PARM-LINE FROM COMMAND-LINE.
           UNSTRING RUN-PARM-LINE DELIMITED BY ALL " "
               INTO RUN-PARM-TOKEN-1
                    RUN-PARM-TOKEN-2
                    RUN-PARM-TOKEN-3.
           MOVE RUN-PARM-TOKEN-1 TO RUN-MODE-PARM.
           PERFORM SET-FILE-NAMES
              THRU SET-FILE-NAMES-EXIT.
           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           EVALUATE TRUE
              WHEN MODE-UNLOAD
                 PERFORM UNLOAD-OLD-SNAPSHOT
                    THRU UNLOAD-OLD-SNAPSHOT-EXIT
                 IF NOT UNLOAD-IS-COMPLETE
                    MOVE 1 TO RETURN-CODE
                 END-IF
              WHEN MODE-RELOAD
                 PERFORM RELOAD-SNAPSHOT-FILE
                    THRU RELOAD-SNAPSHOT-FILE-EXIT
                 IF NOT RELOAD-IS-COMPLETE
                    MOVE 1 TO RETURN-CODE
                 END-IF
              WHEN MODE-CONVERT
                 PERFORM UNLOAD-OLD-SNAPSHOT
                    THRU UNLOAD-OLD-SNAPSHOT-EXIT
                 IF UNLOAD-IS-COMPLETE
                    PERFORM RELOAD-SNAPSHOT-FILE
                       THRU RELOAD-SNAPSHOT-FILE-EXIT
                    IF NOT RELOAD-IS-COMPLETE
                       MOVE 1 TO RETURN-CODE
                    END-IF
                 ELSE
                    DISPLAY "SNAPCONV: UNLOAD DID NOT COMPLETE - "
                            CLS-FILE-NAME " LEFT AS IT WAS"
                    MOVE 1 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 DISPLAY "SNAPCONV MODE MUST BE UNLOAD VV, RELOAD, "
                         "OR CONVERT VV, EACH WITH AN OPTIONAL "
                         "SNAPSHOT FILE NAME"
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       SET-FILE-NAMES.
      ***************************************************************
      * THE LAYOUT VERSION FOLLOWS UNLOAD AND CONVERT; THE SNAPSHOT  *
      * FILE NAME, WHEN GIVEN, COMES LAST.  A PARTITION'S CLSN<LO>   *
      * BRINGS ITS CLH<LO> HISTORY AND SNPU<LO> UNLOAD FILE WITH IT. *
      ***************************************************************
           IF MODE-RELOAD
              MOVE RUN-PARM-TOKEN-2 TO RUN-PARM-FILE-NAME
           ELSE
              MOVE RUN-PARM-TOKEN-2 TO FROM-VERSION-X
              MOVE RUN-PARM-TOKEN-3 TO RUN-PARM-FILE-NAME
           END-IF.
           IF RUN-PARM-FILE-NAME NOT = SPACES
              MOVE RUN-PARM-FILE-NAME TO CLS-FILE-NAME
           END-IF.
           IF CLS-NAME-PREFIX = "CLSN"
              AND CLS-FILE-NAME NOT = "CLSNAP"
              MOVE SPACES TO CLH-FILE-NAME
              STRING "CLH" CLS-NAME-LO DELIMITED BY SIZE
                  INTO CLH-FILE-NAME
              MOVE SPACES TO SUF-FILE-NAME
              STRING "SNPU" CLS-NAME-LO DELIMITED BY SIZE
                  INTO SUF-FILE-NAME
           END-IF.
           DISPLAY "SNAPCONV SNAPSHOT " CLS-FILE-NAME
                   " HISTORY " CLH-FILE-NAME
                   " UNLOAD FILE " SUF-FILE-NAME.
       SET-FILE-NAMES-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * CONVERT AS OF THE OPEN BUSINESS DATE.  NO PERDCTL ON FILE    *
      * MEANS THE SYSTEM DATE.                                       *
      ***************************************************************
           ACCEPT CONVERSION-DATE FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE TO CONVERSION-DATE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       UNLOAD-OLD-SNAPSHOT.
      ***************************************************************
      * READ THE SNAPSHOT AS THE LAYOUT VERSION ON THE COMMAND LINE, *
      * CONVERT EVERY RECORD TO THE CURRENT LAYOUT ONTO THE FLAT     *
      * UNLOAD FILE, THEN WRITE THE BEFORE-TOTAL TRAILER.  A HEADER  *
      * ON THE OLD FILE MUST AGREE WITH THE VERSION GIVEN.           *
      ***************************************************************
           IF FROM-VERSION NOT NUMERIC
              OR FROM-VERSION < 01
              OR FROM-VERSION > CLS-BUILT-FOR-VERSION
              DISPLAY "SNAPCONV: LAYOUT VERSION MUST BE 01 THROUGH "
                      CLS-BUILT-FOR-VERSION
              GO TO UNLOAD-OLD-SNAPSHOT-EXIT
           END-IF.

           PERFORM OPEN-OLD-SNAPSHOT
              THRU OPEN-OLD-SNAPSHOT-EXIT.
           IF NOT OLD-SNAPSHOT-IS-OPEN
              GO TO UNLOAD-OLD-SNAPSHOT-EXIT
           END-IF.
           PERFORM READ-OLD-SNAPSHOT
              THRU READ-OLD-SNAPSHOT-EXIT.
           IF NOT END-OF-OLD-SNAPSHOT
              AND OLD-HDR-KEY = LOW-VALUES
              AND OLD-HDR-EYECATCHER = CLS-HEADER-EYECATCHER
              IF OLD-HDR-LAYOUT-VERSION NOT = FROM-VERSION
                 DISPLAY "SNAPCONV: " CLS-FILE-NAME
                         " HEADER SAYS LAYOUT VERSION "
                         OLD-HDR-LAYOUT-VERSION ", NOT "
                         FROM-VERSION " - UNLOAD ABANDONED"
                 GO TO UNLOAD-OLD-SNAPSHOT-EXIT
              END-IF
              IF OLD-HDR-LAYOUT-VERSION = CLS-BUILT-FOR-VERSION
                 DISPLAY "SNAPCONV: " CLS-FILE-NAME
                         " IS ALREADY AT LAYOUT VERSION "
                         CLS-BUILT-FOR-VERSION
                         " - NOTHING TO CONVERT"
                 GO TO UNLOAD-OLD-SNAPSHOT-EXIT
              END-IF
              PERFORM READ-OLD-SNAPSHOT
                 THRU READ-OLD-SNAPSHOT-EXIT
           END-IF.

           IF FROM-VERSION < 03
              PERFORM LOAD-HISTORY-COUNTS
                 THRU LOAD-HISTORY-COUNTS-EXIT
           END-IF.
           IF FROM-VERSION < 04
              OPEN INPUT CUSTOMER-FILE
              IF CF-FILE-OK
                 SET CUSTOMER-FILE-IS-OPEN TO TRUE
              ELSE
                 DISPLAY "SNAPCONV: NO CUSTFILE ON FILE - EVERY "
                         "SNAPSHOT CONVERTED AS BASE CURRENCY"
              END-IF
           END-IF.

           OPEN OUTPUT SNAPSHOT-UNLOAD-FILE.
           IF NOT SUF-FILE-OK
              DISPLAY "SNAPCONV: UNLOAD FILE OPEN FAILED, STATUS="
                      SUF-FILE-STATUS
              GO TO UNLOAD-OLD-SNAPSHOT-EXIT
           END-IF.
           SET UNLOAD-FILE-IS-OPEN TO TRUE.

           PERFORM UNLOAD-ONE-SNAPSHOT
              THRU UNLOAD-ONE-SNAPSHOT-EXIT
              UNTIL END-OF-OLD-SNAPSHOT.

           MOVE SPACES TO SNAPSHOT-UNLOAD-RECORD.
           SET SU-TRAILER-RECORD TO TRUE.
           MOVE BT-RECORD-COUNT TO SU-RECORD-COUNT.
           MOVE BT-LIMIT-HASH TO SU-LIMIT-HASH.
           MOVE BT-BALANCE-HASH TO SU-BALANCE-HASH.
           MOVE FROM-VERSION TO SU-FROM-VERSION.
           WRITE SNAPSHOT-UNLOAD-RECORD.
           CLOSE SNAPSHOT-UNLOAD-FILE.
           MOVE "N" TO UNLOAD-FILE-SWITCH.
           PERFORM CLOSE-OLD-SNAPSHOT
              THRU CLOSE-OLD-SNAPSHOT-EXIT.
           SET UNLOAD-IS-COMPLETE TO TRUE.

           DISPLAY "SNAPCONV UNLOAD OF LAYOUT VERSION " FROM-VERSION
                   " COMPLETE".
           PERFORM DISPLAY-BEFORE-TOTALS
              THRU DISPLAY-BEFORE-TOTALS-EXIT.
           PERFORM DISPLAY-CONVERSION-COUNTS
              THRU DISPLAY-CONVERSION-COUNTS-EXIT.
       UNLOAD-OLD-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       UNLOAD-ONE-SNAPSHOT.
           MOVE OLD-SNAPSHOT-IMAGE TO CREDIT-LIMIT-SNAPSHOT-RECORD.
           ADD 1 TO BT-RECORD-COUNT.
           ADD CLS-CREDIT-LIMIT TO BT-LIMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           ADD CLS-CREDIT-BALANCE TO BT-BALANCE-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           PERFORM CONVERT-ONE-SNAPSHOT
              THRU CONVERT-ONE-SNAPSHOT-EXIT.
           MOVE SPACES TO SNAPSHOT-UNLOAD-RECORD.
           SET SU-DATA-RECORD TO TRUE.
           MOVE CREDIT-LIMIT-SNAPSHOT-RECORD TO SU-SNAPSHOT-IMAGE.
           WRITE SNAPSHOT-UNLOAD-RECORD.
           PERFORM READ-OLD-SNAPSHOT
              THRU READ-OLD-SNAPSHOT-EXIT.
       UNLOAD-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-OLD-SNAPSHOT.
           EVALUATE FROM-VERSION
              WHEN 01
                 OPEN INPUT SNAPSHOT-V01-FILE
              WHEN 02
                 OPEN INPUT SNAPSHOT-V02-FILE
              WHEN 03
                 OPEN INPUT SNAPSHOT-V03-FILE
              WHEN 04
                 OPEN INPUT SNAPSHOT-V04-FILE
              WHEN OTHER
                 OPEN INPUT CREDIT-LIMIT-SNAPSHOT-FILE
                 MOVE CLS-FILE-STATUS TO OLD-FILE-STATUS
           END-EVALUATE.
           IF NOT OLD-FILE-OK
              DISPLAY "SNAPCONV: " CLS-FILE-NAME
                      " OPEN FAILED AS LAYOUT VERSION "
                      FROM-VERSION ", STATUS=" OLD-FILE-STATUS
              GO TO OPEN-OLD-SNAPSHOT-EXIT
           END-IF.
           SET OLD-SNAPSHOT-IS-OPEN TO TRUE.
       OPEN-OLD-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       READ-OLD-SNAPSHOT.
           MOVE SPACES TO OLD-SNAPSHOT-IMAGE.
           EVALUATE FROM-VERSION
              WHEN 01
                 READ SNAPSHOT-V01-FILE
                     AT END SET END-OF-OLD-SNAPSHOT TO TRUE
                     NOT AT END
                        MOVE SNAPSHOT-V01-RECORD TO OLD-SNAPSHOT-IMAGE
                 END-READ
              WHEN 02
                 READ SNAPSHOT-V02-FILE
                     AT END SET END-OF-OLD-SNAPSHOT TO TRUE
                     NOT AT END
                        MOVE SNAPSHOT-V02-RECORD TO OLD-SNAPSHOT-IMAGE
                 END-READ
              WHEN 03
                 READ SNAPSHOT-V03-FILE
                     AT END SET END-OF-OLD-SNAPSHOT TO TRUE
                     NOT AT END
                        MOVE SNAPSHOT-V03-RECORD TO OLD-SNAPSHOT-IMAGE
                 END-READ
              WHEN 04
                 READ SNAPSHOT-V04-FILE
                     AT END SET END-OF-OLD-SNAPSHOT TO TRUE
                     NOT AT END
                        MOVE SNAPSHOT-V04-RECORD TO OLD-SNAPSHOT-IMAGE
                 END-READ
              WHEN OTHER
                 READ CREDIT-LIMIT-SNAPSHOT-FILE NEXT RECORD
                     AT END SET END-OF-OLD-SNAPSHOT TO TRUE
                     NOT AT END
                        MOVE CREDIT-LIMIT-SNAPSHOT-RECORD
                          TO OLD-SNAPSHOT-IMAGE
                 END-READ
           END-EVALUATE.
       READ-OLD-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       CLOSE-OLD-SNAPSHOT.
           EVALUATE FROM-VERSION
              WHEN 01
                 CLOSE SNAPSHOT-V01-FILE
              WHEN 02
                 CLOSE SNAPSHOT-V02-FILE
              WHEN 03
                 CLOSE SNAPSHOT-V03-FILE
              WHEN 04
                 CLOSE SNAPSHOT-V04-FILE
              WHEN OTHER
                 CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
           END-EVALUATE.
           MOVE "N" TO OLD-SNAPSHOT-SWITCH.
       CLOSE-OLD-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       CONVERT-ONE-SNAPSHOT.
      ***************************************************************
      * FILL IN EVERY FIELD THE OLD LAYOUT DID NOT CARRY.  A        *
      * CUSTOMER IS OVER THEIR LIMIT WHEN THE AVAILABLE CREDIT IN    *
      * CREDIT-BALANCE HAS GONE NEGATIVE.                            *
      ***************************************************************
           IF FROM-VERSION < 03
              PERFORM FIND-HISTORY-ENTRY
                 THRU FIND-HISTORY-ENTRY-EXIT
           END-IF.
           IF CLS-CREDIT-BALANCE < ZERO
              ADD 1 TO CC-OVER-LIMIT
           END-IF.
           IF FROM-VERSION < 02
              PERFORM DEFAULT-AGING-FIELDS
                 THRU DEFAULT-AGING-FIELDS-EXIT
           END-IF.
           IF FROM-VERSION < 03
              PERFORM DEFAULT-GRADING-FIELDS
                 THRU DEFAULT-GRADING-FIELDS-EXIT
           END-IF.
           IF FROM-VERSION < 04
              PERFORM DEFAULT-CURRENCY-CODE
                 THRU DEFAULT-CURRENCY-CODE-EXIT
           END-IF.
           IF FROM-VERSION < 05
              PERFORM DEFAULT-SEVERITY-FIELDS
                 THRU DEFAULT-SEVERITY-FIELDS-EXIT
           END-IF.
       CONVERT-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       DEFAULT-AGING-FIELDS.
      ***************************************************************
      * AN OVER-LIMIT CUSTOMER'S STRETCH IS TAKEN TO HAVE BEGUN AT   *
      * THEIR LAST LIMIT CHANGE - THE BEST EVIDENCE ON FILE - AND TO *
      * HAVE RUN ONE RUN SO FAR.                                     *
      ***************************************************************
           MOVE ZERO TO CLS-FIRST-EXCEEDED-DATE.
           MOVE ZERO TO CLS-RUNS-OVER-COUNT.
           IF CLS-CREDIT-BALANCE NOT < ZERO
              GO TO DEFAULT-AGING-FIELDS-EXIT
           END-IF.
           MOVE 1 TO CLS-RUNS-OVER-COUNT.
           IF HC-ENTRY-WAS-FOUND
              MOVE HC-LAST-CHANGE-DATE (HC-INDX)
                TO CLS-FIRST-EXCEEDED-DATE
              ADD 1 TO CC-DATED-FROM-HISTORY
           ELSE
              MOVE CONVERSION-DATE TO CLS-FIRST-EXCEEDED-DATE
              ADD 1 TO CC-DATED-BUSINESS-DATE
           END-IF.
       DEFAULT-AGING-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       DEFAULT-GRADING-FIELDS.
           MOVE ZERO TO CLS-LIMIT-CHANGE-COUNT.
           IF HC-ENTRY-WAS-FOUND
              MOVE HC-CHANGE-COUNT (HC-INDX) TO CLS-LIMIT-CHANGE-COUNT
           END-IF.
           MOVE SPACE TO CLS-RISK-GRADE.
       DEFAULT-GRADING-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       DEFAULT-CURRENCY-CODE.
           MOVE SPACES TO CLS-CURRENCY-CODE.
           IF NOT CUSTOMER-FILE-IS-OPEN
              GO TO DEFAULT-CURRENCY-CODE-EXIT
           END-IF.
           MOVE CLS-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  ADD 1 TO CC-NOT-ON-CUSTFILE
               NOT INVALID KEY
                  MOVE CF-CURRENCY-CODE TO CLS-CURRENCY-CODE
                  ADD 1 TO CC-CURRENCY-FOUND
           END-READ.
       DEFAULT-CURRENCY-CODE-EXIT. EXIT.
      *****************************************************************
      *
       DEFAULT-SEVERITY-FIELDS.
           IF CLS-CREDIT-BALANCE < ZERO
              MOVE "O" TO CLS-SEVERITY-CODE
           ELSE
              MOVE "U" TO CLS-SEVERITY-CODE
           END-IF.
           MOVE CLS-SEVERITY-CODE TO CLS-PREV-SEVERITY.
       DEFAULT-SEVERITY-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-HISTORY-COUNTS.
      ***************************************************************
      * ONE PASS OF CLHIST, COUNTING THE RECORDS AND KEEPING THE     *
      * LATEST EFFECTIVE DATE SEEN FOR EACH CUSTOMER.  NO HISTORY    *
      * FILE MEANS NO CHANGES ON RECORD.                             *
      ***************************************************************
           OPEN INPUT CREDIT-LIMIT-HISTORY-FILE.
           IF NOT CLH-FILE-OK
              DISPLAY "SNAPCONV: NO " CLH-FILE-NAME
                      " ON FILE - CHANGE COUNTS "
                      "ZERO, OVER-LIMIT DATES DEFAULT TO "
                      CONVERSION-DATE
              GO TO LOAD-HISTORY-COUNTS-EXIT
           END-IF.
           PERFORM LOAD-ONE-HISTORY-RECORD
              THRU LOAD-ONE-HISTORY-RECORD-EXIT
              UNTIL END-OF-HISTORY.
           CLOSE CREDIT-LIMIT-HISTORY-FILE.
           IF HC-TABLE-IS-FULL
              DISPLAY "SNAPCONV: HISTORY TABLE FULL AT "
                      HC-CUSTOMER-COUNT " CUSTOMERS - THE REST "
                      "CONVERT AS HAVING NO HISTORY"
           END-IF.
       LOAD-HISTORY-COUNTS-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-HISTORY-RECORD.
           READ CREDIT-LIMIT-HISTORY-FILE
               AT END
                  SET END-OF-HISTORY TO TRUE
                  GO TO LOAD-ONE-HISTORY-RECORD-EXIT
           END-READ.
           ADD 1 TO CC-HISTORY-READ.
           MOVE CLH-CUST-NUM TO CLS-CUST-NUM.
           PERFORM FIND-HISTORY-ENTRY
              THRU FIND-HISTORY-ENTRY-EXIT.
           IF NOT HC-ENTRY-WAS-FOUND
              IF HC-CUSTOMER-COUNT NOT < 2000
                 SET HC-TABLE-IS-FULL TO TRUE
                 GO TO LOAD-ONE-HISTORY-RECORD-EXIT
              END-IF
              ADD 1 TO HC-CUSTOMER-COUNT
              SET HC-INDX TO HC-CUSTOMER-COUNT
              MOVE CLH-CUST-NUM TO HC-CUST-NUM (HC-INDX)
              MOVE ZERO TO HC-LAST-CHANGE-DATE (HC-INDX)
              MOVE ZERO TO HC-CHANGE-COUNT (HC-INDX)
           END-IF.
           IF HC-CHANGE-COUNT (HC-INDX) < 999
              ADD 1 TO HC-CHANGE-COUNT (HC-INDX)
           END-IF.
           IF CLH-EFFECTIVE-DATE > HC-LAST-CHANGE-DATE (HC-INDX)
              MOVE CLH-EFFECTIVE-DATE TO HC-LAST-CHANGE-DATE (HC-INDX)
           END-IF.
       LOAD-ONE-HISTORY-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       FIND-HISTORY-ENTRY.
      ***************************************************************
      * LOOK UP CLS-CUST-NUM IN THE HISTORY TABLE.  ON A HIT HC-INDX *
      * IS LEFT ON THE ENTRY.                                        *
      ***************************************************************
           MOVE "N" TO HC-FOUND-SWITCH.
           SET HC-INDX TO 1.
           PERFORM CHECK-ONE-HISTORY-ENTRY
              THRU CHECK-ONE-HISTORY-ENTRY-EXIT
              UNTIL HC-ENTRY-WAS-FOUND
                 OR HC-INDX > HC-CUSTOMER-COUNT.
       FIND-HISTORY-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-HISTORY-ENTRY.
           IF HC-CUST-NUM (HC-INDX) = CLS-CUST-NUM
              SET HC-ENTRY-WAS-FOUND TO TRUE
           ELSE
              SET HC-INDX UP BY 1
           END-IF.
       CHECK-ONE-HISTORY-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       RELOAD-SNAPSHOT-FILE.
      ***************************************************************
      * REBUILD THE SNAPSHOT AT THE CURRENT LAYOUT FROM THE UNLOAD   *
      * FILE.  THE RELOADED RECORDS ARE COUNTED AND HASHED AND       *
      * PROVED AGAINST THE TRAILER.  THE LAYOUT HEADER IS WRITTEN    *
      * ONLY WHEN THEY MATCH, SO A RELOAD THAT CANNOT BE PROVED      *
      * LEAVES A FILE EVERY PROGRAM WILL GO ON REFUSING.             *
      ***************************************************************
           OPEN INPUT SNAPSHOT-UNLOAD-FILE.
           IF NOT SUF-FILE-OK
              DISPLAY "SNAPCONV: UNLOAD FILE OPEN FAILED, STATUS="
                      SUF-FILE-STATUS
              GO TO RELOAD-SNAPSHOT-FILE-EXIT
           END-IF.
           SET UNLOAD-FILE-IS-OPEN TO TRUE.
           OPEN OUTPUT CREDIT-LIMIT-SNAPSHOT-FILE.
           IF NOT CLS-FILE-OK
              DISPLAY "SNAPCONV: " CLS-FILE-NAME
                      " OPEN FAILED, STATUS=" CLS-FILE-STATUS
              GO TO RELOAD-SNAPSHOT-FILE-EXIT
           END-IF.
           SET CREDIT-LIMIT-SNAPSHOT-IS-OPEN TO TRUE.

           PERFORM READ-UNLOAD-RECORD
              THRU READ-UNLOAD-RECORD-EXIT.
           PERFORM RELOAD-ONE-SNAPSHOT
              THRU RELOAD-ONE-SNAPSHOT-EXIT
              UNTIL END-OF-UNLOAD.

           IF NOT TRAILER-WAS-FOUND
              DISPLAY "**SNAPCONV: NO TRAILER ON UNLOAD FILE - "
                      "RELOADED DATA CANNOT BE PROVED**"
              DISPLAY "**" CLS-FILE-NAME
                      " LEFT WITHOUT A LAYOUT HEADER AND "
                      "WILL BE REFUSED**"
              GO TO RELOAD-SNAPSHOT-FILE-EXIT
           END-IF.
           PERFORM COMPARE-CONTROL-TOTALS
              THRU COMPARE-CONTROL-TOTALS-EXIT.
           IF NOT TOTALS-MATCH
              DISPLAY "**" CLS-FILE-NAME
                      " LEFT WITHOUT A LAYOUT HEADER AND "
                      "WILL BE REFUSED**"
              GO TO RELOAD-SNAPSHOT-FILE-EXIT
           END-IF.

           MOVE SPACES TO CREDIT-LIMIT-SNAPSHOT-HEADER.
           MOVE LOW-VALUES TO CLS-HDR-KEY.
           MOVE CLS-HEADER-EYECATCHER TO CLS-HDR-EYECATCHER.
           MOVE CLS-BUILT-FOR-VERSION TO CLS-HDR-LAYOUT-VERSION.
           MOVE CONVERSION-DATE TO CLS-HDR-CREATED-DATE.
           WRITE CREDIT-LIMIT-SNAPSHOT-HEADER
               INVALID KEY
                  DISPLAY "SNAPCONV: " CLS-FILE-NAME
                          " HEADER WRITE FAILED, STATUS="
                          CLS-FILE-STATUS
                  GO TO RELOAD-SNAPSHOT-FILE-EXIT
           END-WRITE.
           SET RELOAD-IS-COMPLETE TO TRUE.
           DISPLAY "SNAPCONV: " CLS-FILE-NAME
                   " CONVERTED FROM LAYOUT VERSION "
                   FROM-VERSION " TO " CLS-BUILT-FOR-VERSION.
       RELOAD-SNAPSHOT-FILE-EXIT. EXIT.
      *****************************************************************
      *
       RELOAD-ONE-SNAPSHOT.
           IF SU-TRAILER-RECORD
              SET TRAILER-WAS-FOUND TO TRUE
              MOVE SU-RECORD-COUNT TO BT-RECORD-COUNT
              MOVE SU-LIMIT-HASH TO BT-LIMIT-HASH
              MOVE SU-BALANCE-HASH TO BT-BALANCE-HASH
              MOVE SU-FROM-VERSION TO FROM-VERSION
           ELSE
              MOVE SU-SNAPSHOT-IMAGE TO CREDIT-LIMIT-SNAPSHOT-RECORD
              WRITE CREDIT-LIMIT-SNAPSHOT-RECORD
                  INVALID KEY
                     DISPLAY "SNAPCONV: DUPLICATE CUST-NUM "
                             CLS-CUST-NUM " ON UNLOAD FILE - SKIPPED"
                  NOT INVALID KEY
                     ADD 1 TO AT-RECORD-COUNT
                     ADD CLS-CREDIT-LIMIT TO AT-LIMIT-HASH
                         ON SIZE ERROR CONTINUE
                     END-ADD
                     ADD CLS-CREDIT-BALANCE TO AT-BALANCE-HASH
                         ON SIZE ERROR CONTINUE
                     END-ADD
              END-WRITE
           END-IF.
           PERFORM READ-UNLOAD-RECORD
              THRU READ-UNLOAD-RECORD-EXIT.
       RELOAD-ONE-SNAPSHOT-EXIT. EXIT.
      *****************************************************************
      *
       READ-UNLOAD-RECORD.
           READ SNAPSHOT-UNLOAD-FILE
               AT END SET END-OF-UNLOAD TO TRUE
           END-READ.
       READ-UNLOAD-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       COMPARE-CONTROL-TOTALS.
      ***************************************************************
      * THE VERDICT: COUNT AND BOTH HASH TOTALS OF THE RELOADED FILE *
      * MUST ALL MATCH THE TOTALS TAKEN FROM THE OLD FILE.           *
      ***************************************************************
           IF AT-RECORD-COUNT NOT = BT-RECORD-COUNT
              MOVE "N" TO VERDICT-SWITCH
           END-IF.
           IF AT-LIMIT-HASH NOT = BT-LIMIT-HASH
              MOVE "N" TO VERDICT-SWITCH
           END-IF.
           IF AT-BALANCE-HASH NOT = BT-BALANCE-HASH
              MOVE "N" TO VERDICT-SWITCH
           END-IF.

           PERFORM DISPLAY-BEFORE-TOTALS
              THRU DISPLAY-BEFORE-TOTALS-EXIT.
           MOVE AT-RECORD-COUNT TO SR-AT-RECORD-COUNT.
           MOVE AT-LIMIT-HASH TO SR-AT-LIMIT-HASH.
           MOVE AT-BALANCE-HASH TO SR-AT-BALANCE-HASH.
           DISPLAY "AFTER RECORD COUNT ......... "
                   SR-AT-RECORD-COUNT.
           DISPLAY "AFTER LIMIT HASH ........... "
                   SR-AT-LIMIT-HASH.
           DISPLAY "AFTER BALANCE HASH ......... "
                   SR-AT-BALANCE-HASH.
           IF TOTALS-MATCH
              DISPLAY "SNAPCONV CONTROL TOTALS MATCH - DATA INTACT"
           ELSE
              DISPLAY "**SNAPCONV CONTROL TOTAL MISMATCH - DO NOT "
                      "TRUST THIS DATA**"
           END-IF.
       COMPARE-CONTROL-TOTALS-EXIT. EXIT.
      *****************************************************************
      *
       DISPLAY-BEFORE-TOTALS.
           MOVE BT-RECORD-COUNT TO SR-BT-RECORD-COUNT.
           MOVE BT-LIMIT-HASH TO SR-BT-LIMIT-HASH.
           MOVE BT-BALANCE-HASH TO SR-BT-BALANCE-HASH.
           DISPLAY "BEFORE RECORD COUNT ........ "
                   SR-BT-RECORD-COUNT.
           DISPLAY "BEFORE LIMIT HASH .......... "
                   SR-BT-LIMIT-HASH.
           DISPLAY "BEFORE BALANCE HASH ........ "
                   SR-BT-BALANCE-HASH.
       DISPLAY-BEFORE-TOTALS-EXIT. EXIT.
      *****************************************************************
      *
       DISPLAY-CONVERSION-COUNTS.
           MOVE CC-HISTORY-READ TO SR-CC-HISTORY-READ.
           MOVE CC-OVER-LIMIT TO SR-CC-OVER-LIMIT.
           MOVE CC-DATED-FROM-HISTORY TO SR-CC-DATED-FROM-HISTORY.
           MOVE CC-DATED-BUSINESS-DATE TO SR-CC-DATED-BUSINESS-DATE.
           MOVE CC-CURRENCY-FOUND TO SR-CC-CURRENCY-FOUND.
           MOVE CC-NOT-ON-CUSTFILE TO SR-CC-NOT-ON-CUSTFILE.
           DISPLAY "CLHIST RECORDS READ ........ "
                   SR-CC-HISTORY-READ.
           DISPLAY "OVER LIMIT AS CONVERTED .... "
                   SR-CC-OVER-LIMIT.
           DISPLAY "DATED FROM CLHIST .......... "
                   SR-CC-DATED-FROM-HISTORY.
           DISPLAY "DATED AS OF BUSINESS DATE .. "
                   SR-CC-DATED-BUSINESS-DATE.
           DISPLAY "CURRENCY FROM CUSTFILE ..... "
                   SR-CC-CURRENCY-FOUND.
           DISPLAY "NOT ON CUSTFILE - BASE ..... "
                   SR-CC-NOT-ON-CUSTFILE.
       DISPLAY-CONVERSION-COUNTS-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
           IF OLD-SNAPSHOT-IS-OPEN
              PERFORM CLOSE-OLD-SNAPSHOT
                 THRU CLOSE-OLD-SNAPSHOT-EXIT
           END-IF.
           IF CREDIT-LIMIT-SNAPSHOT-IS-OPEN
              CLOSE CREDIT-LIMIT-SNAPSHOT-FILE
           END-IF.
           IF UNLOAD-FILE-IS-OPEN
              CLOSE SNAPSHOT-UNLOAD-FILE
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           DISPLAY "PROGRAM: SNAPCONV EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

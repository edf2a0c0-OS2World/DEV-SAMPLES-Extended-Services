      *                                                           *
      * INPUT:   REJECT-FILE (REJFILE) FROM THE NIGHT'S SALESRPT  *
      *          RUN, AND CORRECTIONS-FILE (REJCORR), ONE RECORD  *
      *          PER CORRECTED CUSTOMER.  PERDCTL FOR THE         *
      *          BUSINESS DATE.                                   *
      *                                                           *
      * OUTPUT:  CUSTOMER-FILE (CUSTFILE) REPAIRED IN PLACE, WITH *
      *          A BEFORE/AFTER PAIR ON CUSTJRNL FOR EACH REPAIR. *
      *          SALES-RECORDS FOR THE REPAIRED CUSTOMERS TO THE  *
      *          CREDRPT PROGRAM, AND A RECYCLE SUMMARY.          *
      *                                                           *
      * 1995-06 JCH  EVERY REPAIR NOW WRITES A "C" BEFORE/AFTER   *
      *              PAIR TO CUSTJRNL, DATED WITH THE PERDCTL     *
      *              BUSINESS DATE AND NAMING THE OPERATOR FROM   *
      *              THE CORRECTION, SO BALPROOF AND CUSTUTIL SEE *
      *              THE BALANCE CHANGE.  A CUSTJRNL THAT WILL    *
      *              NOT OPEN REFUSES THE RUN.                    *
      * 1995-04 JCH  A CORRECTION NOW KEEPS THE CUSTOMER'S        *
      *              ACCOUNT OFFICER CODE ALONG WITH ITS BILLING  *
      *              CURRENCY WHEN THE RECORD IS REWRITTEN.       *
      * 1994-05 JCH  THE RUN NOW ACQUIRES THE SHARED CUSTFILE    *
      *              UPDATE LOCK (CUSTLOCK) BEFORE OPENING THE   *
      *              MASTER AND RELEASES IT AT CLEANUP.  A HELD  *
           SELECT PARTNER-PARM-FILE  ASSIGN TO "PARMFILE"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PARM-FILE-STATUS.
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MJF-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
           05  CF-CUST-NUM             PIC X(4).
           05  CF-CUST-NAME            PIC X(20).
           05  CF-CURRENCY-CODE        PIC X(3).
           05  CF-OFFICER-CODE         PIC X(2).
           05  CF-CREDIT-BALANCE       PIC S9(7)V99.
           05  CF-CREDIT-LIMIT         PIC S9(7)V99.
           05  CF-CREDIT-FLAG          PIC X.
      * CORRECTIONS-FILE CARRIES THE CREDIT DESK'S FIXES, KEYED BY   *
      * CUST-NUM, IN THE SAME FIELD LAYOUT AS THE CUSTMNT CONTROL    *
      * FILE (MINUS THE ACTION CODE).  AMOUNTS ARE UNSIGNED WITH     *
      * TWO ASSUMED DECIMAL PLACES.  THE OPERATOR ID NAMES WHO MADE  *
      * THE CORRECTION, FOR THE JOURNAL.                             *
      ***************************************************************
       FD  CORRECTIONS-FILE
           LABEL RECORDS ARE STANDARD.
           05  CO-CREDIT-LIMIT         PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  CO-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X.
           05  CO-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * PARTNER-PARM-FILE HOLDS THE SYMBOLIC DESTINATION NAME OF    *
           LABEL RECORDS ARE STANDARD.
       01  PARTNER-PARM-RECORD        PIC X(8).

      ***************************************************************
      * MAINTENANCE-JOURNAL-FILE IS THE SHARED CUSTJRNL BEFORE/      *
      * AFTER TRAIL.  EVERY REPAIR APPENDS ITS PAIR UNDER ACTION     *
      * "C", SO BALPROOF ACCOUNTS FOR THE BALANCE MOVEMENT AND       *
      * CUSTUTIL'S ROLL-FORWARD RECOVERY REPLAYS IT.                 *
      ***************************************************************
       FD  MAINTENANCE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-JOURNAL-RECORD.
           05  MJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CREDIT-BALANCE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CREDIT-LIMIT         PIC Z(6)9.99-.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MJ-OFFICER-CODE         PIC X(2).

      ***************************************************************
      * PERIOD-CONTROL-FILE HOLDS THE OPEN BUSINESS DATE THE         *
      * JOURNAL IMAGES ARE DATED WITH.                               *
      ***************************************************************
       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

       WORKING-STORAGE SECTION.

       01  BUFFER                     PIC  X(52)  VALUE SPACES.
       01  PARM-FILE-STATUS           PIC  X(2)   VALUE SPACES.
           88  PARM-FILE-OK                       VALUE "00".

       01  MJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MJF-FILE-OK                        VALUE "00".
           88  MJF-FILE-NOT-FOUND                 VALUE "35".

       01  JOURNAL-FILE-SWITCH        PIC  X      VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  JOURNAL-LOG-DATE           PIC  9(6)   VALUE ZERO.

       01  RECORD-VALID-SWITCH        PIC  X      VALUE "Y".
           88  CUSTOMER-RECORD-IS-VALID           VALUE "Y".

       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

       01  SAVED-CURRENCY-CODE        PIC  X(3)   VALUE SPACES.
       01  SAVED-OFFICER-CODE         PIC  X(2)   VALUE SPACES.

       01  REPAIR-TABLE-FULL-SWITCH   PIC  X      VALUE "N".
           88  REPAIR-TABLE-IS-FULL               VALUE "Y".
               10  CE-CREDIT-BALANCE   PIC 9(7)V99.
               10  CE-CREDIT-LIMIT     PIC 9(7)V99.
               10  CE-CREDIT-FLAG      PIC X.
               10  CE-OPERATOR-ID      PIC X(8).

      ***************************************************************
      * REPAIRED-CUST-TABLE REMEMBERS EVERY CUST-NUM SUCCESSFULLY    *
                      "NOT GRANTED"
              STOP RUN
           END-IF.
           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           PERFORM LOAD-CORRECTIONS-TABLE
              THRU LOAD-CORRECTIONS-TABLE-EXIT.
           PERFORM OPEN-CUSTOMER-FILE
              THRU OPEN-CUSTOMER-FILE-EXIT.
           PERFORM OPEN-JOURNAL-FILE
              THRU OPEN-JOURNAL-FILE-EXIT.
           PERFORM OPEN-REJECT-FILE
              THRU OPEN-REJECT-FILE-EXIT.
           PERFORM READ-REJECT-RECORD
      * RECORD NORMALLY STILL EXISTS (SALESRPT REJECTS WITHOUT       *
      * DELETING), BUT A CUSTOMER REMOVED SINCE THE REJECT IS ADDED  *
      * BACK RATHER THAN LOST.  THE EXISTING BILLING CURRENCY IS     *
      * PRESERVED - CORRECTIONS CARRY NO CURRENCY OF THEIR OWN - AND *
      * SO IS THE CUSTOMER'S ACCOUNT OFFICER.  THE RECORD AS READ IS *
      * JOURNALED AS THE "BEFORE" IMAGE (ZERO AND BLANK FOR A        *
      * CUSTOMER ADDED BACK) AND THE REPAIRED ONE AS THE "AFTER".    *
      ***************************************************************
           MOVE SPACES TO SAVED-CURRENCY-CODE.
           MOVE SPACES TO SAVED-OFFICER-CODE.
           MOVE CE-CUST-NUM (COR-INDX) TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE SPACES TO CUSTOMER-RECORD
                  MOVE CE-CUST-NUM (COR-INDX) TO CF-CUST-NUM
                  MOVE ZERO TO CF-CREDIT-BALANCE
                  MOVE ZERO TO CF-CREDIT-LIMIT
               NOT INVALID KEY
                  MOVE CF-CURRENCY-CODE TO SAVED-CURRENCY-CODE
                  MOVE CF-OFFICER-CODE TO SAVED-OFFICER-CODE
           END-READ.
           MOVE "BEFORE" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           MOVE SPACES                       TO CUSTOMER-RECORD.
           MOVE CE-CUST-NUM (COR-INDX)       TO CF-CUST-NUM.
           MOVE SAVED-CURRENCY-CODE          TO CF-CURRENCY-CODE.
           MOVE SAVED-OFFICER-CODE           TO CF-OFFICER-CODE.
           MOVE CE-CUST-NAME (COR-INDX)      TO CF-CUST-NAME.
           MOVE CE-CREDIT-BALANCE (COR-INDX) TO CF-CREDIT-BALANCE.
           MOVE CE-CREDIT-LIMIT (COR-INDX)   TO CF-CREDIT-LIMIT.
               INVALID KEY
                  WRITE CUSTOMER-RECORD
           END-REWRITE.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD 1 TO RC-REPAIRED-COUNT.
      ***************************************************************
      * THE SEND TABLE HOLDS 500 CUST-NUMS, THE SAME CAP AS THE      *
           DISPLAY "REJRECYC REPAIRED CUST-NUM " CF-CUST-NUM.
       APPLY-CORRECTION-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE CUSTOMER-RECORD AS   *
      * IT STANDS RIGHT NOW, UNDER ACTION "C", NAMING THE OPERATOR   *
      * WHO SUPPLIED THE CORRECTION.  MJ-IMAGE-TYPE IS SET BY THE    *
      * CALLER.                                                      *
      ***************************************************************
           IF NOT JOURNAL-FILE-IS-OPEN
              GO TO WRITE-JOURNAL-RECORD-EXIT
           END-IF.
           MOVE JOURNAL-LOG-DATE   TO MJ-LOG-DATE.
           MOVE "C"                TO MJ-ACTION-CODE.
           MOVE CF-CUST-NUM        TO MJ-CUST-NUM.
           MOVE CF-CUST-NAME       TO MJ-CUST-NAME.
           MOVE CF-CREDIT-BALANCE  TO MJ-CREDIT-BALANCE.
           MOVE CF-CREDIT-LIMIT    TO MJ-CREDIT-LIMIT.
           MOVE CF-CREDIT-FLAG     TO MJ-CREDIT-FLAG.
           ACCEPT MJ-LOG-TIME FROM TIME.
           MOVE CF-CURRENCY-CODE   TO MJ-CURRENCY-CODE.
           MOVE "REJRECYC"         TO MJ-PROGRAM-NAME.
           MOVE CE-OPERATOR-ID (COR-INDX) TO MJ-OPERATOR-ID.
           MOVE SAVED-OFFICER-CODE TO MJ-OFFICER-CODE.
           WRITE MAINTENANCE-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       SEND-REPAIRED-CUSTOMERS.
      ***************************************************************
                  MOVE CO-CREDIT-LIMIT
                       TO CE-CREDIT-LIMIT (COR-INDX)
                  MOVE CO-CREDIT-FLAG TO CE-CREDIT-FLAG (COR-INDX)
                  MOVE CO-OPERATOR-ID TO CE-OPERATOR-ID (COR-INDX)
           END-READ.
       LOAD-ONE-CORRECTION-EXIT. EXIT.
      *****************************************************************
                 THRU CLEANUP-EXIT.
       OPEN-CUSTOMER-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-JOURNAL-FILE.
      ***************************************************************
      * APPEND TO THE SHARED MAINTENANCE JOURNAL ACROSS RUNS, AS     *
      * CUSTMNT DOES.  A JOURNAL THAT WILL NOT OPEN REFUSES THE RUN  *
      * BEFORE ANY REPAIR IS MADE - AN UNJOURNALED BALANCE CHANGE    *
      * WOULD FAIL THE NEXT BALPROOF.                                *
      ***************************************************************
           OPEN EXTEND MAINTENANCE-JOURNAL-FILE.
           IF MJF-FILE-NOT-FOUND
              OPEN OUTPUT MAINTENANCE-JOURNAL-FILE
           END-IF.
           IF MJF-FILE-OK
              SET JOURNAL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "REJRECYC: NOTHING REPAIRED - CUSTJRNL OPEN "
                      "FAILED, STATUS=" MJF-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              MOVE "JOURNAL FILE OPEN FAILED"
                   TO CM-ERROR-DISPLAY-MSG
              PERFORM CLEANUP
                 THRU CLEANUP-EXIT.
       OPEN-JOURNAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * TAKE THE JOURNAL DATE FROM THE PERIOD CONTROL FILE.  NO      *
      * PERDCTL ON FILE MEANS THE SYSTEM DATE.                       *
      ***************************************************************
           ACCEPT JOURNAL-LOG-DATE FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE
                             TO JOURNAL-LOG-DATE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REJECT-FILE.
           OPEN INPUT REJECT-FILE.
              CLOSE CUSTOMER-FILE.
           IF REJECT-FILE-IS-OPEN
              CLOSE REJECT-FILE.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE MAINTENANCE-JOURNAL-FILE.
           IF CL-LOCK-GRANTED
              CALL "CUSTUNLK"
              MOVE "N" TO CL-LOCK-RESULT.

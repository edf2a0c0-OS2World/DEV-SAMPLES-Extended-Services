      *          TOUCHED, AND A SUMMARY OF ACTIONS APPLIED AND    *
      *          REJECTED IS DISPLAYED.                           *
      *                                                           *
      * 1995-04 JCH  JOURNAL IMAGES ARE NOW DATED WITH THE OPEN   *
      *              BUSINESS DATE FROM PERDCTL, AS PAYAPPLY,     *
      *              WRTOFF AND CUSTMRG DATE THEIRS, SO BALPROOF  *
      *              PROVES THEM IN THE RIGHT NIGHT.  NO PERDCTL  *
      *              ON FILE MEANS THE SYSTEM DATE, AS BEFORE.    *
      * 1995-04 JCH  EACH CUSTOMER NOW CARRIES THE CODE OF ITS    *
      *              ACCOUNT OFFICER (MR-OFFICER-CODE /           *
      *              CF-OFFICER-CODE).  A CODE MUST BE ON THE     *
      *              OFFICER MASTER (OFFMAST, MAINTAINED BY       *
      *              OFFMNT) AND ACTIVE; A BLANK CODE ON A CHANGE *
      *              KEEPS THE CUSTOMER'S EXISTING OFFICER.  THE  *
      *              JOURNAL IMAGES CARRY THE CODE.               *
      * 1995-04 JCH  EACH JOURNAL IMAGE NOW ALSO CARRIES THE      *
      *              PROGRAM AND OPERATOR THAT MADE THE CHANGE,   *
      *              FOR THE CHGRPT FIELD-LEVEL CHANGE REPORT.    *
      * 1995-04 JCH  EVERY CONTROL RECORD NOW NAMES THE OPERATOR  *
      *              (MR-OPERATOR-ID), AND EACH ACTION IS PASSED  *
      *              TO OPERCHK BEFORE IT IS APPLIED.  AN ACTION  *
      *              THE OPERATOR'S AUTHORITY PROFILE DOES NOT    *
      *              ALLOW IS REJECTED AND LOGGED TO SECVIOL.     *
      * 1995-02 JCH  EACH JOURNAL IMAGE NOW ALSO CARRIES THE     *
      *              TIME OF DAY AND THE CUSTOMER'S BILLING       *
      *              CURRENCY, SO CUSTUTIL'S ROLL-FORWARD         *
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MJF-FILE-STATUS.
           SELECT OFFICER-FILE       ASSIGN TO "OFFMAST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS OF-OFFICER-CODE
               FILE STATUS    IS OFF-FILE-STATUS.
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
           05  MR-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X.
           05  MR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  MR-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  MR-OFFICER-CODE         PIC X(2).

      ***************************************************************
      * MAINTENANCE-JOURNAL-FILE IS THE BEFORE/AFTER AUDIT TRAIL OF  *
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
      * OFFICER-FILE IS THE ACCOUNT OFFICER MASTER OFFMNT           *
      * MAINTAINS.  IT IS READ ONLY TO EDIT THE OFFICER CODE ON A   *
      * CONTROL RECORD.                                             *
      ***************************************************************
       FD  OFFICER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFICER-RECORD.
           05  OF-OFFICER-CODE         PIC X(2).
           05  OF-OFFICER-NAME         PIC X(20).
           05  OF-OFFICER-STATUS       PIC X.
               88  OF-OFFICER-ACTIVE              VALUE "A".
               88  OF-OFFICER-INACTIVE            VALUE "I".
           05  OF-ENTERED-DATE         PIC 9(6).
           05  OF-OPERATOR-ID          PIC X(8).

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

       01  JOURNAL-FILE-SWITCH        PIC  X      VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  OFF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OFF-FILE-OK                        VALUE "00".

       01  OFFICER-FILE-SWITCH        PIC  X      VALUE "N".
           88  OFFICER-FILE-IS-OPEN               VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  ACTION-VALID-SWITCH        PIC  X      VALUE "Y".
           88  ACTION-IS-VALID                    VALUE "Y".

      * THE CURRENCY CODE OF THE RECORD BEING CHANGED IS SAVED *
      * SO A CONTROL RECORD THAT LEAVES ITS CURRENCY BLANK     *
      * KEEPS THE CUSTOMER'S EXISTING BILLING CURRENCY INSTEAD *
      * OF SILENTLY RESETTING THEM TO BASE.  THE ACCOUNT       *
      * OFFICER CODE IS KEPT THE SAME WAY.                     *
      **********************************************************
       01  SAVED-CURRENCY-CODE        PIC  X(3)   VALUE SPACES.
       01  SAVED-OFFICER-CODE         PIC  X(2)   VALUE SPACES.

       01  MAINTENANCE-SUMMARY-COUNTERS.
           05  MS-ACTIONS-APPLIED     PIC 9(5)    VALUE ZERO.

       01  LOCK-PARM-LINE             PIC  X(40)  VALUE SPACES.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS APPLIED.        *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "CUSTMNT ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

       LINKAGE SECTION.

       EJECT
      ******************************************************************
       MAINLINE.

           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           PERFORM ACQUIRE-UPDATE-LOCK
              THRU ACQUIRE-UPDATE-LOCK-EXIT.
           IF NOT CL-LOCK-GRANTED
              THRU OPEN-CONTROL-FILE-EXIT.
           PERFORM OPEN-JOURNAL-FILE
              THRU OPEN-JOURNAL-FILE-EXIT.
           PERFORM OPEN-OFFICER-FILE
              THRU OPEN-OFFICER-FILE-EXIT.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
           PERFORM PROCESS-CONTROL-RECORDS
      *
       PROCESS-CONTROL-RECORDS.
      ***************************************************************
      * CHECK THE OPERATOR'S AUTHORITY FOR THE ACTION, DISPATCH IT,  *
      * THEN ADVANCE TO THE NEXT CONTROL RECORD.                     *
      ***************************************************************
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           EVALUATE MR-ACTION-CODE
             WHEN "A"
               PERFORM ADD-CUSTOMER
               PERFORM REJECT-ACTION
                  THRU REJECT-ACTION-EXIT
           END-EVALUATE.

       PROCESS-CONTROL-RECORDS-NEXT.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
       PROCESS-CONTROL-RECORDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER THE OPERATOR NAMED ON THE CONTROL RECORD *
      * MAY TAKE THIS ACTION IN CUSTMNT.  A REFUSAL COMES BACK WITH  *
      * ITS REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.           *
      ***************************************************************
           MOVE MR-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE MR-ACTION-CODE TO OC-ACTION-CODE.
           MOVE MR-CUST-NUM TO OC-KEY-VALUE.
           MOVE ZERO TO OC-CHANGE-PCT.
           CALL "OPERCHK" USING OC-PROGRAM-NAME
                                OC-OPERATOR-ID
                                OC-ACTION-CODE
                                OC-KEY-VALUE
                                OC-CHANGE-PCT
                                OC-AUTH-RESULT
                                OC-REFUSAL-REASON.
       CHECK-OPERATOR-AUTHORITY-EXIT. EXIT.
      *****************************************************************
      *
       ADD-CUSTOMER.
      ***************************************************************
              THRU WRITE-JOURNAL-RECORD-EXIT.

           MOVE CF-CURRENCY-CODE TO SAVED-CURRENCY-CODE.
           MOVE CF-OFFICER-CODE TO SAVED-OFFICER-CODE.
           PERFORM BUILD-CUSTOMER-RECORD
              THRU BUILD-CUSTOMER-RECORD-EXIT.
           IF MR-CURRENCY-CODE = SPACES
              MOVE SAVED-CURRENCY-CODE TO CF-CURRENCY-CODE
           END-IF.
           IF MR-OFFICER-CODE = SPACES
              MOVE SAVED-OFFICER-CODE TO CF-OFFICER-CODE
           END-IF.
           REWRITE CUSTOMER-RECORD.
           MOVE "AFTER" TO MJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
      * APPLIES ON THE WAY OUT, SO A RECORD CUSTMNT ACCEPTS IS NEVER *
      * REJECTED BY THE NIGHTLY BATCH: CUST-NUM AND CUST-NAME        *
      * PRESENT, NUMERIC CREDIT FIELDS, A POSITIVE CREDIT LIMIT, AND *
      * A RECOGNIZED CREDIT-FLAG.  AN OFFICER CODE, WHEN GIVEN, MUST *
      * NAME AN ACTIVE OFFICER ON THE OFFICER MASTER.                *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID CREDIT FLAG" TO REJECT-REASON
           END-IF.
           IF MR-OFFICER-CODE NOT = SPACES
              PERFORM VALIDATE-OFFICER-CODE
                 THRU VALIDATE-OFFICER-CODE-EXIT
           END-IF.
       VALIDATE-MAINTENANCE-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       VALIDATE-OFFICER-CODE.
      ***************************************************************
      * LOOK THE OFFICER CODE UP ON THE OFFICER MASTER.  AN UNKNOWN *
      * OR RETIRED OFFICER IS REJECTED, AND SO IS ANY CODE AT ALL   *
      * WHEN THE MASTER COULD NOT BE OPENED, SINCE IT CANNOT BE     *
      * CHECKED.                                                    *
      ***************************************************************
           IF NOT OFFICER-FILE-IS-OPEN
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "OFFICER MASTER NOT AVAILABLE" TO REJECT-REASON
              GO TO VALIDATE-OFFICER-CODE-EXIT
           END-IF.
           MOVE MR-OFFICER-CODE TO OF-OFFICER-CODE.
           READ OFFICER-FILE
               INVALID KEY
                  MOVE "N" TO ACTION-VALID-SWITCH
                  MOVE "UNKNOWN OFFICER CODE" TO REJECT-REASON
                  GO TO VALIDATE-OFFICER-CODE-EXIT
           END-READ.
           IF NOT OF-OFFICER-ACTIVE
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "OFFICER NOT ACTIVE" TO REJECT-REASON
           END-IF.
       VALIDATE-OFFICER-CODE-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-CUSTOMER-RECORD.
           MOVE SPACES             TO CUSTOMER-RECORD.
           MOVE MR-CUST-NUM        TO CF-CUST-NUM.
           MOVE MR-CUST-NAME       TO CF-CUST-NAME.
           MOVE MR-CURRENCY-CODE   TO CF-CURRENCY-CODE.
           MOVE MR-OFFICER-CODE    TO CF-OFFICER-CODE.
           MOVE MR-CREDIT-BALANCE  TO CF-CREDIT-BALANCE.
           MOVE MR-CREDIT-LIMIT    TO CF-CREDIT-LIMIT.
           MOVE MR-CREDIT-FLAG     TO CF-CREDIT-FLAG.
           MOVE CF-CREDIT-FLAG     TO MJ-CREDIT-FLAG.
           ACCEPT MJ-LOG-TIME FROM TIME.
           MOVE CF-CURRENCY-CODE   TO MJ-CURRENCY-CODE.
           MOVE "CUSTMNT"          TO MJ-PROGRAM-NAME.
           MOVE MR-OPERATOR-ID     TO MJ-OPERATOR-ID.
           MOVE CF-OFFICER-CODE    TO MJ-OFFICER-CODE.
           WRITE MAINTENANCE-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
                                 CL-LOCK-RESULT.
       ACQUIRE-UPDATE-LOCK-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * TAKE THE JOURNAL DATE FROM THE PERIOD CONTROL FILE.  NO      *
      * PERDCTL ON FILE MEANS THE SYSTEM DATE, EXACTLY AS THE        *
      * JOURNAL WAS DATED BEFORE PERIOD CONTROL.                     *
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
              DISPLAY "CUSTMNT BUSINESS DATE " JOURNAL-LOG-DATE
                      " FROM PERIOD CONTROL"
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CUSTOMER-FILE.
      ***************************************************************
           SET JOURNAL-FILE-IS-OPEN TO TRUE.
       OPEN-JOURNAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-OFFICER-FILE.
      ***************************************************************
      * THE OFFICER MASTER IS READ ONLY.  IF IT IS NOT THERE THE    *
      * RUN GOES ON, BUT ANY CONTROL RECORD NAMING AN OFFICER IS    *
      * REJECTED.                                                   *
      ***************************************************************
           OPEN INPUT OFFICER-FILE.
           IF OFF-FILE-OK
              SET OFFICER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CUSTMNT: OFFICER MASTER NOT AVAILABLE, STATUS="
                      OFF-FILE-STATUS
           END-IF.
       OPEN-OFFICER-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
           IF JOURNAL-FILE-IS-OPEN
              CLOSE MAINTENANCE-JOURNAL-FILE
           END-IF.
           IF OFFICER-FILE-IS-OPEN
              CLOSE OFFICER-FILE
           END-IF.
           IF CL-LOCK-GRANTED
              CALL "CUSTUNLK"
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.        CREDAPP.
      *************************************************************
      * THIS IS THE CREDAPP PROGRAM THAT TAKES IN NEW-ACCOUNT     *
      * CREDIT APPLICATIONS, SCORES THEM, AND RECORDS WHO         *
      * APPROVED OR DECLINED EACH ONE, SO A CUSTOMER NO LONGER    *
      * REACHES CUSTFILE WITH WHATEVER LIMIT AND TIER THE CLERK   *
      * HAPPENED TO TYPE ON THE CUSTCTL "A" RECORD.               *
      *                                                           *
      * PURPOSE: APPLY INTAKE AND DECISION ACTIONS TO THE         *
      *          INDEXED CREDIT-APPLICATION-FILE, ONE ACTION PER  *
      *          RECORD OF THE APPLICATION CONTROL FILE, IN THE   *
      *          CUSTMNT CONTROL-FILE STYLE.  A NEW APPLICATION   *
      *          IS SCORED FROM ITS TRADE REFERENCES, YEARS IN    *
      *          BUSINESS, AND REQUESTED LIMIT, AND GIVEN A       *
      *          PROPOSED TIER AND STARTING LIMIT UNDER THE       *
      *          TIER-CEILING-TABLE CEILINGS CREDRPT ENFORCES.    *
      *          IT THEN WAITS PENDING UNTIL A CREDIT OFFICER     *
      *          APPROVES OR DECLINES IT.                         *
      *                                                           *
      * INPUT:   APPLICATION CONTROL FILE (APPLCTL), ONE RECORD   *
      *          PER ACTION.  AC-ACTION-CODE SELECTS THE ACTION:  *
      *             "N"  TAKE IN AND SCORE A NEW APPLICATION      *
      *             "A"  APPROVE A PENDING APPLICATION            *
      *             "D"  DECLINE A PENDING APPLICATION            *
      *          CUSTOMER-FILE (CUSTFILE) IS READ SO NO           *
      *          APPLICATION CLAIMS A CUST-NUM ALREADY IN USE.    *
      *                                                           *
      * OUTPUT:  CREDIT-APPLICATION-FILE (CREDAPPL) IS            *
      *          MAINTAINED.  AN APPROVAL APPENDS A CUSTCTL "A"   *
      *          RECORD AND AN ADDRCTL "A" RECORD FOR THE NORMAL  *
      *          CUSTMNT AND ADDRMNT RUNS (CUSTMNT FIRST, SINCE   *
      *          ADDRMNT ONLY ADDS FOR A CUST-NUM ON THE MASTER). *
      *          A DECLINE PRINTS A LETTER ON THE DECLINE-LETTER  *
      *          FILE (DECLLTR).  EVERY ACTION IS LISTED ON THE   *
      *          APPLICATION REGISTER (APPLRPT), AND A SUMMARY OF *
      *          ACTIONS APPLIED AND REJECTED IS DISPLAYED.       *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-APPLICATION-FILE ASSIGN TO "CREDAPPL"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AP-APPL-NUM
               FILE STATUS    IS APF-FILE-STATUS.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT APPLICATION-CONTROL-FILE ASSIGN TO "APPLCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS ACF-FILE-STATUS.
           SELECT MAINTENANCE-CONTROL-FILE ASSIGN TO "CUSTCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MCF-FILE-STATUS.
           SELECT ADDRESS-CONTROL-FILE ASSIGN TO "ADDRCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS ARF-FILE-STATUS.
           SELECT DECLINE-LETTER-FILE ASSIGN TO "DECLLTR"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT APPLICATION-REGISTER-FILE ASSIGN TO "APPLRPT"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * CREDIT-APPLICATION-FILE KEEPS EVERY APPLICATION FOR GOOD:    *
      * WHAT WAS STATED, HOW IT SCORED, WHAT WAS PROPOSED, AND WHO   *
      * DECIDED IT ON WHAT DATE.  AP-CUST-NUM IS THE CUST-NUM THE    *
      * ACCOUNT WILL BE OPENED UNDER IF APPROVED.                    *
      ***************************************************************
       FD  CREDIT-APPLICATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CREDIT-APPLICATION-RECORD.
           05  AP-APPL-NUM             PIC X(6).
           05  AP-APPL-DATE            PIC 9(6).
           05  AP-STATUS               PIC X.
               88  AP-PENDING                     VALUE "P".
               88  AP-APPROVED                    VALUE "A".
               88  AP-DECLINED                    VALUE "D".
           05  AP-CUST-NUM             PIC X(4).
           05  AP-CUST-NAME            PIC X(20).
           05  AP-CURRENCY-CODE        PIC X(3).
           05  AP-YEARS-IN-BUSINESS    PIC 9(3).
           05  AP-TRADE-REFS-STATED    PIC 9(2).
           05  AP-TRADE-REFS-CONFIRMED PIC 9(2).
           05  AP-REQUESTED-LIMIT      PIC 9(7)V99.
           05  AP-SCORE                PIC 9(3).
           05  AP-RECOMMENDATION       PIC X.
               88  AP-RECOMMEND-APPROVE           VALUE "A".
               88  AP-RECOMMEND-DECLINE           VALUE "D".
           05  AP-PROPOSED-TIER        PIC X.
           05  AP-PROPOSED-TIER-NUM REDEFINES AP-PROPOSED-TIER
                                       PIC 9.
           05  AP-PROPOSED-LIMIT       PIC 9(7)V99.
           05  AP-DECISION-DATE        PIC 9(6).
           05  AP-DECIDED-BY           PIC X(8).
           05  AP-APPROVED-LIMIT       PIC 9(7)V99.
           05  AP-DECLINE-REASON       PIC X(30).
           05  AP-ADDRESS.
               10  AP-ADDR-NAME        PIC X(30).
               10  AP-ADDR-LINE-1      PIC X(30).
               10  AP-ADDR-LINE-2      PIC X(30).
               10  AP-CITY             PIC X(18).
               10  AP-REGION           PIC X(8).
               10  AP-POSTAL-CODE      PIC X(10).
               10  AP-DELIVERY-PREF    PIC X.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           05  CF-CUST-NUM             PIC X(4).
           05  CF-CUST-NAME            PIC X(20).
           05  CF-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  CF-CREDIT-BALANCE       PIC S9(7)V99.
           05  CF-CREDIT-LIMIT         PIC S9(7)V99.
           05  CF-CREDIT-FLAG          PIC X.

      ***************************************************************
      * APPLICATION-CONTROL-FILE DRIVES THE RUN, ONE RECORD PER      *
      * ACTION, IN THE STYLE OF THE CUSTMNT CONTROL FILE.  AN "N"    *
      * RECORD CARRIES THE WHOLE APPLICATION; AN "A" OR "D" RECORD   *
      * NEEDS ONLY THE APPLICATION NUMBER AND THE OFFICER, PLUS AN   *
      * APPROVED LIMIT (ZERO TAKES THE PROPOSED LIMIT) OR A DECLINE  *
      * REASON.  AMOUNTS ARE UNSIGNED WITH TWO ASSUMED DECIMALS.     *
      ***************************************************************
       FD  APPLICATION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPLICATION-CONTROL-RECORD.
           05  AC-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  AC-APPL-NUM             PIC X(6).
           05  FILLER                  PIC X.
           05  AC-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  AC-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X.
           05  AC-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  AC-YEARS-IN-BUSINESS    PIC 9(3).
           05  FILLER                  PIC X.
           05  AC-TRADE-REFS-STATED    PIC 9(2).
           05  FILLER                  PIC X.
           05  AC-TRADE-REFS-CONFIRMED PIC 9(2).
           05  FILLER                  PIC X.
           05  AC-REQUESTED-LIMIT      PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  AC-OFFICER-ID           PIC X(8).
           05  FILLER                  PIC X.
           05  AC-APPROVED-LIMIT       PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  AC-DECLINE-REASON       PIC X(30).
           05  FILLER                  PIC X.
           05  AC-ADDR-NAME            PIC X(30).
           05  FILLER                  PIC X.
           05  AC-ADDR-LINE-1          PIC X(30).
           05  FILLER                  PIC X.
           05  AC-ADDR-LINE-2          PIC X(30).
           05  FILLER                  PIC X.
           05  AC-CITY                 PIC X(18).
           05  FILLER                  PIC X.
           05  AC-REGION               PIC X(8).
           05  FILLER                  PIC X.
           05  AC-POSTAL-CODE          PIC X(10).
           05  FILLER                  PIC X.
           05  AC-DELIVERY-PREF        PIC X.

      ***************************************************************
      * MAINTENANCE-CONTROL-FILE IS CUSTMNT'S OWN CONTROL FILE; AN   *
      * APPROVAL APPENDS THE "A" RECORD THAT OPENS THE ACCOUNT.      *
      ***************************************************************
       FD  MAINTENANCE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-CONTROL-RECORD.
           05  MR-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  MR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  MR-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X.
           05  MR-CREDIT-BALANCE       PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  MR-CREDIT-LIMIT         PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  MR-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X.
           05  MR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  MR-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  MR-OFFICER-CODE         PIC X(2).

      ***************************************************************
      * ADDRESS-CONTROL-FILE IS ADDRMNT'S OWN CONTROL FILE; AN       *
      * APPROVAL APPENDS THE "A" RECORD FOR THE NEW ACCOUNT'S        *
      * STATEMENT ADDRESS.                                           *
      ***************************************************************
       FD  ADDRESS-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADDRESS-CONTROL-RECORD.
           05  AR-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  AR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  AR-NAME                 PIC X(30).
           05  FILLER                  PIC X.
           05  AR-ADDR-LINE-1          PIC X(30).
           05  FILLER                  PIC X.
           05  AR-ADDR-LINE-2          PIC X(30).
           05  FILLER                  PIC X.
           05  AR-CITY                 PIC X(18).
           05  FILLER                  PIC X.
           05  AR-REGION               PIC X(8).
           05  FILLER                  PIC X.
           05  AR-POSTAL-CODE          PIC X(10).
           05  FILLER                  PIC X.
           05  AR-DELIVERY-PREF        PIC X.
           05  FILLER                  PIC X.
           05  AR-OPERATOR-ID          PIC X(8).

       FD  DECLINE-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECLINE-LETTER-RECORD       PIC X(132).

       FD  APPLICATION-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPLICATION-REGISTER-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  APF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  APF-FILE-OK                        VALUE "00".
           88  APF-FILE-NOT-FOUND                 VALUE "35".

       01  APPLICATION-FILE-SWITCH    PIC  X      VALUE "N".
           88  APPLICATION-FILE-IS-OPEN           VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  ACF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ACF-FILE-OK                        VALUE "00".

       01  CONTROL-FILE-SWITCH        PIC  X      VALUE "N".
           88  CONTROL-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-CONTROL-FILE-SWITCH PIC  X      VALUE "N".
           88  END-OF-CONTROL-FILE                VALUE "Y".

       01  MCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MCF-FILE-OK                        VALUE "00".
           88  MCF-FILE-NOT-FOUND                 VALUE "35".

       01  ARF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ARF-FILE-OK                        VALUE "00".
           88  ARF-FILE-NOT-FOUND                 VALUE "35".

       01  MAINTENANCE-OUTPUT-SWITCH  PIC  X      VALUE "N".
           88  MAINTENANCE-OUTPUT-IS-OPEN         VALUE "Y".

       01  LETTER-FILE-SWITCH         PIC  X      VALUE "N".
           88  LETTER-FILE-IS-OPEN                VALUE "Y".

       01  ACTION-VALID-SWITCH        PIC  X      VALUE "Y".
           88  ACTION-IS-VALID                    VALUE "Y".

       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

       01  CA-TODAY-DATE              PIC  9(6)   VALUE ZERO.

      ***************************************************************
      * TIER-CEILING-TABLE HOLDS THE MAXIMUM CREDIT-LIMIT ALLOWED    *
      * FOR EACH CUSTOMER TIER, KEYED BY CREDIT-FLAG "0" OR "1".     *
      * THESE MUST MATCH THE CEILINGS IN CREDRPT, OR AN ACCOUNT      *
      * OPENED HERE WOULD BE HELD FOR APPROVAL ON ITS FIRST NIGHT.   *
      ***************************************************************
       01  TIER-CEILING-VALUES.
           05  FILLER                  PIC 9(9)   VALUE 001000000.
           05  FILLER                  PIC 9(9)   VALUE 005000000.

       01  TIER-CEILING-TABLE REDEFINES TIER-CEILING-VALUES.
           05  TC-MAX-CREDIT-LIMIT     PIC 9(7)V99
                                       OCCURS 2 TIMES
                                       INDEXED BY TIER-INDX.

      **********************************************************
      * SCORING WEIGHTS.  AN APPLICATION SCORES UP TO 100:     *
      *   TRADE REFERENCES  - POINTS PER CONFIRMED REFERENCE,  *
      *                       UP TO THE REFERENCE MAXIMUM      *
      *   YEARS IN BUSINESS - BY BAND, SEE SCORE-YEARS         *
      *   REQUESTED LIMIT   - FULL POINTS WITHIN THE LOWER     *
      *                       TIER CEILING, HALF WITHIN THE    *
      *                       UPPER, NONE ABOVE IT             *
      * A SCORE BELOW THE DECLINE FLOOR IS RECOMMENDED FOR     *
      * DECLINE AND CANNOT BE APPROVED; A SCORE AT OR ABOVE    *
      * THE UPPER-TIER MARK IS PROPOSED FOR TIER "1".  EDIT    *
      * THE VALUE CLAUSES BELOW TO RETUNE THE SCORING.         *
      **********************************************************
       01  SC-POINTS-PER-REFERENCE    PIC 9(3)   VALUE 10.
       01  SC-MAX-REFERENCES          PIC 9(2)   VALUE 4.
       01  SC-LIMIT-POINTS            PIC 9(3)   VALUE 30.
       01  SC-DECLINE-FLOOR           PIC 9(3)   VALUE 40.
       01  SC-UPPER-TIER-MARK         PIC 9(3)   VALUE 70.

       01  SC-REFERENCE-COUNT         PIC 9(2)   VALUE ZERO.
       01  SC-REFERENCE-POINTS        PIC 9(3)   VALUE ZERO.
       01  SC-YEARS-POINTS            PIC 9(3)   VALUE ZERO.
       01  SC-REQUEST-POINTS          PIC 9(3)   VALUE ZERO.

      **********************************************************
      * CT- APPLICATION RUN COUNTERS FOR THE END-OF-RUN        *
      * SUMMARY.                                               *
      **********************************************************
       01  APPLICATION-RUN-COUNTERS.
           05  CT-APPLICATIONS-TAKEN   PIC 9(5)   VALUE ZERO.
           05  CT-APPROVED             PIC 9(5)   VALUE ZERO.
           05  CT-DECLINED             PIC 9(5)   VALUE ZERO.
           05  CT-ACTIONS-REJECTED     PIC 9(5)   VALUE ZERO.

       01  SR-CT-APPLICATIONS-TAKEN   PIC ZZZZ9.
       01  SR-CT-APPROVED             PIC ZZZZ9.
       01  SR-CT-DECLINED             PIC ZZZZ9.
       01  SR-CT-ACTIONS-REJECTED     PIC ZZZZ9.

      **********************************************************
      * RG- LINES LAY OUT THE APPLICATION REGISTER, ONE LINE   *
      * PER ACTION TAKEN, REJECTED ACTIONS INCLUDED.           *
      **********************************************************
       01  RG-HEADING-LINE-1.
           05  FILLER                 PIC X(40)  VALUE
               "CREDAPP - CREDIT APPLICATION REGISTER   ".
           05  RG-H1-DATE             PIC 9(6).

       01  RG-HEADING-LINE-2.
           05  FILLER                 PIC X(8)   VALUE "APPL".
           05  FILLER                 PIC X(4)   VALUE "ACT".
           05  FILLER                 PIC X(6)   VALUE "CUST".
           05  FILLER                 PIC X(22)  VALUE "NAME".
           05  FILLER                 PIC X(5)   VALUE "YRS".
           05  FILLER                 PIC X(6)   VALUE "REFS".
           05  FILLER                 PIC X(13)  VALUE
               "    REQUESTED".
           05  FILLER                 PIC X(7)   VALUE "  SCORE".
           05  FILLER                 PIC X(6)   VALUE "  TIER".
           05  FILLER                 PIC X(13)  VALUE
               "        LIMIT".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE "STATUS".
           05  FILLER                 PIC X(30)  VALUE
               "OFFICER / NOTE".

       01  RG-DETAIL-LINE.
           05  RG-D-APPL-NUM          PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RG-D-ACTION            PIC X.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RG-D-CUST-NUM          PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RG-D-CUST-NAME         PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RG-D-YEARS             PIC ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RG-D-REFS-CONFIRMED    PIC Z9.
           05  FILLER                 PIC X      VALUE "/".
           05  RG-D-REFS-STATED       PIC Z9.
           05  FILLER                 PIC X      VALUE SPACE.
           05  RG-D-REQUESTED         PIC Z(6)9.99-.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RG-D-SCORE             PIC ZZ9.
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05  RG-D-TIER              PIC X.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RG-D-LIMIT             PIC Z(6)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RG-D-STATUS            PIC X(10).
           05  RG-D-NOTE              PIC X(30).

      **********************************************************
      * LT- LINES LAY OUT ONE DECLINE LETTER PAGE, ADDRESS     *
      * BLOCK DROPPED TO WINDOW-ENVELOPE POSITION LIKE THE     *
      * DUNLTR COLLECTION LETTERS.                             *
      **********************************************************
       01  LT-ADDRESS-LINE.
           05  FILLER                 PIC X(6)   VALUE SPACES.
           05  LT-A-TEXT              PIC X(40).

       01  LT-CITY-LINE.
           05  FILLER                 PIC X(6)   VALUE SPACES.
           05  LT-C-CITY              PIC X(18).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  LT-C-REGION            PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  LT-C-POSTAL-CODE       PIC X(10).

       01  LT-TITLE-LINE.
           05  FILLER                 PIC X(34)  VALUE
               "CREDIT APPLICATION DECISION".
           05  FILLER                 PIC X(5)   VALUE "DATE ".
           05  LT-T-DATE              PIC 9(6).

       01  LT-BODY-LINE-1             PIC X(55)  VALUE
           "THANK YOU FOR YOUR APPLICATION FOR A CREDIT ACCOUNT.".
       01  LT-BODY-LINE-2             PIC X(55)  VALUE
           "AFTER CAREFUL REVIEW WE ARE UNABLE TO OPEN AN ACCOUNT".
       01  LT-BODY-LINE-3             PIC X(55)  VALUE
           "ON CREDIT TERMS AT THIS TIME.".

       01  LT-APPLICATION-LINE.
           05  FILLER                 PIC X(13)  VALUE "APPLICATION  ".
           05  LT-N-APPL-NUM          PIC X(6).
           05  FILLER                 PIC X(6)   VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE "RECEIVED  ".
           05  LT-N-APPL-DATE         PIC 9(6).

       01  LT-REASON-LINE.
           05  FILLER                 PIC X(13)  VALUE "REASON       ".
           05  LT-R-REASON            PIC X(30).

       01  LT-CLOSING-LINE            PIC X(46)  VALUE
           "PLEASE CONTACT THE CREDIT DESK WITH QUESTIONS.".

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           ACCEPT CA-TODAY-DATE FROM DATE.
           PERFORM OPEN-FILES
              THRU OPEN-FILES-EXIT.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
           PERFORM PROCESS-CONTROL-RECORDS
              THRU PROCESS-CONTROL-RECORDS-EXIT
              UNTIL END-OF-CONTROL-FILE.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       PROCESS-CONTROL-RECORDS.
      ***************************************************************
      * DISPATCH ONE APPLICATION ACTION, THEN ADVANCE TO THE NEXT    *
      * CONTROL RECORD.                                              *
      ***************************************************************
           EVALUATE AC-ACTION-CODE
             WHEN "N"
               PERFORM TAKE-NEW-APPLICATION
                  THRU TAKE-NEW-APPLICATION-EXIT
             WHEN "A"
               PERFORM APPROVE-APPLICATION
                  THRU APPROVE-APPLICATION-EXIT
             WHEN "D"
               PERFORM DECLINE-APPLICATION
                  THRU DECLINE-APPLICATION-EXIT
             WHEN OTHER
               MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
               PERFORM REJECT-ACTION
                  THRU REJECT-ACTION-EXIT
           END-EVALUATE.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
       PROCESS-CONTROL-RECORDS-EXIT. EXIT.
      *****************************************************************
      *
       TAKE-NEW-APPLICATION.
      ***************************************************************
      * VALIDATE THE APPLICATION, SCORE IT, AND FILE IT PENDING.  A  *
      * DUPLICATE APPLICATION NUMBER IS REJECTED RATHER THAN         *
      * OVERWRITTEN, AND SO IS A CUST-NUM ALREADY ON THE MASTER.     *
      ***************************************************************
           PERFORM VALIDATE-APPLICATION-FIELDS
              THRU VALIDATE-APPLICATION-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO TAKE-NEW-APPLICATION-EXIT
           END-IF.
           PERFORM CHECK-CUST-NUM-IN-USE
              THRU CHECK-CUST-NUM-IN-USE-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO TAKE-NEW-APPLICATION-EXIT
           END-IF.

           PERFORM BUILD-APPLICATION-RECORD
              THRU BUILD-APPLICATION-RECORD-EXIT.
           PERFORM SCORE-APPLICATION
              THRU SCORE-APPLICATION-EXIT.
           WRITE CREDIT-APPLICATION-RECORD
               INVALID KEY
                  MOVE "APPLICATION ALREADY ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
               NOT INVALID KEY
                  ADD 1 TO CT-APPLICATIONS-TAKEN
                  MOVE AP-PROPOSED-LIMIT TO RG-D-LIMIT
                  IF AP-RECOMMEND-DECLINE
                     MOVE "SCORED - RECOMMEND DECLINE" TO RG-D-NOTE
                  ELSE
                     MOVE "SCORED - RECOMMEND APPROVE" TO RG-D-NOTE
                  END-IF
                  PERFORM WRITE-REGISTER-LINE
                     THRU WRITE-REGISTER-LINE-EXIT
           END-WRITE.
       TAKE-NEW-APPLICATION-EXIT. EXIT.
      *****************************************************************
      *
       APPROVE-APPLICATION.
      ***************************************************************
      * A CREDIT OFFICER APPROVES A PENDING APPLICATION.  THE LIMIT  *
      * IS THE PROPOSED ONE UNLESS THE OFFICER SETS ANOTHER, WHICH   *
      * MAY NOT EXCEED THE PROPOSED TIER'S CEILING.  AN APPLICATION  *
      * SCORED BELOW THE DECLINE FLOOR CANNOT BE APPROVED.  THE      *
      * CUSTCTL AND ADDRCTL ADDS ARE APPENDED FOR THE NEXT CUSTMNT   *
      * AND ADDRMNT RUNS.                                            *
      ***************************************************************
           PERFORM READ-PENDING-APPLICATION
              THRU READ-PENDING-APPLICATION-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO APPROVE-APPLICATION-EXIT
           END-IF.
           IF AP-RECOMMEND-DECLINE
              MOVE "SCORE BELOW APPROVAL FLOOR" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO APPROVE-APPLICATION-EXIT
           END-IF.
           IF AC-APPROVED-LIMIT NOT NUMERIC
              MOVE "NON-NUMERIC APPROVED LIMIT" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO APPROVE-APPLICATION-EXIT
           END-IF.
           SET TIER-INDX TO 1.
           ADD AP-PROPOSED-TIER-NUM TO TIER-INDX.
           IF AC-APPROVED-LIMIT > TC-MAX-CREDIT-LIMIT (TIER-INDX)
              MOVE "APPROVED LIMIT OVER CEILING" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO APPROVE-APPLICATION-EXIT
           END-IF.
           MOVE AP-CUST-NUM TO AC-CUST-NUM.
           PERFORM CHECK-CUST-NUM-IN-USE
              THRU CHECK-CUST-NUM-IN-USE-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO APPROVE-APPLICATION-EXIT
           END-IF.

           IF AC-APPROVED-LIMIT > ZERO
              MOVE AC-APPROVED-LIMIT TO AP-APPROVED-LIMIT
           ELSE
              MOVE AP-PROPOSED-LIMIT TO AP-APPROVED-LIMIT
           END-IF.
           SET AP-APPROVED TO TRUE.
           MOVE CA-TODAY-DATE TO AP-DECISION-DATE.
           MOVE AC-OFFICER-ID TO AP-DECIDED-BY.
           REWRITE CREDIT-APPLICATION-RECORD.

           PERFORM WRITE-MAINTENANCE-ADDS
              THRU WRITE-MAINTENANCE-ADDS-EXIT.
           ADD 1 TO CT-APPROVED.
           MOVE AP-APPROVED-LIMIT TO RG-D-LIMIT.
           MOVE AP-DECIDED-BY TO RG-D-NOTE.
           PERFORM WRITE-REGISTER-LINE
              THRU WRITE-REGISTER-LINE-EXIT.
       APPROVE-APPLICATION-EXIT. EXIT.
      *****************************************************************
      *
       DECLINE-APPLICATION.
      ***************************************************************
      * A CREDIT OFFICER DECLINES A PENDING APPLICATION.  WITH NO    *
      * REASON GIVEN, A LOW-SCORING APPLICATION IS DECLINED FOR ITS  *
      * SCORE; ANY OTHER NEEDS THE OFFICER'S REASON.  THE DECLINE    *
      * LETTER GOES TO THE APPLICATION'S ADDRESS.                    *
      ***************************************************************
           PERFORM READ-PENDING-APPLICATION
              THRU READ-PENDING-APPLICATION-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DECLINE-APPLICATION-EXIT
           END-IF.
           IF AC-DECLINE-REASON = SPACES
              IF AP-RECOMMEND-DECLINE
                 MOVE "CREDIT SCORE" TO AC-DECLINE-REASON
              ELSE
                 MOVE "MISSING DECLINE REASON" TO REJECT-REASON
                 PERFORM REJECT-ACTION
                    THRU REJECT-ACTION-EXIT
                 GO TO DECLINE-APPLICATION-EXIT
              END-IF
           END-IF.

           SET AP-DECLINED TO TRUE.
           MOVE CA-TODAY-DATE TO AP-DECISION-DATE.
           MOVE AC-OFFICER-ID TO AP-DECIDED-BY.
           MOVE AC-DECLINE-REASON TO AP-DECLINE-REASON.
           MOVE ZERO TO AP-APPROVED-LIMIT.
           REWRITE CREDIT-APPLICATION-RECORD.

           PERFORM WRITE-DECLINE-LETTER
              THRU WRITE-DECLINE-LETTER-EXIT.
           ADD 1 TO CT-DECLINED.
           MOVE ZERO TO RG-D-LIMIT.
           MOVE SPACES TO RG-D-NOTE.
           STRING AP-DECIDED-BY " " AP-DECLINE-REASON
                  DELIMITED BY SIZE
                  INTO RG-D-NOTE.
           PERFORM WRITE-REGISTER-LINE
              THRU WRITE-REGISTER-LINE-EXIT.
       DECLINE-APPLICATION-EXIT. EXIT.
      *****************************************************************
      *
       READ-PENDING-APPLICATION.
      ***************************************************************
      * A DECISION NEEDS THE OFFICER'S ID AND AN APPLICATION STILL   *
      * PENDING; ONE ALREADY DECIDED IS NEVER DECIDED AGAIN.         *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF AC-OFFICER-ID = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING OFFICER ID" TO REJECT-REASON
              GO TO READ-PENDING-APPLICATION-EXIT
           END-IF.
           MOVE AC-APPL-NUM TO AP-APPL-NUM.
           READ CREDIT-APPLICATION-FILE
               INVALID KEY
                  MOVE "N" TO ACTION-VALID-SWITCH
                  MOVE "APPLICATION NOT ON FILE" TO REJECT-REASON
                  GO TO READ-PENDING-APPLICATION-EXIT
           END-READ.
           IF NOT AP-PENDING
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "APPLICATION ALREADY DECIDED" TO REJECT-REASON
           END-IF.
       READ-PENDING-APPLICATION-EXIT. EXIT.
      *****************************************************************
      *
       VALIDATE-APPLICATION-FIELDS.
      ***************************************************************
      * AN APPLICATION NEEDS ITS NUMBER, THE CUST-NUM AND NAME THE   *
      * ACCOUNT WILL CARRY, NUMERIC SCORING FIELDS, A POSITIVE       *
      * REQUESTED LIMIT, NO MORE CONFIRMED REFERENCES THAN STATED,   *
      * AND THE ADDRESS FIELDS ADDRMNT WILL REQUIRE OF THE ADD.      *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF AC-APPL-NUM = SPACES OR AC-APPL-NUM = LOW-VALUES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING APPLICATION NUMBER" TO REJECT-REASON
           END-IF.
           IF AC-CUST-NUM = SPACES OR AC-CUST-NUM = LOW-VALUES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING CUST-NUM" TO REJECT-REASON
           END-IF.
           IF AC-CUST-NAME = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING CUST-NAME" TO REJECT-REASON
           END-IF.
           IF AC-YEARS-IN-BUSINESS NOT NUMERIC
              OR AC-TRADE-REFS-STATED NOT NUMERIC
              OR AC-TRADE-REFS-CONFIRMED NOT NUMERIC
              OR AC-REQUESTED-LIMIT NOT NUMERIC
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "NON-NUMERIC SCORING FIELD" TO REJECT-REASON
           ELSE
              IF AC-REQUESTED-LIMIT NOT > ZERO
                 MOVE "N" TO ACTION-VALID-SWITCH
                 MOVE "INVALID REQUESTED LIMIT" TO REJECT-REASON
              END-IF
              IF AC-TRADE-REFS-CONFIRMED > AC-TRADE-REFS-STATED
                 MOVE "N" TO ACTION-VALID-SWITCH
                 MOVE "MORE REFS CONFIRMED THAN GIVEN"
                      TO REJECT-REASON
              END-IF
           END-IF.
           IF AC-ADDR-NAME = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING ADDRESS NAME" TO REJECT-REASON
           END-IF.
           IF AC-ADDR-LINE-1 = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING ADDRESS LINE 1" TO REJECT-REASON
           END-IF.
           IF AC-POSTAL-CODE = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING POSTAL CODE" TO REJECT-REASON
           END-IF.
       VALIDATE-APPLICATION-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-CUST-NUM-IN-USE.
      ***************************************************************
      * THE NEW ACCOUNT'S CUST-NUM MUST NOT ALREADY BE ON THE        *
      * MASTER, OR CUSTMNT WOULD REJECT THE GENERATED ADD.  WITH NO  *
      * MASTER YET (A FIRST LOAD) EVERY CUST-NUM IS FREE.            *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           IF NOT CUSTOMER-FILE-IS-OPEN
              GO TO CHECK-CUST-NUM-IN-USE-EXIT
           END-IF.
           MOVE AC-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "N" TO ACTION-VALID-SWITCH
                  MOVE "CUST-NUM ALREADY ON FILE" TO REJECT-REASON
           END-READ.
       CHECK-CUST-NUM-IN-USE-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-APPLICATION-RECORD.
           MOVE SPACES               TO CREDIT-APPLICATION-RECORD.
           MOVE AC-APPL-NUM          TO AP-APPL-NUM.
           MOVE CA-TODAY-DATE        TO AP-APPL-DATE.
           SET AP-PENDING            TO TRUE.
           MOVE AC-CUST-NUM          TO AP-CUST-NUM.
           MOVE AC-CUST-NAME         TO AP-CUST-NAME.
           MOVE AC-CURRENCY-CODE     TO AP-CURRENCY-CODE.
           MOVE AC-YEARS-IN-BUSINESS TO AP-YEARS-IN-BUSINESS.
           MOVE AC-TRADE-REFS-STATED TO AP-TRADE-REFS-STATED.
           MOVE AC-TRADE-REFS-CONFIRMED
                                     TO AP-TRADE-REFS-CONFIRMED.
           MOVE AC-REQUESTED-LIMIT   TO AP-REQUESTED-LIMIT.
           MOVE ZERO                 TO AP-DECISION-DATE.
           MOVE ZERO                 TO AP-APPROVED-LIMIT.
           MOVE AC-ADDR-NAME         TO AP-ADDR-NAME.
           MOVE AC-ADDR-LINE-1       TO AP-ADDR-LINE-1.
           MOVE AC-ADDR-LINE-2       TO AP-ADDR-LINE-2.
           MOVE AC-CITY              TO AP-CITY.
           MOVE AC-REGION            TO AP-REGION.
           MOVE AC-POSTAL-CODE       TO AP-POSTAL-CODE.
           MOVE AC-DELIVERY-PREF     TO AP-DELIVERY-PREF.
       BUILD-APPLICATION-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       SCORE-APPLICATION.
      ***************************************************************
      * SCORE THE APPLICATION IN HAND AND SET ITS RECOMMENDATION,    *
      * PROPOSED TIER, AND PROPOSED STARTING LIMIT - THE REQUESTED   *
      * LIMIT, CUT BACK TO THE PROPOSED TIER'S CEILING.              *
      ***************************************************************
           MOVE AP-TRADE-REFS-CONFIRMED TO SC-REFERENCE-COUNT.
           IF SC-REFERENCE-COUNT > SC-MAX-REFERENCES
              MOVE SC-MAX-REFERENCES TO SC-REFERENCE-COUNT
           END-IF.
           COMPUTE SC-REFERENCE-POINTS =
               SC-REFERENCE-COUNT * SC-POINTS-PER-REFERENCE.
           PERFORM SCORE-YEARS
              THRU SCORE-YEARS-EXIT.
           IF AP-REQUESTED-LIMIT NOT > TC-MAX-CREDIT-LIMIT (1)
              MOVE SC-LIMIT-POINTS TO SC-REQUEST-POINTS
           ELSE
              IF AP-REQUESTED-LIMIT NOT > TC-MAX-CREDIT-LIMIT (2)
                 COMPUTE SC-REQUEST-POINTS = SC-LIMIT-POINTS / 2
              ELSE
                 MOVE ZERO TO SC-REQUEST-POINTS
              END-IF
           END-IF.
           COMPUTE AP-SCORE = SC-REFERENCE-POINTS
                            + SC-YEARS-POINTS
                            + SC-REQUEST-POINTS.

           IF AP-SCORE < SC-DECLINE-FLOOR
              SET AP-RECOMMEND-DECLINE TO TRUE
           ELSE
              SET AP-RECOMMEND-APPROVE TO TRUE
           END-IF.
           IF AP-SCORE NOT < SC-UPPER-TIER-MARK
              MOVE "1" TO AP-PROPOSED-TIER
           ELSE
              MOVE "0" TO AP-PROPOSED-TIER
           END-IF.
           SET TIER-INDX TO 1.
           ADD AP-PROPOSED-TIER-NUM TO TIER-INDX.
           IF AP-REQUESTED-LIMIT > TC-MAX-CREDIT-LIMIT (TIER-INDX)
              MOVE TC-MAX-CREDIT-LIMIT (TIER-INDX)
                   TO AP-PROPOSED-LIMIT
           ELSE
              MOVE AP-REQUESTED-LIMIT TO AP-PROPOSED-LIMIT
           END-IF.
       SCORE-APPLICATION-EXIT. EXIT.
      *****************************************************************
      *
       SCORE-YEARS.
      ***************************************************************
      * UNDER 2 YEARS 0, 2 TO 4 YEARS 10, 5 TO 9 YEARS 20, AND 10    *
      * YEARS OR MORE 30.                                            *
      ***************************************************************
           EVALUATE TRUE
              WHEN AP-YEARS-IN-BUSINESS < 2
                 MOVE ZERO TO SC-YEARS-POINTS
              WHEN AP-YEARS-IN-BUSINESS < 5
                 MOVE 10 TO SC-YEARS-POINTS
              WHEN AP-YEARS-IN-BUSINESS < 10
                 MOVE 20 TO SC-YEARS-POINTS
              WHEN OTHER
                 MOVE 30 TO SC-YEARS-POINTS
           END-EVALUATE.
       SCORE-YEARS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-MAINTENANCE-ADDS.
      ***************************************************************
      * APPEND THE APPROVED ACCOUNT'S CUSTCTL AND ADDRCTL "A"        *
      * RECORDS.  THE ACCOUNT OPENS WITH A ZERO BALANCE AT THE       *
      * APPROVED LIMIT, IN THE PROPOSED TIER.  BOTH ARE STAMPED WITH *
      * THE APPROVING OFFICER'S ID, WHICH CUSTMNT AND ADDRMNT CHECK   *
      * FOR AUTHORITY TO ADD.                                        *
      ***************************************************************
           IF NOT MAINTENANCE-OUTPUT-IS-OPEN
              PERFORM OPEN-MAINTENANCE-OUTPUT
                 THRU OPEN-MAINTENANCE-OUTPUT-EXIT
           END-IF.
           MOVE SPACES             TO MAINTENANCE-CONTROL-RECORD.
           MOVE "A"                TO MR-ACTION-CODE.
           MOVE AP-CUST-NUM        TO MR-CUST-NUM.
           MOVE AP-CUST-NAME       TO MR-CUST-NAME.
           MOVE ZERO               TO MR-CREDIT-BALANCE.
           MOVE AP-APPROVED-LIMIT  TO MR-CREDIT-LIMIT.
           MOVE AP-PROPOSED-TIER   TO MR-CREDIT-FLAG.
           MOVE AP-CURRENCY-CODE   TO MR-CURRENCY-CODE.
           MOVE AP-DECIDED-BY      TO MR-OPERATOR-ID.
           WRITE MAINTENANCE-CONTROL-RECORD.

           MOVE SPACES             TO ADDRESS-CONTROL-RECORD.
           MOVE "A"                TO AR-ACTION-CODE.
           MOVE AP-CUST-NUM        TO AR-CUST-NUM.
           MOVE AP-ADDR-NAME       TO AR-NAME.
           MOVE AP-ADDR-LINE-1     TO AR-ADDR-LINE-1.
           MOVE AP-ADDR-LINE-2     TO AR-ADDR-LINE-2.
           MOVE AP-CITY            TO AR-CITY.
           MOVE AP-REGION          TO AR-REGION.
           MOVE AP-POSTAL-CODE     TO AR-POSTAL-CODE.
           MOVE AP-DELIVERY-PREF   TO AR-DELIVERY-PREF.
           MOVE AP-DECIDED-BY      TO AR-OPERATOR-ID.
           WRITE ADDRESS-CONTROL-RECORD.
       WRITE-MAINTENANCE-ADDS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-DECLINE-LETTER.
      ***************************************************************
      * ONE LETTER PAGE: WINDOW-ENVELOPE ADDRESS BLOCK, THE DECISION *
      * TEXT, AND THE APPLICATION AND REASON.  THE LETTER FILE IS    *
      * OPENED LAZILY SO A RUN WITH NO DECLINES LEAVES NO EMPTY FILE *
      * BEHIND.                                                      *
      ***************************************************************
           IF NOT LETTER-FILE-IS-OPEN
              OPEN OUTPUT DECLINE-LETTER-FILE
              SET LETTER-FILE-IS-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD AFTER ADVANCING PAGE.
           MOVE SPACES TO DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD.

           MOVE AP-ADDR-NAME TO LT-A-TEXT.
           WRITE DECLINE-LETTER-RECORD FROM LT-ADDRESS-LINE.
           MOVE AP-ADDR-LINE-1 TO LT-A-TEXT.
           WRITE DECLINE-LETTER-RECORD FROM LT-ADDRESS-LINE.
           IF AP-ADDR-LINE-2 NOT = SPACES
              MOVE AP-ADDR-LINE-2 TO LT-A-TEXT
              WRITE DECLINE-LETTER-RECORD FROM LT-ADDRESS-LINE
           END-IF.
           MOVE AP-CITY TO LT-C-CITY.
           MOVE AP-REGION TO LT-C-REGION.
           MOVE AP-POSTAL-CODE TO LT-C-POSTAL-CODE.
           WRITE DECLINE-LETTER-RECORD FROM LT-CITY-LINE.

           MOVE SPACES TO DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD.

           MOVE CA-TODAY-DATE TO LT-T-DATE.
           WRITE DECLINE-LETTER-RECORD FROM LT-TITLE-LINE.
           MOVE SPACES TO DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD FROM LT-BODY-LINE-1.
           WRITE DECLINE-LETTER-RECORD FROM LT-BODY-LINE-2.
           WRITE DECLINE-LETTER-RECORD FROM LT-BODY-LINE-3.
           MOVE SPACES TO DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD.

           MOVE AP-APPL-NUM TO LT-N-APPL-NUM.
           MOVE AP-APPL-DATE TO LT-N-APPL-DATE.
           WRITE DECLINE-LETTER-RECORD FROM LT-APPLICATION-LINE.
           MOVE AP-DECLINE-REASON TO LT-R-REASON.
           WRITE DECLINE-LETTER-RECORD FROM LT-REASON-LINE.
           MOVE SPACES TO DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD.
           WRITE DECLINE-LETTER-RECORD FROM LT-CLOSING-LINE.
       WRITE-DECLINE-LETTER-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-REGISTER-LINE.
      ***************************************************************
      * ONE REGISTER LINE FOR THE APPLICATION IN HAND.  THE CALLER   *
      * HAS SET RG-D-LIMIT AND RG-D-NOTE.                            *
      ***************************************************************
           MOVE AP-APPL-NUM TO RG-D-APPL-NUM.
           MOVE AC-ACTION-CODE TO RG-D-ACTION.
           MOVE AP-CUST-NUM TO RG-D-CUST-NUM.
           MOVE AP-CUST-NAME TO RG-D-CUST-NAME.
           MOVE AP-YEARS-IN-BUSINESS TO RG-D-YEARS.
           MOVE AP-TRADE-REFS-CONFIRMED TO RG-D-REFS-CONFIRMED.
           MOVE AP-TRADE-REFS-STATED TO RG-D-REFS-STATED.
           MOVE AP-REQUESTED-LIMIT TO RG-D-REQUESTED.
           MOVE AP-SCORE TO RG-D-SCORE.
           MOVE AP-PROPOSED-TIER TO RG-D-TIER.
           EVALUATE TRUE
              WHEN AP-APPROVED
                 MOVE "APPROVED" TO RG-D-STATUS
              WHEN AP-DECLINED
                 MOVE "DECLINED" TO RG-D-STATUS
              WHEN OTHER
                 MOVE "PENDING" TO RG-D-STATUS
           END-EVALUATE.
           WRITE APPLICATION-REGISTER-RECORD FROM RG-DETAIL-LINE.
       WRITE-REGISTER-LINE-EXIT. EXIT.
      *****************************************************************
      *
       REJECT-ACTION.
           ADD 1 TO CT-ACTIONS-REJECTED.
           DISPLAY "CREDAPP REJECTED ACTION " AC-ACTION-CODE
                   " APPLICATION " AC-APPL-NUM
                   " - " REJECT-REASON.
           MOVE SPACES TO APPLICATION-REGISTER-RECORD.
           STRING AC-APPL-NUM "  " AC-ACTION-CODE
                  "   REJECTED - " REJECT-REASON
                  DELIMITED BY SIZE
                  INTO APPLICATION-REGISTER-RECORD.
           WRITE APPLICATION-REGISTER-RECORD.
       REJECT-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-FILES.
      ***************************************************************
      * THE APPLICATION FILE IS CREATED THE FIRST TIME IT DOES NOT   *
      * EXIST.  THE CUSTOMER MASTER IS READ ONLY TO KEEP CUST-NUMS   *
      * UNIQUE; BEFORE THE FIRST LOAD THERE IS NOTHING TO CLASH      *
      * WITH.                                                        *
      ***************************************************************
           OPEN I-O CREDIT-APPLICATION-FILE.
           IF APF-FILE-NOT-FOUND
              OPEN OUTPUT CREDIT-APPLICATION-FILE
              CLOSE CREDIT-APPLICATION-FILE
              OPEN I-O CREDIT-APPLICATION-FILE
           END-IF.
           IF APF-FILE-OK
              SET APPLICATION-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CREDAPP: APPLICATION FILE OPEN FAILED, STATUS="
                      APF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
              GO TO OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           END-IF.

           OPEN INPUT APPLICATION-CONTROL-FILE.
           IF ACF-FILE-OK
              SET CONTROL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CREDAPP: CONTROL FILE OPEN FAILED, STATUS="
                      ACF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.

           OPEN OUTPUT APPLICATION-REGISTER-FILE.
           MOVE CA-TODAY-DATE TO RG-H1-DATE.
           WRITE APPLICATION-REGISTER-RECORD FROM RG-HEADING-LINE-1.
           WRITE APPLICATION-REGISTER-RECORD FROM RG-HEADING-LINE-2.
           MOVE SPACES TO APPLICATION-REGISTER-RECORD.
           WRITE APPLICATION-REGISTER-RECORD.
       OPEN-FILES-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-MAINTENANCE-OUTPUT.
      ***************************************************************
      * APPEND TO THE CUSTCTL AND ADDRCTL CONTROL FILES SO ANY       *
      * MAINTENANCE ALREADY KEYED FOR THE NEXT RUNS IS KEPT.         *
      ***************************************************************
           OPEN EXTEND MAINTENANCE-CONTROL-FILE.
           IF MCF-FILE-NOT-FOUND
              OPEN OUTPUT MAINTENANCE-CONTROL-FILE
           END-IF.
           OPEN EXTEND ADDRESS-CONTROL-FILE.
           IF ARF-FILE-NOT-FOUND
              OPEN OUTPUT ADDRESS-CONTROL-FILE
           END-IF.
           SET MAINTENANCE-OUTPUT-IS-OPEN TO TRUE.
       OPEN-MAINTENANCE-OUTPUT-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
              READ APPLICATION-CONTROL-FILE
                  AT END
                      SET END-OF-CONTROL-FILE TO TRUE
              END-READ
           END-IF.
       READ-CONTROL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY APPLICATION SUMMARY AND CLOSE FILES *
      ***********************************************
           MOVE CT-APPLICATIONS-TAKEN TO SR-CT-APPLICATIONS-TAKEN.
           MOVE CT-APPROVED TO SR-CT-APPROVED.
           MOVE CT-DECLINED TO SR-CT-DECLINED.
           MOVE CT-ACTIONS-REJECTED TO SR-CT-ACTIONS-REJECTED.
           DISPLAY " ".
           DISPLAY "CREDAPP APPLICATION SUMMARY".
           DISPLAY "APPLICATIONS TAKEN IN ...... "
                   SR-CT-APPLICATIONS-TAKEN.
           DISPLAY "APPLICATIONS APPROVED ...... "
                   SR-CT-APPROVED.
           DISPLAY "APPLICATIONS DECLINED ...... "
                   SR-CT-DECLINED.
           DISPLAY "ACTIONS REJECTED ........... "
                   SR-CT-ACTIONS-REJECTED.
           IF APPLICATION-FILE-IS-OPEN
              CLOSE CREDIT-APPLICATION-FILE
              CLOSE APPLICATION-REGISTER-FILE
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF CONTROL-FILE-IS-OPEN
              CLOSE APPLICATION-CONTROL-FILE
           END-IF.
           IF MAINTENANCE-OUTPUT-IS-OPEN
              CLOSE MAINTENANCE-CONTROL-FILE
              CLOSE ADDRESS-CONTROL-FILE
           END-IF.
           IF LETTER-FILE-IS-OPEN
              CLOSE DECLINE-LETTER-FILE
           END-IF.
           DISPLAY "PROGRAM: CREDAPP EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

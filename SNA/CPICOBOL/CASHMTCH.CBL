       IDENTIFICATION DIVISION.
       PROGRAM-ID.        CASHMTCH.
      *************************************************************
      * THIS IS THE CASHMTCH PROGRAM THAT WORKS OFF THE UNAPCASH  *
      * SUSPENSE FILE OF LOCKBOX CASH LBXIMPT COULD NOT PUT ON AN *
      * ACCOUNT - NO CUST-NUM ON THE REMITTANCE, OR ONE CUSTFILE  *
      * DOES NOT KNOW - SO THE MONEY IN THE BANK GETS BACK TO THE *
      * CUSTOMER WHO SENT IT.                                     *
      *                                                           *
      * PURPOSE: "PROPOSE" (THE DEFAULT) LISTS EVERY ITEM STILL   *
      *          IN SUSPENSE ON THE CASHRPT MATCHING REPORT WITH  *
      *          THE LIKELY CUSTOMERS: EVERY CUSTXREF NAME        *
      *          CONTAINING THE FIRST WORD OF THE REMITTER'S      *
      *          NAME, AND EVERY CUSTOMER WHOSE OPEN BALANCE      *
      *          EQUALS THE AMOUNT, WITH A DECISION BLANK FOR THE *
      *          OPERATOR.  IT ALSO AGES THE SUSPENSE BALANCE BY  *
      *          DEPOSIT DATE ON THE CASHAGE REPORT.              *
      *          "APPLY" TAKES THE OPERATORS' DECISIONS FROM THE  *
      *          CASHDEC CONTROL FILE.  EACH IS CHECKED - ITEM    *
      *          STILL IN SUSPENSE, CUSTOMER ON CUSTFILE, AND THE *
      *          OPERATOR AUTHORIZED BY OPERCHK FOR ACTION "A" -  *
      *          THEN A TYPE "U" TRANSACTION IS ADDED TO PAYTRAN  *
      *          FOR PAYAPPLY TO POST AND THE ITEM IS MARKED      *
      *          RELEASED.  PAYAPPLY MARKS IT APPLIED WHEN IT     *
      *          POSTS; A RELEASED ITEM PAYAPPLY REJECTED MAY BE  *
      *          DECIDED AGAIN.                                   *
      *                                                           *
      * INPUT:   UNAPCASH, CUSTXREF (RUN XREFBLD FIRST),          *
      *          CUSTFILE, AND PERDCTL FOR THE BUSINESS DATE.     *
      *          APPLY ALSO READS CASHDEC (ITEM KEY, CUST-NUM,    *
      *          AND THE DECIDING OPERATOR).                      *
      *                                                           *
      * OUTPUT:  PROPOSE WRITES THE CASHRPT MATCHING REPORT AND   *
      *          THE CASHAGE AGING REPORT.  APPLY UPDATES         *
      *          UNAPCASH, APPENDS TO PAYTRAN, AND WRITES CASHRPT *
      *          AS THE DECISION REGISTER.                        *
      *                                                           *
      * NOTE:    APPLY RUNS AFTER LBXIMPT HAS WRITTEN THE NIGHT'S *
      *          PAYTRAN AND BEFORE PAYAPPLY POSTS IT, AND IS     *
      *          REFUSED IN A CLOSED PERIOD.  NOTHING HERE        *
      *          TOUCHES CUSTFILE.                                *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS UC-ITEM-KEY
               FILE STATUS    IS UCF-FILE-STATUS.
           SELECT NAME-XREF-FILE     ASSIGN TO "CUSTXREF"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS XRF-FILE-STATUS.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT CASH-DECISION-FILE ASSIGN TO "CASHDEC"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CDF-FILE-STATUS.
           SELECT PAYMENT-TRANSACTION-FILE ASSIGN TO "PAYTRAN"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PTF-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT MATCH-REPORT-FILE  ASSIGN TO "CASHRPT"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT AGING-REPORT-FILE  ASSIGN TO "CASHAGE"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * UNAPPLIED-CASH-FILE IS LBXIMPT'S SUSPENSE FILE, KEYED BY    *
      * DEPOSIT DATE AND ITEM SEQUENCE.  AN ITEM IS OPEN UNTIL AN   *
      * OPERATOR DECIDES WHO IT BELONGS TO, RELEASED UNTIL PAYAPPLY *
      * POSTS IT, AND APPLIED AFTER.                                *
      ***************************************************************
       FD  UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNAPPLIED-CASH-RECORD.
           05  UC-ITEM-KEY.
               10  UC-DEPOSIT-DATE     PIC 9(6).
               10  UC-ITEM-SEQ         PIC 9(4).
           05  UC-REFERENCE-NUM        PIC X(10).
           05  UC-REMITTER-NAME        PIC X(20).
           05  UC-QUOTED-CUST-NUM      PIC X(4).
           05  UC-AMOUNT               PIC 9(7)V99.
           05  UC-ITEM-STATUS          PIC X.
               88  UC-STATUS-OPEN                 VALUE "O".
               88  UC-STATUS-RELEASED             VALUE "R".
               88  UC-STATUS-APPLIED              VALUE "A".
           05  UC-DECIDED-CUST-NUM     PIC X(4).
           05  UC-DECIDED-BY           PIC X(8).
           05  UC-DECIDED-DATE         PIC 9(6).
           05  UC-APPLIED-CUST-NUM     PIC X(4).
           05  UC-APPLIED-DATE         PIC 9(6).

      ***************************************************************
      * NAME-XREF-FILE IS THE NAME-TO-CUST-NUM CROSS-REFERENCE      *
      * XREFBLD REBUILDS NIGHTLY FROM CUSTFILE, THE SAME FILE       *
      * CUSTINQ SEARCHES BY NAME.                                   *
      ***************************************************************
       FD  NAME-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  NAME-XREF-RECORD.
           05  XN-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  XN-CUST-NAME            PIC X(20).

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
      * CASH-DECISION-FILE CARRIES THE OPERATORS' DECISIONS FROM    *
      * THE MATCHING REPORT: ONE RECORD PER SUSPENSE ITEM, NAMING   *
      * THE CUSTOMER IT BELONGS TO AND THE OPERATOR WHO DECIDED.    *
      ***************************************************************
       FD  CASH-DECISION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASH-DECISION-RECORD.
           05  UD-ITEM-KEY.
               10  UD-DEPOSIT-DATE     PIC 9(6).
               10  UD-ITEM-SEQ         PIC 9(4).
           05  FILLER                  PIC X.
           05  UD-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  UD-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * PAYMENT-TRANSACTION-FILE IS PAYAPPLY'S DAILY BATCH, IN ITS  *
      * LAYOUT.  A RELEASED ITEM IS ADDED AS A TYPE "U" RECORD      *
      * WHOSE REFERENCE IS THE SUSPENSE ITEM KEY.                   *
      ***************************************************************
       FD  PAYMENT-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-TRANSACTION-RECORD.
           05  PT-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  PT-TRAN-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  PT-AMOUNT               PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  PT-REFERENCE-NUM        PIC X(10).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).
               88  PC-PERIOD-OPEN                 VALUE "OPEN".
               88  PC-PERIOD-CLOSED               VALUE "CLOSED".

       FD  MATCH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MATCH-REPORT-RECORD         PIC X(132).

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.

       01  UCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  UCF-FILE-OK                        VALUE "00".

       01  SUSPENSE-FILE-SWITCH       PIC  X      VALUE "N".
           88  SUSPENSE-FILE-IS-OPEN              VALUE "Y".

       01  END-OF-SUSPENSE-SWITCH     PIC  X      VALUE "N".
           88  END-OF-SUSPENSE                    VALUE "Y".

       01  XRF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  XRF-FILE-OK                        VALUE "00".

       01  END-OF-XREF-SWITCH         PIC  X      VALUE "N".
           88  END-OF-XREF                        VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  CDF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CDF-FILE-OK                        VALUE "00".

       01  DECISION-FILE-SWITCH       PIC  X      VALUE "N".
           88  DECISION-FILE-IS-OPEN              VALUE "Y".

       01  END-OF-DECISIONS-SWITCH    PIC  X      VALUE "N".
           88  END-OF-DECISIONS                   VALUE "Y".

       01  PTF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PTF-FILE-OK                        VALUE "00".
           88  PTF-FILE-NOT-FOUND                 VALUE "35".

       01  TRANSACTION-FILE-SWITCH    PIC  X      VALUE "N".
           88  TRANSACTION-FILE-IS-OPEN           VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  PERIOD-CLOSED-SWITCH       PIC  X      VALUE "N".
           88  PERIOD-IS-CLOSED                   VALUE "Y".

       01  REPORT-FILE-SWITCH         PIC  X      VALUE "N".
           88  REPORT-FILE-IS-OPEN                VALUE "Y".

       01  AGING-FILE-SWITCH          PIC  X      VALUE "N".
           88  AGING-FILE-IS-OPEN                 VALUE "Y".

       01  RUN-MODE-PARM              PIC  X(8)   VALUE SPACES.
           88  MODE-PROPOSE                       VALUE "PROPOSE".
           88  MODE-APPLY                         VALUE "APPLY".

       01  RUN-PARM-LINE              PIC  X(40)  VALUE SPACES.
       01  RUN-PARM-TOKEN-1           PIC  X(12)  VALUE SPACES.
       01  RUN-PARM-TOKEN-2           PIC  X(12)  VALUE SPACES.

      **********************************************************
      * XT- TABLE HOLDS THE CROSS-REFERENCE FOR THE WHOLE RUN, *
      * EACH NAME WITH THE CUSTOMER'S OPEN BALANCE FROM        *
      * CUSTFILE, SO EVERY SUSPENSE ITEM IS MATCHED WITHOUT    *
      * RE-READING EITHER FILE.  A CUST-NUM NO LONGER ON       *
      * CUSTFILE IS LEFT OUT.                                  *
      **********************************************************
       01  XT-ENTRY-COUNT             PIC  9(4)   VALUE ZERO.
       01  XT-TABLE-FULL-SWITCH       PIC  X      VALUE "N".
           88  XT-TABLE-IS-FULL                   VALUE "Y".
       01  NAME-XREF-TABLE.
           05  XT-ENTRY OCCURS 2000 TIMES
                        INDEXED BY XT-INDX.
               10  XT-CUST-NUM         PIC X(4).
               10  XT-CUST-NAME        PIC X(20).
               10  XT-BALANCE          PIC S9(7)V99.

      **********************************************************
      * NAME MATCHING: THE FIRST WORD OF THE REMITTER'S NAME,  *
      * AT LEAST MINIMUM-WORD-LEN LONG, FOUND ANYWHERE IN A    *
      * CROSS-REFERENCE NAME, AS CUSTINQ'S NAME= SEARCH DOES.  *
      * NO MORE THAN CANDIDATE-LIMIT CANDIDATES PRINT PER      *
      * ITEM.                                                  *
      **********************************************************
       01  MINIMUM-WORD-LEN           PIC 9(2)   VALUE 3.
       01  CANDIDATE-LIMIT            PIC 9(2)   VALUE 10.
       01  XS-WORD-LEN                PIC 9(2)   VALUE ZERO.
       01  XS-SCAN-POS                PIC 9(2)   VALUE ZERO.
       01  XS-SCAN-LIMIT              PIC 9(2)   VALUE ZERO.
       01  XS-CANDIDATE-COUNT         PIC 9(4)   VALUE ZERO.
       01  XS-UNLISTED-COUNT          PIC 9(4)   VALUE ZERO.

       01  NAME-MATCHED-SWITCH        PIC X      VALUE "N".
           88  NAME-MATCHED                      VALUE "Y".

       01  AMOUNT-MATCHED-SWITCH      PIC X      VALUE "N".
           88  AMOUNT-MATCHED                    VALUE "Y".

      **********************************************************
      * AGE IN DAYS IS THE SHOP'S USUAL YY*365+MM*30+DD        *
      * APPROXIMATION, FROM THE DEPOSIT DATE, BUCKETED AS      *
      * ARTRIAL BUCKETS: UNDER 30, UNDER 60, UNDER 90, AND     *
      * 90+.                                                   *
      **********************************************************
       01  BUSINESS-DATE-TODAY        PIC 9(6)   VALUE ZERO.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-TODAY.
           05  CM-TODAY-YY             PIC 9(2).
           05  CM-TODAY-MM             PIC 9(2).
           05  CM-TODAY-DD             PIC 9(2).

       01  DEPOSIT-DATE-WORK          PIC 9(6)   VALUE ZERO.
       01  DEPOSIT-DATE-PARTS REDEFINES DEPOSIT-DATE-WORK.
           05  DP-YY                   PIC 9(2).
           05  DP-MM                   PIC 9(2).
           05  DP-DD                   PIC 9(2).

       01  ITEM-AGE-DAYS              PIC S9(5)  VALUE ZERO.
       01  AG-BUCKET-INDX             PIC 9      VALUE ZERO.

       01  AGING-BUCKET-TOTALS.
           05  AB-BUCKET-ENTRY         OCCURS 4 TIMES.
               10  AB-BUCKET-COUNT     PIC 9(5).
               10  AB-BUCKET-AMOUNT    PIC 9(9)V99.

       01  AGING-BUCKET-LABEL-VALUES.
           05  FILLER                 PIC X(10)  VALUE "CURRENT".
           05  FILLER                 PIC X(10)  VALUE "30 DAYS".
           05  FILLER                 PIC X(10)  VALUE "60 DAYS".
           05  FILLER                 PIC X(10)  VALUE "90+DAYS".
       01  AGING-BUCKET-LABELS REDEFINES AGING-BUCKET-LABEL-VALUES.
           05  AB-BUCKET-LABEL        PIC X(10)  OCCURS 4 TIMES.

       01  CM-REASON                  PIC X(30)  VALUE SPACES.

      **********************************************************
      * CM- RUN COUNTERS FOR THE REPORT TOTALS AND CONSOLE.    *
      **********************************************************
       01  CASH-MATCH-COUNTERS.
           05  CM-XREF-LOADED          PIC 9(5)     VALUE ZERO.
           05  CM-ITEMS-READ           PIC 9(5)     VALUE ZERO.
           05  CM-ITEMS-LISTED         PIC 9(5)     VALUE ZERO.
           05  CM-ITEMS-UNMATCHED      PIC 9(5)     VALUE ZERO.
           05  CM-SUSPENSE-COUNT       PIC 9(5)     VALUE ZERO.
           05  CM-SUSPENSE-AMOUNT      PIC 9(9)V99  VALUE ZERO.
           05  CM-DECISIONS-READ       PIC 9(5)     VALUE ZERO.
           05  CM-RELEASED-COUNT       PIC 9(5)     VALUE ZERO.
           05  CM-RELEASED-AMOUNT      PIC 9(9)V99  VALUE ZERO.
           05  CM-REFUSED-COUNT        PIC 9(5)     VALUE ZERO.

       01  SR-CM-XREF-LOADED          PIC ZZZZ9.
       01  SR-CM-ITEMS-READ           PIC ZZZZ9.
       01  SR-CM-ITEMS-LISTED         PIC ZZZZ9.
       01  SR-CM-ITEMS-UNMATCHED      PIC ZZZZ9.
       01  SR-CM-SUSPENSE-COUNT       PIC ZZZZ9.
       01  SR-CM-SUSPENSE-AMOUNT      PIC Z(8)9.99.
       01  SR-CM-DECISIONS-READ       PIC ZZZZ9.
       01  SR-CM-RELEASED-COUNT       PIC ZZZZ9.
       01  SR-CM-RELEASED-AMOUNT      PIC Z(8)9.99.
       01  SR-CM-REFUSED-COUNT        PIC ZZZZ9.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE DECIDING OPERATOR MUST HOLD    *
      * ACTION "A" IN THEIR CASHMTCH PROFILE FOR CASH TO BE         *
      * RELEASED.                                                   *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "CASHMTCH".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE "A".
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

      **********************************************************
      * MR- LINES LAY OUT CASHRPT.  THE SAME ITEM LINE SERVES  *
      * BOTH RUNS: PROPOSE FOLLOWS IT WITH THE CANDIDATES AND  *
      * A DECISION BLANK, APPLY SHOWS WHAT BECAME OF EACH      *
      * DECISION.                                              *
      **********************************************************
       01  MR-HEADING-LINE-1.
           05  MR-H1-TITLE            PIC X(46).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-H1-DATE             PIC 9(6).

       01  MR-HEADING-LINE-2.
           05  FILLER                 PIC X(12)  VALUE "ITEM KEY".
           05  FILLER                 PIC X(8)   VALUE "DEPOSIT".
           05  FILLER                 PIC X(12)  VALUE "REFERENCE".
           05  FILLER                 PIC X(22)  VALUE "REMITTER NAME".
           05  FILLER                 PIC X(6)   VALUE "QUOTE".
           05  FILLER                 PIC X(12)  VALUE "      AMOUNT".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE "STATUS".
           05  FILLER                 PIC X(11)  VALUE "DISPOSITION".

       01  MR-ITEM-LINE.
           05  MR-I-ITEM-KEY          PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-I-DEPOSIT-DATE      PIC 9(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-I-REFERENCE-NUM     PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-I-REMITTER-NAME     PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-I-QUOTED-CUST-NUM   PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-I-AMOUNT            PIC Z(8)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-I-STATUS            PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-I-DISPOSITION       PIC X(30).

       01  MR-CANDIDATE-LINE.
           05  FILLER                 PIC X(12)  VALUE SPACES.
           05  FILLER                 PIC X(11)  VALUE "CANDIDATE".
           05  MR-C-CUST-NUM          PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  MR-C-CUST-NAME         PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(9)   VALUE "BALANCE".
           05  MR-C-BALANCE           PIC Z(6)9.99-.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(9)   VALUE "MATCHED:".
           05  MR-C-MATCH-TYPE        PIC X(11).

       01  MR-NOTE-LINE.
           05  FILLER                 PIC X(12)  VALUE SPACES.
           05  MR-N-TEXT              PIC X(60).

       01  MR-SIGN-OFF-LINE.
           05  FILLER                 PIC X(12)  VALUE SPACES.
           05  FILLER                 PIC X(50)  VALUE
               "DECISION: CUST-NUM ____  OPERATOR ________".

       01  MR-COUNT-LINE.
           05  MR-C-LABEL             PIC X(29).
           05  MR-C-COUNT             PIC ZZZZ9.
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05  MR-C-AMOUNT            PIC Z(8)9.99.

      **********************************************************
      * AG- LINES LAY OUT THE CASHAGE AGING REPORT: ONE LINE   *
      * PER ITEM STILL IN SUSPENSE, THEN THE BUCKET TOTALS AND *
      * THE SUSPENSE BALANCE.                                  *
      **********************************************************
       01  AG-HEADING-LINE-1.
           05  FILLER                 PIC X(46)  VALUE
               "CASHMTCH - UNAPPLIED CASH AGING".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  AG-H1-DATE             PIC 9(6).

       01  AG-HEADING-LINE-2.
           05  FILLER                 PIC X(12)  VALUE "ITEM KEY".
           05  FILLER                 PIC X(8)   VALUE "DEPOSIT".
           05  FILLER                 PIC X(12)  VALUE "REFERENCE".
           05  FILLER                 PIC X(22)  VALUE "REMITTER NAME".
           05  FILLER                 PIC X(12)  VALUE "      AMOUNT".
           05  FILLER                 PIC X(7)   VALUE "   DAYS".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE "BUCKET".
           05  FILLER                 PIC X(8)   VALUE "STATUS".

       01  AG-ITEM-LINE.
           05  AG-I-ITEM-KEY          PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  AG-I-DEPOSIT-DATE      PIC 9(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  AG-I-REFERENCE-NUM     PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  AG-I-REMITTER-NAME     PIC X(20).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  AG-I-AMOUNT            PIC Z(8)9.99.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  AG-I-AGE-DAYS          PIC ZZZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  AG-I-BUCKET            PIC X(10).
           05  AG-I-STATUS            PIC X(8).

       01  AG-TOTAL-LINE.
           05  AG-T-LABEL             PIC X(29).
           05  AG-T-COUNT             PIC ZZZZ9.
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05  AG-T-AMOUNT            PIC Z(8)9.99.

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
                    RUN-PARM-TOKEN-2.
           MOVE RUN-PARM-TOKEN-1 TO RUN-MODE-PARM.
           IF RUN-MODE-PARM = SPACES
              MOVE "PROPOSE" TO RUN-MODE-PARM
           END-IF.
           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           EVALUATE TRUE
              WHEN MODE-PROPOSE
                 PERFORM PROPOSE-MATCHES
                    THRU PROPOSE-MATCHES-EXIT
              WHEN MODE-APPLY
                 PERFORM APPLY-DECISIONS
                    THRU APPLY-DECISIONS-EXIT
              WHEN OTHER
                 DISPLAY "CASHMTCH MODE MUST BE PROPOSE OR APPLY"
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       PROPOSE-MATCHES.
      ***************************************************************
      * LOAD THE CROSS-REFERENCE, THEN BROWSE THE SUSPENSE FILE:    *
      * EVERY ITEM NOT YET APPLIED IS AGED, AND EVERY OPEN ONE IS   *
      * LISTED WITH ITS CANDIDATES.  NOTHING IS UPDATED.            *
      ***************************************************************
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF NOT UCF-FILE-OK
              DISPLAY "CASHMTCH: NO UNAPCASH ON FILE - NOTHING IN "
                      "SUSPENSE"
              GO TO PROPOSE-MATCHES-EXIT
           END-IF.
           SET SUSPENSE-FILE-IS-OPEN TO TRUE.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT CF-FILE-OK
              DISPLAY "CASHMTCH: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              GO TO PROPOSE-MATCHES-EXIT
           END-IF.
           SET CUSTOMER-FILE-IS-OPEN TO TRUE.
           OPEN INPUT NAME-XREF-FILE.
           IF NOT XRF-FILE-OK
              DISPLAY "CASHMTCH: NO CUSTXREF CROSS-REFERENCE ON "
                      "FILE - RUN XREFBLD FIRST"
              MOVE 1 TO RETURN-CODE
              GO TO PROPOSE-MATCHES-EXIT
           END-IF.
           PERFORM LOAD-ONE-XREF-ENTRY
              THRU LOAD-ONE-XREF-ENTRY-EXIT
              UNTIL END-OF-XREF.
           CLOSE NAME-XREF-FILE.

           MOVE "CASHMTCH - UNAPPLIED CASH MATCHING REPORT"
                TO MR-H1-TITLE.
           PERFORM OPEN-REPORT-FILE
              THRU OPEN-REPORT-FILE-EXIT.
           PERFORM OPEN-AGING-FILE
              THRU OPEN-AGING-FILE-EXIT.

           MOVE LOW-VALUES TO UC-ITEM-KEY.
           START UNAPPLIED-CASH-FILE
               KEY NOT LESS THAN UC-ITEM-KEY
               INVALID KEY
                  SET END-OF-SUSPENSE TO TRUE
           END-START.
           PERFORM PROPOSE-ONE-ITEM
              THRU PROPOSE-ONE-ITEM-EXIT
              UNTIL END-OF-SUSPENSE.

           MOVE SPACES TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD.
           MOVE SPACES TO MR-COUNT-LINE.
           MOVE "ITEMS LISTED FOR MATCHING .. " TO MR-C-LABEL.
           MOVE CM-ITEMS-LISTED TO MR-C-COUNT.
           WRITE MATCH-REPORT-RECORD FROM MR-COUNT-LINE.
           MOVE SPACES TO MR-COUNT-LINE.
           MOVE "ITEMS WITH NO CANDIDATE .... " TO MR-C-LABEL.
           MOVE CM-ITEMS-UNMATCHED TO MR-C-COUNT.
           WRITE MATCH-REPORT-RECORD FROM MR-COUNT-LINE.
           PERFORM WRITE-AGING-TOTALS
              THRU WRITE-AGING-TOTALS-EXIT.
       PROPOSE-MATCHES-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-XREF-ENTRY.
      ***************************************************************
      * ONE CROSS-REFERENCE NAME INTO THE TABLE, WITH THE           *
      * CUSTOMER'S BALANCE.  A FULL TABLE IS REPORTED ONCE, NOT     *
      * SILENTLY DROPPED.                                           *
      ***************************************************************
           READ NAME-XREF-FILE
               AT END
                  SET END-OF-XREF TO TRUE
                  GO TO LOAD-ONE-XREF-ENTRY-EXIT
           END-READ.
           MOVE XN-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  GO TO LOAD-ONE-XREF-ENTRY-EXIT
           END-READ.
           IF XT-ENTRY-COUNT = 2000
              IF NOT XT-TABLE-IS-FULL
                 SET XT-TABLE-IS-FULL TO TRUE
                 DISPLAY "CASHMTCH CROSS-REFERENCE TABLE FULL - "
                         "FURTHER CUSTOMERS NOT PROPOSED"
              END-IF
              GO TO LOAD-ONE-XREF-ENTRY-EXIT
           END-IF.
           ADD 1 TO XT-ENTRY-COUNT.
           SET XT-INDX TO XT-ENTRY-COUNT.
           MOVE XN-CUST-NUM TO XT-CUST-NUM (XT-INDX).
           MOVE XN-CUST-NAME TO XT-CUST-NAME (XT-INDX).
           MOVE CF-CREDIT-BALANCE TO XT-BALANCE (XT-INDX).
           ADD 1 TO CM-XREF-LOADED.
       LOAD-ONE-XREF-ENTRY-EXIT. EXIT.
      *****************************************************************
      *
       PROPOSE-ONE-ITEM.
           READ UNAPPLIED-CASH-FILE NEXT RECORD
               AT END
                  SET END-OF-SUSPENSE TO TRUE
                  GO TO PROPOSE-ONE-ITEM-EXIT
           END-READ.
           ADD 1 TO CM-ITEMS-READ.
           IF UC-STATUS-APPLIED
              GO TO PROPOSE-ONE-ITEM-EXIT
           END-IF.
           PERFORM AGE-ONE-ITEM
              THRU AGE-ONE-ITEM-EXIT.
           IF UC-STATUS-RELEASED
              MOVE SPACES TO CM-REASON
              STRING "RELEASED TO " UC-DECIDED-CUST-NUM
                     " ON " UC-DECIDED-DATE
                     DELIMITED BY SIZE
                     INTO CM-REASON
              MOVE CM-REASON TO MR-I-DISPOSITION
              PERFORM WRITE-ITEM-LINE
                 THRU WRITE-ITEM-LINE-EXIT
              GO TO PROPOSE-ONE-ITEM-EXIT
           END-IF.

           MOVE SPACES TO MR-I-DISPOSITION.
           PERFORM WRITE-ITEM-LINE
              THRU WRITE-ITEM-LINE-EXIT.
           ADD 1 TO CM-ITEMS-LISTED.
           PERFORM FIND-CANDIDATES
              THRU FIND-CANDIDATES-EXIT.
           WRITE MATCH-REPORT-RECORD FROM MR-SIGN-OFF-LINE.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD.
       PROPOSE-ONE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       FIND-CANDIDATES.
      ***************************************************************
      * SIZE UP THE FIRST WORD OF THE REMITTER'S NAME, THEN TRY     *
      * EVERY TABLE ENTRY.  A WORD SHORTER THAN THE MINIMUM         *
      * (INITIALS, "MR") MATCHES TOO MUCH TO HELP, SO ONLY THE      *
      * AMOUNT IS TRIED.                                            *
      ***************************************************************
           MOVE ZERO TO XS-WORD-LEN.
           PERFORM SIZE-REMITTER-WORD
              THRU SIZE-REMITTER-WORD-EXIT
              UNTIL XS-WORD-LEN = 20
                 OR UC-REMITTER-NAME (XS-WORD-LEN + 1:1) = SPACE.
           IF XS-WORD-LEN < MINIMUM-WORD-LEN
              MOVE ZERO TO XS-WORD-LEN
           END-IF.
           MOVE ZERO TO XS-CANDIDATE-COUNT.
           IF XT-ENTRY-COUNT > ZERO
              SET XT-INDX TO 1
              PERFORM CHECK-ONE-CANDIDATE
                 THRU CHECK-ONE-CANDIDATE-EXIT
                 UNTIL XT-INDX > XT-ENTRY-COUNT
           END-IF.
           IF XS-CANDIDATE-COUNT = ZERO
              ADD 1 TO CM-ITEMS-UNMATCHED
              MOVE "NO CANDIDATE FOUND - SEE THE REMITTANCE ADVICE"
                   TO MR-N-TEXT
              WRITE MATCH-REPORT-RECORD FROM MR-NOTE-LINE
           END-IF.
           IF XS-CANDIDATE-COUNT > CANDIDATE-LIMIT
              COMPUTE XS-UNLISTED-COUNT =
                  XS-CANDIDATE-COUNT - CANDIDATE-LIMIT
              MOVE SPACES TO MR-N-TEXT
              STRING XS-UNLISTED-COUNT
                     " FURTHER CANDIDATES NOT LISTED"
                     DELIMITED BY SIZE
                     INTO MR-N-TEXT
              WRITE MATCH-REPORT-RECORD FROM MR-NOTE-LINE
           END-IF.
       FIND-CANDIDATES-EXIT. EXIT.
      *****************************************************************
      *
       SIZE-REMITTER-WORD.
           ADD 1 TO XS-WORD-LEN.
       SIZE-REMITTER-WORD-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-CANDIDATE.
      ***************************************************************
      * A CUSTOMER IS A CANDIDATE WHEN THE REMITTER'S WORD APPEARS  *
      * ANYWHERE IN ITS NAME, OR ITS OPEN BALANCE IS EXACTLY THE    *
      * AMOUNT - OR BOTH, THE STRONGEST CASE.                       *
      ***************************************************************
           MOVE "N" TO NAME-MATCHED-SWITCH.
           MOVE "N" TO AMOUNT-MATCHED-SWITCH.
           IF XS-WORD-LEN > ZERO
              MOVE 1 TO XS-SCAN-POS
              COMPUTE XS-SCAN-LIMIT = 21 - XS-WORD-LEN
              PERFORM MATCH-AT-ONE-POSITION
                 THRU MATCH-AT-ONE-POSITION-EXIT
                 UNTIL NAME-MATCHED
                    OR XS-SCAN-POS > XS-SCAN-LIMIT
           END-IF.
           IF XT-BALANCE (XT-INDX) = UC-AMOUNT
              SET AMOUNT-MATCHED TO TRUE
           END-IF.
           IF NOT NAME-MATCHED AND NOT AMOUNT-MATCHED
              GO TO CHECK-ONE-CANDIDATE-NEXT
           END-IF.
           ADD 1 TO XS-CANDIDATE-COUNT.
           IF XS-CANDIDATE-COUNT > CANDIDATE-LIMIT
              GO TO CHECK-ONE-CANDIDATE-NEXT
           END-IF.
           EVALUATE TRUE
              WHEN NAME-MATCHED AND AMOUNT-MATCHED
                 MOVE "NAME+AMOUNT" TO MR-C-MATCH-TYPE
              WHEN NAME-MATCHED
                 MOVE "NAME" TO MR-C-MATCH-TYPE
              WHEN OTHER
                 MOVE "AMOUNT" TO MR-C-MATCH-TYPE
           END-EVALUATE.
           MOVE XT-CUST-NUM (XT-INDX) TO MR-C-CUST-NUM.
           MOVE XT-CUST-NAME (XT-INDX) TO MR-C-CUST-NAME.
           MOVE XT-BALANCE (XT-INDX) TO MR-C-BALANCE.
           WRITE MATCH-REPORT-RECORD FROM MR-CANDIDATE-LINE.

       CHECK-ONE-CANDIDATE-NEXT.
           SET XT-INDX UP BY 1.
       CHECK-ONE-CANDIDATE-EXIT. EXIT.
      *****************************************************************
      *
       MATCH-AT-ONE-POSITION.
           IF XT-CUST-NAME (XT-INDX) (XS-SCAN-POS:XS-WORD-LEN)
              = UC-REMITTER-NAME (1:XS-WORD-LEN)
              SET NAME-MATCHED TO TRUE
           ELSE
              ADD 1 TO XS-SCAN-POS
           END-IF.
       MATCH-AT-ONE-POSITION-EXIT. EXIT.
      *****************************************************************
      *
       AGE-ONE-ITEM.
      ***************************************************************
      * ONE LINE ON THE AGING REPORT FOR AN ITEM STILL IN SUSPENSE  *
      * - OPEN, OR RELEASED BUT NOT YET POSTED - AND ITS AMOUNT     *
      * INTO ITS BUCKET AND THE SUSPENSE BALANCE.                   *
      ***************************************************************
           MOVE UC-DEPOSIT-DATE TO DEPOSIT-DATE-WORK.
           COMPUTE ITEM-AGE-DAYS =
               (CM-TODAY-YY * 365 + CM-TODAY-MM * 30 + CM-TODAY-DD)
             - (DP-YY * 365 + DP-MM * 30 + DP-DD).
           EVALUATE TRUE
              WHEN ITEM-AGE-DAYS < 30
                 MOVE 1 TO AG-BUCKET-INDX
              WHEN ITEM-AGE-DAYS < 60
                 MOVE 2 TO AG-BUCKET-INDX
              WHEN ITEM-AGE-DAYS < 90
                 MOVE 3 TO AG-BUCKET-INDX
              WHEN OTHER
                 MOVE 4 TO AG-BUCKET-INDX
           END-EVALUATE.
           ADD 1 TO AB-BUCKET-COUNT (AG-BUCKET-INDX).
           ADD UC-AMOUNT TO AB-BUCKET-AMOUNT (AG-BUCKET-INDX).
           ADD 1 TO CM-SUSPENSE-COUNT.
           ADD UC-AMOUNT TO CM-SUSPENSE-AMOUNT.

           MOVE UC-ITEM-KEY TO AG-I-ITEM-KEY.
           MOVE UC-DEPOSIT-DATE TO AG-I-DEPOSIT-DATE.
           MOVE UC-REFERENCE-NUM TO AG-I-REFERENCE-NUM.
           MOVE UC-REMITTER-NAME TO AG-I-REMITTER-NAME.
           MOVE UC-AMOUNT TO AG-I-AMOUNT.
           MOVE ITEM-AGE-DAYS TO AG-I-AGE-DAYS.
           MOVE AB-BUCKET-LABEL (AG-BUCKET-INDX) TO AG-I-BUCKET.
           IF UC-STATUS-RELEASED
              MOVE "RELEASED" TO AG-I-STATUS
           ELSE
              MOVE "OPEN" TO AG-I-STATUS
           END-IF.
           WRITE AGING-REPORT-RECORD FROM AG-ITEM-LINE.
       AGE-ONE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE 1 TO AG-BUCKET-INDX.
           PERFORM WRITE-ONE-BUCKET-TOTAL
              THRU WRITE-ONE-BUCKET-TOTAL-EXIT
              UNTIL AG-BUCKET-INDX > 4.
           MOVE SPACES TO AG-TOTAL-LINE.
           MOVE "SUSPENSE BALANCE ........... " TO AG-T-LABEL.
           MOVE CM-SUSPENSE-COUNT TO AG-T-COUNT.
           MOVE CM-SUSPENSE-AMOUNT TO AG-T-AMOUNT.
           WRITE AGING-REPORT-RECORD FROM AG-TOTAL-LINE.
       WRITE-AGING-TOTALS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-BUCKET-TOTAL.
           MOVE SPACES TO AG-TOTAL-LINE.
           STRING "BUCKET " AB-BUCKET-LABEL (AG-BUCKET-INDX)
                  DELIMITED BY SIZE
                  INTO AG-T-LABEL.
           MOVE AB-BUCKET-COUNT (AG-BUCKET-INDX) TO AG-T-COUNT.
           MOVE AB-BUCKET-AMOUNT (AG-BUCKET-INDX) TO AG-T-AMOUNT.
           WRITE AGING-REPORT-RECORD FROM AG-TOTAL-LINE.
           ADD 1 TO AG-BUCKET-INDX.
       WRITE-ONE-BUCKET-TOTAL-EXIT. EXIT.
      *****************************************************************
      *
       APPLY-DECISIONS.
      ***************************************************************
      * RELEASE THE DECIDED ITEMS TO PAYAPPLY.  A CLOSED PERIOD     *
      * REFUSES THE WHOLE RUN; NO CASHDEC MEANS NOTHING WAS DECIDED *
      * AND NOTHING IS TOUCHED.                                     *
      ***************************************************************
           IF PERIOD-IS-CLOSED
              DISPLAY "**CASHMTCH APPLY REFUSED - ACCOUNTING PERIOD "
                      BUSINESS-DATE-TODAY " IS CLOSED**"
              DISPLAY "RUN PERDCLSE TO OPEN THE NEXT BUSINESS DATE"
              MOVE 1 TO RETURN-CODE
              GO TO APPLY-DECISIONS-EXIT
           END-IF.
           OPEN INPUT CASH-DECISION-FILE.
           IF NOT CDF-FILE-OK
              DISPLAY "CASHMTCH: NO CASHDEC ON FILE - NO MATCHES "
                      "DECIDED"
              GO TO APPLY-DECISIONS-EXIT
           END-IF.
           SET DECISION-FILE-IS-OPEN TO TRUE.
           OPEN I-O UNAPPLIED-CASH-FILE.
           IF NOT UCF-FILE-OK
              DISPLAY "CASHMTCH: NOTHING RELEASED - UNAPCASH OPEN "
                      "FAILED, STATUS=" UCF-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              GO TO APPLY-DECISIONS-EXIT
           END-IF.
           SET SUSPENSE-FILE-IS-OPEN TO TRUE.
           OPEN INPUT CUSTOMER-FILE.
           IF NOT CF-FILE-OK
              DISPLAY "CASHMTCH: NOTHING RELEASED - CUSTOMER FILE "
                      "OPEN FAILED, STATUS=" CF-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              GO TO APPLY-DECISIONS-EXIT
           END-IF.
           SET CUSTOMER-FILE-IS-OPEN TO TRUE.
           OPEN EXTEND PAYMENT-TRANSACTION-FILE.
           IF PTF-FILE-NOT-FOUND
              OPEN OUTPUT PAYMENT-TRANSACTION-FILE
           END-IF.
           IF NOT PTF-FILE-OK
              DISPLAY "CASHMTCH: NOTHING RELEASED - PAYTRAN OPEN "
                      "FAILED, STATUS=" PTF-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              GO TO APPLY-DECISIONS-EXIT
           END-IF.
           SET TRANSACTION-FILE-IS-OPEN TO TRUE.
           MOVE "CASHMTCH - UNAPPLIED CASH DECISION REGISTER"
                TO MR-H1-TITLE.
           PERFORM OPEN-REPORT-FILE
              THRU OPEN-REPORT-FILE-EXIT.

           PERFORM APPLY-ONE-DECISION
              THRU APPLY-ONE-DECISION-EXIT
              UNTIL END-OF-DECISIONS.

           MOVE SPACES TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD.
           MOVE SPACES TO MR-COUNT-LINE.
           MOVE "DECISIONS READ ............. " TO MR-C-LABEL.
           MOVE CM-DECISIONS-READ TO MR-C-COUNT.
           WRITE MATCH-REPORT-RECORD FROM MR-COUNT-LINE.
           MOVE "RELEASED TO PAYAPPLY ....... " TO MR-C-LABEL.
           MOVE CM-RELEASED-COUNT TO MR-C-COUNT.
           MOVE CM-RELEASED-AMOUNT TO MR-C-AMOUNT.
           WRITE MATCH-REPORT-RECORD FROM MR-COUNT-LINE.
           MOVE SPACES TO MR-COUNT-LINE.
           MOVE "DECISIONS REFUSED .......... " TO MR-C-LABEL.
           MOVE CM-REFUSED-COUNT TO MR-C-COUNT.
           WRITE MATCH-REPORT-RECORD FROM MR-COUNT-LINE.
       APPLY-DECISIONS-EXIT. EXIT.
      *****************************************************************
      *
       APPLY-ONE-DECISION.
      ***************************************************************
      * ONE OPERATOR DECISION.  THE ITEM MUST STILL BE IN SUSPENSE  *
      * - A RELEASED ITEM PAYAPPLY REJECTED MAY BE DECIDED AGAIN,   *
      * AND THE NEW DECISION REPLACES THE OLD - THE CUSTOMER MUST   *
      * BE ON CUSTFILE, AND THE OPERATOR MUST HOLD THE AUTHORITY.   *
      ***************************************************************
           READ CASH-DECISION-FILE
               AT END
                  SET END-OF-DECISIONS TO TRUE
                  GO TO APPLY-ONE-DECISION-EXIT
           END-READ.
           ADD 1 TO CM-DECISIONS-READ.
           MOVE SPACES TO CM-REASON.
           MOVE UD-ITEM-KEY TO UC-ITEM-KEY.
           READ UNAPPLIED-CASH-FILE
               INVALID KEY
                  MOVE SPACES TO UNAPPLIED-CASH-RECORD
                  MOVE UD-ITEM-KEY TO UC-ITEM-KEY
                  MOVE ZERO TO UC-AMOUNT
                  MOVE "ITEM NOT IN SUSPENSE" TO CM-REASON
                  GO TO APPLY-ONE-DECISION-REFUSE
           END-READ.
           IF UC-STATUS-APPLIED
              MOVE "ITEM ALREADY APPLIED" TO CM-REASON
              GO TO APPLY-ONE-DECISION-REFUSE
           END-IF.
           IF UD-CUST-NUM = SPACES
              MOVE "NO CUST-NUM DECIDED" TO CM-REASON
              GO TO APPLY-ONE-DECISION-REFUSE
           END-IF.
           MOVE UD-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "CUST-NUM NOT ON CUSTFILE" TO CM-REASON
                  GO TO APPLY-ONE-DECISION-REFUSE
           END-READ.
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO CM-REASON
              GO TO APPLY-ONE-DECISION-REFUSE
           END-IF.

           PERFORM RELEASE-ONE-ITEM
              THRU RELEASE-ONE-ITEM-EXIT.
           MOVE SPACES TO CM-REASON.
           STRING "RELEASED TO " UD-CUST-NUM
                  " BY " UD-OPERATOR-ID
                  DELIMITED BY SIZE
                  INTO CM-REASON.
           MOVE CM-REASON TO MR-I-DISPOSITION.
           PERFORM WRITE-ITEM-LINE
              THRU WRITE-ITEM-LINE-EXIT.
           DISPLAY "CASHMTCH ITEM " UD-ITEM-KEY " RELEASED TO CUST-NUM "
                   UD-CUST-NUM " - DECIDED BY " UD-OPERATOR-ID.
           GO TO APPLY-ONE-DECISION-EXIT.

       APPLY-ONE-DECISION-REFUSE.
           ADD 1 TO CM-REFUSED-COUNT.
           MOVE CM-REASON TO MR-I-DISPOSITION.
           PERFORM WRITE-ITEM-LINE
              THRU WRITE-ITEM-LINE-EXIT.
           DISPLAY "CASHMTCH REFUSED ITEM " UD-ITEM-KEY
                   " - " CM-REASON.
       APPLY-ONE-DECISION-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER THE DECIDING OPERATOR MAY RELEASE       *
      * SUSPENSE CASH.  A REFUSAL IS LOGGED TO SECVIOL BY OPERCHK.  *
      ***************************************************************
           MOVE UD-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE "A" TO OC-ACTION-CODE.
           MOVE UD-ITEM-KEY TO OC-KEY-VALUE.
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
       RELEASE-ONE-ITEM.
      ***************************************************************
      * ADD THE "U" TRANSACTION TO PAYTRAN UNDER THE SUSPENSE ITEM  *
      * KEY, AND RECORD THE DECISION ON THE ITEM.  PAYAPPLY CHECKS  *
      * THE TWO AGREE BEFORE IT POSTS.                              *
      ***************************************************************
           MOVE SPACES TO PAYMENT-TRANSACTION-RECORD.
           MOVE UD-CUST-NUM TO PT-CUST-NUM.
           MOVE "U" TO PT-TRAN-TYPE.
           MOVE UC-AMOUNT TO PT-AMOUNT.
           MOVE UC-ITEM-KEY TO PT-REFERENCE-NUM.
           WRITE PAYMENT-TRANSACTION-RECORD.

           SET UC-STATUS-RELEASED TO TRUE.
           MOVE UD-CUST-NUM TO UC-DECIDED-CUST-NUM.
           MOVE UD-OPERATOR-ID TO UC-DECIDED-BY.
           MOVE BUSINESS-DATE-TODAY TO UC-DECIDED-DATE.
           REWRITE UNAPPLIED-CASH-RECORD.
           ADD 1 TO CM-RELEASED-COUNT.
           ADD UC-AMOUNT TO CM-RELEASED-AMOUNT.
       RELEASE-ONE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ITEM-LINE.
           MOVE UC-ITEM-KEY TO MR-I-ITEM-KEY.
           MOVE UC-DEPOSIT-DATE TO MR-I-DEPOSIT-DATE.
           MOVE UC-REFERENCE-NUM TO MR-I-REFERENCE-NUM.
           MOVE UC-REMITTER-NAME TO MR-I-REMITTER-NAME.
           MOVE UC-QUOTED-CUST-NUM TO MR-I-QUOTED-CUST-NUM.
           MOVE UC-AMOUNT TO MR-I-AMOUNT.
           EVALUATE TRUE
              WHEN UC-STATUS-OPEN
                 MOVE "OPEN" TO MR-I-STATUS
              WHEN UC-STATUS-RELEASED
                 MOVE "RELEASED" TO MR-I-STATUS
              WHEN UC-STATUS-APPLIED
                 MOVE "APPLIED" TO MR-I-STATUS
              WHEN OTHER
                 MOVE SPACES TO MR-I-STATUS
           END-EVALUATE.
           WRITE MATCH-REPORT-RECORD FROM MR-ITEM-LINE.
       WRITE-ITEM-LINE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REPORT-FILE.
           OPEN OUTPUT MATCH-REPORT-FILE.
           SET REPORT-FILE-IS-OPEN TO TRUE.
           MOVE BUSINESS-DATE-TODAY TO MR-H1-DATE.
           WRITE MATCH-REPORT-RECORD FROM MR-HEADING-LINE-1.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD FROM MR-HEADING-LINE-2.
           MOVE SPACES TO MATCH-REPORT-RECORD.
           WRITE MATCH-REPORT-RECORD.
       OPEN-REPORT-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-AGING-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           SET AGING-FILE-IS-OPEN TO TRUE.
           MOVE ZERO TO AGING-BUCKET-TOTALS.
           MOVE BUSINESS-DATE-TODAY TO AG-H1-DATE.
           WRITE AGING-REPORT-RECORD FROM AG-HEADING-LINE-1.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM AG-HEADING-LINE-2.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
       OPEN-AGING-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * TAKE THE BUSINESS DATE FROM THE PERIOD CONTROL FILE AND     *
      * NOTE A CLOSED PERIOD.  NO PERDCTL ON FILE MEANS THE SYSTEM  *
      * DATE.                                                       *
      ***************************************************************
           ACCEPT BUSINESS-DATE-TODAY FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE
                             TO BUSINESS-DATE-TODAY
                     END-IF
                     IF PC-PERIOD-CLOSED
                        SET PERIOD-IS-CLOSED TO TRUE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY CASH MATCHING RUN SUMMARY, CLOSE    *
      ***********************************************
           MOVE CM-XREF-LOADED TO SR-CM-XREF-LOADED.
           MOVE CM-ITEMS-READ TO SR-CM-ITEMS-READ.
           MOVE CM-ITEMS-LISTED TO SR-CM-ITEMS-LISTED.
           MOVE CM-ITEMS-UNMATCHED TO SR-CM-ITEMS-UNMATCHED.
           MOVE CM-SUSPENSE-COUNT TO SR-CM-SUSPENSE-COUNT.
           MOVE CM-SUSPENSE-AMOUNT TO SR-CM-SUSPENSE-AMOUNT.
           MOVE CM-DECISIONS-READ TO SR-CM-DECISIONS-READ.
           MOVE CM-RELEASED-COUNT TO SR-CM-RELEASED-COUNT.
           MOVE CM-RELEASED-AMOUNT TO SR-CM-RELEASED-AMOUNT.
           MOVE CM-REFUSED-COUNT TO SR-CM-REFUSED-COUNT.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*     CASHMTCH CASH MATCHING RUN SUMMARY  *".
           DISPLAY "******************************************".
           IF MODE-APPLY
              DISPLAY "DECISIONS READ ............. "
                      SR-CM-DECISIONS-READ
              DISPLAY "RELEASED TO PAYAPPLY ....... "
                      SR-CM-RELEASED-COUNT
                      " FOR " SR-CM-RELEASED-AMOUNT
              DISPLAY "DECISIONS REFUSED .......... "
                      SR-CM-REFUSED-COUNT
           ELSE
              DISPLAY "CROSS-REFERENCE LOADED ..... "
                      SR-CM-XREF-LOADED
              DISPLAY "SUSPENSE ITEMS READ ........ "
                      SR-CM-ITEMS-READ
              DISPLAY "ITEMS LISTED FOR MATCHING .. "
                      SR-CM-ITEMS-LISTED
              DISPLAY "ITEMS WITH NO CANDIDATE .... "
                      SR-CM-ITEMS-UNMATCHED
              DISPLAY "SUSPENSE BALANCE ........... "
                      SR-CM-SUSPENSE-COUNT
                      " FOR " SR-CM-SUSPENSE-AMOUNT
           END-IF.
           DISPLAY "******************************************".
           IF SUSPENSE-FILE-IS-OPEN
              CLOSE UNAPPLIED-CASH-FILE
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF DECISION-FILE-IS-OPEN
              CLOSE CASH-DECISION-FILE
           END-IF.
           IF TRANSACTION-FILE-IS-OPEN
              CLOSE PAYMENT-TRANSACTION-FILE
           END-IF.
           IF REPORT-FILE-IS-OPEN
              CLOSE MATCH-REPORT-FILE
           END-IF.
           IF AGING-FILE-IS-OPEN
              CLOSE AGING-REPORT-FILE
           END-IF.
           DISPLAY "PROGRAM: CASHMTCH EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

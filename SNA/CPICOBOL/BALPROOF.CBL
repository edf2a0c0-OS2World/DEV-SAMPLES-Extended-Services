       IDENTIFICATION DIVISION.
       PROGRAM-ID.        BALPROOF.
      *************************************************************
      * THIS IS THE BALPROOF PROGRAM THAT PROVES THE CUSTOMER     *
      * MASTER'S BALANCES FROM ONE BUSINESS DAY TO THE NEXT, SO A *
      * POSTING THAT LANDS TWICE OR IS LOST BY A CUSTUTIL RELOAD  *
      * IS CAUGHT BEFORE THE NIGHT'S CREDIT PROCESSING RUNS ON A  *
      * BAD MASTER.                                               *
      *                                                           *
      * PURPOSE: TAKE LAST NIGHT'S PROVED CLOSING TOTAL OF        *
      *          CF-CREDIT-BALANCE AS TONIGHT'S OPENING TOTAL,    *
      *          ADD THE DAY'S POSTED CHARGES AND FEES, SUBTRACT  *
      *          THE POSTED PAYMENTS, ADD THE MAINTENANCE         *
      *          ADJUSTMENTS, AND COMPARE THE RESULT WITH THE     *
      *          TOTAL ACTUALLY ON CUSTFILE.  THE ROLL-FORWARD IS *
      *          PRINTED AND KEPT ON THE BALCTL CONTROL FILE, ONE *
      *          RECORD PER BUSINESS DATE.  ANY DIFFERENCE ENDS   *
      *          THE RUN WITH RETURN CODE 1, SO WITH BALPROOF     *
      *          SCHEDULED AHEAD OF SALESRPT ON BSCHED, BATCHCTL  *
      *          HOLDS SALESRPT AND EVERYTHING AFTER IT.          *
      *                                                           *
      * INPUT:   CUSTOMER-FILE (CUSTFILE) FOR THE CLOSING TOTAL.  *
      *          MAINTENANCE-JOURNAL-FILE (CUSTJRNL): THE "P"     *
      *          POSTING PAIRS PAYAPPLY WRITES GIVE THE PAYMENTS  *
      *          (BALANCE DOWN) AND CHARGES (BALANCE UP); EVERY   *
      *          OTHER ACTION IS A MAINTENANCE ADJUSTMENT.        *
      *          POSTED-REFERENCE-FILE (PAYREG): THE "LATEFEE"    *
      *          REGISTRATIONS SPLIT THE FEETRAN FEES OUT OF THE  *
      *          CHARGES.  ASSESSMENT-REGISTER-FILE (ASSESSRG):   *
      *          THE FEES CREDRPT ASSESSED, SHOWN AS A MEMO       *
      *          AGAINST THE FEES POSTED.  PERIOD CONTROL         *
      *          (PERDCTL) FOR THE BUSINESS DATE.                 *
      *                                                           *
      * OUTPUT:  BALANCE-CONTROL-FILE (BALCTL) WITH TONIGHT'S     *
      *          RECORD WRITTEN OR REWRITTEN, AND THE ROLL-       *
      *          FORWARD REPORT (BALRPT).                         *
      *                                                           *
      * NOTE:    THE DAY'S ACTIVITY IS EVERY JOURNAL IMAGE, PAYREG*
      *          REGISTRATION, AND ASSESSRG RECORD DATED AFTER    *
      *          THE PRIOR PROVED BUSINESS DATE AND NO LATER THAN *
      *          TONIGHT'S.  THE FIRST RUN (NO PRIOR RECORD ON    *
      *          BALCTL) CAN ONLY TAKE A BASELINE: THE OPENING    *
      *          TOTAL IS BACKED OUT OF THE CLOSING TOTAL AND THE *
      *          ACTIVITY, AND THE RUN ENDS CLEAN.                *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MJF-FILE-STATUS.
           SELECT POSTED-REFERENCE-FILE ASSIGN TO "PAYREG"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS PP-REG-KEY
               FILE STATUS    IS PRG-FILE-STATUS.
           SELECT ASSESSMENT-REGISTER-FILE ASSIGN TO "ASSESSRG"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS ARG-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT BALANCE-CONTROL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS BC-BUSINESS-DATE
               FILE STATUS    IS BCF-FILE-STATUS.
           SELECT PROOF-REPORT-FILE  ASSIGN TO "BALRPT"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
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
      * MAINTENANCE-JOURNAL-FILE IS THE SHARED CUSTJRNL BEFORE/AFTER *
      * TRAIL.  THE BALANCE MOVEMENT OF EACH ACTION IS ITS AFTER     *
      * IMAGE LESS ITS BEFORE IMAGE; AN ADD HAS ONLY AN AFTER AND A  *
      * DELETE ONLY A BEFORE.                                        *
      ***************************************************************
       FD  MAINTENANCE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-JOURNAL-RECORD.
           05  MJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  MJ-ACTION-CODE          PIC X.
               88  MJ-ACTION-POSTING              VALUE "P".
               88  MJ-ACTION-DELETE               VALUE "D".
           05  FILLER                  PIC X(2).
           05  MJ-IMAGE-TYPE           PIC X(6).
               88  MJ-AFTER-IMAGE                 VALUE "AFTER".
               88  MJ-BEFORE-IMAGE                VALUE "BEFORE".
           05  FILLER                  PIC X(2).
           05  MJ-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  MJ-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2).
           05  MJ-CREDIT-BALANCE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  MJ-CREDIT-LIMIT         PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  MJ-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X(2).
           05  MJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  MJ-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  MJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  MJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  MJ-OFFICER-CODE         PIC X(2).

       FD  POSTED-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTED-REFERENCE-RECORD.
           05  PP-REG-KEY.
               10  PP-REFERENCE-NUM    PIC X(10).
               10  PP-CUST-NUM         PIC X(4).
               10  PP-AMOUNT           PIC 9(7)V99.
           05  PP-POSTED-DATE          PIC 9(6).
           05  PP-TRAN-TYPE            PIC X.
           05  PP-RETURNED-DATE        PIC 9(6).

       FD  ASSESSMENT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASSESSMENT-REGISTER-RECORD.
           05  AR-ASSESS-DATE          PIC 9(6).
           05  FILLER                  PIC X(2).
           05  AR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  AR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  AR-BALANCE-BEFORE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  AR-OVER-AMOUNT          PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  AR-FEE-AMOUNT           PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  AR-BALANCE-AFTER        PIC Z(6)9.99-.

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

      ***************************************************************
      * BALANCE-CONTROL-FILE KEEPS ONE ROLL-FORWARD PER BUSINESS     *
      * DATE.  THE LATEST RECORD BEFORE TONIGHT SUPPLIES TONIGHT'S   *
      * OPENING TOTAL; A RERUN FOR THE SAME DATE REWRITES ITS OWN    *
      * RECORD.                                                      *
      ***************************************************************
       FD  BALANCE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-CONTROL-RECORD.
           05  BC-BUSINESS-DATE        PIC 9(6).
           05  BC-OPENING-TOTAL        PIC S9(11)V99.
           05  BC-PAYMENT-TOTAL        PIC S9(11)V99.
           05  BC-CHARGE-TOTAL         PIC S9(11)V99.
           05  BC-FEE-TOTAL            PIC S9(11)V99.
           05  BC-ADJUST-TOTAL         PIC S9(11)V99.
           05  BC-CLOSING-TOTAL        PIC S9(11)V99.
           05  BC-DIFFERENCE           PIC S9(11)V99.
           05  BC-CUSTOMER-COUNT       PIC 9(7).
           05  BC-PROOF-STATUS         PIC X(8).
               88  BC-PROOF-BALANCED              VALUE "BALANCED".
               88  BC-PROOF-OUT-OF-BALANCE        VALUE "OUT-BAL".
               88  BC-PROOF-BASELINE              VALUE "BASELINE".
           05  BC-PROVED-TIME          PIC 9(8).

       FD  PROOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROOF-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  END-OF-CUSTOMER-FILE-SWITCH PIC X      VALUE "N".
           88  END-OF-CUSTOMER-FILE               VALUE "Y".

       01  MJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MJF-FILE-OK                        VALUE "00".

       01  END-OF-JOURNAL-SWITCH      PIC  X      VALUE "N".
           88  END-OF-JOURNAL                     VALUE "Y".

       01  PRG-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PRG-FILE-OK                        VALUE "00".

       01  END-OF-REGISTER-SWITCH     PIC  X      VALUE "N".
           88  END-OF-REGISTER                    VALUE "Y".

       01  ARG-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ARG-FILE-OK                        VALUE "00".

       01  END-OF-ASSESSMENTS-SWITCH  PIC  X      VALUE "N".
           88  END-OF-ASSESSMENTS                 VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

       01  BCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  BCF-FILE-OK                        VALUE "00".
           88  BCF-FILE-NOT-FOUND                 VALUE "35".

       01  CONTROL-FILE-SWITCH        PIC  X      VALUE "N".
           88  CONTROL-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-CONTROL-SWITCH      PIC  X      VALUE "N".
           88  END-OF-CONTROL                     VALUE "Y".

       01  PRIOR-FOUND-SWITCH         PIC  X      VALUE "N".
           88  PRIOR-PROOF-FOUND                  VALUE "Y".

       01  TONIGHT-FOUND-SWITCH       PIC  X      VALUE "N".
           88  TONIGHT-ALREADY-ON-FILE            VALUE "Y".

      **********************************************************
      * THE PROOF WINDOW: ACTIVITY DATED AFTER THE PRIOR       *
      * PROVED DATE AND NO LATER THAN TONIGHT'S BUSINESS DATE. *
      **********************************************************
       01  PROOF-BUSINESS-DATE        PIC 9(6)    VALUE ZERO.
       01  PRIOR-BUSINESS-DATE        PIC 9(6)    VALUE ZERO.
       01  PRIOR-CLOSING-TOTAL        PIC S9(11)V99 VALUE ZERO.

      **********************************************************
      * JOURNAL PAIRING: THE BEFORE IMAGE WAITING FOR ITS      *
      * AFTER, AND THE DE-EDITED BALANCES.                     *
      **********************************************************
       01  PENDING-BEFORE-SWITCH      PIC  X      VALUE "N".
           88  BEFORE-IMAGE-PENDING               VALUE "Y".
       01  PENDING-BEFORE-CUST-NUM    PIC  X(4)   VALUE SPACES.
       01  PENDING-BEFORE-ACTION      PIC  X      VALUE SPACES.
       01  PENDING-BEFORE-BALANCE     PIC S9(7)V99 VALUE ZERO.
       01  IMAGE-BALANCE-WORK         PIC S9(7)V99 VALUE ZERO.
       01  BALANCE-MOVEMENT           PIC S9(9)V99 VALUE ZERO.
       01  FEE-AMOUNT-WORK            PIC S9(7)V99 VALUE ZERO.

      **********************************************************
      * RF- THE ROLL-FORWARD FIGURES.                          *
      **********************************************************
       01  ROLL-FORWARD-TOTALS.
           05  RF-OPENING-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  RF-PAYMENT-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  RF-POSTED-CHARGES       PIC S9(11)V99 VALUE ZERO.
           05  RF-CHARGE-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  RF-FEE-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  RF-ADJUST-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  RF-EXPECTED-CLOSING     PIC S9(11)V99 VALUE ZERO.
           05  RF-CLOSING-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  RF-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
           05  RF-ASSESSED-FEES        PIC S9(11)V99 VALUE ZERO.
           05  RF-CUSTOMER-COUNT       PIC 9(7)      VALUE ZERO.
           05  RF-POSTING-COUNT        PIC 9(7)      VALUE ZERO.
           05  RF-ADJUST-COUNT         PIC 9(7)      VALUE ZERO.
           05  RF-BAD-IMAGE-COUNT      PIC 9(7)      VALUE ZERO.

       01  SR-RF-AMOUNT               PIC Z(10)9.99-.
       01  SR-RF-COUNT                PIC ZZZZZZ9.

       01  PROOF-VERDICT-SWITCH       PIC  X      VALUE "Y".
           88  PROOF-IS-BALANCED                  VALUE "Y".

       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(37)  VALUE
               "BALPROOF - DAILY BALANCE ROLL-FORWARD".
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-H1-DATE            PIC 9(6).

       01  RPT-WINDOW-LINE.
           05  FILLER                 PIC X(28)  VALUE
               "ACTIVITY AFTER PROOF OF     ".
           05  RPT-W-PRIOR-DATE       PIC 9(6).
           05  FILLER                 PIC X(17)  VALUE
               "  THROUGH        ".
           05  RPT-W-PROOF-DATE       PIC 9(6).

       01  RPT-AMOUNT-LINE.
           05  RPT-A-LABEL            PIC X(36).
           05  RPT-A-AMOUNT           PIC Z(10)9.99-.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-A-NOTE             PIC X(40).

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
           PERFORM FIND-PRIOR-PROOF
              THRU FIND-PRIOR-PROOF-EXIT.
           IF NOT CONTROL-FILE-IS-OPEN
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TOTAL-CUSTOMER-MASTER
              THRU TOTAL-CUSTOMER-MASTER-EXIT.
           PERFORM GATHER-JOURNAL-ACTIVITY
              THRU GATHER-JOURNAL-ACTIVITY-EXIT.
           PERFORM GATHER-POSTED-FEES
              THRU GATHER-POSTED-FEES-EXIT.
           PERFORM GATHER-ASSESSED-FEES
              THRU GATHER-ASSESSED-FEES-EXIT.
           PERFORM PROVE-ROLL-FORWARD
              THRU PROVE-ROLL-FORWARD-EXIT.
           PERFORM RECORD-CONTROL-RECORD
              THRU RECORD-CONTROL-RECORD-EXIT.
           PERFORM PRINT-ROLL-FORWARD
              THRU PRINT-ROLL-FORWARD-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       FIND-PRIOR-PROOF.
      ***************************************************************
      * OPEN THE CONTROL FILE (CREATING IT ON THE FIRST RUN) AND     *
      * BROWSE IT FOR THE LATEST PROOF BEFORE TONIGHT - ITS CLOSING  *
      * TOTAL IS TONIGHT'S OPENING TOTAL.                            *
      ***************************************************************
           OPEN I-O BALANCE-CONTROL-FILE.
           IF BCF-FILE-NOT-FOUND
              OPEN OUTPUT BALANCE-CONTROL-FILE
              CLOSE BALANCE-CONTROL-FILE
              OPEN I-O BALANCE-CONTROL-FILE
           END-IF.
           IF NOT BCF-FILE-OK
              DISPLAY "BALPROOF: CONTROL FILE OPEN FAILED, STATUS="
                      BCF-FILE-STATUS " - NO PROOF TAKEN"
              GO TO FIND-PRIOR-PROOF-EXIT
           END-IF.
           SET CONTROL-FILE-IS-OPEN TO TRUE.
           MOVE ZERO TO BC-BUSINESS-DATE.
           START BALANCE-CONTROL-FILE
               KEY NOT LESS THAN BC-BUSINESS-DATE
               INVALID KEY
                  SET END-OF-CONTROL TO TRUE
           END-START.
           PERFORM READ-ONE-PRIOR-PROOF
              THRU READ-ONE-PRIOR-PROOF-EXIT
              UNTIL END-OF-CONTROL.
           IF PRIOR-PROOF-FOUND
              DISPLAY "BALPROOF OPENING FROM THE PROOF OF "
                      PRIOR-BUSINESS-DATE
           ELSE
              DISPLAY "BALPROOF NO PRIOR PROOF ON FILE - TAKING "
                      "A BASELINE"
           END-IF.
       FIND-PRIOR-PROOF-EXIT. EXIT.
      *****************************************************************
      *
       READ-ONE-PRIOR-PROOF.
           READ BALANCE-CONTROL-FILE NEXT RECORD
               AT END
                  SET END-OF-CONTROL TO TRUE
                  GO TO READ-ONE-PRIOR-PROOF-EXIT
           END-READ.
           IF BC-BUSINESS-DATE NOT < PROOF-BUSINESS-DATE
              SET END-OF-CONTROL TO TRUE
              GO TO READ-ONE-PRIOR-PROOF-EXIT
           END-IF.
           IF BC-PROOF-OUT-OF-BALANCE
              GO TO READ-ONE-PRIOR-PROOF-EXIT
           END-IF.
           SET PRIOR-PROOF-FOUND TO TRUE.
           MOVE BC-BUSINESS-DATE TO PRIOR-BUSINESS-DATE.
           MOVE BC-CLOSING-TOTAL TO PRIOR-CLOSING-TOTAL.
       READ-ONE-PRIOR-PROOF-EXIT. EXIT.
      *****************************************************************
      *
       TOTAL-CUSTOMER-MASTER.
      ***************************************************************
      * TONIGHT'S ACTUAL CLOSING TOTAL: EVERY CF-CREDIT-BALANCE ON   *
      * THE MASTER.                                                  *
      ***************************************************************
           OPEN INPUT CUSTOMER-FILE.
           IF NOT CF-FILE-OK
              DISPLAY "BALPROOF: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
              MOVE "N" TO PROOF-VERDICT-SWITCH
              GO TO TOTAL-CUSTOMER-MASTER-EXIT
           END-IF.
           PERFORM TOTAL-ONE-CUSTOMER
              THRU TOTAL-ONE-CUSTOMER-EXIT
              UNTIL END-OF-CUSTOMER-FILE.
           CLOSE CUSTOMER-FILE.
       TOTAL-CUSTOMER-MASTER-EXIT. EXIT.
      *****************************************************************
      *
       TOTAL-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                  SET END-OF-CUSTOMER-FILE TO TRUE
                  GO TO TOTAL-ONE-CUSTOMER-EXIT
           END-READ.
           ADD 1 TO RF-CUSTOMER-COUNT.
           ADD CF-CREDIT-BALANCE TO RF-CLOSING-TOTAL.
       TOTAL-ONE-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-JOURNAL-ACTIVITY.
      ***************************************************************
      * WALK CUSTJRNL AND TOTAL THE BALANCE MOVEMENT OF EVERY ACTION *
      * IN THE WINDOW: A "P" POSTING THAT LOWERED THE BALANCE IS A   *
      * PAYMENT, ONE THAT RAISED IT A CHARGE (FEES INCLUDED - THEY   *
      * ARE SPLIT OUT FROM PAYREG); ANY OTHER ACTION IS A            *
      * MAINTENANCE ADJUSTMENT.  NO JOURNAL MEANS NO ACTIVITY.       *
      ***************************************************************
           OPEN INPUT MAINTENANCE-JOURNAL-FILE.
           IF NOT MJF-FILE-OK
              DISPLAY "BALPROOF NO CUSTJRNL ON FILE - NO POSTING "
                      "ACTIVITY"
              GO TO GATHER-JOURNAL-ACTIVITY-EXIT
           END-IF.
           PERFORM GATHER-ONE-IMAGE
              THRU GATHER-ONE-IMAGE-EXIT
              UNTIL END-OF-JOURNAL.
           CLOSE MAINTENANCE-JOURNAL-FILE.
       GATHER-JOURNAL-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-IMAGE.
           READ MAINTENANCE-JOURNAL-FILE
               AT END
                  SET END-OF-JOURNAL TO TRUE
                  GO TO GATHER-ONE-IMAGE-EXIT
           END-READ.
           IF MJ-LOG-DATE NOT > PRIOR-BUSINESS-DATE
              OR MJ-LOG-DATE > PROOF-BUSINESS-DATE
              GO TO GATHER-ONE-IMAGE-EXIT
           END-IF.
           MOVE MJ-CREDIT-BALANCE TO IMAGE-BALANCE-WORK.
           IF IMAGE-BALANCE-WORK NOT NUMERIC
              ADD 1 TO RF-BAD-IMAGE-COUNT
              DISPLAY "BALPROOF BAD JOURNAL IMAGE FOR CUST-NUM "
                      MJ-CUST-NUM " " MJ-LOG-DATE " " MJ-LOG-TIME
              MOVE "N" TO PROOF-VERDICT-SWITCH
              GO TO GATHER-ONE-IMAGE-EXIT
           END-IF.

      ***************************************************************
      * A BEFORE IMAGE WAITS FOR ITS AFTER - EXCEPT A DELETE'S,      *
      * WHICH NEVER GETS ONE: THE WHOLE BALANCE LEFT THE MASTER.     *
      ***************************************************************
           IF MJ-BEFORE-IMAGE
              IF MJ-ACTION-DELETE
                 COMPUTE BALANCE-MOVEMENT = ZERO - IMAGE-BALANCE-WORK
                 PERFORM CLASSIFY-MOVEMENT
                    THRU CLASSIFY-MOVEMENT-EXIT
                 MOVE "N" TO PENDING-BEFORE-SWITCH
              ELSE
                 SET BEFORE-IMAGE-PENDING TO TRUE
                 MOVE MJ-CUST-NUM TO PENDING-BEFORE-CUST-NUM
                 MOVE MJ-ACTION-CODE TO PENDING-BEFORE-ACTION
                 MOVE IMAGE-BALANCE-WORK TO PENDING-BEFORE-BALANCE
              END-IF
              GO TO GATHER-ONE-IMAGE-EXIT
           END-IF.

           IF MJ-AFTER-IMAGE
              IF BEFORE-IMAGE-PENDING
                 AND PENDING-BEFORE-CUST-NUM = MJ-CUST-NUM
                 AND PENDING-BEFORE-ACTION = MJ-ACTION-CODE
                 COMPUTE BALANCE-MOVEMENT =
                     IMAGE-BALANCE-WORK - PENDING-BEFORE-BALANCE
              ELSE
                 MOVE IMAGE-BALANCE-WORK TO BALANCE-MOVEMENT
              END-IF
              MOVE "N" TO PENDING-BEFORE-SWITCH
              PERFORM CLASSIFY-MOVEMENT
                 THRU CLASSIFY-MOVEMENT-EXIT
           END-IF.
       GATHER-ONE-IMAGE-EXIT. EXIT.
      *****************************************************************
      *
       CLASSIFY-MOVEMENT.
           IF MJ-ACTION-POSTING
              ADD 1 TO RF-POSTING-COUNT
              IF BALANCE-MOVEMENT < ZERO
                 SUBTRACT BALANCE-MOVEMENT FROM RF-PAYMENT-TOTAL
              ELSE
                 ADD BALANCE-MOVEMENT TO RF-POSTED-CHARGES
              END-IF
           ELSE
              ADD 1 TO RF-ADJUST-COUNT
              ADD BALANCE-MOVEMENT TO RF-ADJUST-TOTAL
           END-IF.
       CLASSIFY-MOVEMENT-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-POSTED-FEES.
      ***************************************************************
      * THE FEETRAN FEES PAYAPPLY POSTED ARE REGISTERED ON PAYREG    *
      * UNDER REFERENCE "LATEFEE" WITH THEIR POSTING DATE.  THEY ARE *
      * PART OF THE JOURNAL'S CHARGES AND ARE SPLIT OUT HERE.        *
      ***************************************************************
           OPEN INPUT POSTED-REFERENCE-FILE.
           IF NOT PRG-FILE-OK
              GO TO GATHER-POSTED-FEES-EXIT
           END-IF.
           PERFORM GATHER-ONE-REGISTRATION
              THRU GATHER-ONE-REGISTRATION-EXIT
              UNTIL END-OF-REGISTER.
           CLOSE POSTED-REFERENCE-FILE.
       GATHER-POSTED-FEES-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-REGISTRATION.
           READ POSTED-REFERENCE-FILE NEXT RECORD
               AT END
                  SET END-OF-REGISTER TO TRUE
                  GO TO GATHER-ONE-REGISTRATION-EXIT
           END-READ.
           IF PP-REFERENCE-NUM NOT = "LATEFEE"
              GO TO GATHER-ONE-REGISTRATION-EXIT
           END-IF.
           IF PP-POSTED-DATE NOT > PRIOR-BUSINESS-DATE
              OR PP-POSTED-DATE > PROOF-BUSINESS-DATE
              GO TO GATHER-ONE-REGISTRATION-EXIT
           END-IF.
           ADD PP-AMOUNT TO RF-FEE-TOTAL.
       GATHER-ONE-REGISTRATION-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ASSESSED-FEES.
      ***************************************************************
      * THE FEES CREDRPT ASSESSED IN THE WINDOW, FOR THE MEMO LINE.  *
      * THEY REACH THE MASTER ONLY WHEN PAYAPPLY POSTS FEETRAN, SO   *
      * THEY ARE SHOWN BESIDE THE FEES POSTED, NOT ADDED INTO THE    *
      * PROOF.                                                       *
      ***************************************************************
           OPEN INPUT ASSESSMENT-REGISTER-FILE.
           IF NOT ARG-FILE-OK
              GO TO GATHER-ASSESSED-FEES-EXIT
           END-IF.
           PERFORM GATHER-ONE-ASSESSMENT
              THRU GATHER-ONE-ASSESSMENT-EXIT
              UNTIL END-OF-ASSESSMENTS.
           CLOSE ASSESSMENT-REGISTER-FILE.
       GATHER-ASSESSED-FEES-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-ASSESSMENT.
           READ ASSESSMENT-REGISTER-FILE
               AT END
                  SET END-OF-ASSESSMENTS TO TRUE
                  GO TO GATHER-ONE-ASSESSMENT-EXIT
           END-READ.
           IF AR-ASSESS-DATE NOT > PRIOR-BUSINESS-DATE
              OR AR-ASSESS-DATE > PROOF-BUSINESS-DATE
              GO TO GATHER-ONE-ASSESSMENT-EXIT
           END-IF.
           MOVE AR-FEE-AMOUNT TO FEE-AMOUNT-WORK.
           IF FEE-AMOUNT-WORK NUMERIC
              ADD FEE-AMOUNT-WORK TO RF-ASSESSED-FEES
           END-IF.
       GATHER-ONE-ASSESSMENT-EXIT. EXIT.
      *****************************************************************
      *
       PROVE-ROLL-FORWARD.
      ***************************************************************
      * OPENING + CHARGES + FEES - PAYMENTS + ADJUSTMENTS MUST EQUAL *
      * THE MASTER'S CLOSING TOTAL.  WITH NO PRIOR PROOF THE OPENING *
      * IS BACKED OUT INSTEAD AND TONIGHT BECOMES THE BASELINE.      *
      ***************************************************************
           COMPUTE RF-CHARGE-TOTAL = RF-POSTED-CHARGES - RF-FEE-TOTAL.
           IF PRIOR-PROOF-FOUND
              MOVE PRIOR-CLOSING-TOTAL TO RF-OPENING-TOTAL
           ELSE
              COMPUTE RF-OPENING-TOTAL =
                  RF-CLOSING-TOTAL - RF-CHARGE-TOTAL - RF-FEE-TOTAL
                + RF-PAYMENT-TOTAL - RF-ADJUST-TOTAL
           END-IF.
           COMPUTE RF-EXPECTED-CLOSING =
               RF-OPENING-TOTAL + RF-CHARGE-TOTAL + RF-FEE-TOTAL
             - RF-PAYMENT-TOTAL + RF-ADJUST-TOTAL.
           COMPUTE RF-DIFFERENCE =
               RF-CLOSING-TOTAL - RF-EXPECTED-CLOSING.
           IF RF-DIFFERENCE NOT = ZERO
              MOVE "N" TO PROOF-VERDICT-SWITCH
           END-IF.
       PROVE-ROLL-FORWARD-EXIT. EXIT.
      *****************************************************************
      *
       RECORD-CONTROL-RECORD.
      ***************************************************************
      * KEEP TONIGHT'S ROLL-FORWARD ON BALCTL.  AN OUT-OF-BALANCE    *
      * NIGHT IS RECORDED TOO, SO THE DIFFERENCE IS ON FILE FOR THE  *
      * INVESTIGATION, BUT THE NEXT PROOF PASSES OVER IT AND OPENS   *
      * FROM THE LAST NIGHT THAT DID PROVE.                          *
      ***************************************************************
           MOVE PROOF-BUSINESS-DATE TO BC-BUSINESS-DATE.
           READ BALANCE-CONTROL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET TONIGHT-ALREADY-ON-FILE TO TRUE
           END-READ.
           MOVE PROOF-BUSINESS-DATE TO BC-BUSINESS-DATE.
           MOVE RF-OPENING-TOTAL TO BC-OPENING-TOTAL.
           MOVE RF-PAYMENT-TOTAL TO BC-PAYMENT-TOTAL.
           MOVE RF-CHARGE-TOTAL TO BC-CHARGE-TOTAL.
           MOVE RF-FEE-TOTAL TO BC-FEE-TOTAL.
           MOVE RF-ADJUST-TOTAL TO BC-ADJUST-TOTAL.
           MOVE RF-CLOSING-TOTAL TO BC-CLOSING-TOTAL.
           MOVE RF-DIFFERENCE TO BC-DIFFERENCE.
           MOVE RF-CUSTOMER-COUNT TO BC-CUSTOMER-COUNT.
           EVALUATE TRUE
              WHEN NOT PROOF-IS-BALANCED
                 SET BC-PROOF-OUT-OF-BALANCE TO TRUE
              WHEN NOT PRIOR-PROOF-FOUND
                 SET BC-PROOF-BASELINE TO TRUE
              WHEN OTHER
                 SET BC-PROOF-BALANCED TO TRUE
           END-EVALUATE.
           ACCEPT BC-PROVED-TIME FROM TIME.
           IF TONIGHT-ALREADY-ON-FILE
              REWRITE BALANCE-CONTROL-RECORD
           ELSE
              WRITE BALANCE-CONTROL-RECORD
                  INVALID KEY
                     DISPLAY "BALPROOF: CONTROL RECORD WRITE FAILED "
                             "FOR " PROOF-BUSINESS-DATE
              END-WRITE
           END-IF.
       RECORD-CONTROL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       PRINT-ROLL-FORWARD.
      ***************************************************************
      * THE PRINTED ROLL-FORWARD, ONE FIGURE PER LINE, WITH THE      *
      * VERDICT AT THE FOOT.                                         *
      ***************************************************************
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE PROOF-BUSINESS-DATE TO RPT-H1-DATE.
           WRITE PROOF-REPORT-RECORD FROM RPT-HEADING-LINE-1.
           MOVE PRIOR-BUSINESS-DATE TO RPT-W-PRIOR-DATE.
           MOVE PROOF-BUSINESS-DATE TO RPT-W-PROOF-DATE.
           WRITE PROOF-REPORT-RECORD FROM RPT-WINDOW-LINE.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.

           MOVE "OPENING BALANCE TOTAL" TO RPT-A-LABEL.
           MOVE RF-OPENING-TOTAL TO RPT-A-AMOUNT.
           IF PRIOR-PROOF-FOUND
              MOVE "CLOSING TOTAL OF PRIOR PROOF" TO RPT-A-NOTE
           ELSE
              MOVE "BASELINE - BACKED OUT OF TONIGHT" TO RPT-A-NOTE
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "  PLUS CHARGES POSTED" TO RPT-A-LABEL.
           MOVE RF-CHARGE-TOTAL TO RPT-A-AMOUNT.
           MOVE "CUSTJRNL POSTINGS LESS FEES" TO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "  PLUS FEES POSTED" TO RPT-A-LABEL.
           MOVE RF-FEE-TOTAL TO RPT-A-AMOUNT.
           MOVE "PAYREG LATEFEE REGISTRATIONS" TO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "  LESS PAYMENTS POSTED" TO RPT-A-LABEL.
           MOVE RF-PAYMENT-TOTAL TO RPT-A-AMOUNT.
           MOVE "CUSTJRNL POSTINGS" TO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "  PLUS MAINTENANCE ADJUSTMENTS" TO RPT-A-LABEL.
           MOVE RF-ADJUST-TOTAL TO RPT-A-AMOUNT.
           MOVE "CUSTJRNL NON-POSTING ACTIONS" TO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "EXPECTED CLOSING TOTAL" TO RPT-A-LABEL.
           MOVE RF-EXPECTED-CLOSING TO RPT-A-AMOUNT.
           MOVE SPACES TO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "CUSTFILE CLOSING TOTAL" TO RPT-A-LABEL.
           MOVE RF-CLOSING-TOTAL TO RPT-A-AMOUNT.
           MOVE RF-CUSTOMER-COUNT TO SR-RF-COUNT.
           MOVE SPACES TO RPT-A-NOTE.
           STRING SR-RF-COUNT " CUSTOMERS" DELIMITED BY SIZE
                  INTO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "DIFFERENCE" TO RPT-A-LABEL.
           MOVE RF-DIFFERENCE TO RPT-A-AMOUNT.
           MOVE SPACES TO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE "MEMO: FEES ASSESSED (ASSESSRG)" TO RPT-A-LABEL.
           MOVE RF-ASSESSED-FEES TO RPT-A-AMOUNT.
           MOVE "POSTED WHEN PAYAPPLY RUNS FEETRAN" TO RPT-A-NOTE.
           WRITE PROOF-REPORT-RECORD FROM RPT-AMOUNT-LINE.
           IF RF-BAD-IMAGE-COUNT > ZERO
              MOVE RF-BAD-IMAGE-COUNT TO SR-RF-COUNT
              MOVE SPACES TO PROOF-REPORT-RECORD
              STRING "UNREADABLE JOURNAL IMAGES " SR-RF-COUNT
                     DELIMITED BY SIZE
                     INTO PROOF-REPORT-RECORD
              WRITE PROOF-REPORT-RECORD
           END-IF.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           IF PROOF-IS-BALANCED
              MOVE "BALANCE ROLL-FORWARD PROVED - MASTER IN BALANCE"
                   TO PROOF-REPORT-RECORD
           ELSE
              MOVE "**OUT OF BALANCE - CREDIT PROCESSING HELD**"
                   TO PROOF-REPORT-RECORD
           END-IF.
           WRITE PROOF-REPORT-RECORD.
           CLOSE PROOF-REPORT-FILE.
       PRINT-ROLL-FORWARD-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * PROVE AS OF THE OPEN BUSINESS DATE.  NO PERDCTL ON FILE      *
      * MEANS THE SYSTEM DATE.                                       *
      ***************************************************************
           ACCEPT PROOF-BUSINESS-DATE FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE
                             TO PROOF-BUSINESS-DATE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
           DISPLAY "BALPROOF BUSINESS DATE " PROOF-BUSINESS-DATE.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY THE ROLL-FORWARD AND VERDICT        *
      ***********************************************
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*      BALPROOF BALANCE ROLL-FORWARD      *".
           DISPLAY "******************************************".
           MOVE RF-OPENING-TOTAL TO SR-RF-AMOUNT.
           DISPLAY "OPENING TOTAL .............. " SR-RF-AMOUNT.
           MOVE RF-CHARGE-TOTAL TO SR-RF-AMOUNT.
           DISPLAY "CHARGES POSTED ............. " SR-RF-AMOUNT.
           MOVE RF-FEE-TOTAL TO SR-RF-AMOUNT.
           DISPLAY "FEES POSTED ................ " SR-RF-AMOUNT.
           MOVE RF-PAYMENT-TOTAL TO SR-RF-AMOUNT.
           DISPLAY "PAYMENTS POSTED ............ " SR-RF-AMOUNT.
           MOVE RF-ADJUST-TOTAL TO SR-RF-AMOUNT.
           DISPLAY "MAINTENANCE ADJUSTMENTS .... " SR-RF-AMOUNT.
           MOVE RF-CLOSING-TOTAL TO SR-RF-AMOUNT.
           DISPLAY "CUSTFILE CLOSING TOTAL ..... " SR-RF-AMOUNT.
           MOVE RF-DIFFERENCE TO SR-RF-AMOUNT.
           DISPLAY "DIFFERENCE ................. " SR-RF-AMOUNT.
           IF PROOF-IS-BALANCED
              DISPLAY "BALPROOF MASTER IN BALANCE"
           ELSE
              DISPLAY "**BALPROOF OUT OF BALANCE - CREDIT "
                      "PROCESSING HELD**"
              MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "******************************************".
           IF CONTROL-FILE-IS-OPEN
              CLOSE BALANCE-CONTROL-FILE
           END-IF.
           DISPLAY "PROGRAM: BALPROOF EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

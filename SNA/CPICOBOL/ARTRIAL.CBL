       IDENTIFICATION DIVISION.
       PROGRAM-ID.        ARTRIAL.
      *************************************************************
      * THIS IS THE ARTRIAL PROGRAM THAT PRINTS THE AGED TRIAL    *
      * BALANCE OF THE OPEN-ITEM RECEIVABLES LEDGER PAYAPPLY      *
      * KEEPS, SO THE AUDITORS AND COLLECTORS CAN SEE WHICH       *
      * INVOICES A CUSTOMER IS ACTUALLY BEHIND ON - THE AGEDEXCP  *
      * AGING ONLY MEASURES DAYS OVER THE CREDIT LIMIT.           *
      *                                                           *
      * PURPOSE: FOR EVERY CUSTOMER ON THE MASTER, LIST EACH OPEN *
      *          ITEM ON THE OPENITM LEDGER IN THE CURRENT/30/60/ *
      *          90+ BUCKET ITS INVOICE DATE FALLS IN, TOTAL THE  *
      *          BUCKETS PER CUSTOMER, AND FOOT THE CUSTOMER'S    *
      *          ITEMS BACK TO CF-CREDIT-BALANCE, FLAGGING EVERY  *
      *          CUSTOMER WHOSE ITEMS DO NOT ADD UP.  LEDGER      *
      *          ITEMS FOR A CUST-NUM NO LONGER ON THE MASTER ARE *
      *          LISTED AS ORPHANS.                               *
      *                                                           *
      * INPUT:   CUSTOMER-FILE (CUSTFILE) AND OPEN-ITEM-FILE      *
      *          (OPENITM), BOTH READ ONLY.  THE AGING DATE IS    *
      *          THE PERDCTL BUSINESS DATE (SYSTEM DATE WHEN NO   *
      *          PERDCTL IS ON FILE).                             *
      *                                                           *
      * OUTPUT:  AGED TRIAL BALANCE REPORT (ARTBRPT) WITH BUCKET  *
      *          TOTALS AND A FOOTS/DOES-NOT-FOOT VERDICT.        *
      *                                                           *
      * NOTE:    AMOUNTS ARE IN EACH CUSTOMER'S BILLING CURRENCY, *
      *          AS ON THE MASTER.  THE GRAND TOTALS ARE          *
      *          THEREFORE CONTROL TOTALS - THE LEDGER AND MASTER *
      *          SIDES ADD THE SAME CURRENCIES TOGETHER, SO THEY  *
      *          STILL PROVE ONE AGAINST THE OTHER.               *
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
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT OPEN-ITEM-FILE     ASSIGN TO "OPENITM"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS OI-ITEM-KEY
               FILE STATUS    IS OIF-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "ARTBRPT"
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
      * OPEN-ITEM-FILE IS READ IN THE LAYOUT PAYAPPLY MAINTAINS: ONE *
      * ITEM PER INVOICE OR FEE, AND UNAPPLIED CASH HELD AS A        *
      * NEGATIVE OPEN AMOUNT.                                        *
      ***************************************************************
       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CUST-NUM         PIC X(4).
               10  OI-REFERENCE-NUM    PIC X(10).
           05  OI-ITEM-TYPE            PIC X.
               88  OI-TYPE-INVOICE                VALUE "I".
               88  OI-TYPE-FEE                    VALUE "F".
               88  OI-TYPE-UNAPPLIED              VALUE "U".
           05  OI-INVOICE-DATE         PIC 9(6).
           05  OI-ORIGINAL-AMOUNT      PIC S9(7)V99.
           05  OI-OPEN-AMOUNT          PIC S9(7)V99.
           05  OI-LAST-ACTIVITY-DATE   PIC 9(6).

       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  PC-PERIOD-STATUS        PIC X(8).

       FD  TRIAL-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRIAL-BALANCE-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  END-OF-CUSTOMER-FILE-SWITCH PIC X      VALUE "N".
           88  END-OF-CUSTOMER-FILE               VALUE "Y".

       01  OIF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OIF-FILE-OK                        VALUE "00".

       01  LEDGER-FILE-SWITCH         PIC  X      VALUE "N".
           88  LEDGER-FILE-IS-OPEN                VALUE "Y".

       01  ITEM-SCAN-END-SWITCH       PIC  X      VALUE "N".
           88  ITEM-SCAN-ENDED                    VALUE "Y".

       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

      **********************************************************
      * AGE IN DAYS IS THE SHOP'S USUAL YY*365+MM*30+DD        *
      * APPROXIMATION, BUCKETED EXACTLY AS THE AGEDEXCP REPORT *
      * BUCKETS: UNDER 30, UNDER 60, UNDER 90, AND 90+.        *
      **********************************************************
       01  AGING-TODAY-DATE           PIC 9(6)    VALUE ZERO.
       01  AGING-TODAY-PARTS REDEFINES AGING-TODAY-DATE.
           05  AT-TODAY-YY             PIC 9(2).
           05  AT-TODAY-MM             PIC 9(2).
           05  AT-TODAY-DD             PIC 9(2).

       01  INVOICE-DATE-WORK          PIC 9(6)    VALUE ZERO.
       01  INVOICE-DATE-PARTS REDEFINES INVOICE-DATE-WORK.
           05  IV-YY                   PIC 9(2).
           05  IV-MM                   PIC 9(2).
           05  IV-DD                   PIC 9(2).

       01  ITEM-AGE-DAYS              PIC S9(5)   VALUE ZERO.
       01  AT-BUCKET-INDX-NUM         PIC 9       VALUE ZERO.

      **********************************************************
      * CB- ACCUMULATES ONE CUSTOMER'S BUCKETS; RB- THE WHOLE  *
      * RUN'S.                                                 *
      **********************************************************
       01  CUSTOMER-BUCKETS.
           05  CB-BUCKET-AMOUNT        PIC S9(9)V99 OCCURS 4 TIMES.
       01  CB-ITEM-TOTAL              PIC S9(9)V99 VALUE ZERO.
       01  CB-ITEM-COUNT              PIC 9(5)     VALUE ZERO.
       01  CB-DIFFERENCE              PIC S9(9)V99 VALUE ZERO.

       01  RUN-BUCKETS.
           05  RB-BUCKET-AMOUNT        PIC S9(11)V99 OCCURS 4 TIMES.

       01  AT-BUCKET-INDX             PIC 9       VALUE ZERO.

      **********************************************************
      * RT- RUN TOTALS AND THE FOOTING PROOF.                  *
      **********************************************************
       01  RUN-TOTALS.
           05  RT-CUSTOMERS-READ       PIC 9(7)      VALUE ZERO.
           05  RT-CUSTOMERS-LISTED     PIC 9(7)      VALUE ZERO.
           05  RT-ITEMS-LISTED         PIC 9(7)      VALUE ZERO.
           05  RT-OUT-OF-BALANCE       PIC 9(7)      VALUE ZERO.
           05  RT-ORPHAN-ITEMS         PIC 9(7)      VALUE ZERO.
           05  RT-ITEM-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  RT-MASTER-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  RT-ORPHAN-AMOUNT        PIC S9(11)V99 VALUE ZERO.

       01  SR-RT-CUSTOMERS-READ       PIC ZZZZZZ9.
       01  SR-RT-CUSTOMERS-LISTED     PIC ZZZZZZ9.
       01  SR-RT-ITEMS-LISTED         PIC ZZZZZZ9.
       01  SR-RT-OUT-OF-BALANCE       PIC ZZZZZZ9.
       01  SR-RT-ORPHAN-ITEMS         PIC ZZZZZZ9.
       01  SR-RT-ITEM-TOTAL           PIC Z(10)9.99-.
       01  SR-RT-MASTER-TOTAL         PIC Z(10)9.99-.
       01  SR-RT-ORPHAN-AMOUNT        PIC Z(10)9.99-.

       01  FOOTING-SWITCH             PIC  X      VALUE "Y".
           88  TRIAL-BALANCE-FOOTS                VALUE "Y".

      **********************************************************
      * REPORT LINES.  ITEM LINES AND CUSTOMER LINES SHARE THE *
      * BUCKET COLUMNS SO THE BUCKETS READ STRAIGHT DOWN.      *
      **********************************************************
       01  AT-HEADING-LINE-1.
           05  FILLER                 PIC X(34)  VALUE
               "ARTRIAL - AGED TRIAL BALANCE      ".
           05  AT-H1-DATE             PIC 9(6).

       01  AT-HEADING-LINE-2.
           05  FILLER                 PIC X(6)   VALUE "CUST".
           05  FILLER                 PIC X(22)  VALUE "CUSTOMER NAME".
           05  FILLER                 PIC X(5)   VALUE "CUR".
           05  FILLER                 PIC X(13)  VALUE
               "     CURRENT ".
           05  FILLER                 PIC X(13)  VALUE
               "     30 DAYS ".
           05  FILLER                 PIC X(13)  VALUE
               "     60 DAYS ".
           05  FILLER                 PIC X(13)  VALUE
               "     90+DAYS ".
           05  FILLER                 PIC X(14)  VALUE
               "   ITEM TOTAL ".
           05  FILLER                 PIC X(13)  VALUE
               " CUSTFILE BAL".

       01  AT-HEADING-LINE-3.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  FILLER                 PIC X(12)  VALUE "REFERENCE".
           05  FILLER                 PIC X(8)   VALUE "INV DATE".
           05  FILLER                 PIC X(9)   VALUE " TYPE".

       01  AT-ITEM-LINE.
           05  FILLER                 PIC X(4).
           05  AT-I-REFERENCE-NUM     PIC X(10).
           05  FILLER                 PIC X(2).
           05  AT-I-INVOICE-DATE      PIC 9(6).
           05  FILLER                 PIC X(2).
           05  AT-I-ITEM-TYPE         PIC X(9).
           05  AT-I-BUCKET-GROUP      OCCURS 4 TIMES.
               10  AT-I-BUCKET-AMOUNT PIC Z(8)9.99-.
               10  FILLER             PIC X(1).

       01  AT-CUSTOMER-LINE.
           05  AT-C-CUST-NUM          PIC X(4).
           05  FILLER                 PIC X(2).
           05  AT-C-CUST-NAME         PIC X(20).
           05  FILLER                 PIC X(2).
           05  AT-C-CURRENCY-CODE     PIC X(3).
           05  FILLER                 PIC X(2).
           05  AT-C-BUCKET-GROUP      OCCURS 4 TIMES.
               10  AT-C-BUCKET-AMOUNT PIC Z(8)9.99-.
               10  FILLER             PIC X(1).
           05  AT-C-ITEM-TOTAL        PIC Z(8)9.99-.
           05  FILLER                 PIC X(1).
           05  AT-C-MASTER-BALANCE    PIC Z(8)9.99-.
           05  FILLER                 PIC X(2).
           05  AT-C-FOOT-FLAG         PIC X(16).

       01  AT-TOTAL-LINE.
           05  FILLER                 PIC X(33)  VALUE
               "BUCKET TOTALS".
           05  AT-T-BUCKET-GROUP      OCCURS 4 TIMES.
               10  AT-T-BUCKET-AMOUNT PIC Z(8)9.99-.
               10  FILLER             PIC X(1).
           05  AT-T-ITEM-TOTAL        PIC Z(8)9.99-.
           05  FILLER                 PIC X(1).
           05  AT-T-MASTER-TOTAL      PIC Z(8)9.99-.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           MOVE ZERO TO RUN-BUCKETS.
           PERFORM READ-PERIOD-CONTROL
              THRU READ-PERIOD-CONTROL-EXIT.
           PERFORM OPEN-INPUT-FILES
              THRU OPEN-INPUT-FILES-EXIT.
           PERFORM OPEN-REPORT
              THRU OPEN-REPORT-EXIT.
           PERFORM READ-CUSTOMER-RECORD
              THRU READ-CUSTOMER-RECORD-EXIT.
           PERFORM AGE-ONE-CUSTOMER
              THRU AGE-ONE-CUSTOMER-EXIT
              UNTIL END-OF-CUSTOMER-FILE.
           PERFORM LIST-ORPHAN-ITEMS
              THRU LIST-ORPHAN-ITEMS-EXIT.
           PERFORM WRITE-REPORT-TOTALS
              THRU WRITE-REPORT-TOTALS-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       AGE-ONE-CUSTOMER.
      ***************************************************************
      * LIST THE CUSTOMER'S OPEN ITEMS IN THEIR BUCKETS, THEN THE    *
      * CUSTOMER TOTAL LINE FOOTED AGAINST THE MASTER BALANCE.  A    *
      * CUSTOMER WITH NO OPEN ITEMS AND A ZERO BALANCE IS NOT        *
      * LISTED.                                                      *
      ***************************************************************
           ADD 1 TO RT-CUSTOMERS-READ.
           ADD CF-CREDIT-BALANCE TO RT-MASTER-TOTAL.
           MOVE ZERO TO CUSTOMER-BUCKETS.
           MOVE ZERO TO CB-ITEM-TOTAL.
           MOVE ZERO TO CB-ITEM-COUNT.

           IF LEDGER-FILE-IS-OPEN
              MOVE "N" TO ITEM-SCAN-END-SWITCH
              MOVE CF-CUST-NUM TO OI-CUST-NUM
              MOVE LOW-VALUES TO OI-REFERENCE-NUM
              START OPEN-ITEM-FILE
                  KEY NOT LESS THAN OI-ITEM-KEY
                  INVALID KEY
                     SET ITEM-SCAN-ENDED TO TRUE
              END-START
              PERFORM AGE-ONE-ITEM
                 THRU AGE-ONE-ITEM-EXIT
                 UNTIL ITEM-SCAN-ENDED
           END-IF.

           IF CB-ITEM-COUNT = ZERO
              AND CF-CREDIT-BALANCE = ZERO
              GO TO AGE-ONE-CUSTOMER-NEXT
           END-IF.

           ADD 1 TO RT-CUSTOMERS-LISTED.
           ADD CB-ITEM-TOTAL TO RT-ITEM-TOTAL.
           COMPUTE CB-DIFFERENCE = CF-CREDIT-BALANCE - CB-ITEM-TOTAL.
           MOVE SPACES TO AT-CUSTOMER-LINE.
           MOVE CF-CUST-NUM TO AT-C-CUST-NUM.
           MOVE CF-CUST-NAME TO AT-C-CUST-NAME.
           IF CF-CURRENCY-CODE = SPACES
              MOVE "BAS" TO AT-C-CURRENCY-CODE
           ELSE
              MOVE CF-CURRENCY-CODE TO AT-C-CURRENCY-CODE
           END-IF.
           MOVE 1 TO AT-BUCKET-INDX.
           PERFORM MOVE-CUSTOMER-BUCKET
              THRU MOVE-CUSTOMER-BUCKET-EXIT
              UNTIL AT-BUCKET-INDX > 4.
           MOVE CB-ITEM-TOTAL TO AT-C-ITEM-TOTAL.
           MOVE CF-CREDIT-BALANCE TO AT-C-MASTER-BALANCE.
           IF CB-DIFFERENCE NOT = ZERO
              MOVE "**DOES NOT FOOT" TO AT-C-FOOT-FLAG
              ADD 1 TO RT-OUT-OF-BALANCE
              MOVE "N" TO FOOTING-SWITCH
           END-IF.
           WRITE TRIAL-BALANCE-RECORD FROM AT-CUSTOMER-LINE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

       AGE-ONE-CUSTOMER-NEXT.
           PERFORM READ-CUSTOMER-RECORD
              THRU READ-CUSTOMER-RECORD-EXIT.
       AGE-ONE-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       AGE-ONE-ITEM.
      ***************************************************************
      * BUCKET ONE OF THE CUSTOMER'S ITEMS BY ITS INVOICE DATE.  A   *
      * PAID-UP ITEM IS PASSED OVER; UNAPPLIED CASH IS NOT PAST DUE  *
      * AND ALWAYS SITS IN THE CURRENT BUCKET.                       *
      ***************************************************************
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                  SET ITEM-SCAN-ENDED TO TRUE
                  GO TO AGE-ONE-ITEM-EXIT
           END-READ.
           IF OI-CUST-NUM NOT = CF-CUST-NUM
              SET ITEM-SCAN-ENDED TO TRUE
              GO TO AGE-ONE-ITEM-EXIT
           END-IF.
           IF OI-OPEN-AMOUNT = ZERO
              GO TO AGE-ONE-ITEM-EXIT
           END-IF.

           PERFORM FIGURE-ITEM-BUCKET
              THRU FIGURE-ITEM-BUCKET-EXIT.
           ADD 1 TO CB-ITEM-COUNT.
           ADD 1 TO RT-ITEMS-LISTED.
           ADD OI-OPEN-AMOUNT TO CB-ITEM-TOTAL.
           ADD OI-OPEN-AMOUNT TO CB-BUCKET-AMOUNT (AT-BUCKET-INDX-NUM).
           ADD OI-OPEN-AMOUNT TO RB-BUCKET-AMOUNT (AT-BUCKET-INDX-NUM).

           MOVE SPACES TO AT-ITEM-LINE.
           MOVE OI-REFERENCE-NUM TO AT-I-REFERENCE-NUM.
           MOVE OI-INVOICE-DATE TO AT-I-INVOICE-DATE.
           EVALUATE TRUE
              WHEN OI-TYPE-FEE
                 MOVE " FEE" TO AT-I-ITEM-TYPE
              WHEN OI-TYPE-UNAPPLIED
                 MOVE " UNAPPLD" TO AT-I-ITEM-TYPE
              WHEN OTHER
                 MOVE " INVOICE" TO AT-I-ITEM-TYPE
           END-EVALUATE.
           MOVE OI-OPEN-AMOUNT
                TO AT-I-BUCKET-AMOUNT (AT-BUCKET-INDX-NUM).
           WRITE TRIAL-BALANCE-RECORD FROM AT-ITEM-LINE.
       AGE-ONE-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       FIGURE-ITEM-BUCKET.
           IF OI-TYPE-UNAPPLIED OR OI-OPEN-AMOUNT < ZERO
              MOVE 1 TO AT-BUCKET-INDX-NUM
              GO TO FIGURE-ITEM-BUCKET-EXIT
           END-IF.
           MOVE OI-INVOICE-DATE TO INVOICE-DATE-WORK.
           COMPUTE ITEM-AGE-DAYS =
               (AT-TODAY-YY * 365 + AT-TODAY-MM * 30 + AT-TODAY-DD)
             - (IV-YY * 365 + IV-MM * 30 + IV-DD).
           EVALUATE TRUE
              WHEN ITEM-AGE-DAYS < 30
                 MOVE 1 TO AT-BUCKET-INDX-NUM
              WHEN ITEM-AGE-DAYS < 60
                 MOVE 2 TO AT-BUCKET-INDX-NUM
              WHEN ITEM-AGE-DAYS < 90
                 MOVE 3 TO AT-BUCKET-INDX-NUM
              WHEN OTHER
                 MOVE 4 TO AT-BUCKET-INDX-NUM
           END-EVALUATE.
       FIGURE-ITEM-BUCKET-EXIT. EXIT.
      *****************************************************************
      *
       MOVE-CUSTOMER-BUCKET.
           MOVE CB-BUCKET-AMOUNT (AT-BUCKET-INDX)
                TO AT-C-BUCKET-AMOUNT (AT-BUCKET-INDX).
           ADD 1 TO AT-BUCKET-INDX.
       MOVE-CUSTOMER-BUCKET-EXIT. EXIT.
      *****************************************************************
      *
       LIST-ORPHAN-ITEMS.
      ***************************************************************
      * A SECOND PASS OVER THE WHOLE LEDGER FINDS OPEN ITEMS WHOSE   *
      * CUST-NUM IS NO LONGER ON THE MASTER - THEY CAN NEVER FOOT    *
      * TO A BALANCE, SO THEY ARE LISTED ON THEIR OWN.               *
      ***************************************************************
           IF NOT LEDGER-FILE-IS-OPEN
              GO TO LIST-ORPHAN-ITEMS-EXIT
           END-IF.
           MOVE "N" TO ITEM-SCAN-END-SWITCH.
           MOVE LOW-VALUES TO OI-ITEM-KEY.
           START OPEN-ITEM-FILE
               KEY NOT LESS THAN OI-ITEM-KEY
               INVALID KEY
                  SET ITEM-SCAN-ENDED TO TRUE
           END-START.
           PERFORM CHECK-ONE-ORPHAN
              THRU CHECK-ONE-ORPHAN-EXIT
              UNTIL ITEM-SCAN-ENDED.
       LIST-ORPHAN-ITEMS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-ORPHAN.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                  SET ITEM-SCAN-ENDED TO TRUE
                  GO TO CHECK-ONE-ORPHAN-EXIT
           END-READ.
           IF OI-OPEN-AMOUNT = ZERO
              GO TO CHECK-ONE-ORPHAN-EXIT
           END-IF.
           MOVE OI-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  GO TO CHECK-ONE-ORPHAN-EXIT
           END-READ.
           IF RT-ORPHAN-ITEMS = ZERO
              MOVE "OPEN ITEMS FOR CUST-NUMS NOT ON CUSTFILE"
                   TO TRIAL-BALANCE-RECORD
              WRITE TRIAL-BALANCE-RECORD
           END-IF.
           ADD 1 TO RT-ORPHAN-ITEMS.
           ADD OI-OPEN-AMOUNT TO RT-ORPHAN-AMOUNT.
           MOVE "N" TO FOOTING-SWITCH.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING OI-CUST-NUM "  " OI-REFERENCE-NUM "  "
                  OI-INVOICE-DATE
                  DELIMITED BY SIZE
                  INTO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
       CHECK-ONE-ORPHAN-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-REPORT-TOTALS.
      ***************************************************************
      * THE BUCKET TOTALS, THE LEDGER AND MASTER GRAND TOTALS, AND   *
      * THE FOOTING VERDICT.                                         *
      ***************************************************************
           IF RT-ITEM-TOTAL NOT = RT-MASTER-TOTAL
              MOVE "N" TO FOOTING-SWITCH
           END-IF.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE 1 TO AT-BUCKET-INDX.
           PERFORM MOVE-RUN-BUCKET
              THRU MOVE-RUN-BUCKET-EXIT
              UNTIL AT-BUCKET-INDX > 4.
           MOVE RT-ITEM-TOTAL TO AT-T-ITEM-TOTAL.
           MOVE RT-MASTER-TOTAL TO AT-T-MASTER-TOTAL.
           WRITE TRIAL-BALANCE-RECORD FROM AT-TOTAL-LINE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           MOVE RT-CUSTOMERS-READ TO SR-RT-CUSTOMERS-READ.
           MOVE RT-CUSTOMERS-LISTED TO SR-RT-CUSTOMERS-LISTED.
           MOVE RT-ITEMS-LISTED TO SR-RT-ITEMS-LISTED.
           MOVE RT-OUT-OF-BALANCE TO SR-RT-OUT-OF-BALANCE.
           MOVE RT-ORPHAN-ITEMS TO SR-RT-ORPHAN-ITEMS.
           MOVE RT-ITEM-TOTAL TO SR-RT-ITEM-TOTAL.
           MOVE RT-MASTER-TOTAL TO SR-RT-MASTER-TOTAL.
           MOVE RT-ORPHAN-AMOUNT TO SR-RT-ORPHAN-AMOUNT.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING "CUSTOMERS LISTED " SR-RT-CUSTOMERS-LISTED
                  "  OPEN ITEMS " SR-RT-ITEMS-LISTED
                  "  NOT FOOTING " SR-RT-OUT-OF-BALANCE
                  "  ORPHAN ITEMS " SR-RT-ORPHAN-ITEMS
                  " FOR " SR-RT-ORPHAN-AMOUNT
                  DELIMITED BY SIZE
                  INTO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           IF TRIAL-BALANCE-FOOTS
              MOVE "TRIAL BALANCE FOOTS TO CUSTFILE"
                   TO TRIAL-BALANCE-RECORD
           ELSE
              MOVE "**TRIAL BALANCE DOES NOT FOOT TO CUSTFILE**"
                   TO TRIAL-BALANCE-RECORD
           END-IF.
           WRITE TRIAL-BALANCE-RECORD.

           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*        ARTRIAL AGED TRIAL BALANCE       *".
           DISPLAY "******************************************".
           DISPLAY "CUSTOMERS READ ............. "
                   SR-RT-CUSTOMERS-READ.
           DISPLAY "CUSTOMERS LISTED ........... "
                   SR-RT-CUSTOMERS-LISTED.
           DISPLAY "OPEN ITEMS LISTED .......... "
                   SR-RT-ITEMS-LISTED.
           DISPLAY "OPEN ITEM TOTAL ............ "
                   SR-RT-ITEM-TOTAL.
           DISPLAY "CUSTFILE BALANCE TOTAL ..... "
                   SR-RT-MASTER-TOTAL.
           DISPLAY "CUSTOMERS NOT FOOTING ...... "
                   SR-RT-OUT-OF-BALANCE.
           DISPLAY "ORPHAN ITEMS ............... "
                   SR-RT-ORPHAN-ITEMS
                   " FOR " SR-RT-ORPHAN-AMOUNT.
           IF TRIAL-BALANCE-FOOTS
              DISPLAY "ARTRIAL TRIAL BALANCE FOOTS TO CUSTFILE"
           ELSE
              DISPLAY "**ARTRIAL TRIAL BALANCE DOES NOT FOOT**"
           END-IF.
           DISPLAY "******************************************".
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *****************************************************************
      *
       MOVE-RUN-BUCKET.
           MOVE RB-BUCKET-AMOUNT (AT-BUCKET-INDX)
                TO AT-T-BUCKET-AMOUNT (AT-BUCKET-INDX).
           ADD 1 TO AT-BUCKET-INDX.
       MOVE-RUN-BUCKET-EXIT. EXIT.
      *****************************************************************
      *
       READ-PERIOD-CONTROL.
      ***************************************************************
      * AGE AS OF THE OPEN BUSINESS DATE.  NO PERDCTL ON FILE MEANS  *
      * THE SYSTEM DATE.                                             *
      ***************************************************************
           ACCEPT AGING-TODAY-DATE FROM DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PCF-FILE-OK
              READ PERIOD-CONTROL-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF PC-BUSINESS-DATE NUMERIC
                        AND PC-BUSINESS-DATE > ZERO
                        MOVE PC-BUSINESS-DATE TO AGING-TODAY-DATE
                     END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
       READ-PERIOD-CONTROL-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-INPUT-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "ARTRIAL: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
              SET END-OF-CUSTOMER-FILE TO TRUE
           END-IF.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OIF-FILE-OK
              SET LEDGER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "ARTRIAL: NO OPENITM LEDGER ON FILE, STATUS="
                      OIF-FILE-STATUS
                      " - EVERY BALANCE SHOWS UNITEMIZED"
           END-IF.
       OPEN-INPUT-FILES-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REPORT.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           MOVE AGING-TODAY-DATE TO AT-H1-DATE.
           WRITE TRIAL-BALANCE-RECORD FROM AT-HEADING-LINE-1.
           WRITE TRIAL-BALANCE-RECORD FROM AT-HEADING-LINE-2.
           WRITE TRIAL-BALANCE-RECORD FROM AT-HEADING-LINE-3.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
       OPEN-REPORT-EXIT. EXIT.
      *****************************************************************
      *
       READ-CUSTOMER-RECORD.
           IF CUSTOMER-FILE-IS-OPEN
              READ CUSTOMER-FILE NEXT RECORD
                  AT END
                     SET END-OF-CUSTOMER-FILE TO TRUE
              END-READ
           END-IF.
       READ-CUSTOMER-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF LEDGER-FILE-IS-OPEN
              CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE TRIAL-BALANCE-FILE.
           DISPLAY "PROGRAM: ARTRIAL EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

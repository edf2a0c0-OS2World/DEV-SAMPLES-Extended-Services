      *          "P").  AN OUT-OF-BALANCE OR DAMAGED FILE WRITES  *
      *          NO PAYTRAN AT ALL AND ENDS WITH RETURN CODE 1,   *
      *          SO BATCHCTL STOPS THE POSTING RUN INSTEAD OF     *
      *          LETTING PAYAPPLY POST HALF A DEPOSIT.  A DETAIL  *
      *          WITH NO CUST-NUM, OR ONE THAT IS NOT ON          *
      *          CUSTFILE, IS HELD ON THE UNAPCASH UNAPPLIED-     *
      *          CASH SUSPENSE FILE WITH ITS REMITTER NAME,       *
      *          AMOUNT, DEPOSIT DATE, AND REFERENCE INSTEAD,     *
      *          FOR CASHMTCH TO MATCH TO A CUSTOMER.             *
      *                                                           *
      * INPUT:   LOCKBOX TRANSMISSION FILE (LOCKBOX): ONE "H"     *
      *          HEADER CARRYING THE BANK'S ITEM COUNT AND        *
      *          DEPOSIT TOTAL, THEN ONE "D" DETAIL PER PAYMENT.  *
      *          CUSTOMER-FILE (CUSTFILE), TO KNOW A CUST-NUM     *
      *          THAT IS NOT ON FILE.                             *
      *                                                           *
      * OUTPUT:  PAYMENT-TRANSACTION-FILE (PAYTRAN) IN THE        *
      *          PAYAPPLY LAYOUT, AND THE IMPORT CONTROL TOTALS   *
      *          WITH A BALANCED/OUT-OF-BALANCE VERDICT.  A       *
      *          REMITTANCE QUOTING A CUST-NUM THAT CUSTMRG HAS   *
      *          MERGED AWAY IS WRITTEN UNDER THE SURVIVING       *
      *          ACCOUNT NAMED ON MERGXREF.  SUSPENDED DETAILS    *
      *          GO TO UNAPCASH AND TO THE UNAPRCPT RECEIPTS      *
      *          REGISTER GLEXTRCT BOOKS TO UNAPPLIED CASH.       *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS    IS LBX-FILE-STATUS.
           SELECT PAYMENT-TRANSACTION-FILE ASSIGN TO "PAYTRAN"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT MERGE-XREF-FILE    ASSIGN TO "MERGXREF"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS MX-OLD-CUST-NUM
               FILE STATUS    IS MXF-FILE-STATUS.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS UC-ITEM-KEY
               FILE STATUS    IS UCF-FILE-STATUS.
           SELECT UNAPPLIED-RECEIPT-FILE ASSIGN TO "UNAPRCPT"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
      ***************************************************************
      * LOCKBOX-FILE IS THE BANK'S TRANSMISSION: AN "H" HEADER WITH  *
      * THE DEPOSIT DATE, ITEM COUNT, AND AMOUNT TOTAL, THEN ONE     *
      * "D" DETAIL PER REMITTANCE WITH THE CUSTOMER, AMOUNT,         *
      * DEPOSIT REFERENCE, AND THE REMITTER'S NAME AS THE BANK READ  *
      * IT OFF THE CHEQUE.  AMOUNTS ARE UNSIGNED WITH TWO ASSUMED    *
      * DECIMAL PLACES.                                              *
      ***************************************************************
       FD  LOCKBOX-FILE
           05  LB-RECORD-TYPE          PIC X.
               88  LB-HEADER-RECORD               VALUE "H".
               88  LB-DETAIL-RECORD               VALUE "D".
           05  LB-RECORD-BODY          PIC X(60).
           05  LB-HEADER-FIELDS REDEFINES LB-RECORD-BODY.
               10  LB-H-DEPOSIT-DATE   PIC 9(6).
               10  FILLER              PIC X.
               10  LB-H-ITEM-COUNT     PIC 9(5).
               10  FILLER              PIC X.
               10  LB-H-AMOUNT-TOTAL   PIC 9(9)V99.
               10  FILLER              PIC X(36).
           05  LB-DETAIL-FIELDS REDEFINES LB-RECORD-BODY.
               10  LB-D-CUST-NUM       PIC X(4).
               10  FILLER              PIC X.
               10  LB-D-AMOUNT         PIC 9(7)V99.
               10  FILLER              PIC X.
               10  LB-D-REFERENCE      PIC X(10).
               10  FILLER              PIC X.
               10  LB-D-REMITTER-NAME  PIC X(20).
               10  FILLER              PIC X(14).

      ***************************************************************
      * PAYMENT-TRANSACTION-FILE IS WRITTEN IN THE EXACT LAYOUT      *
           05  FILLER                  PIC X.
           05  PT-REFERENCE-NUM        PIC X(10).

      ***************************************************************
      * MERGE-XREF-FILE IS CUSTMRG'S CROSS-REFERENCE OF CUST-NUMS    *
      * MERGED AWAY, EACH NAMING THE LIVE ACCOUNT THAT NOW STANDS    *
      * FOR IT.                                                      *
      ***************************************************************
       FD  MERGE-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERGE-XREF-RECORD.
           05  MX-OLD-CUST-NUM         PIC X(4).
           05  MX-SURVIVOR-CUST-NUM    PIC X(4).
           05  MX-MERGE-DATE           PIC 9(6).
           05  MX-OPERATOR-ID          PIC X(8).

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
      * UNAPPLIED-CASH-FILE IS THE SUSPENSE FILE OF LOCKBOX CASH NO  *
      * CUSTOMER ACCOUNT REFLECTS YET, KEYED BY DEPOSIT DATE AND THE *
      * ITEM'S SEQUENCE AMONG THAT DEPOSIT'S SUSPENDED ITEMS - TEN   *
      * CHARACTERS, SO THE KEY TRAVELS AS THE PAYTRAN REFERENCE WHEN *
      * CASHMTCH RELEASES AN OPERATOR'S MATCH TO PAYAPPLY.  AN ITEM  *
      * IS OPEN UNTIL MATCHED, RELEASED ONCE AN OPERATOR DECIDES     *
      * WHO IT BELONGS TO, AND APPLIED ONCE PAYAPPLY POSTS IT.       *
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
      * UNAPPLIED-RECEIPT-FILE CARRIES THE RUN'S NEWLY SUSPENDED     *
      * ITEMS TO GLEXTRCT, WHICH BOOKS THEM TO UNAPPLIED CASH.  IT   *
      * IS WRITTEN FRESH WITH PAYTRAN, SO NO ITEM IS BOOKED TWICE.   *
      ***************************************************************
       FD  UNAPPLIED-RECEIPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNAPPLIED-RECEIPT-RECORD.
           05  UR-DEPOSIT-DATE         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  UR-ITEM-SEQ             PIC 9(4).
           05  FILLER                  PIC X(2).
           05  UR-REFERENCE-NUM        PIC X(10).
           05  FILLER                  PIC X(2).
           05  UR-REMITTER-NAME        PIC X(20).
           05  FILLER                  PIC X(2).
           05  UR-AMOUNT               PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  LBX-FILE-STATUS            PIC  X(2)   VALUE SPACES.
       01  IMPORT-CLEAN-SWITCH        PIC  X      VALUE "Y".
           88  IMPORT-IS-CLEAN                    VALUE "Y".

       01  MXF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MXF-FILE-OK                        VALUE "00".

       01  XREF-FILE-SWITCH           PIC  X      VALUE "N".
           88  XREF-FILE-IS-OPEN                  VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  UCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  UCF-FILE-OK                        VALUE "00".
           88  UCF-FILE-NOT-FOUND                 VALUE "35".

       01  SUSPENSE-FILE-SWITCH       PIC  X      VALUE "N".
           88  SUSPENSE-FILE-IS-OPEN              VALUE "Y".

       01  CUSTOMER-KNOWN-SWITCH      PIC  X      VALUE "Y".
           88  CUSTOMER-IS-KNOWN                  VALUE "Y".

      **********************************************************
      * THE BANK HEADER'S DEPOSIT DATE AND THE SEQUENCE OF THE *
      * ITEMS SUSPENDED FROM IT MAKE EACH SUSPENSE KEY.  THE   *
      * SAME FILE LOADED TWICE BUILDS THE SAME KEYS, SO A      *
      * RELOAD IS CAUGHT INSTEAD OF SUSPENDING THE CASH TWICE. *
      **********************************************************
       01  HEADER-DEPOSIT-DATE        PIC  9(6)   VALUE ZERO.
       01  SUSPENSE-ITEM-SEQ          PIC  9(4)   VALUE ZERO.

      **********************************************************
      * IM- IMPORT CONTROL TOTALS: THE HEADER'S CLAIM AND WHAT *
      * THE DETAIL PASS ACTUALLY FOUND.  THEY MUST AGREE       *
           05  IM-DETAIL-AMOUNT-TOTAL  PIC 9(9)V99   VALUE ZERO.
           05  IM-BAD-RECORD-COUNT     PIC 9(5)      VALUE ZERO.
           05  IM-RECORDS-WRITTEN      PIC 9(5)      VALUE ZERO.
           05  IM-REDIRECT-COUNT       PIC 9(5)      VALUE ZERO.
           05  IM-SUSPENSE-COUNT       PIC 9(5)      VALUE ZERO.
           05  IM-SUSPENSE-AMOUNT      PIC 9(9)V99   VALUE ZERO.
           05  IM-ALREADY-SUSPENDED    PIC 9(5)      VALUE ZERO.

       01  SR-IM-HEADER-ITEM-COUNT    PIC ZZZZ9.
       01  SR-IM-HEADER-AMOUNT-TOTAL  PIC Z(8)9.99.
       01  SR-IM-DETAIL-AMOUNT-TOTAL  PIC Z(8)9.99.
       01  SR-IM-BAD-RECORD-COUNT     PIC ZZZZ9.
       01  SR-IM-RECORDS-WRITTEN      PIC ZZZZ9.
       01  SR-IM-REDIRECT-COUNT       PIC ZZZZ9.
       01  SR-IM-SUSPENSE-COUNT       PIC ZZZZ9.
       01  SR-IM-SUSPENSE-AMOUNT      PIC Z(8)9.99.
       01  SR-IM-ALREADY-SUSPENDED    PIC ZZZZ9.

       LINKAGE SECTION.

                    ADD 1 TO IM-BAD-RECORD-COUNT
                 ELSE
                    SET HEADER-WAS-FOUND TO TRUE
                    MOVE LB-H-DEPOSIT-DATE TO HEADER-DEPOSIT-DATE
                    IF LB-H-ITEM-COUNT NUMERIC
                       AND LB-H-AMOUNT-TOTAL NUMERIC
                       MOVE LB-H-ITEM-COUNT
                 END-IF
              WHEN LB-DETAIL-RECORD
                 IF LB-D-AMOUNT NUMERIC
                    ADD 1 TO IM-DETAIL-ITEM-COUNT
                    ADD LB-D-AMOUNT TO IM-DETAIL-AMOUNT-TOTAL
                 ELSE
       LOAD-PAYTRAN-FILE.
      ***************************************************************
      * PASS 2, PROVED FILE ONLY: EVERY DETAIL BECOMES ONE PAYTRAN   *
      * PAYMENT IN THE PAYAPPLY LAYOUT.  NO MERGXREF ON FILE MEANS   *
      * NO ACCOUNT HAS EVER BEEN MERGED, AND NOTHING IS REDIRECTED.  *
      * A DETAIL WITH NO CUST-NUM, OR ONE CUSTFILE DOES NOT KNOW, IS *
      * HELD ON UNAPCASH INSTEAD AND LISTED ON UNAPRCPT FOR THE      *
      * LEDGER.  WITHOUT A SUSPENSE FILE EVERY DETAIL GOES TO        *
      * PAYTRAN AS BEFORE AND PAYAPPLY REJECTS WHAT IT CANNOT POST.  *
      ***************************************************************
           OPEN INPUT MERGE-XREF-FILE.
           IF MXF-FILE-OK
              SET XREF-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "LBXIMPT: CUSTFILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS " - QUOTED CUST-NUMS NOT CHECKED"
           END-IF.
           OPEN I-O UNAPPLIED-CASH-FILE.
           IF UCF-FILE-NOT-FOUND
              OPEN OUTPUT UNAPPLIED-CASH-FILE
              CLOSE UNAPPLIED-CASH-FILE
              OPEN I-O UNAPPLIED-CASH-FILE
           END-IF.
           IF UCF-FILE-OK
              SET SUSPENSE-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "LBXIMPT: UNAPCASH OPEN FAILED, STATUS="
                      UCF-FILE-STATUS " - NOTHING SUSPENDED"
           END-IF.
           OPEN OUTPUT UNAPPLIED-RECEIPT-FILE.
           OPEN INPUT LOCKBOX-FILE.
           SET LOCKBOX-FILE-IS-OPEN TO TRUE.
           OPEN OUTPUT PAYMENT-TRANSACTION-FILE.
           CLOSE LOCKBOX-FILE.
           MOVE "N" TO LOCKBOX-FILE-SWITCH.
           CLOSE PAYMENT-TRANSACTION-FILE.
           CLOSE UNAPPLIED-RECEIPT-FILE.
           IF XREF-FILE-IS-OPEN
              CLOSE MERGE-XREF-FILE
              MOVE "N" TO XREF-FILE-SWITCH
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
              MOVE "N" TO CUSTOMER-FILE-SWITCH
           END-IF.
           IF SUSPENSE-FILE-IS-OPEN
              CLOSE UNAPPLIED-CASH-FILE
              MOVE "N" TO SUSPENSE-FILE-SWITCH
           END-IF.
       LOAD-PAYTRAN-FILE-EXIT. EXIT.
      *****************************************************************
      *
              MOVE "P" TO PT-TRAN-TYPE
              MOVE LB-D-AMOUNT TO PT-AMOUNT
              MOVE LB-D-REFERENCE TO PT-REFERENCE-NUM
              PERFORM REDIRECT-MERGED-CUSTOMER
                 THRU REDIRECT-MERGED-CUSTOMER-EXIT
              PERFORM CHECK-CUSTOMER-KNOWN
                 THRU CHECK-CUSTOMER-KNOWN-EXIT
              IF CUSTOMER-IS-KNOWN OR NOT SUSPENSE-FILE-IS-OPEN
                 WRITE PAYMENT-TRANSACTION-RECORD
                 ADD 1 TO IM-RECORDS-WRITTEN
              ELSE
                 PERFORM SUSPEND-REMITTANCE
                    THRU SUSPEND-REMITTANCE-EXIT
              END-IF
           END-IF.
           PERFORM READ-LOCKBOX-RECORD
              THRU READ-LOCKBOX-RECORD-EXIT.
       LOAD-ONE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       REDIRECT-MERGED-CUSTOMER.
      ***************************************************************
      * A REMITTANCE QUOTING A CUST-NUM CUSTMRG HAS MERGED AWAY GOES *
      * TO PAYTRAN UNDER THE SURVIVING ACCOUNT.                      *
      ***************************************************************
           IF NOT XREF-FILE-IS-OPEN
              GO TO REDIRECT-MERGED-CUSTOMER-EXIT
           END-IF.
           MOVE PT-CUST-NUM TO MX-OLD-CUST-NUM.
           READ MERGE-XREF-FILE
               INVALID KEY
                  GO TO REDIRECT-MERGED-CUSTOMER-EXIT
           END-READ.
           DISPLAY "LBXIMPT REDIRECTED MERGED CUST-NUM " PT-CUST-NUM
                   " TO " MX-SURVIVOR-CUST-NUM
                   " REF " PT-REFERENCE-NUM.
           MOVE MX-SURVIVOR-CUST-NUM TO PT-CUST-NUM.
           ADD 1 TO IM-REDIRECT-COUNT.
       REDIRECT-MERGED-CUSTOMER-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-CUSTOMER-KNOWN.
      ***************************************************************
      * A BLANK CUST-NUM IS NEVER KNOWN.  ANY OTHER IS KNOWN UNLESS  *
      * CUSTFILE IS OPEN AND HAS NO SUCH ACCOUNT.                    *
      ***************************************************************
           MOVE "Y" TO CUSTOMER-KNOWN-SWITCH.
           IF PT-CUST-NUM = SPACES
              MOVE "N" TO CUSTOMER-KNOWN-SWITCH
              GO TO CHECK-CUSTOMER-KNOWN-EXIT
           END-IF.
           IF NOT CUSTOMER-FILE-IS-OPEN
              GO TO CHECK-CUSTOMER-KNOWN-EXIT
           END-IF.
           MOVE PT-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  MOVE "N" TO CUSTOMER-KNOWN-SWITCH
           END-READ.
       CHECK-CUSTOMER-KNOWN-EXIT. EXIT.
      *****************************************************************
      *
       SUSPEND-REMITTANCE.
      ***************************************************************
      * HOLD THE REMITTANCE ON UNAPCASH AS AN OPEN ITEM AND LIST IT  *
      * ON UNAPRCPT.  A KEY ALREADY ON FILE MEANS THIS BANK FILE WAS *
      * LOADED BEFORE; THE ITEM IS COUNTED BUT NOT BOOKED AGAIN.     *
      ***************************************************************
           ADD 1 TO SUSPENSE-ITEM-SEQ.
           MOVE SPACES TO UNAPPLIED-CASH-RECORD.
           MOVE HEADER-DEPOSIT-DATE TO UC-DEPOSIT-DATE.
           MOVE SUSPENSE-ITEM-SEQ TO UC-ITEM-SEQ.
           MOVE LB-D-REFERENCE TO UC-REFERENCE-NUM.
           MOVE LB-D-REMITTER-NAME TO UC-REMITTER-NAME.
           MOVE PT-CUST-NUM TO UC-QUOTED-CUST-NUM.
           MOVE LB-D-AMOUNT TO UC-AMOUNT.
           SET UC-STATUS-OPEN TO TRUE.
           MOVE ZERO TO UC-DECIDED-DATE.
           MOVE ZERO TO UC-APPLIED-DATE.
           WRITE UNAPPLIED-CASH-RECORD
               INVALID KEY
                  DISPLAY "LBXIMPT: ITEM " UC-ITEM-KEY
                          " ALREADY IN SUSPENSE - REF "
                          LB-D-REFERENCE
                  ADD 1 TO IM-ALREADY-SUSPENDED
                  GO TO SUSPEND-REMITTANCE-EXIT
           END-WRITE.

           MOVE SPACES TO UNAPPLIED-RECEIPT-RECORD.
           MOVE UC-DEPOSIT-DATE TO UR-DEPOSIT-DATE.
           MOVE UC-ITEM-SEQ TO UR-ITEM-SEQ.
           MOVE UC-REFERENCE-NUM TO UR-REFERENCE-NUM.
           MOVE UC-REMITTER-NAME TO UR-REMITTER-NAME.
           MOVE UC-AMOUNT TO UR-AMOUNT.
           WRITE UNAPPLIED-RECEIPT-RECORD.
           ADD 1 TO IM-SUSPENSE-COUNT.
           ADD UC-AMOUNT TO IM-SUSPENSE-AMOUNT.
           DISPLAY "LBXIMPT SUSPENDED CUST-NUM " UC-QUOTED-CUST-NUM
                   " REF " UC-REFERENCE-NUM
                   " AS ITEM " UC-ITEM-KEY.
       SUSPEND-REMITTANCE-EXIT. EXIT.
      *****************************************************************
      *
       READ-LOCKBOX-RECORD.
           IF LOCKBOX-FILE-IS-OPEN
           MOVE IM-DETAIL-AMOUNT-TOTAL TO SR-IM-DETAIL-AMOUNT-TOTAL.
           MOVE IM-BAD-RECORD-COUNT TO SR-IM-BAD-RECORD-COUNT.
           MOVE IM-RECORDS-WRITTEN TO SR-IM-RECORDS-WRITTEN.
           MOVE IM-REDIRECT-COUNT TO SR-IM-REDIRECT-COUNT.
           MOVE IM-SUSPENSE-COUNT TO SR-IM-SUSPENSE-COUNT.
           MOVE IM-SUSPENSE-AMOUNT TO SR-IM-SUSPENSE-AMOUNT.
           MOVE IM-ALREADY-SUSPENDED TO SR-IM-ALREADY-SUSPENDED.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*       LBXIMPT IMPORT CONTROL TOTALS     *".
                   SR-IM-BAD-RECORD-COUNT.
           DISPLAY "PAYTRAN RECORDS WRITTEN .... "
                   SR-IM-RECORDS-WRITTEN.
           DISPLAY "REDIRECTED TO SURVIVOR ..... "
                   SR-IM-REDIRECT-COUNT.
           DISPLAY "SUSPENDED TO UNAPCASH ...... "
                   SR-IM-SUSPENSE-COUNT.
           DISPLAY "SUSPENDED AMOUNT ........... "
                   SR-IM-SUSPENSE-AMOUNT.
           DISPLAY "ALREADY IN SUSPENSE ........ "
                   SR-IM-ALREADY-SUSPENDED.
           IF IMPORT-IS-CLEAN
              DISPLAY "LBXIMPT IMPORT BALANCED - PAYTRAN RELEASED "
                      "FOR POSTING"

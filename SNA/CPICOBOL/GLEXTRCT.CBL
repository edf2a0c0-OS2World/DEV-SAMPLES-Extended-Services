      * REGISTER AND THE PAYAPPLY POSTING TOTALS BY HAND EVERY    *
      * MONTH.                                                    *
      *                                                           *
      * PURPOSE: TOTAL THE ASSESSRG LATE FEES, THE PAYTRAN        *
      *          PAYMENTS, CHARGES, AND AGENCY RECOVERIES, THE    *
      *          WOFFRG BAD-DEBT WRITE-OFFS, THE RETITEM          *
      *          RETURNED PAYMENTS AND FEES, AND THE LOCKBOX      *
      *          CASH HELD IN AND APPLIED FROM UNAPPLIED CASH,    *
      *          AND WRITE ONE BALANCED JOURNAL BATCH:            *
      *            LATE FEES  - DEBIT RECEIVABLES (1100),         *
      *                         CREDIT FEE INCOME (4100)          *
      *            PAYMENTS   - DEBIT CASH (1000),                *
      *                         CREDIT RECEIVABLES (1100)         *
      *            CHARGES    - DEBIT RECEIVABLES (1100),         *
      *                         CREDIT SALES (4000)               *
      *            WRITE-OFFS - DEBIT BAD-DEBT EXPENSE (6100),    *
      *                         CREDIT RECEIVABLES (1100)         *
      *            RECOVERIES - DEBIT CASH (1000),                *
      *                         CREDIT BAD-DEBT EXPENSE (6100)    *
      *            RETURNS    - DEBIT RECEIVABLES (1100),         *
      *                         CREDIT CASH (1000)                *
      *            NSF FEES   - DEBIT RECEIVABLES (1100),         *
      *                         CREDIT RETURNED ITEM FEES (4110)  *
      *            SUSPENSE   - DEBIT CASH (1000),                *
      *                         CREDIT UNAPPLIED CASH (2150)      *
      *            APPLIED    - DEBIT UNAPPLIED CASH (2150),      *
      *                         CREDIT RECEIVABLES (1100)         *
      *          THE BATCH HEADER CARRIES THE DEBIT AND CREDIT    *
      *          TOTALS, WHICH MUST BALANCE - AND ONE RECORD THE  *
      *          EXTRACT CANNOT READ HOLDS THE WHOLE BATCH: NO    *
      *          THAN NONE.                                       *
      *                                                           *
      * INPUT:   ASSESSMENT-REGISTER-FILE (ASSESSRG), PAYMENT-    *
      *          TRANSACTION-FILE (PAYTRAN), PAYMENT-REJECT-FILE  *
      *          (PAYREJ), WRITEOFF-REGISTER-FILE (WOFFRG) FROM   *
      *          WRTOFF, RETURNED-ITEM-REGISTER-FILE (RETITEM)    *
      *          FROM PAYAPPLY, AND UNAPPLIED-RECEIPT-FILE        *
      *          (UNAPRCPT) FROM LBXIMPT.  THE PAYREJ REJECTS ARE *
      *          NETTED OUT OF THE PAYTRAN TOTALS, SO THE JOURNAL *
      *          BOOKS ONLY WHAT PAYAPPLY ACTUALLY POSTED - A     *
      *          DOUBLE-LOADED BATCH'S DUPLICATES NEVER REACH THE *
      *          LEDGER.  ANY FILE MAY BE ABSENT - AN ABSENT      *
      *          FILE SIMPLY CONTRIBUTES (OR NETS) NOTHING.       *
      *                                                           *
      * OUTPUT:  GENERAL-LEDGER-JOURNAL-FILE (GLJRNL): ONE "H"    *
      *          BATCH HEADER AND ONE "D" DETAIL PER ENTRY LINE.  *
      *                                                           *
      * 1995-04 JCH  UNAPPLIED CASH: LBXIMPT'S UNAPRCPT RECEIPTS  *
      *              BOOK CASH TO UNAPPLIED CASH (2150), AND THE  *
      *              "U" TRANSACTIONS PAYAPPLY POSTS FROM         *
      *              SUSPENSE CLEAR 2150 AGAINST RECEIVABLES -    *
      *              THE CASH IS NOT BOOKED TWICE.                *
      * 1995-04 JCH  RETURNED ITEMS: PAYAPPLY'S RETITEM REGISTER  *
      *              BOOKS EACH RETURNED PAYMENT BACK AGAINST     *
      *              CASH AND ITS FEE TO RETURNED ITEM FEES       *
      *              (4110).  THE "N" PAYTRAN AND PAYREJ RECORDS   *
      *              BEHIND THEM ARE PASSED OVER QUIETLY -        *
      *              RETITEM CARRIES WHAT WAS ACTUALLY REVERSED.  *
      * 1995-04 JCH  BAD-DEBT WRITE-OFFS FROM THE WRTOFF WOFFRG   *
      *              REGISTER AND PAYAPPLY'S "R" AGENCY           *
      *              RECOVERIES NOW BOOK TO BAD-DEBT EXPENSE      *
      *              (6100).                                      *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT PAYMENT-REJECT-FILE ASSIGN TO "PAYREJ"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RJF-FILE-STATUS.
           SELECT WRITEOFF-REGISTER-FILE ASSIGN TO "WOFFRG"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WRF-FILE-STATUS.
           SELECT RETURNED-ITEM-REGISTER-FILE ASSIGN TO "RETITEM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RIF-FILE-STATUS.
           SELECT UNAPPLIED-RECEIPT-FILE ASSIGN TO "UNAPRCPT"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS URF-FILE-STATUS.
           SELECT GL-JOURNAL-FILE    ASSIGN TO "GLJRNL"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
           05  PT-TRAN-TYPE            PIC X.
               88  PT-TYPE-PAYMENT                VALUE "P".
               88  PT-TYPE-CHARGE                 VALUE "C".
               88  PT-TYPE-RECOVERY               VALUE "R".
               88  PT-TYPE-RETURNED               VALUE "N".
               88  PT-TYPE-SUSPENSE               VALUE "U".
           05  FILLER                  PIC X.
           05  PT-AMOUNT               PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  PR-TRAN-TYPE            PIC X.
               88  PR-TYPE-PAYMENT                VALUE "P".
               88  PR-TYPE-CHARGE                 VALUE "C".
               88  PR-TYPE-RECOVERY               VALUE "R".
               88  PR-TYPE-RETURNED               VALUE "N".
               88  PR-TYPE-SUSPENSE               VALUE "U".
           05  FILLER                  PIC X(2).
           05  PR-AMOUNT               PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  FILLER                  PIC X(2).
           05  PR-REASON               PIC X(30).

      ***************************************************************
      * WRITEOFF-REGISTER-FILE IS READ IN THE LAYOUT WRTOFF'S POST   *
      * RUN WRITES: ONE RECORD PER ACCOUNT WRITTEN OFF AS BAD DEBT.  *
      ***************************************************************
       FD  WRITEOFF-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-REGISTER-RECORD.
           05  WR-WRITEOFF-DATE        PIC 9(6).
           05  FILLER                  PIC X(2).
           05  WR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  WR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  WR-WRITEOFF-AMOUNT      PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  WR-APPROVED-BY          PIC X(8).

      ***************************************************************
      * RETURNED-ITEM-REGISTER-FILE IS READ IN THE LAYOUT PAYAPPLY  *
      * WRITES: ONE RECORD PER RETURNED PAYMENT IT REVERSED, WITH   *
      * THE FEE IT CHARGED.                                         *
      ***************************************************************
       FD  RETURNED-ITEM-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURNED-ITEM-REGISTER-RECORD.
           05  RI-RETURN-DATE          PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RI-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  RI-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  RI-REFERENCE-NUM        PIC X(10).
           05  FILLER                  PIC X(2).
           05  RI-RETURNED-AMOUNT      PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  RI-FEE-AMOUNT           PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  RI-ORIGINAL-DATE        PIC 9(6).

      ***************************************************************
      * UNAPPLIED-RECEIPT-FILE IS READ IN THE LAYOUT LBXIMPT        *
      * WRITES: ONE RECORD PER REMITTANCE IT HELD IN SUSPENSE       *
      * BECAUSE NO ACCOUNT COULD BE NAMED.                          *
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

      ***************************************************************
      * GL-JOURNAL-FILE IS THE RELEASED BATCH: ONE "H" HEADER WITH   *
      * THE BALANCING TOTALS, THEN ONE "D" DETAIL PER ENTRY LINE.    *
       01  END-OF-REJECTS-SWITCH      PIC  X      VALUE "N".
           88  END-OF-REJECTS                     VALUE "Y".

       01  WRF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  WRF-FILE-OK                        VALUE "00".

       01  END-OF-WRITEOFFS-SWITCH    PIC  X      VALUE "N".
           88  END-OF-WRITEOFFS                   VALUE "Y".

       01  RIF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RIF-FILE-OK                        VALUE "00".

       01  END-OF-RETURNS-SWITCH      PIC  X      VALUE "N".
           88  END-OF-RETURNS                     VALUE "Y".

       01  URF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  URF-FILE-OK                        VALUE "00".

       01  END-OF-RECEIPTS-SWITCH     PIC  X      VALUE "N".
           88  END-OF-RECEIPTS                    VALUE "Y".

       01  BATCH-CLEAN-SWITCH         PIC  X      VALUE "Y".
           88  BATCH-IS-CLEAN                     VALUE "Y".

       01  BATCH-DATE-TODAY           PIC  9(6)   VALUE ZERO.

      **********************************************************
      * GT- PERIOD TOTALS GATHERED FROM THE SOURCES, AND       *
      * THE BATCH DEBIT/CREDIT TOTALS THAT MUST BALANCE.       *
      **********************************************************
       01  PERIOD-TOTALS.
           05  GT-FEE-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  GT-PAYMENT-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  GT-CHARGE-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  GT-WRITEOFF-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  GT-RECOVERY-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  GT-RETURNED-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  GT-RETURN-FEE-TOTAL     PIC S9(11)V99 VALUE ZERO.
           05  GT-SUSPENSE-RECEIVED-TOTAL
                                       PIC S9(11)V99 VALUE ZERO.
           05  GT-SUSPENSE-APPLIED-TOTAL
                                       PIC S9(11)V99 VALUE ZERO.
           05  GT-BAD-RECORD-COUNT     PIC 9(5)      VALUE ZERO.
           05  GT-REJECTS-NETTED       PIC 9(5)      VALUE ZERO.
           05  GT-UNPOSTABLE-COUNT     PIC 9(5)      VALUE ZERO.
       01  SR-GT-FEE-TOTAL            PIC Z(10)9.99-.
       01  SR-GT-PAYMENT-TOTAL        PIC Z(10)9.99-.
       01  SR-GT-CHARGE-TOTAL         PIC Z(10)9.99-.
       01  SR-GT-WRITEOFF-TOTAL       PIC Z(10)9.99-.
       01  SR-GT-RECOVERY-TOTAL       PIC Z(10)9.99-.
       01  SR-GT-RETURNED-TOTAL       PIC Z(10)9.99-.
       01  SR-GT-RETURN-FEE-TOTAL     PIC Z(10)9.99-.
       01  SR-GT-SUSPENSE-RECEIVED-TOTAL
                                      PIC Z(10)9.99-.
       01  SR-GT-SUSPENSE-APPLIED-TOTAL
                                      PIC Z(10)9.99-.
       01  SR-GT-BAD-RECORD-COUNT     PIC ZZZZ9.
       01  SR-GT-REJECTS-NETTED       PIC ZZZZ9.
       01  SR-GT-UNPOSTABLE-COUNT     PIC ZZZZ9.
              THRU GATHER-POSTING-TOTALS-EXIT.
           PERFORM NET-POSTING-REJECTS
              THRU NET-POSTING-REJECTS-EXIT.
           PERFORM GATHER-WRITEOFF-REGISTER
              THRU GATHER-WRITEOFF-REGISTER-EXIT.
           PERFORM GATHER-RETURNED-ITEMS
              THRU GATHER-RETURNED-ITEMS-EXIT.
           PERFORM GATHER-SUSPENSE-RECEIPTS
              THRU GATHER-SUSPENSE-RECEIPTS-EXIT.
           IF GT-BAD-RECORD-COUNT > ZERO
              MOVE "N" TO BATCH-CLEAN-SWITCH
           END-IF.
      *
       GATHER-POSTING-TOTALS.
      ***************************************************************
      * TOTAL THE PERIOD'S PAYMENTS, CHARGES, AND RECOVERIES FROM    *
      * PAYTRAN.  A RECORD WITH AN UNKNOWN TYPE OR NON-NUMERIC       *
      * AMOUNT WAS REJECTED BY PAYAPPLY AND NEVER POSTED, SO IT IS   *
      * PASSED OVER HERE TOO (ITS PAYREJ COUNTERPART CANNOT BE       *
      * NETTED EITHER).  THE NETTING PASS THAT FOLLOWS SUBTRACTS    *
      * THE POSTABLE REJECTS, LEAVING EXACTLY WHAT PAYAPPLY         *
      * ACTUALLY POSTED.  A RETURNED ITEM ("N") IS BOOKED FROM THE  *
      * RETITEM REGISTER INSTEAD, SO IT IS SKIPPED HERE WITHOUT     *
      * COMPLAINT.  A PAYMENT FROM SUSPENSE ("U") CLEARS UNAPPLIED  *
      * CASH RATHER THAN DEBITING CASH, WHICH LBXIMPT'S UNAPRCPT    *
      * ALREADY BOOKED THE NIGHT THE MONEY CAME IN.                 *
      ***************************************************************
           OPEN INPUT PAYMENT-TRANSACTION-FILE.
           IF NOT PTF-FILE-OK
                  SET END-OF-TRANSACTIONS TO TRUE
                  GO TO GATHER-ONE-TRANSACTION-EXIT
           END-READ.
           IF PT-TYPE-RETURNED
              GO TO GATHER-ONE-TRANSACTION-EXIT
           END-IF.
           IF PT-AMOUNT NOT NUMERIC
              OR (NOT PT-TYPE-PAYMENT AND NOT PT-TYPE-CHARGE
                  AND NOT PT-TYPE-RECOVERY AND NOT PT-TYPE-SUSPENSE)
              ADD 1 TO GT-UNPOSTABLE-COUNT
              DISPLAY "GLEXTRCT UNPOSTABLE TRANSACTION FOR "
                      "CUST-NUM " PT-CUST-NUM
                      " - PASSED OVER"
              GO TO GATHER-ONE-TRANSACTION-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN PT-TYPE-SUSPENSE
                 ADD PT-AMOUNT TO GT-SUSPENSE-APPLIED-TOTAL
              WHEN PT-TYPE-PAYMENT
                 ADD PT-AMOUNT TO GT-PAYMENT-TOTAL
              WHEN PT-TYPE-RECOVERY
                 ADD PT-AMOUNT TO GT-RECOVERY-TOTAL
              WHEN OTHER
                 ADD PT-AMOUNT TO GT-CHARGE-TOTAL
           END-EVALUATE.
       GATHER-ONE-TRANSACTION-EXIT. EXIT.
      *****************************************************************
      *
       NET-POSTING-REJECTS.
      ***************************************************************
      * SUBTRACT EVERY TRANSACTION PAYAPPLY REJECTED - UNKNOWN       *
      * CUST-NUMS, SUSPECTED DUPLICATES, RECOVERIES FOR ACCOUNTS     *
      * NEVER CHARGED OFF - FROM THE PAYTRAN TOTALS, SO THE JOURNAL  *
      * BOOKS CASH AND RECEIVABLES ONLY FOR WHAT WAS POSTED.  A      *
      * REJECT WITH A BAD TYPE OR AMOUNT MIRRORS A PAYTRAN RECORD    *
      * THE GATHER PASS ALREADY PASSED OVER, SO IT IS PASSED OVER   *
      * HERE AS WELL, AS IS A REFUSED RETURNED ITEM - IT NEVER      *
      * REACHED RETITEM.  NO PAYREJ MEANS A REJECT-FREE RUN.        *
      ***************************************************************
           OPEN INPUT PAYMENT-REJECT-FILE.
           IF NOT RJF-FILE-OK
                  SET END-OF-REJECTS TO TRUE
                  GO TO NET-ONE-REJECT-EXIT
           END-READ.
           IF PR-TYPE-RETURNED
              GO TO NET-ONE-REJECT-EXIT
           END-IF.
           IF PR-AMOUNT NOT NUMERIC
              OR (NOT PR-TYPE-PAYMENT AND NOT PR-TYPE-CHARGE
                  AND NOT PR-TYPE-RECOVERY AND NOT PR-TYPE-SUSPENSE)
              GO TO NET-ONE-REJECT-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN PR-TYPE-SUSPENSE
                 SUBTRACT PR-AMOUNT FROM GT-SUSPENSE-APPLIED-TOTAL
              WHEN PR-TYPE-PAYMENT
                 SUBTRACT PR-AMOUNT FROM GT-PAYMENT-TOTAL
              WHEN PR-TYPE-RECOVERY
                 SUBTRACT PR-AMOUNT FROM GT-RECOVERY-TOTAL
              WHEN OTHER
                 SUBTRACT PR-AMOUNT FROM GT-CHARGE-TOTAL
           END-EVALUATE.
           ADD 1 TO GT-REJECTS-NETTED.
       NET-ONE-REJECT-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-WRITEOFF-REGISTER.
      ***************************************************************
      * TOTAL THE BAD-DEBT WRITE-OFFS WRTOFF POSTED.  AN AMOUNT THAT *
      * IS NOT NUMERIC COUNTS AS A BAD RECORD AND HOLDS THE BATCH.   *
      * NO WOFFRG MEANS NOTHING WAS WRITTEN OFF THIS PERIOD.         *
      ***************************************************************
           OPEN INPUT WRITEOFF-REGISTER-FILE.
           IF NOT WRF-FILE-OK
              GO TO GATHER-WRITEOFF-REGISTER-EXIT
           END-IF.
           PERFORM GATHER-ONE-WRITEOFF
              THRU GATHER-ONE-WRITEOFF-EXIT
              UNTIL END-OF-WRITEOFFS.
           CLOSE WRITEOFF-REGISTER-FILE.
       GATHER-WRITEOFF-REGISTER-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-WRITEOFF.
           READ WRITEOFF-REGISTER-FILE
               AT END
                  SET END-OF-WRITEOFFS TO TRUE
                  GO TO GATHER-ONE-WRITEOFF-EXIT
           END-READ.
           IF WR-WRITEOFF-AMOUNT NOT NUMERIC
              ADD 1 TO GT-BAD-RECORD-COUNT
              DISPLAY "GLEXTRCT BAD WRITE-OFF RECORD FOR CUST-NUM "
                      WR-CUST-NUM
              GO TO GATHER-ONE-WRITEOFF-EXIT
           END-IF.
           ADD WR-WRITEOFF-AMOUNT TO GT-WRITEOFF-TOTAL.
       GATHER-ONE-WRITEOFF-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-RETURNED-ITEMS.
      ***************************************************************
      * TOTAL THE PAYMENTS PAYAPPLY REVERSED AS RETURNED AND THE    *
      * FEES IT CHARGED FOR THEM.  AN AMOUNT THAT IS NOT NUMERIC    *
      * COUNTS AS A BAD RECORD AND HOLDS THE BATCH.  NO RETITEM     *
      * MEANS NOTHING CAME BACK THIS PERIOD.                        *
      ***************************************************************
           OPEN INPUT RETURNED-ITEM-REGISTER-FILE.
           IF NOT RIF-FILE-OK
              GO TO GATHER-RETURNED-ITEMS-EXIT
           END-IF.
           PERFORM GATHER-ONE-RETURNED-ITEM
              THRU GATHER-ONE-RETURNED-ITEM-EXIT
              UNTIL END-OF-RETURNS.
           CLOSE RETURNED-ITEM-REGISTER-FILE.
       GATHER-RETURNED-ITEMS-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-RETURNED-ITEM.
           READ RETURNED-ITEM-REGISTER-FILE
               AT END
                  SET END-OF-RETURNS TO TRUE
                  GO TO GATHER-ONE-RETURNED-ITEM-EXIT
           END-READ.
           IF RI-RETURNED-AMOUNT NOT NUMERIC
              OR RI-FEE-AMOUNT NOT NUMERIC
              ADD 1 TO GT-BAD-RECORD-COUNT
              DISPLAY "GLEXTRCT BAD RETURNED-ITEM RECORD FOR CUST-NUM "
                      RI-CUST-NUM
              GO TO GATHER-ONE-RETURNED-ITEM-EXIT
           END-IF.
           ADD RI-RETURNED-AMOUNT TO GT-RETURNED-TOTAL.
           ADD RI-FEE-AMOUNT TO GT-RETURN-FEE-TOTAL.
       GATHER-ONE-RETURNED-ITEM-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-SUSPENSE-RECEIPTS.
      ***************************************************************
      * TOTAL THE LOCKBOX CASH LBXIMPT HELD IN SUSPENSE.  IT IS IN  *
      * THE BANK BUT ON NO ACCOUNT, SO IT BOOKS TO UNAPPLIED CASH   *
      * UNTIL PAYAPPLY POSTS IT.  AN AMOUNT THAT IS NOT NUMERIC     *
      * COUNTS AS A BAD RECORD AND HOLDS THE BATCH.  NO UNAPRCPT    *
      * MEANS NOTHING WENT TO SUSPENSE.                             *
      ***************************************************************
           OPEN INPUT UNAPPLIED-RECEIPT-FILE.
           IF NOT URF-FILE-OK
              GO TO GATHER-SUSPENSE-RECEIPTS-EXIT
           END-IF.
           PERFORM GATHER-ONE-SUSPENSE-RECEIPT
              THRU GATHER-ONE-SUSPENSE-RECEIPT-EXIT
              UNTIL END-OF-RECEIPTS.
           CLOSE UNAPPLIED-RECEIPT-FILE.
       GATHER-SUSPENSE-RECEIPTS-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-ONE-SUSPENSE-RECEIPT.
           READ UNAPPLIED-RECEIPT-FILE
               AT END
                  SET END-OF-RECEIPTS TO TRUE
                  GO TO GATHER-ONE-SUSPENSE-RECEIPT-EXIT
           END-READ.
           IF UR-AMOUNT NOT NUMERIC
              ADD 1 TO GT-BAD-RECORD-COUNT
              DISPLAY "GLEXTRCT BAD UNAPPLIED RECEIPT FOR ITEM "
                      UR-DEPOSIT-DATE UR-ITEM-SEQ
              GO TO GATHER-ONE-SUSPENSE-RECEIPT-EXIT
           END-IF.
           ADD UR-AMOUNT TO GT-SUSPENSE-RECEIVED-TOTAL.
       GATHER-ONE-SUSPENSE-RECEIPT-EXIT. EXIT.
      *****************************************************************
      *
       RELEASE-JOURNAL-BATCH.
      ***************************************************************
              PERFORM WRITE-ONE-JOURNAL-ENTRY
                 THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF GT-WRITEOFF-TOTAL NOT = ZERO
              MOVE GT-WRITEOFF-TOTAL TO GE-ENTRY-AMOUNT
              MOVE "6100" TO GE-DEBIT-ACCOUNT
              MOVE "BAD DEBT EXPENSE" TO GE-DEBIT-DESC
              MOVE "1100" TO GE-CREDIT-ACCOUNT
              MOVE "RECEIVABLES" TO GE-CREDIT-DESC
              PERFORM WRITE-ONE-JOURNAL-ENTRY
                 THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF GT-RECOVERY-TOTAL NOT = ZERO
              MOVE GT-RECOVERY-TOTAL TO GE-ENTRY-AMOUNT
              MOVE "1000" TO GE-DEBIT-ACCOUNT
              MOVE "CASH" TO GE-DEBIT-DESC
              MOVE "6100" TO GE-CREDIT-ACCOUNT
              MOVE "BAD DEBT RECOVERY" TO GE-CREDIT-DESC
              PERFORM WRITE-ONE-JOURNAL-ENTRY
                 THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF GT-RETURNED-TOTAL NOT = ZERO
              MOVE GT-RETURNED-TOTAL TO GE-ENTRY-AMOUNT
              MOVE "1100" TO GE-DEBIT-ACCOUNT
              MOVE "RECEIVABLES" TO GE-DEBIT-DESC
              MOVE "1000" TO GE-CREDIT-ACCOUNT
              MOVE "CASH" TO GE-CREDIT-DESC
              PERFORM WRITE-ONE-JOURNAL-ENTRY
                 THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF GT-RETURN-FEE-TOTAL NOT = ZERO
              MOVE GT-RETURN-FEE-TOTAL TO GE-ENTRY-AMOUNT
              MOVE "1100" TO GE-DEBIT-ACCOUNT
              MOVE "RECEIVABLES" TO GE-DEBIT-DESC
              MOVE "4110" TO GE-CREDIT-ACCOUNT
              MOVE "RETURNED ITEM FEES" TO GE-CREDIT-DESC
              PERFORM WRITE-ONE-JOURNAL-ENTRY
                 THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF GT-SUSPENSE-RECEIVED-TOTAL NOT = ZERO
              MOVE GT-SUSPENSE-RECEIVED-TOTAL TO GE-ENTRY-AMOUNT
              MOVE "1000" TO GE-DEBIT-ACCOUNT
              MOVE "CASH" TO GE-DEBIT-DESC
              MOVE "2150" TO GE-CREDIT-ACCOUNT
              MOVE "UNAPPLIED CASH" TO GE-CREDIT-DESC
              PERFORM WRITE-ONE-JOURNAL-ENTRY
                 THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF GT-SUSPENSE-APPLIED-TOTAL NOT = ZERO
              MOVE GT-SUSPENSE-APPLIED-TOTAL TO GE-ENTRY-AMOUNT
              MOVE "2150" TO GE-DEBIT-ACCOUNT
              MOVE "UNAPPLIED CASH" TO GE-DEBIT-DESC
              MOVE "1100" TO GE-CREDIT-ACCOUNT
              MOVE "RECEIVABLES" TO GE-CREDIT-DESC
              PERFORM WRITE-ONE-JOURNAL-ENTRY
                 THRU WRITE-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           CLOSE GL-JOURNAL-FILE.
       RELEASE-JOURNAL-BATCH-EXIT. EXIT.
      *****************************************************************
              ADD GT-CHARGE-TOTAL TO GB-DEBIT-TOTAL
              ADD GT-CHARGE-TOTAL TO GB-CREDIT-TOTAL
           END-IF.
           IF GT-WRITEOFF-TOTAL NOT = ZERO
              ADD 2 TO GB-ENTRY-COUNT
              ADD GT-WRITEOFF-TOTAL TO GB-DEBIT-TOTAL
              ADD GT-WRITEOFF-TOTAL TO GB-CREDIT-TOTAL
           END-IF.
           IF GT-RECOVERY-TOTAL NOT = ZERO
              ADD 2 TO GB-ENTRY-COUNT
              ADD GT-RECOVERY-TOTAL TO GB-DEBIT-TOTAL
              ADD GT-RECOVERY-TOTAL TO GB-CREDIT-TOTAL
           END-IF.
           IF GT-RETURNED-TOTAL NOT = ZERO
              ADD 2 TO GB-ENTRY-COUNT
              ADD GT-RETURNED-TOTAL TO GB-DEBIT-TOTAL
              ADD GT-RETURNED-TOTAL TO GB-CREDIT-TOTAL
           END-IF.
           IF GT-RETURN-FEE-TOTAL NOT = ZERO
              ADD 2 TO GB-ENTRY-COUNT
              ADD GT-RETURN-FEE-TOTAL TO GB-DEBIT-TOTAL
              ADD GT-RETURN-FEE-TOTAL TO GB-CREDIT-TOTAL
           END-IF.
           IF GT-SUSPENSE-RECEIVED-TOTAL NOT = ZERO
              ADD 2 TO GB-ENTRY-COUNT
              ADD GT-SUSPENSE-RECEIVED-TOTAL TO GB-DEBIT-TOTAL
              ADD GT-SUSPENSE-RECEIVED-TOTAL TO GB-CREDIT-TOTAL
           END-IF.
           IF GT-SUSPENSE-APPLIED-TOTAL NOT = ZERO
              ADD 2 TO GB-ENTRY-COUNT
              ADD GT-SUSPENSE-APPLIED-TOTAL TO GB-DEBIT-TOTAL
              ADD GT-SUSPENSE-APPLIED-TOTAL TO GB-CREDIT-TOTAL
           END-IF.
       COUNT-BATCH-TOTALS-EXIT. EXIT.
      *****************************************************************
      *
           MOVE GT-FEE-TOTAL TO SR-GT-FEE-TOTAL.
           MOVE GT-PAYMENT-TOTAL TO SR-GT-PAYMENT-TOTAL.
           MOVE GT-CHARGE-TOTAL TO SR-GT-CHARGE-TOTAL.
           MOVE GT-WRITEOFF-TOTAL TO SR-GT-WRITEOFF-TOTAL.
           MOVE GT-RECOVERY-TOTAL TO SR-GT-RECOVERY-TOTAL.
           MOVE GT-RETURNED-TOTAL TO SR-GT-RETURNED-TOTAL.
           MOVE GT-RETURN-FEE-TOTAL TO SR-GT-RETURN-FEE-TOTAL.
           MOVE GT-SUSPENSE-RECEIVED-TOTAL
                TO SR-GT-SUSPENSE-RECEIVED-TOTAL.
           MOVE GT-SUSPENSE-APPLIED-TOTAL
                TO SR-GT-SUSPENSE-APPLIED-TOTAL.
           MOVE GT-BAD-RECORD-COUNT TO SR-GT-BAD-RECORD-COUNT.
           MOVE GT-REJECTS-NETTED TO SR-GT-REJECTS-NETTED.
           MOVE GT-UNPOSTABLE-COUNT TO SR-GT-UNPOSTABLE-COUNT.
                   SR-GT-PAYMENT-TOTAL.
           DISPLAY "CHARGE TOTAL ............... "
                   SR-GT-CHARGE-TOTAL.
           DISPLAY "BAD-DEBT WRITE-OFF TOTAL ... "
                   SR-GT-WRITEOFF-TOTAL.
           DISPLAY "BAD-DEBT RECOVERY TOTAL .... "
                   SR-GT-RECOVERY-TOTAL.
           DISPLAY "RETURNED ITEM TOTAL ........ "
                   SR-GT-RETURNED-TOTAL.
           DISPLAY "RETURNED ITEM FEE TOTAL .... "
                   SR-GT-RETURN-FEE-TOTAL.
           DISPLAY "HELD IN UNAPPLIED CASH ..... "
                   SR-GT-SUSPENSE-RECEIVED-TOTAL.
           DISPLAY "APPLIED FROM UNAPPLIED CASH  "
                   SR-GT-SUSPENSE-APPLIED-TOTAL.
           DISPLAY "BAD RECORDS ................ "
                   SR-GT-BAD-RECORD-COUNT.
           DISPLAY "REJECTS NETTED OUT ......... "

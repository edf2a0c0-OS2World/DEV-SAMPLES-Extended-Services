      * OUTPUT:  BACKUP-FILE OR REBUILT CUSTOMER-FILE, AND THE    *
      *          CONTROL TOTALS WITH A MATCH/MISMATCH VERDICT.    *
      *                                                           *
      * 1995-04 JCH  CUSTJRNL RECORD WIDENED AGAIN FOR THE        *
      *              ACCOUNT OFFICER CODE, WHICH A REPLAYED AFTER *
      *              IMAGE NOW RESTORES WITH THE REST OF THE      *
      *              RECORD.                                      *
      * 1995-04 JCH  CUSTJRNL RECORD WIDENED TO THE NEW LAYOUT   *
      *              CARRYING THE PROGRAM AND OPERATOR ID.        *
      * 1995-02 JCH  ADDED "RECOVER" MODE: RELOAD THE BACKUP AND *
      *              THEN REPLAY THE CUSTJRNL AFTER-IMAGES (AND  *
      *              THE "D" DELETES) ON TOP OF IT IN ORDER, UP  *
           05  CF-CUST-NUM             PIC X(4).
           05  CF-CUST-NAME            PIC X(20).
           05  CF-CURRENCY-CODE        PIC X(3).
           05  CF-OFFICER-CODE         PIC X(2).
           05  CF-CREDIT-BALANCE       PIC S9(7)V99.
           05  CF-CREDIT-LIMIT         PIC S9(7)V99.
           05  CF-CREDIT-FLAG          PIC X.
           05  MJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  MJ-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  MJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  MJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  MJ-OFFICER-CODE         PIC X(2).

       WORKING-STORAGE SECTION.

           MOVE MJ-CREDIT-BALANCE TO CF-CREDIT-BALANCE.
           MOVE MJ-CREDIT-LIMIT TO CF-CREDIT-LIMIT.
           MOVE MJ-CREDIT-FLAG TO CF-CREDIT-FLAG.
           MOVE MJ-OFFICER-CODE TO CF-OFFICER-CODE.
           IF TARGET-WAS-FOUND
              REWRITE CUSTOMER-RECORD
           ELSE

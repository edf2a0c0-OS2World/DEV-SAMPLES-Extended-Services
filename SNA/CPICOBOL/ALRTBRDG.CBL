      *          ON THE MASTER GOES TO THE ALRTSUSP SUSPENSE      *
      *          FILE WITH THE RAW LOG RECORD PRESERVED.          *
      *          NON-ALERT LOG TRAFFIC IS PASSED OVER.            *
      *                                                           *
      * 1995-04 JCH  PENDING ACTIONS ARE WRITTEN IN THE WIDENED   *
      *              CUSTCTL LAYOUT CARRYING THE ACCOUNT OFFICER  *
      *              CODE, LEFT BLANK SO CUSTMNT KEEPS THE        *
      *              CUSTOMER'S OFFICER.                          *
      * 1995-04 JCH  LUATLOG RECORDS NOW CARRY THE ARRIVAL DATE   *
      *              AND TIME, MESSAGE KIND, AND CORRELATION TAG  *
      *              LUASAMP STAMPS ON THEM; THE LOG LAYOUT IS    *
      *              WIDENED TO MATCH.  THE SUSPENSE COPY STILL   *
      *              KEEPS THE ORIGINAL 266 BYTES.                *
      * 1995-04 JCH  EACH PENDING ACTION NOW CARRIES THE OPERATOR *
      *              ID CUSTMNT CHECKS AUTHORITY AGAINST, STAMPED *
      *              "ALRTBRDG".  THE OPERATOR AUTHORITY FILE     *
      *              MUST GRANT ALRTBRDG ACTION "C" ON CUSTMNT,   *
      *              AND NOTHING ELSE.                            *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
               10  CA-CUST-NUM         PIC X(4).
               10  FILLER              PIC X.
               10  CA-ALERT-DETAIL     PIC X(240).
           05  FILLER                  PIC X(2).
           05  TLR-RECV-DATE           PIC 9(6).
           05  FILLER                  PIC X.
           05  TLR-RECV-TIME           PIC 9(8).
           05  FILLER                  PIC X(2).
           05  TLR-MSG-KIND            PIC X.
           05  FILLER                  PIC X.
           05  TLR-CORR-SEQ            PIC X(4).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           05  MR-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X.
           05  MR-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  MR-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  MR-OFFICER-CODE         PIC X(2).

      ***************************************************************
      * ALERT-SUSPENSE-FILE PRESERVES EVERY ALERT THE BRIDGE COULD   *
      * BUILD THE "C" ACTION FROM THE MASTER'S OWN FIELDS SO ONLY    *
      * THE CREDIT FLAG CHANGES WHEN CUSTMNT APPLIES IT: "DG" DROPS  *
      * THE CUSTOMER TO THE RESTRICTED TIER, "CL" RESTORES THE       *
      * STANDARD TIER.  THE CURRENCY AND OFFICER CODE ARE LEFT       *
      * BLANK - CUSTMNT KEEPS THE CUSTOMER'S EXISTING BILLING        *
      * CURRENCY AND ACCOUNT OFFICER FOR A BLANK.                    *
      ***************************************************************
           MOVE SPACES TO PENDING-CONTROL-RECORD.
           MOVE "C" TO MR-ACTION-CODE.
              MOVE "1" TO MR-CREDIT-FLAG
           END-IF.
           MOVE SPACES TO MR-CURRENCY-CODE.
           MOVE SPACES TO MR-OFFICER-CODE.
           MOVE "ALRTBRDG" TO MR-OPERATOR-ID.
           WRITE PENDING-CONTROL-RECORD.
           ADD 1 TO BC-ACTIONS-WRITTEN.
           DISPLAY "ALRTBRDG PENDING ACTION FOR CUST-NUM "

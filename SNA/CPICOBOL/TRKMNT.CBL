      *          STATUS CARRIES AN EXPIRY DATE - AFTER IT THE     *
      *          HOLD LAPSES AND A PROMISE NOT KEPT SHOWS ON      *
      *          CREDRPT'S BROKEN-PROMISE REPORT.                 *
      *          TC-EXPIRY-DAYS MAY BE GIVEN IN PLACE OF THE      *
      *          EXPIRY DATE.                                     *
      *                                                           *
      * OUTPUT:  TRACKED-STATUS-FILE (TRKSTAT) IS MAINTAINED,     *
      *          AND A SUMMARY OF ACTIONS APPLIED AND REJECTED    *
      *          IS DISPLAYED.                                    *
      *                                                           *
      * 1995-04 JCH  EVERY CONTROL RECORD NOW NAMES THE OPERATOR  *
      *              (TC-OPERATOR-ID), AND EACH ACTION IS PASSED  *
      *              TO OPERCHK BEFORE IT IS APPLIED.  AN ACTION  *
      *              THE OPERATOR'S AUTHORITY PROFILE DOES NOT    *
      *              ALLOW IS REJECTED AND LOGGED TO SECVIOL.     *
      * 1995-04 JCH  THE EXPIRY MAY NOW BE GIVEN AS A NUMBER OF   *
      *              DAYS (TC-EXPIRY-DAYS) INSTEAD OF A DATE,     *
      *              COUNTED FROM THE PROMISE DATE (OR FROM TODAY *
      *              FOR A DISPUTE) BY CALADD - IN BUSINESS DAYS  *
      *              ON THE BUSCAL CALENDAR WHEN THE DAYPOLCY     *
      *              "PROMISE" POLICY SAYS SO.                    *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
           05  TC-DISPUTE-REF          PIC X(10).
           05  FILLER                  PIC X.
           05  TC-EXPIRY-DATE          PIC 9(6).
           05  FILLER                  PIC X.
           05  TC-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  TC-EXPIRY-DAYS          PIC 9(3).

       WORKING-STORAGE SECTION.

       01  SR-MS-ACTIONS-APPLIED      PIC ZZZZ9.
       01  SR-MS-ACTIONS-REJECTED     PIC ZZZZ9.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS APPLIED.        *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "TRKMNT  ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

      ***************************************************************
      * CALADD CALL ARGUMENTS - AN EXPIRY GIVEN AS A NUMBER OF DAYS  *
      * IS TURNED INTO A DATE UNDER THE "PROMISE" DAYPOLCY ENTRY.    *
      ***************************************************************
       01  CD-POLICY-NAME             PIC  X(8)   VALUE "PROMISE ".
       01  CD-FROM-DATE               PIC  9(6)   VALUE ZERO.
       01  CD-TO-DATE                 PIC  9(6)   VALUE ZERO.
       01  CD-DAY-COUNT               PIC S9(5)   VALUE ZERO.
       01  CD-RESULT                  PIC  X      VALUE SPACE.

       LINKAGE SECTION.

       EJECT
      ******************************************************************
      *
       PROCESS-CONTROL-RECORDS.
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           EVALUATE TC-ACTION-CODE
             WHEN "A"
               PERFORM ADD-TRACKED-STATUS
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
      * MAY TAKE THIS ACTION IN TRKMNT.  A REFUSAL COMES BACK WITH   *
      * ITS REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.           *
      ***************************************************************
           MOVE TC-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE TC-ACTION-CODE TO OC-ACTION-CODE.
           MOVE TC-CUST-NUM TO OC-KEY-VALUE.
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
       ADD-TRACKED-STATUS.
      ***************************************************************
      * A PROMISE MUST CARRY ITS PROMISE DATE; A DISPUTE MUST CARRY  *
      * ITS REFERENCE; AND EVERY STATUS NEEDS A NUMERIC, NONZERO     *
      * EXPIRY DATE - AN OPEN-ENDED HOLD WOULD SILENCE THE FEE AND   *
      * AGING MACHINERY FOREVER.  AN EXPIRY GIVEN AS DAYS INSTEAD IS *
      * TURNED INTO THE DATE HERE.                                   *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING DISPUTE REFERENCE" TO REJECT-REASON
           END-IF.
           IF (TC-EXPIRY-DATE NOT NUMERIC OR TC-EXPIRY-DATE = ZERO)
              AND TC-EXPIRY-DAYS NUMERIC AND TC-EXPIRY-DAYS > ZERO
              AND ACTION-IS-VALID
              PERFORM COMPUTE-EXPIRY-DATE
                 THRU COMPUTE-EXPIRY-DATE-EXIT
           END-IF.
           IF TC-EXPIRY-DATE NOT NUMERIC OR TC-EXPIRY-DATE = ZERO
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING EXPIRY DATE" TO REJECT-REASON
           END-IF.
       VALIDATE-TRACKING-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       COMPUTE-EXPIRY-DATE.
      ***************************************************************
      * A PROMISE EXPIRES THE GIVEN NUMBER OF DAYS AFTER THE DATE   *
      * PROMISED; A DISPUTE THAT MANY DAYS AFTER IT IS ENTERED.     *
      * CALADD COUNTS BUSINESS OR CALENDAR DAYS AS THE POLICY SAYS. *
      ***************************************************************
           IF TC-STATUS-TYPE = "P"
              MOVE TC-PROMISE-DATE TO CD-FROM-DATE
           ELSE
              MOVE ENTERED-DATE-TODAY TO CD-FROM-DATE
           END-IF.
           MOVE TC-EXPIRY-DAYS TO CD-DAY-COUNT.
           MOVE ZERO TO CD-TO-DATE.
           CALL "CALADD" USING CD-POLICY-NAME
                               CD-FROM-DATE
                               CD-TO-DATE
                               CD-DAY-COUNT
                               CD-RESULT.
           MOVE CD-TO-DATE TO TC-EXPIRY-DATE.
       COMPUTE-EXPIRY-DATE-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-STATUS-RECORD.
           MOVE SPACES             TO TRACKED-STATUS-RECORD.

      *          TOUCHED, THE WAY CUSTJRNL DOES FOR THE MASTER,   *
      *          AND A SUMMARY OF ACTIONS APPLIED AND REJECTED    *
      *          IS DISPLAYED.                                    *
      *                                                           *
      * 1995-04 JCH  EACH JOURNAL IMAGE NOW ALSO CARRIES THE TIME *
      *              OF DAY, THE PROGRAM, AND THE OPERATOR, FOR   *
      *              THE CHGRPT FIELD-LEVEL CHANGE REPORT.        *
      * 1995-04 JCH  EVERY CONTROL RECORD NOW NAMES THE OPERATOR  *
      *              (AR-OPERATOR-ID), AND EACH ACTION IS PASSED  *
      *              TO OPERCHK BEFORE IT IS APPLIED.  AN ACTION  *
      *              THE OPERATOR'S AUTHORITY PROFILE DOES NOT    *
      *              ALLOW IS REJECTED AND LOGGED TO SECVIOL.     *
      * 1995-04 JCH  A CHANGE THAT ALTERS THE MAILING ADDRESS     *
      *              CLEARS THE RETURNED-MAIL FLAG RTNMAIL SETS,  *
      *              RELEASING HELD STATEMENTS AND LETTERS; A     *
      *              CHANGE THAT LEAVES THE ADDRESS AS IT WAS     *
      *              KEEPS THE FLAG.  CUSTADDR AND THE ADDRJRNL   *
      *              IMAGE GREW BY 15 BYTES FOR THE FLAG.         *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
           05  AD-POSTAL-CODE          PIC X(10).
           05  AD-DELIVERY-PREF        PIC X.
               88  AD-DELIVER-BY-HOST             VALUE "H".
           05  AD-RETURNED-MAIL        PIC X.
               88  AD-MAIL-RETURNED               VALUE "Y".
           05  AD-RETURNED-DATE        PIC 9(6).
           05  AD-RETURNED-DOC         PIC X(8).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           05  AR-POSTAL-CODE          PIC X(10).
           05  FILLER                  PIC X.
           05  AR-DELIVERY-PREF        PIC X.
           05  FILLER                  PIC X.
           05  AR-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * ADDRESS-JOURNAL-FILE IS THE BEFORE/AFTER AUDIT TRAIL OF      *
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AJ-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AJ-RECORD-IMAGE         PIC X(146).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AJ-OPERATOR-ID          PIC X(8).

       WORKING-STORAGE SECTION.


       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

      **********************************************************
      * THE RETURNED-MAIL FLAG OF THE ADDRESS BEING CHANGED,   *
      * KEPT ACROSS THE REBUILD WHEN THE ADDRESS ITSELF DOES   *
      * NOT CHANGE.                                            *
      **********************************************************
       01  ADDRESS-CHANGED-SWITCH     PIC  X      VALUE "N".
           88  MAILING-ADDRESS-CHANGED            VALUE "Y".

       01  SAVED-RETURNED-MAIL        PIC  X      VALUE SPACE.
           88  SAVED-MAIL-RETURNED                VALUE "Y".
       01  SAVED-RETURNED-DATE        PIC  9(6)   VALUE ZERO.
       01  SAVED-RETURNED-DOC         PIC  X(8)   VALUE SPACES.

       01  JOURNAL-LOG-DATE           PIC  9(6)   VALUE ZERO.

       01  MAINTENANCE-SUMMARY-COUNTERS.
           05  MS-ACTIONS-APPLIED     PIC 9(5)    VALUE ZERO.
           05  MS-ACTIONS-REJECTED    PIC 9(5)    VALUE ZERO.
           05  MS-RETURNS-CLEARED     PIC 9(5)    VALUE ZERO.

       01  SR-MS-ACTIONS-APPLIED      PIC ZZZZ9.
       01  SR-MS-ACTIONS-REJECTED     PIC ZZZZ9.
       01  SR-MS-RETURNS-CLEARED      PIC ZZZZ9.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS APPLIED.        *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "ADDRMNT ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

       LINKAGE SECTION.

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
           EVALUATE AR-ACTION-CODE
             WHEN "A"
               PERFORM ADD-ADDRESS
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
      * MAY TAKE THIS ACTION IN ADDRMNT.  A REFUSAL COMES BACK WITH  *
      * ITS REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.           *
      ***************************************************************
           MOVE AR-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE AR-ACTION-CODE TO OC-ACTION-CODE.
           MOVE AR-CUST-NUM TO OC-KEY-VALUE.
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
       ADD-ADDRESS.
      ***************************************************************
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.

      ***************************************************************
      * MAIL RETURNED FROM THE OLD ADDRESS SAYS NOTHING ABOUT THE   *
      * NEW ONE, SO A CHANGED MAILING ADDRESS CLEARS THE            *
      * RETURNED-MAIL FLAG.  A CHANGE TO THE NAME OR DELIVERY       *
      * PREFERENCE ALONE LEAVES IT SET.                             *
      ***************************************************************
           MOVE "N" TO ADDRESS-CHANGED-SWITCH.
           IF AR-ADDR-LINE-1 NOT = AD-ADDR-LINE-1
              OR AR-ADDR-LINE-2 NOT = AD-ADDR-LINE-2
              OR AR-CITY NOT = AD-CITY
              OR AR-REGION NOT = AD-REGION
              OR AR-POSTAL-CODE NOT = AD-POSTAL-CODE
              SET MAILING-ADDRESS-CHANGED TO TRUE
           END-IF.
           MOVE AD-RETURNED-MAIL TO SAVED-RETURNED-MAIL.
           MOVE AD-RETURNED-DATE TO SAVED-RETURNED-DATE.
           MOVE AD-RETURNED-DOC TO SAVED-RETURNED-DOC.

           PERFORM BUILD-ADDRESS-RECORD
              THRU BUILD-ADDRESS-RECORD-EXIT.
           IF SAVED-MAIL-RETURNED
              IF MAILING-ADDRESS-CHANGED
                 ADD 1 TO MS-RETURNS-CLEARED
                 DISPLAY "ADDRMNT RETURNED-MAIL FLAG CLEARED FOR "
                         "CUST-NUM " AR-CUST-NUM
              ELSE
                 MOVE SAVED-RETURNED-MAIL TO AD-RETURNED-MAIL
                 MOVE SAVED-RETURNED-DATE TO AD-RETURNED-DATE
                 MOVE SAVED-RETURNED-DOC TO AD-RETURNED-DOC
              END-IF
           END-IF.
           REWRITE CUSTOMER-ADDRESS-RECORD.
           MOVE "AFTER" TO AJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
           ELSE
              MOVE AR-DELIVERY-PREF TO AD-DELIVERY-PREF
           END-IF.
           MOVE "N"                TO AD-RETURNED-MAIL.
           MOVE ZERO               TO AD-RETURNED-DATE.
       BUILD-ADDRESS-RECORD-EXIT. EXIT.
      *****************************************************************
      *
           MOVE AR-ACTION-CODE     TO AJ-ACTION-CODE.
           MOVE SPACES             TO AJ-RECORD-IMAGE.
           MOVE CUSTOMER-ADDRESS-RECORD TO AJ-RECORD-IMAGE.
           ACCEPT AJ-LOG-TIME FROM TIME.
           MOVE "ADDRMNT"          TO AJ-PROGRAM-NAME.
           MOVE AR-OPERATOR-ID     TO AJ-OPERATOR-ID.
           WRITE ADDRESS-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      ***********************************************
           MOVE MS-ACTIONS-APPLIED TO SR-MS-ACTIONS-APPLIED.
           MOVE MS-ACTIONS-REJECTED TO SR-MS-ACTIONS-REJECTED.
           MOVE MS-RETURNS-CLEARED TO SR-MS-RETURNS-CLEARED.
           DISPLAY " ".
           DISPLAY "ADDRMNT ADDRESS MAINTENANCE SUMMARY".
           DISPLAY "ACTIONS APPLIED ............ "
                   SR-MS-ACTIONS-APPLIED.
           DISPLAY "ACTIONS REJECTED ........... "
                   SR-MS-ACTIONS-REJECTED.
           DISPLAY "RETURNED-MAIL FLAGS CLEARED  "
                   SR-MS-RETURNS-CLEARED.
           IF ADDRESS-FILE-IS-OPEN
              CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

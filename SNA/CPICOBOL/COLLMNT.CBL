       IDENTIFICATION DIVISION.
       PROGRAM-ID.        COLLMNT.
      *************************************************************
      * THIS IS THE COLLMNT PROGRAM THAT MAINTAINS THE COLLATERAL *
      * REGISTER - LETTERS OF CREDIT, CASH DEPOSITS, AND PARENT   *
      * GUARANTEES HELD AGAINST A CUSTOMER'S ACCOUNT - SO CREDRPT *
      * CAN COUNT SECURED EXPOSURE AS THE SMALLER RISK IT IS.     *
      *                                                           *
      * PURPOSE: APPLY ADD/CHANGE/DELETE ACTIONS TO THE INDEXED   *
      *          COLLATERAL-FILE, ONE ACTION PER RECORD OF THE    *
      *          COLLATERAL CONTROL FILE, IN THE CUSTMNT CONTROL- *
      *          FILE STYLE.  EACH ITEM IS KEYED BY CUST-NUM AND  *
      *          THE DOCUMENT REFERENCE (THE LETTER OF CREDIT OR  *
      *          GUARANTEE NUMBER, OR THE DEPOSIT RECEIPT), SO A  *
      *          CUSTOMER MAY HOLD ANY NUMBER OF ITEMS.  EVERY    *
      *          ITEM CARRIES ITS TYPE, AMOUNT, CURRENCY (BLANK   *
      *          IS BASE CURRENCY), AND EXPIRY DATE; ONLY A CASH  *
      *          DEPOSIT MAY BE HELD WITH NO EXPIRY (ZERO).  AN   *
      *          ADD IS ONLY ACCEPTED FOR A CUST-NUM THAT EXISTS  *
      *          ON THE CUSTOMER MASTER.                          *
      *                                                           *
      * INPUT:   COLLATERAL CONTROL FILE (COLLCTL), ONE RECORD    *
      *          PER ACTION.  CC-ACTION-CODE SELECTS THE ACTION:  *
      *             "A"  ADD A NEW COLLATERAL ITEM                *
      *             "C"  CHANGE AN EXISTING COLLATERAL ITEM       *
      *             "D"  DELETE (RELEASE) THE NAMED ITEM          *
      *          CC-COLL-TYPE "L" IS A LETTER OF CREDIT, "D" A    *
      *          CASH DEPOSIT, "G" A PARENT GUARANTEE.            *
      *          CUSTOMER-FILE (CUSTFILE) IS READ TO VERIFY ADDS. *
      *                                                           *
      * OUTPUT:  COLLATERAL-FILE (COLLREG) IS MAINTAINED.         *
      *          COLLATERAL-JOURNAL-FILE (COLLJRNL) RECEIVES A    *
      *          BEFORE AND/OR AFTER IMAGE OF EVERY ITEM TOUCHED, *
      *          THE WAY CUSTJRNL DOES FOR THE MASTER, AND A      *
      *          SUMMARY OF ACTIONS APPLIED AND REJECTED IS       *
      *          DISPLAYED.                                       *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE    ASSIGN TO "COLLREG"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CL-COLL-KEY
               FILE STATUS    IS CLF-FILE-STATUS.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT COLLATERAL-CONTROL-FILE ASSIGN TO "COLLCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CCF-FILE-STATUS.
           SELECT COLLATERAL-JOURNAL-FILE ASSIGN TO "COLLJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CJF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * COLLATERAL-FILE HOLDS ONE RECORD PER COLLATERAL ITEM, KEYED  *
      * BY CUST-NUM THEN DOCUMENT REFERENCE SO A CUSTOMER'S ITEMS    *
      * READ TOGETHER.  THE AMOUNT IS IN THE ITEM'S OWN CURRENCY.    *
      ***************************************************************
       FD  COLLATERAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLLATERAL-RECORD.
           05  CL-COLL-KEY.
               10  CL-CUST-NUM         PIC X(4).
               10  CL-COLL-REF         PIC X(10).
           05  CL-COLL-TYPE            PIC X.
               88  CL-TYPE-LETTER-OF-CREDIT       VALUE "L".
               88  CL-TYPE-DEPOSIT                VALUE "D".
               88  CL-TYPE-GUARANTEE              VALUE "G".
           05  CL-AMOUNT               PIC S9(7)V99.
           05  CL-CURRENCY-CODE        PIC X(3).
           05  CL-EXPIRY-DATE          PIC 9(6).
           05  CL-ENTERED-DATE         PIC 9(6).
           05  CL-OPERATOR-ID          PIC X(8).

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
      * COLLATERAL-CONTROL-FILE DRIVES THE RUN, ONE RECORD PER ITEM  *
      * TO ADD, CHANGE, OR DELETE, IN THE STYLE OF THE CUSTMNT       *
      * CONTROL FILE.  THE AMOUNT IS UNSIGNED WITH TWO ASSUMED       *
      * DECIMAL PLACES.                                              *
      ***************************************************************
       FD  COLLATERAL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLLATERAL-CONTROL-RECORD.
           05  CC-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  CC-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  CC-COLL-REF             PIC X(10).
           05  FILLER                  PIC X.
           05  CC-COLL-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  CC-AMOUNT               PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  CC-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X.
           05  CC-EXPIRY-DATE          PIC 9(6).
           05  FILLER                  PIC X.
           05  CC-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * COLLATERAL-JOURNAL-FILE IS THE BEFORE/AFTER AUDIT TRAIL OF   *
      * EVERY ITEM COLLMNT TOUCHES: ONE "BEFORE" IMAGE FOR CHANGES   *
      * AND DELETES, ONE "AFTER" IMAGE FOR ADDS AND CHANGES.         *
      ***************************************************************
       FD  COLLATERAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLLATERAL-JOURNAL-RECORD.
           05  CJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CJ-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CJ-RECORD-IMAGE         PIC X(47).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CJ-OPERATOR-ID          PIC X(8).

       WORKING-STORAGE SECTION.

       01  CLF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CLF-FILE-OK                        VALUE "00".
           88  CLF-FILE-NOT-FOUND                 VALUE "35".

       01  COLLATERAL-FILE-SWITCH     PIC  X      VALUE "N".
           88  COLLATERAL-FILE-IS-OPEN            VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  CCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CCF-FILE-OK                        VALUE "00".

       01  CONTROL-FILE-SWITCH        PIC  X      VALUE "N".
           88  CONTROL-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-CONTROL-FILE-SWITCH PIC  X      VALUE "N".
           88  END-OF-CONTROL-FILE                VALUE "Y".

       01  CJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CJF-FILE-OK                        VALUE "00".
           88  CJF-FILE-NOT-FOUND                 VALUE "35".

       01  JOURNAL-FILE-SWITCH        PIC  X      VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  ACTION-VALID-SWITCH        PIC  X      VALUE "Y".
           88  ACTION-IS-VALID                    VALUE "Y".

       01  CUSTOMER-EXISTS-SWITCH     PIC  X      VALUE "N".
           88  CUSTOMER-EXISTS                    VALUE "Y".

       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

       01  JOURNAL-LOG-DATE           PIC  9(6)   VALUE ZERO.

       01  MAINTENANCE-SUMMARY-COUNTERS.
           05  MS-ACTIONS-APPLIED     PIC 9(5)    VALUE ZERO.
           05  MS-ACTIONS-REJECTED    PIC 9(5)    VALUE ZERO.

       01  SR-MS-ACTIONS-APPLIED      PIC ZZZZ9.
       01  SR-MS-ACTIONS-REJECTED     PIC ZZZZ9.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS APPLIED.        *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "COLLMNT ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           ACCEPT JOURNAL-LOG-DATE FROM DATE.
           PERFORM OPEN-COLLATERAL-FILE
              THRU OPEN-COLLATERAL-FILE-EXIT.
           PERFORM OPEN-CUSTOMER-FILE
              THRU OPEN-CUSTOMER-FILE-EXIT.
           PERFORM OPEN-CONTROL-FILE
              THRU OPEN-CONTROL-FILE-EXIT.
           PERFORM OPEN-JOURNAL-FILE
              THRU OPEN-JOURNAL-FILE-EXIT.
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
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           EVALUATE CC-ACTION-CODE
             WHEN "A"
               PERFORM ADD-COLLATERAL
                  THRU ADD-COLLATERAL-EXIT
             WHEN "C"
               PERFORM CHANGE-COLLATERAL
                  THRU CHANGE-COLLATERAL-EXIT
             WHEN "D"
               PERFORM DELETE-COLLATERAL
                  THRU DELETE-COLLATERAL-EXIT
             WHEN OTHER
               MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
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
      * MAY TAKE THIS ACTION IN COLLMNT.  A REFUSAL COMES BACK WITH  *
      * ITS REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.           *
      ***************************************************************
           MOVE CC-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE CC-ACTION-CODE TO OC-ACTION-CODE.
           MOVE CC-CUST-NUM TO OC-KEY-VALUE.
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
       ADD-COLLATERAL.
      ***************************************************************
      * VALIDATE THE INCOMING FIELDS AND PROVE THE CUSTOMER EXISTS  *
      * ON THE MASTER, THEN WRITE THE NEW ITEM.  A REFERENCE        *
      * ALREADY ON FILE FOR THE CUSTOMER IS REJECTED RATHER THAN    *
      * OVERWRITTEN.                                                *
      ***************************************************************
           PERFORM VALIDATE-COLLATERAL-FIELDS
              THRU VALIDATE-COLLATERAL-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-COLLATERAL-EXIT
           END-IF.

           PERFORM CHECK-CUSTOMER-EXISTS
              THRU CHECK-CUSTOMER-EXISTS-EXIT.
           IF NOT CUSTOMER-EXISTS
              MOVE "CUST-NUM NOT ON MASTER" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-COLLATERAL-EXIT
           END-IF.

           PERFORM BUILD-COLLATERAL-RECORD
              THRU BUILD-COLLATERAL-RECORD-EXIT.
           WRITE COLLATERAL-RECORD
               INVALID KEY
                  MOVE "COLLATERAL ALREADY ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
               NOT INVALID KEY
                  MOVE "AFTER" TO CJ-IMAGE-TYPE
                  PERFORM WRITE-JOURNAL-RECORD
                     THRU WRITE-JOURNAL-RECORD-EXIT
                  ADD 1 TO MS-ACTIONS-APPLIED
           END-WRITE.
       ADD-COLLATERAL-EXIT. EXIT.
      *****************************************************************
      *
       CHANGE-COLLATERAL.
           PERFORM VALIDATE-COLLATERAL-FIELDS
              THRU VALIDATE-COLLATERAL-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO CHANGE-COLLATERAL-EXIT
           END-IF.

           MOVE CC-CUST-NUM TO CL-CUST-NUM.
           MOVE CC-COLL-REF TO CL-COLL-REF.
           READ COLLATERAL-FILE
               INVALID KEY
                  MOVE "COLLATERAL NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO CHANGE-COLLATERAL-EXIT
           END-READ.

           MOVE "BEFORE" TO CJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.

           PERFORM BUILD-COLLATERAL-RECORD
              THRU BUILD-COLLATERAL-RECORD-EXIT.
           REWRITE COLLATERAL-RECORD.
           MOVE "AFTER" TO CJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD 1 TO MS-ACTIONS-APPLIED.
       CHANGE-COLLATERAL-EXIT. EXIT.
      *****************************************************************
      *
       DELETE-COLLATERAL.
      ***************************************************************
      * A RELEASED OR RETURNED ITEM IS DELETED OUTRIGHT; THE BEFORE  *
      * IMAGE ON THE JOURNAL IS ITS RECORD.  AN ITEM LEFT TO EXPIRE  *
      * NEED NOT BE DELETED - CREDRPT STOPS COUNTING IT THE DAY      *
      * AFTER ITS EXPIRY DATE.                                       *
      ***************************************************************
           IF CC-CUST-NUM = SPACES OR CC-CUST-NUM = LOW-VALUES
              MOVE "MISSING CUST-NUM" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-COLLATERAL-EXIT
           END-IF.

           MOVE CC-CUST-NUM TO CL-CUST-NUM.
           MOVE CC-COLL-REF TO CL-COLL-REF.
           READ COLLATERAL-FILE
               INVALID KEY
                  MOVE "COLLATERAL NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO DELETE-COLLATERAL-EXIT
           END-READ.

           MOVE "BEFORE" TO CJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           DELETE COLLATERAL-FILE.
           ADD 1 TO MS-ACTIONS-APPLIED.
       DELETE-COLLATERAL-EXIT. EXIT.
      *****************************************************************
      *
       VALIDATE-COLLATERAL-FIELDS.
      ***************************************************************
      * AN ITEM NEEDS A CUST-NUM, A REFERENCE, A KNOWN TYPE, AND A   *
      * POSITIVE NUMERIC AMOUNT.  ITS EXPIRY MUST BE NUMERIC AND NOT *
      * ALREADY PAST; ONLY A CASH DEPOSIT MAY CARRY NONE (ZERO) -    *
      * AN OPEN-ENDED LETTER OR GUARANTEE WOULD OFFSET EXPOSURE LONG *
      * AFTER THE BANK OR THE PARENT HAD STOPPED STANDING BEHIND IT. *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF CC-CUST-NUM = SPACES OR CC-CUST-NUM = LOW-VALUES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING CUST-NUM" TO REJECT-REASON
           END-IF.
           IF CC-COLL-REF = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING DOCUMENT REFERENCE" TO REJECT-REASON
           END-IF.
           IF CC-COLL-TYPE NOT = "L" AND CC-COLL-TYPE NOT = "D"
              AND CC-COLL-TYPE NOT = "G"
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID COLLATERAL TYPE" TO REJECT-REASON
           END-IF.
           IF CC-AMOUNT NOT NUMERIC
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "NON-NUMERIC AMOUNT" TO REJECT-REASON
           ELSE
              IF CC-AMOUNT NOT > ZERO
                 MOVE "N" TO ACTION-VALID-SWITCH
                 MOVE "INVALID AMOUNT" TO REJECT-REASON
              END-IF
           END-IF.
           IF CC-EXPIRY-DATE NOT NUMERIC
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "NON-NUMERIC EXPIRY DATE" TO REJECT-REASON
              GO TO VALIDATE-COLLATERAL-FIELDS-EXIT
           END-IF.
           IF CC-EXPIRY-DATE = ZERO AND CC-COLL-TYPE NOT = "D"
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING EXPIRY DATE" TO REJECT-REASON
           END-IF.
           IF CC-EXPIRY-DATE NOT = ZERO
              AND CC-EXPIRY-DATE < JOURNAL-LOG-DATE
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "EXPIRY DATE ALREADY PASSED" TO REJECT-REASON
           END-IF.
       VALIDATE-COLLATERAL-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-CUSTOMER-EXISTS.
           MOVE "N" TO CUSTOMER-EXISTS-SWITCH.
           IF NOT CUSTOMER-FILE-IS-OPEN
              GO TO CHECK-CUSTOMER-EXISTS-EXIT
           END-IF.
           MOVE CC-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET CUSTOMER-EXISTS TO TRUE
           END-READ.
       CHECK-CUSTOMER-EXISTS-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-COLLATERAL-RECORD.
           MOVE SPACES             TO COLLATERAL-RECORD.
           MOVE CC-CUST-NUM        TO CL-CUST-NUM.
           MOVE CC-COLL-REF        TO CL-COLL-REF.
           MOVE CC-COLL-TYPE       TO CL-COLL-TYPE.
           MOVE CC-AMOUNT          TO CL-AMOUNT.
           MOVE CC-CURRENCY-CODE   TO CL-CURRENCY-CODE.
           MOVE CC-EXPIRY-DATE     TO CL-EXPIRY-DATE.
           MOVE JOURNAL-LOG-DATE   TO CL-ENTERED-DATE.
           MOVE CC-OPERATOR-ID     TO CL-OPERATOR-ID.
       BUILD-COLLATERAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE COLLATERAL RECORD AS *
      * IT STANDS RIGHT NOW.  CJ-IMAGE-TYPE IS SET BY THE CALLER.    *
      ***************************************************************
           MOVE JOURNAL-LOG-DATE   TO CJ-LOG-DATE.
           MOVE CC-ACTION-CODE     TO CJ-ACTION-CODE.
           MOVE SPACES             TO CJ-RECORD-IMAGE.
           MOVE COLLATERAL-RECORD  TO CJ-RECORD-IMAGE.
           ACCEPT CJ-LOG-TIME FROM TIME.
           MOVE "COLLMNT"          TO CJ-PROGRAM-NAME.
           MOVE CC-OPERATOR-ID     TO CJ-OPERATOR-ID.
           WRITE COLLATERAL-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       REJECT-ACTION.
           ADD 1 TO MS-ACTIONS-REJECTED.
           DISPLAY "COLLMNT REJECTED ACTION " CC-ACTION-CODE
                   " CUST-NUM " CC-CUST-NUM
                   " REF " CC-COLL-REF
                   " - " REJECT-REASON.
       REJECT-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-COLLATERAL-FILE.
      ***************************************************************
      * OPEN THE COLLATERAL REGISTER I-O, CREATING IT THE FIRST TIME *
      * IT DOES NOT EXIST, THE WAY CUSTMNT CREATES THE MASTER.       *
      ***************************************************************
           OPEN I-O COLLATERAL-FILE.
           IF CLF-FILE-NOT-FOUND
              OPEN OUTPUT COLLATERAL-FILE
              CLOSE COLLATERAL-FILE
              OPEN I-O COLLATERAL-FILE
           END-IF.
           IF CLF-FILE-OK
              SET COLLATERAL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "COLLMNT: COLLATERAL FILE OPEN FAILED, STATUS="
                      CLF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-COLLATERAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CUSTOMER-FILE.
      ***************************************************************
      * THE MASTER IS READ ONLY TO VERIFY ADDS.  WITHOUT IT EVERY    *
      * ADD IS REFUSED; CHANGES AND DELETES STILL APPLY.             *
      ***************************************************************
           OPEN INPUT CUSTOMER-FILE.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "COLLMNT: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
                      " - ADDS WILL BE REFUSED"
           END-IF.
       OPEN-CUSTOMER-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CONTROL-FILE.
           OPEN INPUT COLLATERAL-CONTROL-FILE.
           IF CCF-FILE-OK
              SET CONTROL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "COLLMNT: CONTROL FILE OPEN FAILED, STATUS="
                      CCF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-CONTROL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-JOURNAL-FILE.
      ***************************************************************
      * APPEND TO THE COLLATERAL JOURNAL ACROSS RUNS SO THE AUDIT    *
      * TRAIL IS NEVER TRUNCATED BY A SECOND RUN THE SAME DAY.       *
      ***************************************************************
           OPEN EXTEND COLLATERAL-JOURNAL-FILE.
           IF CJF-FILE-NOT-FOUND
              OPEN OUTPUT COLLATERAL-JOURNAL-FILE
           END-IF.
           SET JOURNAL-FILE-IS-OPEN TO TRUE.
       OPEN-JOURNAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
              READ COLLATERAL-CONTROL-FILE
                  AT END
                      SET END-OF-CONTROL-FILE TO TRUE
              END-READ
           END-IF.
       READ-CONTROL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY MAINTENANCE SUMMARY AND CLOSE FILES *
      ***********************************************
           MOVE MS-ACTIONS-APPLIED TO SR-MS-ACTIONS-APPLIED.
           MOVE MS-ACTIONS-REJECTED TO SR-MS-ACTIONS-REJECTED.
           DISPLAY " ".
           DISPLAY "COLLMNT COLLATERAL MAINTENANCE SUMMARY".
           DISPLAY "ACTIONS APPLIED ............ "
                   SR-MS-ACTIONS-APPLIED.
           DISPLAY "ACTIONS REJECTED ........... "
                   SR-MS-ACTIONS-REJECTED.
           IF COLLATERAL-FILE-IS-OPEN
              CLOSE COLLATERAL-FILE
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF CONTROL-FILE-IS-OPEN
              CLOSE COLLATERAL-CONTROL-FILE
           END-IF.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE COLLATERAL-JOURNAL-FILE
           END-IF.
           DISPLAY "PROGRAM: COLLMNT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

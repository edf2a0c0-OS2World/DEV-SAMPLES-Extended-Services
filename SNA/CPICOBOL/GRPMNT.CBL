       IDENTIFICATION DIVISION.
       PROGRAM-ID.        GRPMNT.
      *************************************************************
      * THIS IS THE GRPMNT PROGRAM THAT MAINTAINS THE CUSTOMER    *
      * GROUP MASTER CREDRPT JUDGES CORPORATE FAMILY EXPOSURE     *
      * FROM, SO SUBSIDIARIES OF ONE PARENT ARE LENT TO AS THE    *
      * ONE RISK THEY ARE.                                        *
      *                                                           *
      * PURPOSE: APPLY ADD/CHANGE/DELETE ACTIONS TO THE INDEXED   *
      *          CUSTOMER-GROUP-FILE, ONE ACTION PER RECORD OF    *
      *          THE GROUP CONTROL FILE, IN THE CUSTMNT CONTROL-  *
      *          FILE STYLE.  A CONTROL RECORD WITH A BLANK       *
      *          MEMBER CUST-NUM MAINTAINS THE GROUP ITSELF (ITS  *
      *          PARENT, NAME, AND BASE-CURRENCY GROUP LIMIT);    *
      *          ONE NAMING A MEMBER JOINS THAT CUSTOMER TO THE   *
      *          GROUP (ACTION "A") OR TAKES IT OUT (ACTION "D"). *
      *          PARENTS AND MEMBERS MUST EXIST ON THE CUSTOMER   *
      *          MASTER, A CUSTOMER BELONGS TO ONE GROUP AT MOST, *
      *          AND A GROUP IS ONLY DELETED ONCE IT IS EMPTY.    *
      *          THE PARENT COUNTS TOWARD THE GROUP'S EXPOSURE    *
      *          ONLY WHEN IT IS ALSO JOINED AS A MEMBER.         *
      *                                                           *
      * INPUT:   GROUP CONTROL FILE (GRPCTL), ONE RECORD PER      *
      *          ACTION.  GC-ACTION-CODE SELECTS THE ACTION:      *
      *             "A"  ADD A GROUP, OR JOIN A MEMBER            *
      *             "C"  CHANGE A GROUP                           *
      *             "D"  DELETE A GROUP, OR REMOVE A MEMBER       *
      *          GC-OPERATOR-ID NAMES WHO ASKED FOR THE ACTION,   *
      *          WHICH OPERCHK MUST AUTHORIZE BEFORE IT IS MADE.  *
      *          CUSTOMER-FILE (CUSTFILE) IS READ TO VERIFY       *
      *          PARENTS AND MEMBERS.                             *
      *                                                           *
      * OUTPUT:  CUSTOMER-GROUP-FILE (CUSTGRP) IS MAINTAINED.     *
      *          GROUP-JOURNAL-FILE (GRPJRNL) RECEIVES A BEFORE   *
      *          AND/OR AFTER IMAGE OF EVERY GROUP RECORD         *
      *          TOUCHED, THE WAY CUSTJRNL DOES FOR THE MASTER,   *
      *          AND A SUMMARY OF ACTIONS APPLIED AND REJECTED    *
      *          IS DISPLAYED.                                    *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-GROUP-FILE ASSIGN TO "CUSTGRP"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS GR-GROUP-KEY
               FILE STATUS    IS GRF-FILE-STATUS.
           SELECT CUSTOMER-FILE      ASSIGN TO "CUSTFILE"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS CF-CUST-NUM
               FILE STATUS    IS CF-FILE-STATUS.
           SELECT GROUP-CONTROL-FILE ASSIGN TO "GRPCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS GCF-FILE-STATUS.
           SELECT GROUP-JOURNAL-FILE ASSIGN TO "GRPJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS GJF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * CUSTOMER-GROUP-FILE HOLDS, PER GROUP, ONE HEADER RECORD      *
      * (MEMBER CUST-NUM BLANK, SO IT SORTS AHEAD OF ITS MEMBERS)    *
      * CARRYING THE PARENT, NAME, AND GROUP LIMIT, FOLLOWED BY ONE  *
      * RECORD PER MEMBER CUST-NUM.  THE GROUP LIMIT IS IN BASE      *
      * CURRENCY.                                                    *
      ***************************************************************
       FD  CUSTOMER-GROUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-GROUP-RECORD.
           05  GR-GROUP-KEY.
               10  GR-GROUP-ID         PIC X(6).
               10  GR-MEMBER-CUST-NUM  PIC X(4).
           05  GR-RECORD-TYPE          PIC X.
               88  GR-GROUP-HEADER                VALUE "G".
               88  GR-GROUP-MEMBER                VALUE "M".
           05  GR-PARENT-CUST-NUM      PIC X(4).
           05  GR-GROUP-NAME           PIC X(20).
           05  GR-GROUP-LIMIT          PIC S9(9)V99.

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
      * GROUP-CONTROL-FILE DRIVES THE RUN, ONE RECORD PER GROUP OR   *
      * MEMBERSHIP TO ADD, CHANGE, OR DELETE, IN THE STYLE OF THE    *
      * CUSTMNT CONTROL FILE.  THE LIMIT IS UNSIGNED WITH TWO        *
      * ASSUMED DECIMAL PLACES.  THE OPERATOR ID IS CHECKED BY       *
      * OPERCHK BEFORE THE ACTION IS TAKEN.                          *
      ***************************************************************
       FD  GROUP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROUP-CONTROL-RECORD.
           05  GC-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  GC-GROUP-ID             PIC X(6).
           05  FILLER                  PIC X.
           05  GC-MEMBER-CUST-NUM      PIC X(4).
           05  FILLER                  PIC X.
           05  GC-PARENT-CUST-NUM      PIC X(4).
           05  FILLER                  PIC X.
           05  GC-GROUP-NAME           PIC X(20).
           05  FILLER                  PIC X.
           05  GC-GROUP-LIMIT          PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  GC-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * GROUP-JOURNAL-FILE IS THE BEFORE/AFTER AUDIT TRAIL OF EVERY  *
      * GROUP RECORD GRPMNT TOUCHES: ONE "BEFORE" IMAGE FOR CHANGES  *
      * AND DELETES, ONE "AFTER" IMAGE FOR ADDS AND CHANGES.         *
      ***************************************************************
       FD  GROUP-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GROUP-JOURNAL-RECORD.
           05  GJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GJ-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GJ-RECORD-IMAGE         PIC X(46).

       WORKING-STORAGE SECTION.

       01  GRF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  GRF-FILE-OK                        VALUE "00".
           88  GRF-FILE-NOT-FOUND                 VALUE "35".

       01  GROUP-FILE-SWITCH          PIC  X      VALUE "N".
           88  GROUP-FILE-IS-OPEN                 VALUE "Y".

       01  CF-FILE-STATUS             PIC  X(2)   VALUE SPACES.
           88  CF-FILE-OK                         VALUE "00".

       01  CUSTOMER-FILE-SWITCH       PIC  X      VALUE "N".
           88  CUSTOMER-FILE-IS-OPEN              VALUE "Y".

       01  GCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  GCF-FILE-OK                        VALUE "00".

       01  CONTROL-FILE-SWITCH        PIC  X      VALUE "N".
           88  CONTROL-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-CONTROL-FILE-SWITCH PIC  X      VALUE "N".
           88  END-OF-CONTROL-FILE                VALUE "Y".

       01  GJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  GJF-FILE-OK                        VALUE "00".
           88  GJF-FILE-NOT-FOUND                 VALUE "35".

       01  JOURNAL-FILE-SWITCH        PIC  X      VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  ACTION-VALID-SWITCH        PIC  X      VALUE "Y".
           88  ACTION-IS-VALID                    VALUE "Y".

       01  CUSTOMER-EXISTS-SWITCH     PIC  X      VALUE "N".
           88  CUSTOMER-EXISTS                    VALUE "Y".

      **********************************************************
      * MEMBERSHIP SCANS: WHETHER A CUSTOMER ALREADY BELONGS   *
      * TO A GROUP (AND WHICH), AND WHETHER A GROUP STILL HAS  *
      * MEMBERS.                                               *
      **********************************************************
       01  SCAN-END-SWITCH            PIC  X      VALUE "N".
           88  SCAN-AT-END                        VALUE "Y".

       01  MEMBER-FOUND-SWITCH        PIC  X      VALUE "N".
           88  MEMBER-WAS-FOUND                   VALUE "Y".

       01  CHECK-CUST-NUM             PIC  X(4)   VALUE SPACES.
       01  CHECK-GROUP-ID             PIC  X(6)   VALUE SPACES.
       01  FOUND-GROUP-ID             PIC  X(6)   VALUE SPACES.

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
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "GRPMNT  ".
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
           PERFORM OPEN-GROUP-FILE
              THRU OPEN-GROUP-FILE-EXIT.
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
      ***************************************************************
      * DISPATCH ONE MAINTENANCE ACTION - AGAINST THE GROUP ITSELF   *
      * WHEN NO MEMBER IS NAMED, OTHERWISE AGAINST THE MEMBERSHIP -  *
      * THEN ADVANCE TO THE NEXT CONTROL RECORD.  AN ACTION OPERCHK  *
      * REFUSES IS REJECTED WITHOUT BEING ATTEMPTED.                 *
      ***************************************************************
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           IF GC-MEMBER-CUST-NUM = SPACES
              EVALUATE GC-ACTION-CODE
                WHEN "A"
                  PERFORM ADD-GROUP
                     THRU ADD-GROUP-EXIT
                WHEN "C"
                  PERFORM CHANGE-GROUP
                     THRU CHANGE-GROUP-EXIT
                WHEN "D"
                  PERFORM DELETE-GROUP
                     THRU DELETE-GROUP-EXIT
                WHEN OTHER
                  MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
              END-EVALUATE
           ELSE
              EVALUATE GC-ACTION-CODE
                WHEN "A"
                  PERFORM ADD-MEMBER
                     THRU ADD-MEMBER-EXIT
                WHEN "D"
                  PERFORM DELETE-MEMBER
                     THRU DELETE-MEMBER-EXIT
                WHEN "C"
                  MOVE "MEMBERS ARE ADDED OR DELETED" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                WHEN OTHER
                  MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
              END-EVALUATE
           END-IF.

       PROCESS-CONTROL-RECORDS-NEXT.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
       PROCESS-CONTROL-RECORDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER THE OPERATOR NAMED ON THE CONTROL RECORD *
      * MAY TAKE THIS ACTION IN GRPMNT.  A REFUSAL COMES BACK WITH   *
      * ITS REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.           *
      ***************************************************************
           MOVE GC-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE GC-ACTION-CODE TO OC-ACTION-CODE.
           MOVE GC-GROUP-ID TO OC-KEY-VALUE.
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
       ADD-GROUP.
      ***************************************************************
      * VALIDATE THE GROUP FIELDS AND PROVE THE PARENT EXISTS ON THE *
      * CUSTOMER MASTER, THEN WRITE THE GROUP HEADER.  A DUPLICATE   *
      * GROUP ID IS REJECTED RATHER THAN OVERWRITTEN.                *
      ***************************************************************
           PERFORM VALIDATE-GROUP-FIELDS
              THRU VALIDATE-GROUP-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-GROUP-EXIT
           END-IF.

           MOVE GC-PARENT-CUST-NUM TO CHECK-CUST-NUM.
           PERFORM CHECK-CUSTOMER-EXISTS
              THRU CHECK-CUSTOMER-EXISTS-EXIT.
           IF NOT CUSTOMER-EXISTS
              MOVE "PARENT NOT ON MASTER" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-GROUP-EXIT
           END-IF.

           PERFORM BUILD-GROUP-HEADER
              THRU BUILD-GROUP-HEADER-EXIT.
           WRITE CUSTOMER-GROUP-RECORD
               INVALID KEY
                  MOVE "GROUP ALREADY ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
               NOT INVALID KEY
                  MOVE "AFTER" TO GJ-IMAGE-TYPE
                  PERFORM WRITE-JOURNAL-RECORD
                     THRU WRITE-JOURNAL-RECORD-EXIT
                  ADD 1 TO MS-ACTIONS-APPLIED
           END-WRITE.
       ADD-GROUP-EXIT. EXIT.
      *****************************************************************
      *
       CHANGE-GROUP.
           PERFORM VALIDATE-GROUP-FIELDS
              THRU VALIDATE-GROUP-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO CHANGE-GROUP-EXIT
           END-IF.

           MOVE GC-PARENT-CUST-NUM TO CHECK-CUST-NUM.
           PERFORM CHECK-CUSTOMER-EXISTS
              THRU CHECK-CUSTOMER-EXISTS-EXIT.
           IF NOT CUSTOMER-EXISTS
              MOVE "PARENT NOT ON MASTER" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO CHANGE-GROUP-EXIT
           END-IF.

           MOVE GC-GROUP-ID TO GR-GROUP-ID.
           MOVE SPACES TO GR-MEMBER-CUST-NUM.
           READ CUSTOMER-GROUP-FILE
               INVALID KEY
                  MOVE "GROUP NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO CHANGE-GROUP-EXIT
           END-READ.

           MOVE "BEFORE" TO GJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.

           PERFORM BUILD-GROUP-HEADER
              THRU BUILD-GROUP-HEADER-EXIT.
           REWRITE CUSTOMER-GROUP-RECORD.
           MOVE "AFTER" TO GJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD 1 TO MS-ACTIONS-APPLIED.
       CHANGE-GROUP-EXIT. EXIT.
      *****************************************************************
      *
       DELETE-GROUP.
      ***************************************************************
      * A GROUP WITH MEMBERS LEFT IS REFUSED: EACH MEMBER IS REMOVED *
      * (AND JOURNALED) FIRST, SO NO CUSTOMER SILENTLY DROPS OUT OF  *
      * A FAMILY.                                                    *
      ***************************************************************
           IF GC-GROUP-ID = SPACES OR GC-GROUP-ID = LOW-VALUES
              MOVE "MISSING GROUP ID" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-GROUP-EXIT
           END-IF.

           MOVE GC-GROUP-ID TO CHECK-GROUP-ID.
           PERFORM FIND-GROUP-MEMBERS
              THRU FIND-GROUP-MEMBERS-EXIT.
           IF MEMBER-WAS-FOUND
              MOVE "GROUP STILL HAS MEMBERS" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-GROUP-EXIT
           END-IF.

           MOVE GC-GROUP-ID TO GR-GROUP-ID.
           MOVE SPACES TO GR-MEMBER-CUST-NUM.
           READ CUSTOMER-GROUP-FILE
               INVALID KEY
                  MOVE "GROUP NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO DELETE-GROUP-EXIT
           END-READ.

           MOVE "BEFORE" TO GJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           DELETE CUSTOMER-GROUP-FILE.
           ADD 1 TO MS-ACTIONS-APPLIED.
       DELETE-GROUP-EXIT. EXIT.
      *****************************************************************
      *
       ADD-MEMBER.
      ***************************************************************
      * JOIN A CUSTOMER TO AN EXISTING GROUP.  THE CUSTOMER MUST BE  *
      * ON THE MASTER AND IN NO OTHER GROUP - ONE CUSTOMER COUNTED   *
      * IN TWO FAMILIES WOULD OVERSTATE BOTH.                        *
      ***************************************************************
           IF GC-GROUP-ID = SPACES OR GC-GROUP-ID = LOW-VALUES
              MOVE "MISSING GROUP ID" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE GC-GROUP-ID TO GR-GROUP-ID.
           MOVE SPACES TO GR-MEMBER-CUST-NUM.
           READ CUSTOMER-GROUP-FILE
               INVALID KEY
                  MOVE "GROUP NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO ADD-MEMBER-EXIT
           END-READ.

           MOVE GC-MEMBER-CUST-NUM TO CHECK-CUST-NUM.
           PERFORM CHECK-CUSTOMER-EXISTS
              THRU CHECK-CUSTOMER-EXISTS-EXIT.
           IF NOT CUSTOMER-EXISTS
              MOVE "MEMBER NOT ON MASTER" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE SPACES TO CHECK-GROUP-ID.
           PERFORM FIND-CUSTOMER-GROUP
              THRU FIND-CUSTOMER-GROUP-EXIT.
           IF MEMBER-WAS-FOUND
              MOVE SPACES TO REJECT-REASON
              STRING "ALREADY IN GROUP " FOUND-GROUP-ID
                     DELIMITED BY SIZE
                     INTO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-MEMBER-EXIT
           END-IF.

           MOVE SPACES TO CUSTOMER-GROUP-RECORD.
           MOVE GC-GROUP-ID TO GR-GROUP-ID.
           MOVE GC-MEMBER-CUST-NUM TO GR-MEMBER-CUST-NUM.
           SET GR-GROUP-MEMBER TO TRUE.
           MOVE ZERO TO GR-GROUP-LIMIT.
           WRITE CUSTOMER-GROUP-RECORD
               INVALID KEY
                  MOVE "MEMBER ALREADY ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
               NOT INVALID KEY
                  MOVE "AFTER" TO GJ-IMAGE-TYPE
                  PERFORM WRITE-JOURNAL-RECORD
                     THRU WRITE-JOURNAL-RECORD-EXIT
                  ADD 1 TO MS-ACTIONS-APPLIED
           END-WRITE.
       ADD-MEMBER-EXIT. EXIT.
      *****************************************************************
      *
       DELETE-MEMBER.
           IF GC-GROUP-ID = SPACES OR GC-GROUP-ID = LOW-VALUES
              MOVE "MISSING GROUP ID" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-MEMBER-EXIT
           END-IF.

           MOVE GC-GROUP-ID TO GR-GROUP-ID.
           MOVE GC-MEMBER-CUST-NUM TO GR-MEMBER-CUST-NUM.
           READ CUSTOMER-GROUP-FILE
               INVALID KEY
                  MOVE "MEMBER NOT IN GROUP" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO DELETE-MEMBER-EXIT
           END-READ.

           MOVE "BEFORE" TO GJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           DELETE CUSTOMER-GROUP-FILE.
           ADD 1 TO MS-ACTIONS-APPLIED.
       DELETE-MEMBER-EXIT. EXIT.
      *****************************************************************
      *
       VALIDATE-GROUP-FIELDS.
      ***************************************************************
      * A GROUP NEEDS AN ID, A PARENT, A NAME, AND A POSITIVE        *
      * NUMERIC GROUP LIMIT.                                         *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF GC-GROUP-ID = SPACES OR GC-GROUP-ID = LOW-VALUES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING GROUP ID" TO REJECT-REASON
           END-IF.
           IF GC-PARENT-CUST-NUM = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING PARENT CUST-NUM" TO REJECT-REASON
           END-IF.
           IF GC-GROUP-NAME = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING GROUP NAME" TO REJECT-REASON
           END-IF.
           IF GC-GROUP-LIMIT NOT NUMERIC
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "NON-NUMERIC GROUP LIMIT" TO REJECT-REASON
           ELSE
              IF GC-GROUP-LIMIT NOT > ZERO
                 MOVE "N" TO ACTION-VALID-SWITCH
                 MOVE "INVALID GROUP LIMIT" TO REJECT-REASON
              END-IF
           END-IF.
       VALIDATE-GROUP-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-CUSTOMER-EXISTS.
           MOVE "N" TO CUSTOMER-EXISTS-SWITCH.
           IF NOT CUSTOMER-FILE-IS-OPEN
              GO TO CHECK-CUSTOMER-EXISTS-EXIT
           END-IF.
           MOVE CHECK-CUST-NUM TO CF-CUST-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET CUSTOMER-EXISTS TO TRUE
           END-READ.
       CHECK-CUSTOMER-EXISTS-EXIT. EXIT.
      *****************************************************************
      *
       FIND-GROUP-MEMBERS.
      ***************************************************************
      * DOES CHECK-GROUP-ID STILL HAVE MEMBERS?  THEY FOLLOW ITS     *
      * HEADER IN KEY ORDER.                                         *
      ***************************************************************
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           MOVE CHECK-GROUP-ID TO GR-GROUP-ID.
           MOVE SPACES TO GR-MEMBER-CUST-NUM.
           START CUSTOMER-GROUP-FILE
               KEY GREATER THAN GR-GROUP-KEY
               INVALID KEY
                  GO TO FIND-GROUP-MEMBERS-EXIT
           END-START.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
               AT END
                  GO TO FIND-GROUP-MEMBERS-EXIT
           END-READ.
           IF GR-GROUP-ID = CHECK-GROUP-ID
              SET MEMBER-WAS-FOUND TO TRUE
           END-IF.
       FIND-GROUP-MEMBERS-EXIT. EXIT.
      *****************************************************************
      *
       FIND-CUSTOMER-GROUP.
      ***************************************************************
      * BROWSE THE WHOLE GROUP FILE FOR A MEMBER RECORD CARRYING     *
      * CHECK-CUST-NUM, NOTING THE GROUP IT BELONGS TO.              *
      ***************************************************************
           MOVE "N" TO MEMBER-FOUND-SWITCH.
           MOVE "N" TO SCAN-END-SWITCH.
           MOVE LOW-VALUES TO GR-GROUP-KEY.
           START CUSTOMER-GROUP-FILE
               KEY NOT LESS THAN GR-GROUP-KEY
               INVALID KEY
                  SET SCAN-AT-END TO TRUE
           END-START.
           PERFORM SCAN-ONE-GROUP-RECORD
              THRU SCAN-ONE-GROUP-RECORD-EXIT
              UNTIL SCAN-AT-END OR MEMBER-WAS-FOUND.
       FIND-CUSTOMER-GROUP-EXIT. EXIT.
      *****************************************************************
      *
       SCAN-ONE-GROUP-RECORD.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
               AT END
                  SET SCAN-AT-END TO TRUE
                  GO TO SCAN-ONE-GROUP-RECORD-EXIT
           END-READ.
           IF GR-GROUP-MEMBER
              AND GR-MEMBER-CUST-NUM = CHECK-CUST-NUM
              SET MEMBER-WAS-FOUND TO TRUE
              MOVE GR-GROUP-ID TO FOUND-GROUP-ID
           END-IF.
       SCAN-ONE-GROUP-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-GROUP-HEADER.
           MOVE SPACES             TO CUSTOMER-GROUP-RECORD.
           MOVE GC-GROUP-ID        TO GR-GROUP-ID.
           MOVE SPACES             TO GR-MEMBER-CUST-NUM.
           SET GR-GROUP-HEADER     TO TRUE.
           MOVE GC-PARENT-CUST-NUM TO GR-PARENT-CUST-NUM.
           MOVE GC-GROUP-NAME      TO GR-GROUP-NAME.
           MOVE GC-GROUP-LIMIT     TO GR-GROUP-LIMIT.
       BUILD-GROUP-HEADER-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE GROUP RECORD AS IT   *
      * STANDS RIGHT NOW.  GJ-IMAGE-TYPE IS SET BY THE CALLER.       *
      ***************************************************************
           MOVE JOURNAL-LOG-DATE   TO GJ-LOG-DATE.
           MOVE GC-ACTION-CODE     TO GJ-ACTION-CODE.
           ACCEPT GJ-LOG-TIME FROM TIME.
           MOVE SPACES             TO GJ-RECORD-IMAGE.
           MOVE CUSTOMER-GROUP-RECORD TO GJ-RECORD-IMAGE.
           WRITE GROUP-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       REJECT-ACTION.
           ADD 1 TO MS-ACTIONS-REJECTED.
           DISPLAY "GRPMNT REJECTED ACTION " GC-ACTION-CODE
                   " GROUP " GC-GROUP-ID
                   " MEMBER " GC-MEMBER-CUST-NUM
                   " - " REJECT-REASON.
       REJECT-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-GROUP-FILE.
      ***************************************************************
      * OPEN THE GROUP MASTER I-O, CREATING IT THE FIRST TIME IT     *
      * DOES NOT EXIST, SO THE INITIAL LOAD RUNS THROUGH THE SAME    *
      * EDITS AS ANY OTHER MAINTENANCE.                              *
      ***************************************************************
           OPEN I-O CUSTOMER-GROUP-FILE.
           IF GRF-FILE-NOT-FOUND
              OPEN OUTPUT CUSTOMER-GROUP-FILE
              CLOSE CUSTOMER-GROUP-FILE
              OPEN I-O CUSTOMER-GROUP-FILE
           END-IF.
           IF GRF-FILE-OK
              SET GROUP-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "GRPMNT: GROUP MASTER OPEN FAILED, STATUS="
                      GRF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-GROUP-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CUSTOMER-FILE.
      ***************************************************************
      * THE MASTER IS READ ONLY TO VERIFY PARENTS AND MEMBERS.       *
      * WITHOUT IT EVERY GROUP ADD OR CHANGE AND EVERY JOIN IS       *
      * REFUSED.                                                     *
      ***************************************************************
           OPEN INPUT CUSTOMER-FILE.
           IF CF-FILE-OK
              SET CUSTOMER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "GRPMNT: CUSTOMER FILE OPEN FAILED, STATUS="
                      CF-FILE-STATUS
                      " - ADDS WILL BE REFUSED"
           END-IF.
       OPEN-CUSTOMER-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CONTROL-FILE.
           OPEN INPUT GROUP-CONTROL-FILE.
           IF GCF-FILE-OK
              SET CONTROL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "GRPMNT: CONTROL FILE OPEN FAILED, STATUS="
                      GCF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-CONTROL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-JOURNAL-FILE.
      ***************************************************************
      * APPEND TO THE GROUP JOURNAL ACROSS RUNS SO THE AUDIT TRAIL   *
      * IS NEVER TRUNCATED BY A SECOND RUN THE SAME DAY.             *
      ***************************************************************
           OPEN EXTEND GROUP-JOURNAL-FILE.
           IF GJF-FILE-NOT-FOUND
              OPEN OUTPUT GROUP-JOURNAL-FILE
           END-IF.
           SET JOURNAL-FILE-IS-OPEN TO TRUE.
       OPEN-JOURNAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
              READ GROUP-CONTROL-FILE
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
           DISPLAY "GRPMNT MAINTENANCE SUMMARY".
           DISPLAY "ACTIONS APPLIED ............ "
                   SR-MS-ACTIONS-APPLIED.
           DISPLAY "ACTIONS REJECTED ........... "
                   SR-MS-ACTIONS-REJECTED.
           IF GROUP-FILE-IS-OPEN
              CLOSE CUSTOMER-GROUP-FILE
           END-IF.
           IF CUSTOMER-FILE-IS-OPEN
              CLOSE CUSTOMER-FILE
           END-IF.
           IF CONTROL-FILE-IS-OPEN
              CLOSE GROUP-CONTROL-FILE
           END-IF.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE GROUP-JOURNAL-FILE
           END-IF.
           DISPLAY "PROGRAM: GRPMNT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

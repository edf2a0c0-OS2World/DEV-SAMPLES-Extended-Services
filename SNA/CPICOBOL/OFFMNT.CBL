       IDENTIFICATION DIVISION.
       PROGRAM-ID.        OFFMNT.
      *************************************************************
      * THIS IS THE OFFMNT PROGRAM THAT MAINTAINS THE ACCOUNT     *
      * OFFICER MASTER - THE CREDIT OFFICERS A CUSTOMER'S ACCOUNT *
      * MAY BE ASSIGNED TO THROUGH CUSTMNT, AND WHOSE WORK QUEUES *
      * WRKQUE PRINTS EACH NIGHT.                                 *
      *                                                           *
      * PURPOSE: APPLY ADD/CHANGE/DELETE ACTIONS TO THE INDEXED   *
      *          OFFICER-FILE, ONE ACTION PER RECORD OF THE       *
      *          OFFICER CONTROL FILE, IN THE CUSTMNT CONTROL-    *
      *          FILE STYLE.  EACH OFFICER IS KEYED BY A TWO-     *
      *          CHARACTER OFFICER CODE AND CARRIES A NAME AND A  *
      *          STATUS.  AN OFFICER WHO LEAVES OR CHANGES DESK   *
      *          SHOULD BE MADE INACTIVE RATHER THAN DELETED:     *
      *          CUSTMNT WILL NO LONGER ASSIGN ACCOUNTS TO AN     *
      *          INACTIVE OFFICER, AND WRKQUE FLAGS THE QUEUE OF  *
      *          ANY ACCOUNTS STILL LEFT WITH ONE.                *
      *                                                           *
      * INPUT:   OFFICER CONTROL FILE (OFFCTL), ONE RECORD PER    *
      *          ACTION.  OX-ACTION-CODE SELECTS THE ACTION:      *
      *             "A"  ADD A NEW OFFICER                        *
      *             "C"  CHANGE AN EXISTING OFFICER               *
      *             "D"  DELETE THE NAMED OFFICER                 *
      *          OX-OFFICER-STATUS "A" IS ACTIVE, "I" INACTIVE;   *
      *          A BLANK STATUS ON AN ADD IS TAKEN AS ACTIVE.     *
      *                                                           *
      * OUTPUT:  OFFICER-FILE (OFFMAST) IS MAINTAINED.            *
      *          OFFICER-JOURNAL-FILE (OFFJRNL) RECEIVES A BEFORE *
      *          AND/OR AFTER IMAGE OF EVERY OFFICER TOUCHED, THE *
      *          WAY CUSTJRNL DOES FOR THE CUSTOMER MASTER, AND A *
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
           SELECT OFFICER-FILE       ASSIGN TO "OFFMAST"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS OF-OFFICER-CODE
               FILE STATUS    IS OFF-FILE-STATUS.
           SELECT OFFICER-CONTROL-FILE ASSIGN TO "OFFCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS OXF-FILE-STATUS.
           SELECT OFFICER-JOURNAL-FILE ASSIGN TO "OFFJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS OJF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * OFFICER-FILE HOLDS ONE RECORD PER ACCOUNT OFFICER, KEYED BY  *
      * THE OFFICER CODE CARRIED IN CF-OFFICER-CODE ON CUSTFILE.     *
      ***************************************************************
       FD  OFFICER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFICER-RECORD.
           05  OF-OFFICER-CODE         PIC X(2).
           05  OF-OFFICER-NAME         PIC X(20).
           05  OF-OFFICER-STATUS       PIC X.
               88  OF-OFFICER-ACTIVE              VALUE "A".
               88  OF-OFFICER-INACTIVE            VALUE "I".
           05  OF-ENTERED-DATE         PIC 9(6).
           05  OF-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * OFFICER-CONTROL-FILE DRIVES THE RUN, ONE RECORD PER OFFICER  *
      * TO ADD, CHANGE, OR DELETE, IN THE STYLE OF THE CUSTMNT       *
      * CONTROL FILE.                                                *
      ***************************************************************
       FD  OFFICER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFICER-CONTROL-RECORD.
           05  OX-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  OX-OFFICER-CODE         PIC X(2).
           05  FILLER                  PIC X.
           05  OX-OFFICER-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  OX-OFFICER-STATUS       PIC X.
           05  FILLER                  PIC X.
           05  OX-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * OFFICER-JOURNAL-FILE IS THE BEFORE/AFTER AUDIT TRAIL OF      *
      * EVERY OFFICER OFFMNT TOUCHES: ONE "BEFORE" IMAGE FOR CHANGES *
      * AND DELETES, ONE "AFTER" IMAGE FOR ADDS AND CHANGES.         *
      ***************************************************************
       FD  OFFICER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFICER-JOURNAL-RECORD.
           05  OJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-RECORD-IMAGE         PIC X(37).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-OPERATOR-ID          PIC X(8).

       WORKING-STORAGE SECTION.

       01  OFF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OFF-FILE-OK                        VALUE "00".
           88  OFF-FILE-NOT-FOUND                 VALUE "35".

       01  OFFICER-FILE-SWITCH        PIC  X      VALUE "N".
           88  OFFICER-FILE-IS-OPEN               VALUE "Y".

       01  OXF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OXF-FILE-OK                        VALUE "00".

       01  CONTROL-FILE-SWITCH        PIC  X      VALUE "N".
           88  CONTROL-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-CONTROL-FILE-SWITCH PIC  X      VALUE "N".
           88  END-OF-CONTROL-FILE                VALUE "Y".

       01  OJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  OJF-FILE-OK                        VALUE "00".
           88  OJF-FILE-NOT-FOUND                 VALUE "35".

       01  JOURNAL-FILE-SWITCH        PIC  X      VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  ACTION-VALID-SWITCH        PIC  X      VALUE "Y".
           88  ACTION-IS-VALID                    VALUE "Y".

       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

       01  JOURNAL-LOG-DATE           PIC  9(6)   VALUE ZERO.

      **********************************************************
      * THE ENTERED DATE OF THE OFFICER BEING CHANGED IS SAVED *
      * SO A CHANGE KEEPS THE DATE THE OFFICER WAS FIRST SET   *
      * UP RATHER THAN RESTAMPING IT WITH TODAY.               *
      **********************************************************
       01  SAVED-ENTERED-DATE         PIC  9(6)   VALUE ZERO.

       01  MAINTENANCE-SUMMARY-COUNTERS.
           05  MS-ACTIONS-APPLIED     PIC 9(5)    VALUE ZERO.
           05  MS-ACTIONS-REJECTED    PIC 9(5)    VALUE ZERO.

       01  SR-MS-ACTIONS-APPLIED      PIC ZZZZ9.
       01  SR-MS-ACTIONS-REJECTED     PIC ZZZZ9.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS APPLIED.        *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "OFFMNT  ".
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
           PERFORM OPEN-OFFICER-FILE
              THRU OPEN-OFFICER-FILE-EXIT.
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
           EVALUATE OX-ACTION-CODE
             WHEN "A"
               PERFORM ADD-OFFICER
                  THRU ADD-OFFICER-EXIT
             WHEN "C"
               PERFORM CHANGE-OFFICER
                  THRU CHANGE-OFFICER-EXIT
             WHEN "D"
               PERFORM DELETE-OFFICER
                  THRU DELETE-OFFICER-EXIT
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
      * MAY TAKE THIS ACTION IN OFFMNT.  A REFUSAL COMES BACK WITH   *
      * ITS REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.           *
      ***************************************************************
           MOVE OX-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE OX-ACTION-CODE TO OC-ACTION-CODE.
           MOVE OX-OFFICER-CODE TO OC-KEY-VALUE.
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
       ADD-OFFICER.
      ***************************************************************
      * VALIDATE THE INCOMING FIELDS, THEN WRITE THE NEW OFFICER.    *
      * A CODE ALREADY ON FILE IS REJECTED RATHER THAN OVERWRITTEN.  *
      ***************************************************************
           IF OX-OFFICER-STATUS = SPACE
              MOVE "A" TO OX-OFFICER-STATUS
           END-IF.
           PERFORM VALIDATE-OFFICER-FIELDS
              THRU VALIDATE-OFFICER-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-OFFICER-EXIT
           END-IF.

           PERFORM BUILD-OFFICER-RECORD
              THRU BUILD-OFFICER-RECORD-EXIT.
           WRITE OFFICER-RECORD
               INVALID KEY
                  MOVE "OFFICER ALREADY ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
               NOT INVALID KEY
                  MOVE "AFTER" TO OJ-IMAGE-TYPE
                  PERFORM WRITE-JOURNAL-RECORD
                     THRU WRITE-JOURNAL-RECORD-EXIT
                  ADD 1 TO MS-ACTIONS-APPLIED
           END-WRITE.
       ADD-OFFICER-EXIT. EXIT.
      *****************************************************************
      *
       CHANGE-OFFICER.
      ***************************************************************
      * A CHANGE RENAMES THE OFFICER OR MOVES THEM BETWEEN ACTIVE    *
      * AND INACTIVE.  THE DATE THEY WERE FIRST SET UP IS KEPT.      *
      ***************************************************************
           PERFORM VALIDATE-OFFICER-FIELDS
              THRU VALIDATE-OFFICER-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO CHANGE-OFFICER-EXIT
           END-IF.

           MOVE OX-OFFICER-CODE TO OF-OFFICER-CODE.
           READ OFFICER-FILE
               INVALID KEY
                  MOVE "OFFICER NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO CHANGE-OFFICER-EXIT
           END-READ.

           MOVE "BEFORE" TO OJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.

           MOVE OF-ENTERED-DATE TO SAVED-ENTERED-DATE.
           PERFORM BUILD-OFFICER-RECORD
              THRU BUILD-OFFICER-RECORD-EXIT.
           MOVE SAVED-ENTERED-DATE TO OF-ENTERED-DATE.
           REWRITE OFFICER-RECORD.
           MOVE "AFTER" TO OJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD 1 TO MS-ACTIONS-APPLIED.
       CHANGE-OFFICER-EXIT. EXIT.
      *****************************************************************
      *
       DELETE-OFFICER.
      ***************************************************************
      * A DELETED OFFICER'S CODE MAY STILL BE ON CUSTOMER RECORDS;   *
      * WRKQUE SHOWS SUCH ACCOUNTS UNDER THE CODE AS "NOT ON OFFICER *
      * MASTER" UNTIL CUSTMNT REASSIGNS THEM.  THE BEFORE IMAGE ON   *
      * THE JOURNAL IS THE DELETED OFFICER'S RECORD.                 *
      ***************************************************************
           IF OX-OFFICER-CODE = SPACES OR OX-OFFICER-CODE = LOW-VALUES
              MOVE "MISSING OFFICER CODE" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-OFFICER-EXIT
           END-IF.

           MOVE OX-OFFICER-CODE TO OF-OFFICER-CODE.
           READ OFFICER-FILE
               INVALID KEY
                  MOVE "OFFICER NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO DELETE-OFFICER-EXIT
           END-READ.

           MOVE "BEFORE" TO OJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           DELETE OFFICER-FILE.
           ADD 1 TO MS-ACTIONS-APPLIED.
       DELETE-OFFICER-EXIT. EXIT.
      *****************************************************************
      *
       VALIDATE-OFFICER-FIELDS.
      ***************************************************************
      * AN OFFICER NEEDS A CODE, A NAME, AND A STATUS OF ACTIVE OR   *
      * INACTIVE.  A BLANK CODE IS RESERVED - ON CUSTFILE IT MEANS   *
      * THE ACCOUNT HAS NO OFFICER.                                  *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF OX-OFFICER-CODE = SPACES OR OX-OFFICER-CODE = LOW-VALUES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING OFFICER CODE" TO REJECT-REASON
           END-IF.
           IF OX-OFFICER-NAME = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING OFFICER NAME" TO REJECT-REASON
           END-IF.
           IF OX-OFFICER-STATUS NOT = "A"
              AND OX-OFFICER-STATUS NOT = "I"
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID OFFICER STATUS" TO REJECT-REASON
           END-IF.
       VALIDATE-OFFICER-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-OFFICER-RECORD.
           MOVE SPACES             TO OFFICER-RECORD.
           MOVE OX-OFFICER-CODE    TO OF-OFFICER-CODE.
           MOVE OX-OFFICER-NAME    TO OF-OFFICER-NAME.
           MOVE OX-OFFICER-STATUS  TO OF-OFFICER-STATUS.
           MOVE JOURNAL-LOG-DATE   TO OF-ENTERED-DATE.
           MOVE OX-OPERATOR-ID     TO OF-OPERATOR-ID.
       BUILD-OFFICER-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE OFFICER RECORD AS IT *
      * STANDS RIGHT NOW.  OJ-IMAGE-TYPE IS SET BY THE CALLER.       *
      ***************************************************************
           MOVE JOURNAL-LOG-DATE   TO OJ-LOG-DATE.
           MOVE OX-ACTION-CODE     TO OJ-ACTION-CODE.
           MOVE SPACES             TO OJ-RECORD-IMAGE.
           MOVE OFFICER-RECORD     TO OJ-RECORD-IMAGE.
           ACCEPT OJ-LOG-TIME FROM TIME.
           MOVE "OFFMNT"           TO OJ-PROGRAM-NAME.
           MOVE OX-OPERATOR-ID     TO OJ-OPERATOR-ID.
           WRITE OFFICER-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       REJECT-ACTION.
           ADD 1 TO MS-ACTIONS-REJECTED.
           DISPLAY "OFFMNT REJECTED ACTION " OX-ACTION-CODE
                   " OFFICER " OX-OFFICER-CODE
                   " - " REJECT-REASON.
       REJECT-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-OFFICER-FILE.
      ***************************************************************
      * OPEN THE OFFICER MASTER I-O, CREATING IT THE FIRST TIME IT   *
      * DOES NOT EXIST, THE WAY CUSTMNT CREATES THE CUSTOMER MASTER. *
      ***************************************************************
           OPEN I-O OFFICER-FILE.
           IF OFF-FILE-NOT-FOUND
              OPEN OUTPUT OFFICER-FILE
              CLOSE OFFICER-FILE
              OPEN I-O OFFICER-FILE
           END-IF.
           IF OFF-FILE-OK
              SET OFFICER-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "OFFMNT: OFFICER FILE OPEN FAILED, STATUS="
                      OFF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-OFFICER-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CONTROL-FILE.
           OPEN INPUT OFFICER-CONTROL-FILE.
           IF OXF-FILE-OK
              SET CONTROL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "OFFMNT: CONTROL FILE OPEN FAILED, STATUS="
                      OXF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-CONTROL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-JOURNAL-FILE.
      ***************************************************************
      * APPEND TO THE OFFICER JOURNAL ACROSS RUNS SO THE AUDIT TRAIL *
      * IS NEVER TRUNCATED BY A SECOND RUN THE SAME DAY.             *
      ***************************************************************
           OPEN EXTEND OFFICER-JOURNAL-FILE.
           IF OJF-FILE-NOT-FOUND
              OPEN OUTPUT OFFICER-JOURNAL-FILE
           END-IF.
           SET JOURNAL-FILE-IS-OPEN TO TRUE.
       OPEN-JOURNAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
              READ OFFICER-CONTROL-FILE
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
           DISPLAY "OFFMNT OFFICER MAINTENANCE SUMMARY".
           DISPLAY "ACTIONS APPLIED ............ "
                   SR-MS-ACTIONS-APPLIED.
           DISPLAY "ACTIONS REJECTED ........... "
                   SR-MS-ACTIONS-REJECTED.
           IF OFFICER-FILE-IS-OPEN
              CLOSE OFFICER-FILE
           END-IF.
           IF CONTROL-FILE-IS-OPEN
              CLOSE OFFICER-CONTROL-FILE
           END-IF.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE OFFICER-JOURNAL-FILE
           END-IF.
           DISPLAY "PROGRAM: OFFMNT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.        AUTHMNT.
      *************************************************************
      * THIS IS THE AUTHMNT PROGRAM THAT MAINTAINS THE OPERATOR   *
      * AUTHORITY FILE OPERCHK ENFORCES FOR THE MAINTENANCE       *
      * UTILITIES, SO WHO MAY DO WHAT IS ITSELF CHANGED ONLY      *
      * THROUGH AN AUTHORIZED, JOURNALED RUN.                     *
      *                                                           *
      * PURPOSE: APPLY ADD/CHANGE/DELETE ACTIONS TO THE INDEXED   *
      *          OPERATOR-AUTHORITY-FILE, ONE ACTION PER RECORD   *
      *          OF THE AUTHORITY CONTROL FILE, IN THE CUSTMNT    *
      *          CONTROL-FILE STYLE.  EACH ACTION NAMES THE       *
      *          ADMINISTRATOR REQUESTING IT, WHO MUST HOLD AN    *
      *          AUTHMNT PROFILE FOR THAT ACTION CODE.  WHILE THE *
      *          AUTHORITY FILE IS STILL EMPTY, ADDS ARE TAKEN    *
      *          FROM ANYONE SO THE FIRST ADMINISTRATOR CAN BE    *
      *          ENROLLED.                                        *
      *                                                           *
      * INPUT:   AUTHORITY CONTROL FILE (AUTHCTL), ONE RECORD PER *
      *          ACTION.  AM-ACTION-CODE SELECTS THE ACTION:      *
      *             "A"  ADD A NEW PROFILE                        *
      *             "C"  CHANGE AN EXISTING PROFILE               *
      *             "D"  DELETE THE NAMED PROFILE                 *
      *                                                           *
      * OUTPUT:  OPERATOR-AUTHORITY-FILE (OPERAUTH) IS            *
      *          MAINTAINED.  AUTHORITY-JOURNAL-FILE (AUTHJRNL)   *
      *          RECEIVES A BEFORE AND/OR AFTER IMAGE OF EVERY    *
      *          PROFILE TOUCHED, WITH THE REQUESTER.  A REFUSED  *
      *          REQUEST IS LOGGED TO SECVIOL THROUGH OPERLOG.    *
      *          A SUMMARY OF ACTIONS APPLIED AND REJECTED IS     *
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
           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS AU-AUTH-KEY
               FILE STATUS    IS AUF-FILE-STATUS.
           SELECT AUTHORITY-CONTROL-FILE ASSIGN TO "AUTHCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS AMF-FILE-STATUS.
           SELECT AUTHORITY-JOURNAL-FILE ASSIGN TO "AUTHJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS OJF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * OPERATOR-AUTHORITY-FILE - SEE OPERCHK.  ONE PROFILE PER      *
      * OPERATOR PER PROGRAM.                                        *
      ***************************************************************
       FD  OPERATOR-AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-AUTHORITY-RECORD.
           05  AU-AUTH-KEY.
               10  AU-OPERATOR-ID      PIC X(8).
               10  AU-PROGRAM-NAME     PIC X(8).
           05  AU-OPERATOR-NAME        PIC X(20).
           05  AU-ALLOWED-ACTIONS      PIC X(6).
           05  AU-ACTION-TABLE REDEFINES AU-ALLOWED-ACTIONS.
               10  AU-ALLOWED-ACTION   PIC X OCCURS 6 TIMES
                                       INDEXED BY AU-INDX.
           05  AU-MAX-CHANGE-PCT       PIC 9(3)V99.
           05  AU-PROFILE-STATUS       PIC X.
               88  AU-PROFILE-ACTIVE              VALUE "A".
               88  AU-PROFILE-SUSPENDED           VALUE "S".

      ***************************************************************
      * AUTHORITY-CONTROL-FILE DRIVES THE RUN, ONE RECORD PER        *
      * PROFILE TO ADD, CHANGE, OR DELETE, IN THE STYLE OF THE       *
      * CUSTMNT CONTROL FILE.  AM-REQUESTED-BY IS THE ADMINISTRATOR  *
      * MAKING THE CHANGE; AM-OPERATOR-ID IS THE OPERATOR WHOSE      *
      * PROFILE IS CHANGED.                                          *
      ***************************************************************
       FD  AUTHORITY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHORITY-CONTROL-RECORD.
           05  AM-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  AM-REQUESTED-BY         PIC X(8).
           05  FILLER                  PIC X.
           05  AM-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  AM-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X.
           05  AM-OPERATOR-NAME        PIC X(20).
           05  FILLER                  PIC X.
           05  AM-ALLOWED-ACTIONS      PIC X(6).
           05  FILLER                  PIC X.
           05  AM-MAX-CHANGE-PCT       PIC 9(3)V99.
           05  FILLER                  PIC X.
           05  AM-PROFILE-STATUS       PIC X.

      ***************************************************************
      * AUTHORITY-JOURNAL-FILE IS THE BEFORE/AFTER AUDIT TRAIL OF    *
      * EVERY PROFILE AUTHMNT TOUCHES, IN THE ADDRJRNL SHAPE PLUS    *
      * THE ADMINISTRATOR WHO REQUESTED THE CHANGE.                  *
      ***************************************************************
       FD  AUTHORITY-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHORITY-JOURNAL-RECORD.
           05  OJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-REQUESTED-BY         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OJ-RECORD-IMAGE         PIC X(48).

       WORKING-STORAGE SECTION.

       01  AUF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  AUF-FILE-OK                        VALUE "00".
           88  AUF-FILE-NOT-FOUND                 VALUE "35".

       01  AUTHORITY-FILE-SWITCH      PIC  X      VALUE "N".
           88  AUTHORITY-FILE-IS-OPEN             VALUE "Y".

       01  AMF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  AMF-FILE-OK                        VALUE "00".

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

      **********************************************************
      * AN AUTHORITY FILE WITH NO PROFILES AT ALL WHEN THE RUN *
      * STARTS IS BEING ENROLLED FOR THE FIRST TIME: ITS ADDS  *
      * NEED NO REQUESTER PROFILE, SINCE NONE CAN EXIST YET.   *
      **********************************************************
       01  ENROLLMENT-SWITCH          PIC  X      VALUE "N".
           88  INITIAL-ENROLLMENT                 VALUE "Y".

       01  ACTION-LISTED-SWITCH       PIC  X      VALUE "N".
           88  ACTION-IS-LISTED                   VALUE "Y".

       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

       01  JOURNAL-LOG-DATE           PIC  9(6)   VALUE ZERO.

       01  MAINTENANCE-SUMMARY-COUNTERS.
           05  MS-ACTIONS-APPLIED     PIC 9(5)    VALUE ZERO.
           05  MS-ACTIONS-REJECTED    PIC 9(5)    VALUE ZERO.

       01  SR-MS-ACTIONS-APPLIED      PIC ZZZZ9.
       01  SR-MS-ACTIONS-REJECTED     PIC ZZZZ9.

      ***************************************************************
      * OPERLOG CALL ARGUMENTS - THE SAME SHAPE OPERCHK TAKES.       *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "AUTHMNT ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
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
           PERFORM OPEN-AUTHORITY-FILE
              THRU OPEN-AUTHORITY-FILE-EXIT.
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
      * PROVE THE REQUESTER MAY TAKE THE ACTION, THEN DISPATCH IT    *
      * AND ADVANCE TO THE NEXT CONTROL RECORD.                      *
      ***************************************************************
           PERFORM CHECK-REQUESTER-AUTHORITY
              THRU CHECK-REQUESTER-AUTHORITY-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           EVALUATE AM-ACTION-CODE
             WHEN "A"
               PERFORM ADD-PROFILE
                  THRU ADD-PROFILE-EXIT
             WHEN "C"
               PERFORM CHANGE-PROFILE
                  THRU CHANGE-PROFILE-EXIT
             WHEN "D"
               PERFORM DELETE-PROFILE
                  THRU DELETE-PROFILE-EXIT
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
       CHECK-REQUESTER-AUTHORITY.
      ***************************************************************
      * THE REQUESTER NEEDS AN ACTIVE AUTHMNT PROFILE LISTING THE    *
      * ACTION CODE - THE SAME TEST OPERCHK APPLIES, MADE HERE ON    *
      * THE FILE THIS RUN ALREADY HOLDS OPEN.  A REFUSAL IS LOGGED   *
      * TO SECVIOL THROUGH OPERLOG.                                  *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF AM-REQUESTED-BY = SPACES OR AM-REQUESTED-BY = LOW-VALUES
              MOVE "MISSING OPERATOR ID" TO REJECT-REASON
              GO TO CHECK-REQUESTER-AUTHORITY-LOG
           END-IF.
           IF INITIAL-ENROLLMENT
              IF AM-ACTION-CODE = "A"
                 GO TO CHECK-REQUESTER-AUTHORITY-EXIT
              END-IF
              MOVE "ONLY ADDS DURING ENROLLMENT" TO REJECT-REASON
              GO TO CHECK-REQUESTER-AUTHORITY-LOG
           END-IF.

           MOVE AM-REQUESTED-BY TO AU-OPERATOR-ID.
           MOVE "AUTHMNT" TO AU-PROGRAM-NAME.
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                  MOVE "NO PROFILE FOR THIS PROGRAM" TO REJECT-REASON
                  GO TO CHECK-REQUESTER-AUTHORITY-LOG
           END-READ.
           IF NOT AU-PROFILE-ACTIVE
              MOVE "OPERATOR PROFILE SUSPENDED" TO REJECT-REASON
              GO TO CHECK-REQUESTER-AUTHORITY-LOG
           END-IF.
           MOVE "N" TO ACTION-LISTED-SWITCH.
           SET AU-INDX TO 1.
           PERFORM SCAN-ONE-ALLOWED-ACTION
              THRU SCAN-ONE-ALLOWED-ACTION-EXIT
              UNTIL ACTION-IS-LISTED
                 OR AU-INDX > 6.
           IF ACTION-IS-LISTED
              GO TO CHECK-REQUESTER-AUTHORITY-EXIT
           END-IF.
           MOVE "ACTION NOT AUTHORIZED" TO REJECT-REASON.

       CHECK-REQUESTER-AUTHORITY-LOG.
           MOVE "N" TO ACTION-VALID-SWITCH.
           MOVE AM-REQUESTED-BY TO OC-OPERATOR-ID.
           MOVE AM-ACTION-CODE TO OC-ACTION-CODE.
           MOVE AM-OPERATOR-ID TO OC-KEY-VALUE.
           MOVE REJECT-REASON TO OC-REFUSAL-REASON.
           CALL "OPERLOG" USING OC-PROGRAM-NAME
                                OC-OPERATOR-ID
                                OC-ACTION-CODE
                                OC-KEY-VALUE
                                OC-CHANGE-PCT
                                OC-AUTH-RESULT
                                OC-REFUSAL-REASON.
       CHECK-REQUESTER-AUTHORITY-EXIT. EXIT.
      *****************************************************************
      *
       SCAN-ONE-ALLOWED-ACTION.
           IF AU-ALLOWED-ACTION (AU-INDX) = AM-ACTION-CODE
              AND AM-ACTION-CODE NOT = SPACE
              SET ACTION-IS-LISTED TO TRUE
           ELSE
              SET AU-INDX UP BY 1
           END-IF.
       SCAN-ONE-ALLOWED-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       ADD-PROFILE.
           PERFORM VALIDATE-PROFILE-FIELDS
              THRU VALIDATE-PROFILE-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-PROFILE-EXIT
           END-IF.

           PERFORM BUILD-PROFILE-RECORD
              THRU BUILD-PROFILE-RECORD-EXIT.
           WRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                  MOVE "PROFILE ALREADY ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
               NOT INVALID KEY
                  MOVE "AFTER" TO OJ-IMAGE-TYPE
                  PERFORM WRITE-JOURNAL-RECORD
                     THRU WRITE-JOURNAL-RECORD-EXIT
                  ADD 1 TO MS-ACTIONS-APPLIED
           END-WRITE.
       ADD-PROFILE-EXIT. EXIT.
      *****************************************************************
      *
       CHANGE-PROFILE.
           PERFORM VALIDATE-PROFILE-FIELDS
              THRU VALIDATE-PROFILE-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO CHANGE-PROFILE-EXIT
           END-IF.

           MOVE AM-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE AM-PROGRAM-NAME TO AU-PROGRAM-NAME.
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                  MOVE "PROFILE NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO CHANGE-PROFILE-EXIT
           END-READ.

           MOVE "BEFORE" TO OJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.

           PERFORM BUILD-PROFILE-RECORD
              THRU BUILD-PROFILE-RECORD-EXIT.
           REWRITE OPERATOR-AUTHORITY-RECORD.
           MOVE "AFTER" TO OJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD 1 TO MS-ACTIONS-APPLIED.
       CHANGE-PROFILE-EXIT. EXIT.
      *****************************************************************
      *
       DELETE-PROFILE.
      ***************************************************************
      * AN ADMINISTRATOR MAY NOT DELETE THEIR OWN AUTHMNT PROFILE,   *
      * SO THE FILE CAN NEVER BE LEFT WITH NOBODY ABLE TO MAINTAIN   *
      * IT BY A SINGLE SLIP.                                         *
      ***************************************************************
           IF AM-OPERATOR-ID = SPACES OR AM-PROGRAM-NAME = SPACES
              MOVE "MISSING OPERATOR OR PROGRAM" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-PROFILE-EXIT
           END-IF.
           IF AM-OPERATOR-ID = AM-REQUESTED-BY
              AND AM-PROGRAM-NAME = "AUTHMNT"
              MOVE "CANNOT DELETE OWN AUTHMNT" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-PROFILE-EXIT
           END-IF.

           MOVE AM-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE AM-PROGRAM-NAME TO AU-PROGRAM-NAME.
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                  MOVE "PROFILE NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO DELETE-PROFILE-EXIT
           END-READ.

           MOVE "BEFORE" TO OJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           DELETE OPERATOR-AUTHORITY-FILE.
           ADD 1 TO MS-ACTIONS-APPLIED.
       DELETE-PROFILE-EXIT. EXIT.
      *****************************************************************
      *
       VALIDATE-PROFILE-FIELDS.
      ***************************************************************
      * A PROFILE NEEDS THE OPERATOR, THE PROGRAM, AT LEAST ONE      *
      * ACTION CODE, A NUMERIC PERCENTAGE CAP (ZERO FOR NONE), AND   *
      * A STATUS OF "A" ACTIVE OR "S" SUSPENDED (BLANK IS ACTIVE).   *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF AM-OPERATOR-ID = SPACES OR AM-OPERATOR-ID = LOW-VALUES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING PROFILE OPERATOR ID" TO REJECT-REASON
           END-IF.
           IF AM-PROGRAM-NAME = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "MISSING PROGRAM NAME" TO REJECT-REASON
           END-IF.
           IF AM-ALLOWED-ACTIONS = SPACES
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "NO ACTION CODES GIVEN" TO REJECT-REASON
           END-IF.
           IF AM-MAX-CHANGE-PCT NOT NUMERIC
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "NON-NUMERIC CHANGE PERCENT" TO REJECT-REASON
           END-IF.
           IF AM-PROFILE-STATUS NOT = "A"
              AND AM-PROFILE-STATUS NOT = "S"
              AND AM-PROFILE-STATUS NOT = SPACE
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID PROFILE STATUS" TO REJECT-REASON
           END-IF.
       VALIDATE-PROFILE-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-PROFILE-RECORD.
           MOVE SPACES             TO OPERATOR-AUTHORITY-RECORD.
           MOVE AM-OPERATOR-ID     TO AU-OPERATOR-ID.
           MOVE AM-PROGRAM-NAME    TO AU-PROGRAM-NAME.
           MOVE AM-OPERATOR-NAME   TO AU-OPERATOR-NAME.
           MOVE AM-ALLOWED-ACTIONS TO AU-ALLOWED-ACTIONS.
           MOVE AM-MAX-CHANGE-PCT  TO AU-MAX-CHANGE-PCT.
           IF AM-PROFILE-STATUS = SPACE
              SET AU-PROFILE-ACTIVE TO TRUE
           ELSE
              MOVE AM-PROFILE-STATUS TO AU-PROFILE-STATUS
           END-IF.
       BUILD-PROFILE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE PROFILE AS IT STANDS *
      * RIGHT NOW.  OJ-IMAGE-TYPE IS SET BY THE CALLER.              *
      ***************************************************************
           MOVE JOURNAL-LOG-DATE   TO OJ-LOG-DATE.
           MOVE AM-ACTION-CODE     TO OJ-ACTION-CODE.
           ACCEPT OJ-LOG-TIME FROM TIME.
           MOVE AM-REQUESTED-BY    TO OJ-REQUESTED-BY.
           MOVE OPERATOR-AUTHORITY-RECORD TO OJ-RECORD-IMAGE.
           WRITE AUTHORITY-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       REJECT-ACTION.
           ADD 1 TO MS-ACTIONS-REJECTED.
           DISPLAY "AUTHMNT REJECTED ACTION " AM-ACTION-CODE
                   " OPERATOR " AM-OPERATOR-ID
                   " PROGRAM " AM-PROGRAM-NAME
                   " - " REJECT-REASON.
       REJECT-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-AUTHORITY-FILE.
      ***************************************************************
      * OPEN THE AUTHORITY FILE I-O, CREATING IT THE FIRST TIME IT   *
      * DOES NOT EXIST.  A FILE WITH NO PROFILES PUTS THE RUN IN     *
      * INITIAL ENROLLMENT.                                          *
      ***************************************************************
           OPEN I-O OPERATOR-AUTHORITY-FILE.
           IF AUF-FILE-NOT-FOUND
              OPEN OUTPUT OPERATOR-AUTHORITY-FILE
              CLOSE OPERATOR-AUTHORITY-FILE
              OPEN I-O OPERATOR-AUTHORITY-FILE
           END-IF.
           IF NOT AUF-FILE-OK
              DISPLAY "AUTHMNT: AUTHORITY FILE OPEN FAILED, STATUS="
                      AUF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
              GO TO OPEN-AUTHORITY-FILE-EXIT
           END-IF.
           SET AUTHORITY-FILE-IS-OPEN TO TRUE.
           MOVE LOW-VALUES TO AU-AUTH-KEY.
           START OPERATOR-AUTHORITY-FILE
               KEY NOT LESS THAN AU-AUTH-KEY
               INVALID KEY
                  SET INITIAL-ENROLLMENT TO TRUE
           END-START.
           IF INITIAL-ENROLLMENT
              DISPLAY "AUTHMNT: AUTHORITY FILE IS EMPTY - INITIAL "
                      "PROFILES ACCEPTED WITHOUT A REQUESTER PROFILE"
           END-IF.
       OPEN-AUTHORITY-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CONTROL-FILE.
           OPEN INPUT AUTHORITY-CONTROL-FILE.
           IF AMF-FILE-OK
              SET CONTROL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "AUTHMNT: CONTROL FILE OPEN FAILED, STATUS="
                      AMF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-CONTROL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-JOURNAL-FILE.
      ***************************************************************
      * APPEND TO THE AUTHORITY JOURNAL ACROSS RUNS SO THE AUDIT     *
      * TRAIL IS NEVER TRUNCATED BY A SECOND RUN THE SAME DAY.       *
      ***************************************************************
           OPEN EXTEND AUTHORITY-JOURNAL-FILE.
           IF OJF-FILE-NOT-FOUND
              OPEN OUTPUT AUTHORITY-JOURNAL-FILE
           END-IF.
           SET JOURNAL-FILE-IS-OPEN TO TRUE.
       OPEN-JOURNAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
              READ AUTHORITY-CONTROL-FILE
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
           DISPLAY "AUTHMNT AUTHORITY MAINTENANCE SUMMARY".
           DISPLAY "ACTIONS APPLIED ............ "
                   SR-MS-ACTIONS-APPLIED.
           DISPLAY "ACTIONS REJECTED ........... "
                   SR-MS-ACTIONS-REJECTED.
           IF AUTHORITY-FILE-IS-OPEN
              CLOSE OPERATOR-AUTHORITY-FILE
           END-IF.
           IF CONTROL-FILE-IS-OPEN
              CLOSE AUTHORITY-CONTROL-FILE
           END-IF.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE AUTHORITY-JOURNAL-FILE
           END-IF.
           DISPLAY "PROGRAM: AUTHMNT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

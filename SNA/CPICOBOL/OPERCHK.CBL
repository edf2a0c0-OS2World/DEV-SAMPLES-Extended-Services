       IDENTIFICATION DIVISION.
       PROGRAM-ID.        OPERCHK.
      *************************************************************
      * THIS IS THE OPERCHK SUBPROGRAM, SHARED BY EVERY           *
      * MAINTENANCE UTILITY, THAT DECIDES WHETHER THE OPERATOR    *
      * NAMED ON A CONTROL RECORD MAY TAKE THAT ACTION IN THAT    *
      * PROGRAM - SO A CONTROL FILE DROPPED BY ANYONE IS NO       *
      * LONGER APPLIED FOR ANYONE.                                *
      *                                                           *
      * PURPOSE: "OPERCHK" LOOKS UP THE OPERATOR'S PROFILE FOR    *
      *          THE CALLING PROGRAM ON THE OPERATOR AUTHORITY    *
      *          FILE.  THE ACTION IS AUTHORIZED ONLY WHEN THE    *
      *          PROFILE EXISTS, IS ACTIVE, LISTS THE ACTION      *
      *          CODE, AND - FOR A RATE CHANGE - THE CHANGE IS    *
      *          WITHIN THE PROFILE'S PERCENTAGE CAP.  A MISSING  *
      *          OPERATOR ID, A MISSING PROFILE, OR A MISSING     *
      *          AUTHORITY FILE REFUSES THE ACTION.  EVERY        *
      *          REFUSAL IS APPENDED TO THE SECURITY VIOLATION    *
      *          LOG FOR THE WEEKLY SECRPT REPORT.                *
      *                                                           *
      * INPUT:   OC-PROGRAM-NAME, OC-OPERATOR-ID, OC-ACTION-CODE, *
      *          OC-KEY-VALUE (THE CUSTOMER, CURRENCY, OR ENTRY   *
      *          THE ACTION NAMES, FOR THE LOG), AND              *
      *          OC-CHANGE-PCT (THE SIZE OF A RATE CHANGE, ZERO   *
      *          FOR EVERY OTHER ACTION).                         *
      *          "OPERLOG", WITH THE SAME ARGUMENTS, ONLY LOGS    *
      *          THE REFUSAL IN OC-REFUSAL-REASON - FOR AUTHMNT,  *
      *          WHICH HOLDS THE AUTHORITY FILE OPEN ITSELF AND   *
      *          CHECKS ITS OWN PROFILES.                         *
      *                                                           *
      * OUTPUT:  OC-AUTH-RESULT "Y" WHEN THE ACTION IS            *
      *          AUTHORIZED, "N" WHEN REFUSED, WITH THE REASON IN *
      *          OC-REFUSAL-REASON; THE SECVIOL LOG RECEIVES ONE  *
      *          RECORD PER REFUSAL.                              *
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
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AU-AUTH-KEY
               FILE STATUS    IS AUF-FILE-STATUS.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS SVF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * OPERATOR-AUTHORITY-FILE HOLDS ONE PROFILE PER OPERATOR PER   *
      * PROGRAM, MAINTAINED BY AUTHMNT.  AU-ALLOWED-ACTIONS LISTS    *
      * THE ACTION CODES THE OPERATOR MAY RUN THERE ("CA" BUT NOT    *
      * "D", SAY).  AU-MAX-CHANGE-PCT CAPS A RATEMNT CHANGE AS A     *
      * PERCENTAGE OF THE OLD RATE; ZERO MEANS NO CAP.               *
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
      * SECURITY-VIOLATION-FILE IS THE APPEND-ONLY LOG OF EVERY      *
      * REFUSED ACTION: WHO, WHERE, WHAT, ON WHICH RECORD, AND WHY.  *
      ***************************************************************
       FD  SECURITY-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-VIOLATION-RECORD.
           05  SV-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SV-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SV-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SV-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SV-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SV-KEY-VALUE            PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SV-REASON               PIC X(30).

       WORKING-STORAGE SECTION.

       01  AUF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  AUF-FILE-OK                       VALUE "00".

       01  SVF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  SVF-FILE-OK                       VALUE "00".
           88  SVF-FILE-NOT-FOUND                VALUE "35".

       01  ACTION-LISTED-SWITCH       PIC X      VALUE "N".
           88  ACTION-IS-LISTED                  VALUE "Y".

       LINKAGE SECTION.

       01  OC-PROGRAM-NAME             PIC X(8).
       01  OC-OPERATOR-ID              PIC X(8).
       01  OC-ACTION-CODE              PIC X.
       01  OC-KEY-VALUE                PIC X(10).
       01  OC-CHANGE-PCT               PIC 9(3)V99.
       01  OC-AUTH-RESULT              PIC X.
       01  OC-REFUSAL-REASON           PIC X(30).

       EJECT
      *
       PROCEDURE DIVISION USING OC-PROGRAM-NAME
                                 OC-OPERATOR-ID
                                 OC-ACTION-CODE
                                 OC-KEY-VALUE
                                 OC-CHANGE-PCT
                                 OC-AUTH-RESULT
                                 OC-REFUSAL-REASON.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.
           MOVE "N" TO OC-AUTH-RESULT.
           MOVE SPACES TO OC-REFUSAL-REASON.
           PERFORM CHECK-PROFILE
              THRU CHECK-PROFILE-EXIT.
           IF OC-REFUSAL-REASON = SPACES
              MOVE "Y" TO OC-AUTH-RESULT
           ELSE
              PERFORM LOG-VIOLATION
                 THRU LOG-VIOLATION-EXIT
           END-IF.
           GOBACK.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       LOG-ENTRY-POINT.
      ***************************************************************
      * "OPERLOG" - LOG A REFUSAL THE CALLER DECIDED ON ITS OWN.    *
      ***************************************************************
       ENTRY "OPERLOG" USING OC-PROGRAM-NAME
                             OC-OPERATOR-ID
                             OC-ACTION-CODE
                             OC-KEY-VALUE
                             OC-CHANGE-PCT
                             OC-AUTH-RESULT
                             OC-REFUSAL-REASON.
           MOVE "N" TO OC-AUTH-RESULT.
           PERFORM LOG-VIOLATION
              THRU LOG-VIOLATION-EXIT.
           GOBACK.
      *****************************************************************
      *
       CHECK-PROFILE.
      ***************************************************************
      * WORK DOWN THE CHECKS, STOPPING AT THE FIRST ONE THAT FAILS;  *
      * A BLANK REFUSAL REASON AT THE END MEANS AUTHORIZED.          *
      ***************************************************************
           IF OC-OPERATOR-ID = SPACES OR OC-OPERATOR-ID = LOW-VALUES
              MOVE "MISSING OPERATOR ID" TO OC-REFUSAL-REASON
              GO TO CHECK-PROFILE-EXIT
           END-IF.
           OPEN INPUT OPERATOR-AUTHORITY-FILE.
           IF NOT AUF-FILE-OK
              DISPLAY "OPERCHK: AUTHORITY FILE OPEN FAILED, STATUS="
                      AUF-FILE-STATUS
              MOVE "AUTHORITY FILE NOT AVAILABLE" TO OC-REFUSAL-REASON
              GO TO CHECK-PROFILE-EXIT
           END-IF.
           MOVE OC-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE OC-PROGRAM-NAME TO AU-PROGRAM-NAME.
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                  MOVE "NO PROFILE FOR THIS PROGRAM"
                       TO OC-REFUSAL-REASON
           END-READ.
           CLOSE OPERATOR-AUTHORITY-FILE.
           IF OC-REFUSAL-REASON NOT = SPACES
              GO TO CHECK-PROFILE-EXIT
           END-IF.

           IF NOT AU-PROFILE-ACTIVE
              MOVE "OPERATOR PROFILE SUSPENDED" TO OC-REFUSAL-REASON
              GO TO CHECK-PROFILE-EXIT
           END-IF.
           MOVE "N" TO ACTION-LISTED-SWITCH.
           SET AU-INDX TO 1.
           PERFORM SCAN-ONE-ALLOWED-ACTION
              THRU SCAN-ONE-ALLOWED-ACTION-EXIT
              UNTIL ACTION-IS-LISTED
                 OR AU-INDX > 6.
           IF NOT ACTION-IS-LISTED
              MOVE "ACTION NOT AUTHORIZED" TO OC-REFUSAL-REASON
              GO TO CHECK-PROFILE-EXIT
           END-IF.
           IF AU-MAX-CHANGE-PCT > ZERO
              AND OC-CHANGE-PCT > AU-MAX-CHANGE-PCT
              MOVE "CHANGE OVER AUTHORIZED PERCENT"
                   TO OC-REFUSAL-REASON
           END-IF.
       CHECK-PROFILE-EXIT. EXIT.
      *****************************************************************
      *
       SCAN-ONE-ALLOWED-ACTION.
           IF AU-ALLOWED-ACTION (AU-INDX) = OC-ACTION-CODE
              AND OC-ACTION-CODE NOT = SPACE
              SET ACTION-IS-LISTED TO TRUE
           ELSE
              SET AU-INDX UP BY 1
           END-IF.
       SCAN-ONE-ALLOWED-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       LOG-VIOLATION.
      ***************************************************************
      * APPEND THE REFUSAL TO THE SECURITY VIOLATION LOG, CREATING   *
      * THE LOG THE FIRST TIME.  A LOG THAT WILL NOT OPEN IS SHOWN   *
      * ON THE CONSOLE INSTEAD; THE REFUSAL ITSELF STANDS.           *
      ***************************************************************
           OPEN EXTEND SECURITY-VIOLATION-FILE.
           IF SVF-FILE-NOT-FOUND
              OPEN OUTPUT SECURITY-VIOLATION-FILE
           END-IF.
           IF NOT SVF-FILE-OK
              DISPLAY "OPERCHK: VIOLATION LOG OPEN FAILED, STATUS="
                      SVF-FILE-STATUS
              DISPLAY "OPERCHK: REFUSED " OC-PROGRAM-NAME
                      " OPERATOR " OC-OPERATOR-ID
                      " ACTION " OC-ACTION-CODE
                      " KEY " OC-KEY-VALUE
              GO TO LOG-VIOLATION-EXIT
           END-IF.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           ACCEPT SV-LOG-DATE FROM DATE.
           ACCEPT SV-LOG-TIME FROM TIME.
           MOVE OC-OPERATOR-ID TO SV-OPERATOR-ID.
           MOVE OC-PROGRAM-NAME TO SV-PROGRAM-NAME.
           MOVE OC-ACTION-CODE TO SV-ACTION-CODE.
           MOVE OC-KEY-VALUE TO SV-KEY-VALUE.
           MOVE OC-REFUSAL-REASON TO SV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           CLOSE SECURITY-VIOLATION-FILE.
       LOG-VIOLATION-EXIT. EXIT.
      *****************************************************************

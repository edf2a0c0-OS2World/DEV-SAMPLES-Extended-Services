       IDENTIFICATION DIVISION.
       PROGRAM-ID.        RTNMAIL.
      *************************************************************
      * THIS IS THE RTNMAIL PROGRAM THAT RECORDS MAIL RETURNED    *
      * UNDELIVERABLE ON THE CUSTOMER ADDRESS MASTER, SO THE NEXT *
      * CYCLE DOES NOT PRINT AND POST TO THE SAME BAD ADDRESS     *
      * AGAIN - AND COLLECTIONS STOPS BELIEVING A CUSTOMER GOT A  *
      * LETTER THAT CAME BACK IN THE MAILROOM.                    *
      *                                                           *
      * PURPOSE: FLAG THE CUSTADDR RECORD OF EVERY CUSTOMER ON    *
      *          THE RETURNED-MAIL CONTROL FILE UNDELIVERABLE,    *
      *          WITH THE DATE THE ENVELOPE CAME BACK AND THE     *
      *          DOCUMENT IT HELD, IN THE CUSTMNT CONTROL-FILE    *
      *          STYLE.  CREDRPT STATEMENT MODE AND DUNLTR HOLD   *
      *          MAIL FOR A FLAGGED CUSTOMER AND LIST IT ON THE   *
      *          NEWADDR "NEEDS NEW ADDRESS" WORK REPORT.  THE    *
      *          FLAG IS CLEARED BY ADDRMNT WHEN THE ADDRESS IS   *
      *          CHANGED.                                         *
      *                                                           *
      * INPUT:   RETURNED-MAIL CONTROL FILE (RTNMCTL), ONE RECORD *
      *          PER RETURNED ENVELOPE, KEYED BY THE MAILROOM:    *
      *          CUST-NUM, DATE RETURNED (BLANK MEANS TODAY),     *
      *          THE DOCUMENT ("STMT" OR "DUNLTR"), AND THE       *
      *          OPERATOR.  EACH RECORD IS PASSED TO OPERCHK AS   *
      *          ACTION "R" BEFORE IT IS APPLIED.                 *
      *                                                           *
      * OUTPUT:  CUSTOMER-ADDRESS-FILE (CUSTADDR) IS FLAGGED.     *
      *          ADDRESS-JOURNAL-FILE (ADDRJRNL) RECEIVES THE     *
      *          BEFORE AND AFTER IMAGE OF EVERY ADDRESS FLAGGED, *
      *          AS ADDRMNT WRITES THEM, AND A SUMMARY OF RETURNS *
      *          APPLIED AND REJECTED IS DISPLAYED.               *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS AD-CUST-NUM
               FILE STATUS    IS ADR-FILE-STATUS.
           SELECT RETURNED-MAIL-CONTROL-FILE ASSIGN TO "RTNMCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RMF-FILE-STATUS.
           SELECT ADDRESS-JOURNAL-FILE ASSIGN TO "ADDRJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS AJF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-ADDRESS-RECORD.
           05  AD-CUST-NUM             PIC X(4).
           05  AD-NAME                 PIC X(30).
           05  AD-ADDR-LINE-1          PIC X(30).
           05  AD-ADDR-LINE-2          PIC X(30).
           05  AD-CITY                 PIC X(18).
           05  AD-REGION               PIC X(8).
           05  AD-POSTAL-CODE          PIC X(10).
           05  AD-DELIVERY-PREF        PIC X.
               88  AD-DELIVER-BY-HOST             VALUE "H".
           05  AD-RETURNED-MAIL        PIC X.
               88  AD-MAIL-RETURNED               VALUE "Y".
           05  AD-RETURNED-DATE        PIC 9(6).
           05  AD-RETURNED-DOC         PIC X(8).

      ***************************************************************
      * RETURNED-MAIL-CONTROL-FILE IS KEYED BY THE MAILROOM FROM THE *
      * RETURNED ENVELOPES, ONE RECORD PER ENVELOPE.                 *
      ***************************************************************
       FD  RETURNED-MAIL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURNED-MAIL-CONTROL-RECORD.
           05  RM-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  RM-RETURNED-DATE        PIC X(6).
           05  RM-RETURNED-DATE-NUM REDEFINES RM-RETURNED-DATE
                                       PIC 9(6).
           05  FILLER                  PIC X.
           05  RM-DOCUMENT             PIC X(8).
               88  RM-DOCUMENT-KNOWN              VALUE "STMT"
                                                        "DUNLTR".
           05  FILLER                  PIC X.
           05  RM-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * ADDRESS-JOURNAL-FILE IS THE ADDRJRNL TRAIL ADDRMNT KEEPS.    *
      * A RETURN IS JOURNALED THERE TOO, AS ACTION "R", SO CHGRPT    *
      * SHOWS WHO FLAGGED AN ADDRESS AND WHEN.                       *
      ***************************************************************
       FD  ADDRESS-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADDRESS-JOURNAL-RECORD.
           05  AJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AJ-ACTION-CODE          PIC X.
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

       01  ADR-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  ADR-FILE-OK                        VALUE "00".

       01  ADDRESS-FILE-SWITCH        PIC  X      VALUE "N".
           88  ADDRESS-FILE-IS-OPEN               VALUE "Y".

       01  RMF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RMF-FILE-OK                        VALUE "00".

       01  CONTROL-FILE-SWITCH        PIC  X      VALUE "N".
           88  CONTROL-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-CONTROL-FILE-SWITCH PIC  X      VALUE "N".
           88  END-OF-CONTROL-FILE                VALUE "Y".

       01  AJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  AJF-FILE-OK                        VALUE "00".
           88  AJF-FILE-NOT-FOUND                 VALUE "35".

       01  JOURNAL-FILE-SWITCH        PIC  X      VALUE "N".
           88  JOURNAL-FILE-IS-OPEN               VALUE "Y".

       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

       01  JOURNAL-LOG-DATE           PIC  9(6)   VALUE ZERO.

       01  RETURNED-MAIL-COUNTERS.
           05  RC-RETURNS-APPLIED     PIC 9(5)    VALUE ZERO.
           05  RC-ALREADY-FLAGGED     PIC 9(5)    VALUE ZERO.
           05  RC-RETURNS-REJECTED    PIC 9(5)    VALUE ZERO.

       01  SR-RC-RETURNS-APPLIED      PIC ZZZZ9.
       01  SR-RC-ALREADY-FLAGGED      PIC ZZZZ9.
       01  SR-RC-RETURNS-REJECTED     PIC ZZZZ9.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS RETURN IS APPLIED.        *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "RTNMAIL ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE "R".
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
           PERFORM OPEN-ADDRESS-FILE
              THRU OPEN-ADDRESS-FILE-EXIT.
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
              PERFORM REJECT-RETURN
                 THRU REJECT-RETURN-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           PERFORM FLAG-RETURNED-ADDRESS
              THRU FLAG-RETURNED-ADDRESS-EXIT.

       PROCESS-CONTROL-RECORDS-NEXT.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
       PROCESS-CONTROL-RECORDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER THE OPERATOR NAMED ON THE CONTROL RECORD *
      * MAY RECORD RETURNED MAIL.  A REFUSAL COMES BACK WITH ITS     *
      * REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.               *
      ***************************************************************
           MOVE RM-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE RM-CUST-NUM TO OC-KEY-VALUE.
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
       FLAG-RETURNED-ADDRESS.
      ***************************************************************
      * EDIT THE RETURN, THEN FLAG THE ADDRESS.  AN ADDRESS ALREADY  *
      * FLAGGED TAKES THE LATER RETURN, SO THE WORK REPORT SHOWS THE *
      * MOST RECENT DOCUMENT THAT BOUNCED.                           *
      ***************************************************************
           IF RM-CUST-NUM = SPACES OR RM-CUST-NUM = LOW-VALUES
              MOVE "MISSING CUST-NUM" TO REJECT-REASON
              PERFORM REJECT-RETURN
                 THRU REJECT-RETURN-EXIT
              GO TO FLAG-RETURNED-ADDRESS-EXIT
           END-IF.
           IF NOT RM-DOCUMENT-KNOWN
              MOVE "UNKNOWN DOCUMENT" TO REJECT-REASON
              PERFORM REJECT-RETURN
                 THRU REJECT-RETURN-EXIT
              GO TO FLAG-RETURNED-ADDRESS-EXIT
           END-IF.
           IF RM-RETURNED-DATE = SPACES
              MOVE JOURNAL-LOG-DATE TO RM-RETURNED-DATE-NUM
           END-IF.
           IF RM-RETURNED-DATE-NUM NOT NUMERIC
              OR RM-RETURNED-DATE-NUM = ZERO
              MOVE "INVALID RETURNED DATE" TO REJECT-REASON
              PERFORM REJECT-RETURN
                 THRU REJECT-RETURN-EXIT
              GO TO FLAG-RETURNED-ADDRESS-EXIT
           END-IF.

           MOVE RM-CUST-NUM TO AD-CUST-NUM.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                  MOVE "ADDRESS NOT ON FILE" TO REJECT-REASON
                  PERFORM REJECT-RETURN
                     THRU REJECT-RETURN-EXIT
                  GO TO FLAG-RETURNED-ADDRESS-EXIT
           END-READ.
           IF AD-MAIL-RETURNED
              ADD 1 TO RC-ALREADY-FLAGGED
              IF AD-RETURNED-DATE > RM-RETURNED-DATE-NUM
                 GO TO FLAG-RETURNED-ADDRESS-EXIT
              END-IF
           END-IF.

           MOVE "BEFORE" TO AJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           SET AD-MAIL-RETURNED TO TRUE.
           MOVE RM-RETURNED-DATE-NUM TO AD-RETURNED-DATE.
           MOVE RM-DOCUMENT TO AD-RETURNED-DOC.
           REWRITE CUSTOMER-ADDRESS-RECORD.
           MOVE "AFTER" TO AJ-IMAGE-TYPE.
           PERFORM WRITE-JOURNAL-RECORD
              THRU WRITE-JOURNAL-RECORD-EXIT.
           ADD 1 TO RC-RETURNS-APPLIED.
       FLAG-RETURNED-ADDRESS-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-JOURNAL-RECORD.
      ***************************************************************
      * APPEND ONE BEFORE OR AFTER IMAGE OF THE ADDRESS RECORD AS    *
      * IT STANDS RIGHT NOW.  AJ-IMAGE-TYPE IS SET BY THE CALLER.    *
      ***************************************************************
           MOVE JOURNAL-LOG-DATE   TO AJ-LOG-DATE.
           MOVE "R"                TO AJ-ACTION-CODE.
           MOVE SPACES             TO AJ-RECORD-IMAGE.
           MOVE CUSTOMER-ADDRESS-RECORD TO AJ-RECORD-IMAGE.
           ACCEPT AJ-LOG-TIME FROM TIME.
           MOVE "RTNMAIL"          TO AJ-PROGRAM-NAME.
           MOVE RM-OPERATOR-ID     TO AJ-OPERATOR-ID.
           WRITE ADDRESS-JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       REJECT-RETURN.
           ADD 1 TO RC-RETURNS-REJECTED.
           DISPLAY "RTNMAIL REJECTED RETURN FOR CUST-NUM "
                   RM-CUST-NUM " - " REJECT-REASON.
       REJECT-RETURN-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-ADDRESS-FILE.
      ***************************************************************
      * THE ADDRESS MASTER MUST EXIST - A RETURN FOR A CUSTOMER      *
      * WITH NO ADDRESS ON FILE HAS NOTHING TO FLAG.                 *
      ***************************************************************
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF ADR-FILE-OK
              SET ADDRESS-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "RTNMAIL: ADDRESS MASTER OPEN FAILED, STATUS="
                      ADR-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-ADDRESS-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CONTROL-FILE.
           OPEN INPUT RETURNED-MAIL-CONTROL-FILE.
           IF RMF-FILE-OK
              SET CONTROL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "RTNMAIL: CONTROL FILE OPEN FAILED, STATUS="
                      RMF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-CONTROL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-JOURNAL-FILE.
      ***************************************************************
      * APPEND TO THE ADDRESS JOURNAL ACROSS RUNS SO THE AUDIT       *
      * TRAIL IS NEVER TRUNCATED BY A SECOND RUN THE SAME DAY.       *
      ***************************************************************
           OPEN EXTEND ADDRESS-JOURNAL-FILE.
           IF AJF-FILE-NOT-FOUND
              OPEN OUTPUT ADDRESS-JOURNAL-FILE
           END-IF.
           SET JOURNAL-FILE-IS-OPEN TO TRUE.
       OPEN-JOURNAL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
              READ RETURNED-MAIL-CONTROL-FILE
                  AT END
                      SET END-OF-CONTROL-FILE TO TRUE
              END-READ
           END-IF.
       READ-CONTROL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY RETURNED-MAIL SUMMARY, CLOSE FILES  *
      ***********************************************
           MOVE RC-RETURNS-APPLIED TO SR-RC-RETURNS-APPLIED.
           MOVE RC-ALREADY-FLAGGED TO SR-RC-ALREADY-FLAGGED.
           MOVE RC-RETURNS-REJECTED TO SR-RC-RETURNS-REJECTED.
           DISPLAY " ".
           DISPLAY "RTNMAIL RETURNED MAIL SUMMARY".
           DISPLAY "RETURNS APPLIED ............ "
                   SR-RC-RETURNS-APPLIED.
           DISPLAY "ALREADY FLAGGED ............ "
                   SR-RC-ALREADY-FLAGGED.
           DISPLAY "RETURNS REJECTED ........... "
                   SR-RC-RETURNS-REJECTED.
           IF ADDRESS-FILE-IS-OPEN
              CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF CONTROL-FILE-IS-OPEN
              CLOSE RETURNED-MAIL-CONTROL-FILE
           END-IF.
           IF JOURNAL-FILE-IS-OPEN
              CLOSE ADDRESS-JOURNAL-FILE
           END-IF.
           DISPLAY "PROGRAM: RTNMAIL EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

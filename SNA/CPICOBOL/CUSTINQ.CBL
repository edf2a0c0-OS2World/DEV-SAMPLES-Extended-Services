      * INPUT:   CUST-NUM, ACCEPTED FROM THE CONSOLE.             *
      *                                                           *
      * OUTPUT:  DISPLAYED CREDIT-BALANCE/CREDIT-LIMIT/           *
      *          CREDIT-FLAG FOR THE REQUESTED CUST-NUM, OR ITS   *
      *          RECENT ACCOUNT ACTIVITY.                         *
      *                                                           *
      * 1993-06 JCH  DISPLAY THE STANDING RISK GRADE CREDRPT NOW  *
      *              RETURNS IN THE INQUIRY-RESULTS-RECORD.       *
      *              THE MATCHING CUST-NUMS AND NAMES ARE         *
      *              LISTED, AND THE OPERATOR PICKS ONE TO RUN    *
      *              THE NORMAL CREDIT INQUIRY AGAINST.           *
      * 1995-04 JCH  ADDED RECENT ACTIVITY INQUIRY: ANSWERING "A" *
      *              TO THE INQUIRY-TYPE PROMPT SENDS CREDIT-FLAG *
      *              "A" AND LISTS THE LAST 10 PAYMENTS, CHARGES, *
      *              RETURNED ITEMS, FEES, LIMIT CHANGES, AND ANY *
      *              OPEN PROMISE OR DISPUTE CREDRPT FINDS, MOST  *
      *              RECENT FIRST.                                *
      *************************************************************
      *
       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.

       01  BUFFER                     PIC X(525).

       01  CM-ERROR-DISPLAY-MSG       PIC X(40)  VALUE SPACES.

           05  IQ-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(21).

       01  INQUIRY-TYPE-INPUT         PIC X      VALUE SPACES.
           88  INQUIRY-TYPE-ACTIVITY             VALUE "A".

       01  END-OF-XREF-SWITCH         PIC X      VALUE "N".
           88  END-OF-XREF                       VALUE "Y".

           05  CREDIT-LIMIT            PIC S9(7)V99  VALUE ZERO.
           05  CREDIT-FLAG             PIC X         VALUE "I".
               88  CREDIT-FLAG-INQUIRY           VALUE "I".
               88  CREDIT-FLAG-ACTIVITY-INQUIRY  VALUE "A".

      *****************************
      * PROCESSING-RESULTS-RECORD *
       01  SR-IR-CREDIT-BALANCE       PIC Z(6)9.99-.
       01  SR-IR-CREDIT-LIMIT         PIC Z(6)9.99-.

      ***************************************************************
      * ACTIVITY-RESULTS-AREA IS WHAT CREDRPT SENDS BACK FOR A      *
      * CREDIT-FLAG-ACTIVITY-INQUIRY: A HEADER RESULTS RECORD       *
      * GIVING THE CUST-NUM AND THE NUMBER OF ACTIVITY LINES, THEN  *
      * EACH LINE IN TWO RESULTS RECORDS, MOST RECENT FIRST.  ANY   *
      * OTHER ANSWER IS A MESSAGE IN THE HEADER'S PLACE.            *
      ***************************************************************
       01  ACTIVITY-RESULTS-AREA.
           05  ACTIVITY-HEADER.
               10  AH-CUST-NUM         PIC X(4).
               10  AH-RECORD-MARKER    PIC X(8).
                   88  AH-ACTIVITY-ANSWER         VALUE "ACTIVITY".
               10  AH-ACTIVITY-COUNT   PIC 9(2).
               10  FILLER              PIC X(11).
           05  AV-ENTRY                OCCURS 10 TIMES.
               10  AV-ACTIVITY-DATE    PIC 9(6).
               10  AV-ACTIVITY-TYPE    PIC X(10).
               10  AV-AMOUNT           PIC S9(7)V99.
               10  AV-REFERENCE        PIC X(10).
               10  AV-SOURCE           PIC X(8).
               10  FILLER              PIC X(7).

       01  AV-SUB                     PIC 9(2)   VALUE ZERO.
       01  SR-AV-AMOUNT               PIC Z(6)9.99-.

      ***************************************************************
      * AUDITLOG CALL ARGUMENTS - PRE-PADDED TO THE EXACT WIDTH OF  *
      * AUDITLOG'S LINKAGE ITEMS.  A LITERAL PASSED DIRECTLY ON THE *
              THRU APPC-RECEIVE-EXIT.
           DISPLAY "CUSTINQ INQUIRY RESULT RECEIVED".

           IF CREDIT-FLAG-ACTIVITY-INQUIRY
              PERFORM DISPLAY-ACTIVITY-RESULT
                 THRU DISPLAY-ACTIVITY-RESULT-EXIT
           ELSE
              PERFORM DISPLAY-INQUIRY-RESULT
                 THRU DISPLAY-INQUIRY-RESULT-EXIT
           END-IF.

           PERFORM BUILD-END-OF-DATA-RECORD
              THRU BUILD-END-OF-DATA-RECORD-EXIT.
           ELSE
              MOVE IQ-CUST-NUM TO CUST-NUM
           END-IF.
           DISPLAY "INQUIRY TYPE - C = CREDIT STANDING (DEFAULT),".
           DISPLAY "A = RECENT ACCOUNT ACTIVITY: ".
           ACCEPT INQUIRY-TYPE-INPUT FROM CONSOLE.
           IF INQUIRY-TYPE-ACTIVITY
              SET CREDIT-FLAG-ACTIVITY-INQUIRY TO TRUE
           ELSE
              SET CREDIT-FLAG-INQUIRY TO TRUE
           END-IF.
       GET-INQUIRY-CUST-NUM-EXIT. EXIT.
      *****************************************************************
      *
           END-IF.
       DISPLAY-INQUIRY-RESULT-EXIT. EXIT.
      *****************************************************************
      *
       DISPLAY-ACTIVITY-RESULT.
      ***************************************************************
      * LIST THE CUSTOMER'S RECENT ACTIVITY, MOST RECENT FIRST, AS  *
      * CREDRPT RETURNED IT, OR ITS MESSAGE IF IT COULD NOT ANSWER. *
      * A PROMISE OR DISPUTE CARRIES NO AMOUNT.                     *
      ***************************************************************
           IF NOT AH-ACTIVITY-ANSWER
              OR AH-CUST-NUM NOT = CUST-NUM
              DISPLAY "CUSTINQ - " PROCESSING-RESULTS-RECORD
              GO TO DISPLAY-ACTIVITY-RESULT-EXIT
           END-IF.
           DISPLAY "CUST-NUM ............ " CUST-NUM.
           IF AH-ACTIVITY-COUNT = ZERO
              DISPLAY "CUSTINQ - NO RECENT ACTIVITY ON FILE"
              GO TO DISPLAY-ACTIVITY-RESULT-EXIT
           END-IF.
           DISPLAY "DATE    TYPE          AMOUNT     REFERENCE  SOURCE".
           MOVE 1 TO AV-SUB.
           PERFORM DISPLAY-ONE-ACTIVITY
              THRU DISPLAY-ONE-ACTIVITY-EXIT
              UNTIL AV-SUB > AH-ACTIVITY-COUNT.
       DISPLAY-ACTIVITY-RESULT-EXIT. EXIT.
      *****************************************************************
      *
       DISPLAY-ONE-ACTIVITY.
           MOVE AV-AMOUNT (AV-SUB) TO SR-AV-AMOUNT.
           DISPLAY AV-ACTIVITY-DATE (AV-SUB) "  "
                   AV-ACTIVITY-TYPE (AV-SUB) " "
                   SR-AV-AMOUNT " "
                   AV-REFERENCE (AV-SUB) " "
                   AV-SOURCE (AV-SUB).
           ADD 1 TO AV-SUB.
       DISPLAY-ONE-ACTIVITY-EXIT. EXIT.
      *****************************************************************
      *
       APPC-INITIALIZE.
           PERFORM READ-PARTNER-NAME
      * PERFORM THIS CALL UNTIL A "NOT" CM-OK            *
      * RETURN CODE IS RECEIVED.  ALLOWING RECEPTION OF: *
      * - PROCESSING-RESULTS-RECORD FROM CREDRPT PROGRAM *
      *   (THE WHOLE ACTIVITY-RESULTS-AREA FOR AN        *
      *   ACTIVITY INQUIRY)                              *
      * - CONVERSATION DEALLOCATION RETURN CODE          *
      *     FROM THE CREDRPT PROGRAM                     *
      ****************************************************
           MOVE 525 TO REQUESTED-LENGTH.
           CALL "CMRCV" USING CONVERSATION-ID
                              BUFFER
                              REQUESTED-LENGTH
      *
           IF CM-COMPLETE-DATA-RECEIVED
              MOVE BUFFER TO PROCESSING-RESULTS-RECORD
              MOVE BUFFER TO ACTIVITY-RESULTS-AREA
           END-IF.

           IF CM-OK OR CM-DEALLOCATED-NORMAL

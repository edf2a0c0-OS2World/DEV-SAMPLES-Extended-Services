      *          THIS PROGRAM WILL RUN SUCCESSFULLY ONLY WHEN       *
      *          THE KEYLOCK FEATURE IS NOT SECURED.                *
      *                                                             *
      * 1995-04 JCH  EVERY CONTROL RECORD NOW NAMES THE OPERATOR    *
      *              (CR-OPERATOR-ID), AND EACH ACTION - LIST       *
      *              INCLUDED - IS PASSED TO OPERCHK FIRST.  AN     *
      *              ACTION THE OPERATOR'S AUTHORITY PROFILE DOES   *
      *              NOT ALLOW IS COUNTED FAILED AND LOGGED TO      *
      *              SECVIOL.                                       *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
           05  CR-MODE-NAME           PIC X(8).
           05  FILLER                 PIC X.
           05  CR-TP-NAME             PIC X(64).
           05  FILLER                 PIC X.
           05  CR-OPERATOR-ID         PIC X(8).

       WORKING-STORAGE SECTION.

           05  MS-ACTIONS-PROCESSED   PIC 9(5)    VALUE ZERO.
           05  MS-ACTIONS-FAILED      PIC 9(5)    VALUE ZERO.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS TAKEN.          *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "DELSIDE ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

      **********************************************
      * USE THE CPI-COMMUNICATIONS PSEUDONYM FILES *
      **********************************************
           MOVE CR-MODE-NAME TO SI-MODE-NAME.
           MOVE CR-TP-NAME TO SI-TP-NAME.

           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED THEN
             DISPLAY "DELSIDE: ACTION " CR-ACTION-CODE " REFUSED FOR "
                     SI-SYM-DEST-NAME " - " OC-REFUSAL-REASON
             ADD 1 TO MS-ACTIONS-FAILED
             GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.

           EVALUATE CR-ACTION-CODE
             WHEN "L"
               PERFORM LIST-SIDE-INFO THRU LIST-SIDE-INFO-EXIT
               ADD 1 TO MS-ACTIONS-FAILED
           END-EVALUATE.

        PROCESS-CONTROL-RECORDS-NEXT.
           PERFORM READ-CONTROL-RECORD THRU READ-CONTROL-RECORD-EXIT.
        PROCESS-CONTROL-RECORDS-EXIT. EXIT.
      ***********************************************
      * CHECK THE OPERATOR'S AUTHORITY FOR THE       *
      * ACTION - OPERCHK LOGS ANY REFUSAL TO SECVIOL *
      ***********************************************
        CHECK-OPERATOR-AUTHORITY.
           MOVE CR-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE CR-ACTION-CODE TO OC-ACTION-CODE.
           MOVE SI-SYM-DEST-NAME TO OC-KEY-VALUE.
           MOVE ZERO TO OC-CHANGE-PCT.
           CALL "OPERCHK" USING OC-PROGRAM-NAME
                                OC-OPERATOR-ID
                                OC-ACTION-CODE
                                OC-KEY-VALUE
                                OC-CHANGE-PCT
                                OC-AUTH-RESULT
                                OC-REFUSAL-REASON.
        CHECK-OPERATOR-AUTHORITY-EXIT. EXIT.
      ***********************************************
      * LIST (QUERY) SIDE-INFO                       *
      ***********************************************
        LIST-SIDE-INFO.

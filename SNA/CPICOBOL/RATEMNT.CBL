      *          ONE RATE-JOURNAL-FILE (RATEJRNL) RECORD PER      *
      *          CHANGE WITH THE OLD RATE, NEW RATE, AND WHO      *
      *          RAN IT.                                          *
      *                                                           *
      * 1995-04 JCH  EACH JOURNAL RECORD NOW ALSO CARRIES THE     *
      *              TIME OF DAY, FOR THE CHGRPT FIELD-LEVEL      *
      *              CHANGE REPORT.                               *
      * 1995-04 JCH  EACH ACTION IS NOW PASSED TO OPERCHK WITH    *
      *              RC-OPERATOR-ID BEFORE IT IS APPLIED, AND A   *
      *              CHANGE CARRIES ITS SIZE AS A PERCENTAGE OF   *
      *              THE OLD RATE SO A PROFILE CAN CAP HOW FAR AN *
      *              OPERATOR MAY MOVE A RATE.  A REFUSED ACTION  *
      *              IS REJECTED AND LOGGED TO SECVIOL.           *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
           05  RJ-EFFECTIVE-DATE       PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RJ-LOG-TIME             PIC 9(8).

       WORKING-STORAGE SECTION.

       01  SR-MS-ACTIONS-APPLIED      PIC ZZZZ9.
       01  SR-MS-ACTIONS-REJECTED     PIC ZZZZ9.

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS APPLIED.  FOR A *
      * CHANGE, OC-CHANGE-PCT IS THE SIZE OF THE MOVE AGAINST THE    *
      * OLD RATE, EITHER DIRECTION; 999.99 STANDS FOR ANYTHING       *
      * LARGER.                                                      *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "RATEMNT ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

       01  RATE-CHANGE-AMOUNT         PIC  9(3)V9(6) VALUE ZERO.

       LINKAGE SECTION.

       EJECT

           PERFORM FIND-RATE-ENTRY
              THRU FIND-RATE-ENTRY-EXIT.
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           EVALUATE RC-ACTION-CODE
             WHEN "A"
               PERFORM ADD-RATE-ENTRY
              THRU READ-CONTROL-RECORD-EXIT.
       PROCESS-CONTROL-RECORDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER RC-OPERATOR-ID MAY TAKE THIS ACTION IN   *
      * RATEMNT.  A CHANGE TO A RATE ALREADY ON THE TABLE IS SIZED   *
      * AS A PERCENTAGE OF THE OLD RATE FOR THE PROFILE'S CAP.  A    *
      * REFUSAL COMES BACK WITH ITS REASON AND HAS ALREADY BEEN      *
      * LOGGED TO SECVIOL.                                           *
      ***************************************************************
           MOVE RC-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE RC-ACTION-CODE TO OC-ACTION-CODE.
           MOVE RC-CURRENCY-CODE TO OC-KEY-VALUE.
           MOVE ZERO TO OC-CHANGE-PCT.
           IF RC-ACTION-CODE = "C" AND RATE-WAS-FOUND
              AND XRT-RATE-TO-BASE (XRT-INDX) > ZERO
              IF RC-RATE-TO-BASE > XRT-RATE-TO-BASE (XRT-INDX)
                 COMPUTE RATE-CHANGE-AMOUNT =
                     RC-RATE-TO-BASE - XRT-RATE-TO-BASE (XRT-INDX)
              ELSE
                 COMPUTE RATE-CHANGE-AMOUNT =
                     XRT-RATE-TO-BASE (XRT-INDX) - RC-RATE-TO-BASE
              END-IF
              COMPUTE OC-CHANGE-PCT ROUNDED =
                  RATE-CHANGE-AMOUNT * 100
                    / XRT-RATE-TO-BASE (XRT-INDX)
                  ON SIZE ERROR
                     MOVE 999.99 TO OC-CHANGE-PCT
              END-COMPUTE
           END-IF.
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
       VALIDATE-RATE-ACTION.
      ***************************************************************
              MOVE ZERO TO RJ-EFFECTIVE-DATE
           END-IF.
           MOVE RC-OPERATOR-ID TO RJ-OPERATOR-ID.
           ACCEPT RJ-LOG-TIME FROM TIME.
           WRITE RATE-JOURNAL-RECORD.
       WRITE-RATE-JOURNAL-EXIT. EXIT.
      *****************************************************************

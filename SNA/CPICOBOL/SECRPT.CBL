       IDENTIFICATION DIVISION.
       PROGRAM-ID.        SECRPT.
      *************************************************************
      * THIS IS THE SECRPT PROGRAM THAT PRINTS THE WEEKLY         *
      * SECURITY VIOLATION REPORT FROM THE SECVIOL LOG OPERCHK    *
      * AND AUTHMNT WRITE, SO EVERY REFUSED MAINTENANCE ACTION    *
      * IS REVIEWED OPERATOR BY OPERATOR.                         *
      *                                                           *
      * PURPOSE: SELECT THE REFUSALS LOGGED IN THE SEVEN DAYS     *
      *          ENDING ON THE WEEK-ENDING DATE, GROUP THEM BY    *
      *          OPERATOR ID IN ASCENDING ORDER, AND PRINT EACH   *
      *          OPERATOR'S REFUSALS UNDER A HEADING CARRYING     *
      *          THE OPERATOR'S REFUSAL COUNT, WITH A GRAND TOTAL *
      *          AT THE END.                                      *
      *                                                           *
      * INPUT:   SECURITY-VIOLATION-FILE (SECVIOL) AND AN         *
      *          OPTIONAL PARAMETER FILE (SECPARM) NAMING THE     *
      *          WEEK-ENDING DATE (YYMMDD).  WITH NO PARAMETER    *
      *          THE WEEK ENDS ON THE RUN DATE.                   *
      *                                                           *
      * OUTPUT:  SECURITY VIOLATION REPORT (SECRPRT).             *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS SVF-FILE-STATUS.
           SELECT SECURITY-PARM-FILE      ASSIGN TO "SECPARM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS SPF-FILE-STATUS.
           SELECT SECURITY-REPORT-FILE    ASSIGN TO "SECRPRT"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * SECURITY-VIOLATION-FILE - ONE RECORD PER REFUSED ACTION, AS  *
      * WRITTEN BY OPERCHK/OPERLOG.                                  *
      ***************************************************************
       FD  SECURITY-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-VIOLATION-RECORD.
           05  SV-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  SV-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  SV-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  SV-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  SV-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  SV-KEY-VALUE            PIC X(10).
           05  FILLER                  PIC X(2).
           05  SV-REASON               PIC X(30).

      ***************************************************************
      * SECURITY-PARM-FILE - ONE RECORD; A ZERO OR NON-NUMERIC DATE  *
      * LEAVES THE WEEK ENDING ON THE RUN DATE.                      *
      ***************************************************************
       FD  SECURITY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-PARM-RECORD.
           05  SP-WEEK-ENDING-DATE     PIC 9(6).

       FD  SECURITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  SVF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  SVF-FILE-OK                        VALUE "00".

       01  VIOLATION-FILE-SWITCH      PIC  X      VALUE "N".
           88  VIOLATION-FILE-IS-OPEN             VALUE "Y".

       01  END-OF-VIOLATIONS-SWITCH   PIC  X      VALUE "N".
           88  END-OF-VIOLATIONS                  VALUE "Y".

       01  SPF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  SPF-FILE-OK                        VALUE "00".

      **********************************************************
      * WEEK WINDOW ARITHMETIC - THE SHOP'S USUAL              *
      * YY*365+MM*30+DD DAY APPROXIMATION.  A RECORD IS IN THE *
      * WEEK WHEN IT IS ZERO TO SIX DAYS OLDER THAN THE        *
      * WEEK-ENDING DATE.                                      *
      **********************************************************
       01  WEEK-ENDING-DATE           PIC 9(6)    VALUE ZERO.
       01  WEEK-ENDING-PARTS REDEFINES WEEK-ENDING-DATE.
           05  WEEK-YY                 PIC 9(2).
           05  WEEK-MM                 PIC 9(2).
           05  WEEK-DD                 PIC 9(2).
       01  RECORD-DATE-PARTS.
           05  REC-YY                  PIC 9(2).
           05  REC-MM                  PIC 9(2).
           05  REC-DD                  PIC 9(2).
       01  RECORD-AGE-DAYS            PIC S9(5)   VALUE ZERO.

      **********************************************************
      * VIOLATION TABLE: THE WEEK'S SELECTED REFUSALS, IN LOG  *
      * ORDER, SO EACH OPERATOR'S LINES PRINT IN TIME ORDER.   *
      **********************************************************
       01  VT-VIOLATION-COUNT         PIC  9(4)   VALUE ZERO.
       01  VIOLATION-TABLE.
           05  VT-ENTRY OCCURS 2000 TIMES
                        INDEXED BY VT-INDX.
               10  VT-LOG-DATE         PIC 9(6).
               10  VT-LOG-TIME         PIC 9(8).
               10  VT-OPERATOR-ID      PIC X(8).
               10  VT-PROGRAM-NAME     PIC X(8).
               10  VT-ACTION-CODE      PIC X.
               10  VT-KEY-VALUE        PIC X(10).
               10  VT-REASON           PIC X(30).

      **********************************************************
      * OPERATOR TABLE: ONE ENTRY PER DISTINCT OPERATOR, KEPT  *
      * IN ASCENDING OPERATOR-ID ORDER AS ENTRIES ARE ADDED.   *
      **********************************************************
       01  OP-OPERATOR-COUNT          PIC  9(3)   VALUE ZERO.
       01  OPERATOR-TABLE.
           05  OP-ENTRY OCCURS 200 TIMES
                        INDEXED BY OP-INDX OP-MOVE-INDX.
               10  OP-OPERATOR-ID      PIC X(8).
               10  OP-REFUSAL-COUNT    PIC 9(5).

       01  OP-FOUND-SWITCH            PIC  X      VALUE "N".
           88  OP-ENTRY-WAS-FOUND                 VALUE "Y".

      **********************************************************
      * RT- RUN TOTALS.                                        *
      **********************************************************
       01  RUN-TOTALS.
           05  RT-RECORDS-READ         PIC 9(7)   VALUE ZERO.
           05  RT-RECORDS-SELECTED     PIC 9(7)   VALUE ZERO.
           05  RT-RECORDS-OVERFLOW     PIC 9(7)   VALUE ZERO.

       01  SR-RT-RECORDS-READ         PIC ZZZZZZ9.
       01  SR-RT-RECORDS-SELECTED     PIC ZZZZZZ9.
       01  SR-RT-RECORDS-OVERFLOW     PIC ZZZZZZ9.

       01  RPT-REPORT-DATE            PIC 9(6)    VALUE ZERO.

       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(30)  VALUE
               "SECRPT - SECURITY VIOLATIONS  ".
           05  FILLER                 PIC X(14)  VALUE
               "WEEK ENDING  ".
           05  RPT-H1-WEEK-ENDING     PIC 9(6).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  FILLER                 PIC X(5)   VALUE "RUN  ".
           05  RPT-H1-DATE            PIC 9(6).

       01  RPT-HEADING-LINE-2.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  FILLER                 PIC X(8)   VALUE "DATE".
           05  FILLER                 PIC X(10)  VALUE "TIME".
           05  FILLER                 PIC X(10)  VALUE "PROGRAM".
           05  FILLER                 PIC X(4)   VALUE "ACT".
           05  FILLER                 PIC X(12)  VALUE "KEY".
           05  FILLER                 PIC X(30)  VALUE "REASON".

       01  RPT-OPERATOR-LINE.
           05  FILLER                 PIC X(10)  VALUE "OPERATOR  ".
           05  RPT-O-OPERATOR-ID      PIC X(8).
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE "REFUSALS  ".
           05  RPT-O-REFUSAL-COUNT    PIC ZZZZ9.

       01  RPT-DETAIL-LINE.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  RPT-D-LOG-DATE         PIC 9(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-LOG-TIME         PIC 9(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-PROGRAM-NAME     PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-ACTION-CODE      PIC X.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  RPT-D-KEY-VALUE        PIC X(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-D-REASON           PIC X(30).

       01  RPT-TOTAL-LINE.
           05  FILLER                 PIC X(22)  VALUE
               "TOTAL REFUSALS        ".
           05  RPT-T-REFUSAL-COUNT    PIC ZZZZZZ9.
           05  FILLER                 PIC X(4)   VALUE SPACES.
           05  FILLER                 PIC X(12)  VALUE "OPERATORS   ".
           05  RPT-T-OPERATOR-COUNT   PIC ZZ9.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           ACCEPT RPT-REPORT-DATE FROM DATE.
           MOVE RPT-REPORT-DATE TO WEEK-ENDING-DATE.
           PERFORM READ-SECURITY-PARMS
              THRU READ-SECURITY-PARMS-EXIT.
           PERFORM LOAD-WEEKS-VIOLATIONS
              THRU LOAD-WEEKS-VIOLATIONS-EXIT.
           PERFORM OPEN-REPORT
              THRU OPEN-REPORT-EXIT.
           PERFORM WRITE-VIOLATIONS-BY-OPERATOR
              THRU WRITE-VIOLATIONS-BY-OPERATOR-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       LOAD-WEEKS-VIOLATIONS.
      ***************************************************************
      * READ THE LOG, KEEP THE WEEK'S REFUSALS IN THE VIOLATION      *
      * TABLE, AND COUNT THEM AGAINST THEIR OPERATOR.                *
      ***************************************************************
           OPEN INPUT SECURITY-VIOLATION-FILE.
           IF NOT SVF-FILE-OK
              DISPLAY "SECRPT: NO VIOLATION LOG TO REPORT, STATUS="
                      SVF-FILE-STATUS
              SET END-OF-VIOLATIONS TO TRUE
              GO TO LOAD-WEEKS-VIOLATIONS-EXIT
           END-IF.
           SET VIOLATION-FILE-IS-OPEN TO TRUE.
           PERFORM READ-VIOLATION-RECORD
              THRU READ-VIOLATION-RECORD-EXIT.
           PERFORM SELECT-ONE-VIOLATION
              THRU SELECT-ONE-VIOLATION-EXIT
              UNTIL END-OF-VIOLATIONS.
           CLOSE SECURITY-VIOLATION-FILE.
           MOVE "N" TO VIOLATION-FILE-SWITCH.
       LOAD-WEEKS-VIOLATIONS-EXIT. EXIT.
      *****************************************************************
      *
       SELECT-ONE-VIOLATION.
           ADD 1 TO RT-RECORDS-READ.
           IF SV-LOG-DATE NOT NUMERIC
              GO TO SELECT-ONE-VIOLATION-NEXT
           END-IF.
           MOVE SV-LOG-DATE TO RECORD-DATE-PARTS.
           COMPUTE RECORD-AGE-DAYS =
               (WEEK-YY * 365 + WEEK-MM * 30 + WEEK-DD)
             - (REC-YY * 365 + REC-MM * 30 + REC-DD).
           IF RECORD-AGE-DAYS < ZERO OR RECORD-AGE-DAYS > 6
              GO TO SELECT-ONE-VIOLATION-NEXT
           END-IF.
           IF VT-VIOLATION-COUNT = 2000
              ADD 1 TO RT-RECORDS-OVERFLOW
              GO TO SELECT-ONE-VIOLATION-NEXT
           END-IF.

           PERFORM ACCUMULATE-OPERATOR
              THRU ACCUMULATE-OPERATOR-EXIT.
           IF NOT OP-ENTRY-WAS-FOUND
              ADD 1 TO RT-RECORDS-OVERFLOW
              GO TO SELECT-ONE-VIOLATION-NEXT
           END-IF.

           ADD 1 TO RT-RECORDS-SELECTED.
           ADD 1 TO VT-VIOLATION-COUNT.
           SET VT-INDX TO VT-VIOLATION-COUNT.
           MOVE SV-LOG-DATE     TO VT-LOG-DATE (VT-INDX).
           MOVE SV-LOG-TIME     TO VT-LOG-TIME (VT-INDX).
           MOVE SV-OPERATOR-ID  TO VT-OPERATOR-ID (VT-INDX).
           MOVE SV-PROGRAM-NAME TO VT-PROGRAM-NAME (VT-INDX).
           MOVE SV-ACTION-CODE  TO VT-ACTION-CODE (VT-INDX).
           MOVE SV-KEY-VALUE    TO VT-KEY-VALUE (VT-INDX).
           MOVE SV-REASON       TO VT-REASON (VT-INDX).

       SELECT-ONE-VIOLATION-NEXT.
           PERFORM READ-VIOLATION-RECORD
              THRU READ-VIOLATION-RECORD-EXIT.
       SELECT-ONE-VIOLATION-EXIT. EXIT.
      *****************************************************************
      *
       ACCUMULATE-OPERATOR.
      ***************************************************************
      * FIND THE OPERATOR'S ENTRY OR THE SLOT IT BELONGS IN.  A NEW  *
      * OPERATOR IS INSERTED THERE, THE HIGHER ENTRIES MOVING UP ONE *
      * PLACE, SO THE TABLE STAYS IN OPERATOR-ID ORDER.  A FULL      *
      * TABLE LEAVES OP-ENTRY-WAS-FOUND OFF FOR THE CALLER.          *
      ***************************************************************
           MOVE "N" TO OP-FOUND-SWITCH.
           SET OP-INDX TO 1.
           PERFORM FIND-OPERATOR-SLOT
              THRU FIND-OPERATOR-SLOT-EXIT
              UNTIL OP-ENTRY-WAS-FOUND
                 OR OP-INDX > OP-OPERATOR-COUNT.
           IF OP-ENTRY-WAS-FOUND
              IF OP-OPERATOR-ID (OP-INDX) = SV-OPERATOR-ID
                 ADD 1 TO OP-REFUSAL-COUNT (OP-INDX)
                 GO TO ACCUMULATE-OPERATOR-EXIT
              END-IF
           END-IF.
           IF OP-OPERATOR-COUNT = 200
              MOVE "N" TO OP-FOUND-SWITCH
              GO TO ACCUMULATE-OPERATOR-EXIT
           END-IF.

           ADD 1 TO OP-OPERATOR-COUNT.
           SET OP-MOVE-INDX TO OP-OPERATOR-COUNT.
           PERFORM SHIFT-ONE-OPERATOR-UP
              THRU SHIFT-ONE-OPERATOR-UP-EXIT
              UNTIL OP-MOVE-INDX NOT > OP-INDX.
           MOVE SV-OPERATOR-ID TO OP-OPERATOR-ID (OP-INDX).
           MOVE 1 TO OP-REFUSAL-COUNT (OP-INDX).
           SET OP-ENTRY-WAS-FOUND TO TRUE.
       ACCUMULATE-OPERATOR-EXIT. EXIT.
      *****************************************************************
      *
       FIND-OPERATOR-SLOT.
           IF OP-OPERATOR-ID (OP-INDX) NOT < SV-OPERATOR-ID
              SET OP-ENTRY-WAS-FOUND TO TRUE
           ELSE
              SET OP-INDX UP BY 1
           END-IF.
       FIND-OPERATOR-SLOT-EXIT. EXIT.
      *****************************************************************
      *
       SHIFT-ONE-OPERATOR-UP.
           MOVE OP-ENTRY (OP-MOVE-INDX - 1) TO OP-ENTRY (OP-MOVE-INDX).
           SET OP-MOVE-INDX DOWN BY 1.
       SHIFT-ONE-OPERATOR-UP-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-VIOLATIONS-BY-OPERATOR.
      ***************************************************************
      * ONE GROUP PER OPERATOR: A HEADING WITH THE REFUSAL COUNT,    *
      * THEN THAT OPERATOR'S REFUSALS IN THE ORDER THEY WERE LOGGED. *
      ***************************************************************
           IF OP-OPERATOR-COUNT = ZERO
              MOVE "NO REFUSALS LOGGED FOR THE WEEK"
                TO SECURITY-REPORT-RECORD
              WRITE SECURITY-REPORT-RECORD
              GO TO WRITE-VIOLATIONS-BY-OPERATOR-EXIT
           END-IF.
           SET OP-INDX TO 1.
           PERFORM WRITE-ONE-OPERATOR
              THRU WRITE-ONE-OPERATOR-EXIT
              UNTIL OP-INDX > OP-OPERATOR-COUNT.
       WRITE-VIOLATIONS-BY-OPERATOR-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-OPERATOR.
           MOVE OP-OPERATOR-ID (OP-INDX) TO RPT-O-OPERATOR-ID.
           MOVE OP-REFUSAL-COUNT (OP-INDX) TO RPT-O-REFUSAL-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM RPT-OPERATOR-LINE.
           SET VT-INDX TO 1.
           PERFORM WRITE-ONE-VIOLATION
              THRU WRITE-ONE-VIOLATION-EXIT
              UNTIL VT-INDX > VT-VIOLATION-COUNT.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           SET OP-INDX UP BY 1.
       WRITE-ONE-OPERATOR-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-ONE-VIOLATION.
           IF VT-OPERATOR-ID (VT-INDX) = OP-OPERATOR-ID (OP-INDX)
              MOVE VT-LOG-DATE (VT-INDX)     TO RPT-D-LOG-DATE
              MOVE VT-LOG-TIME (VT-INDX)     TO RPT-D-LOG-TIME
              MOVE VT-PROGRAM-NAME (VT-INDX) TO RPT-D-PROGRAM-NAME
              MOVE VT-ACTION-CODE (VT-INDX)  TO RPT-D-ACTION-CODE
              MOVE VT-KEY-VALUE (VT-INDX)    TO RPT-D-KEY-VALUE
              MOVE VT-REASON (VT-INDX)       TO RPT-D-REASON
              WRITE SECURITY-REPORT-RECORD FROM RPT-DETAIL-LINE
           END-IF.
           SET VT-INDX UP BY 1.
       WRITE-ONE-VIOLATION-EXIT. EXIT.
      *****************************************************************
      *
       READ-VIOLATION-RECORD.
           IF VIOLATION-FILE-IS-OPEN
              READ SECURITY-VIOLATION-FILE
                  AT END
                      SET END-OF-VIOLATIONS TO TRUE
              END-READ
           END-IF.
       READ-VIOLATION-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       READ-SECURITY-PARMS.
           OPEN INPUT SECURITY-PARM-FILE.
           IF SPF-FILE-OK
              READ SECURITY-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF SP-WEEK-ENDING-DATE NUMERIC
                        AND SP-WEEK-ENDING-DATE > ZERO
                        MOVE SP-WEEK-ENDING-DATE TO WEEK-ENDING-DATE
                     END-IF
              END-READ
              CLOSE SECURITY-PARM-FILE
           END-IF.
       READ-SECURITY-PARMS-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REPORT.
           OPEN OUTPUT SECURITY-REPORT-FILE.
           MOVE WEEK-ENDING-DATE TO RPT-H1-WEEK-ENDING.
           MOVE RPT-REPORT-DATE TO RPT-H1-DATE.
           WRITE SECURITY-REPORT-RECORD FROM RPT-HEADING-LINE-1.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD FROM RPT-HEADING-LINE-2.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
       OPEN-REPORT-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
           MOVE RT-RECORDS-SELECTED TO RPT-T-REFUSAL-COUNT.
           MOVE OP-OPERATOR-COUNT TO RPT-T-OPERATOR-COUNT.
           WRITE SECURITY-REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE RT-RECORDS-READ TO SR-RT-RECORDS-READ.
           MOVE RT-RECORDS-SELECTED TO SR-RT-RECORDS-SELECTED.
           MOVE RT-RECORDS-OVERFLOW TO SR-RT-RECORDS-OVERFLOW.
           DISPLAY "SECRPT RECORDS READ ......... "
                   SR-RT-RECORDS-READ.
           DISPLAY "SECRPT RECORDS SELECTED ..... "
                   SR-RT-RECORDS-SELECTED.
           IF RT-RECORDS-OVERFLOW > ZERO
              DISPLAY "SECRPT RECORDS NOT REPORTED - TABLE FULL "
                      SR-RT-RECORDS-OVERFLOW
           END-IF.
           CLOSE SECURITY-REPORT-FILE.
           DISPLAY "PROGRAM: SECRPT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

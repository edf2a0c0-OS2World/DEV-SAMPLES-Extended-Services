       IDENTIFICATION DIVISION.
       PROGRAM-ID.        CALDAYS.
      *************************************************************
      * THIS IS THE CALDAYS SUBPROGRAM, SHARED BY EVERY PROGRAM   *
      * THAT AGES, EXPIRES, OR ROLLS A DATE, THAT DOES ITS DATE   *
      * ARITHMETIC AGAINST THE BUSINESS CALENDAR - SO A LONG      *
      * HOLIDAY WEEKEND NO LONGER PUSHES A CUSTOMER INTO THE NEXT *
      * DUNNING BUCKET EARLY.                                     *
      *                                                           *
      * PURPOSE: THE BUSCAL BUSINESS CALENDAR (MAINTAINED BY      *
      *          CALMNT) LISTS EVERY WEEKEND DAY, BANK HOLIDAY,   *
      *          AND FISCAL MONTH-END DATE; ANY DATE NOT ON FILE  *
      *          IS AN ORDINARY BUSINESS DAY.  THE DAYPOLCY FILE  *
      *          SAYS, PER CALCULATION, WHETHER DAYS ARE COUNTED  *
      *          AS BUSINESS DAYS ("B") OR CALENDAR DAYS ("C").   *
      *          A CALCULATION NOT ON DAYPOLCY, OR A SPAN THE     *
      *          CALENDAR DOES NOT COVER, COUNTS CALENDAR DAYS AS *
      *          BEFORE.  BOTH FILES ARE LOADED ON THE FIRST CALL *
      *          AND HELD FOR THE REST OF THE RUN.                *
      *            "CALDAYS" - BUSINESS DAYS AFTER CD-FROM-DATE   *
      *                  UP TO AND INCLUDING CD-TO-DATE.          *
      *            "CALADD"  - THE DATE CD-DAY-COUNT DAYS AFTER   *
      *                  CD-FROM-DATE.                            *
      *            "CALROLL" - THE NEXT BUSINESS DAY AFTER        *
      *                  CD-FROM-DATE (OR THE CD-TO-DATE GIVEN),  *
      *                  AND WHETHER IT BEGINS A NEW FISCAL       *
      *                  MONTH.                                   *
      *            "CALPREV" - THE LAST BUSINESS DAY BEFORE       *
      *                  CD-FROM-DATE, AND WHETHER CD-FROM-DATE   *
      *                  BEGINS A NEW FISCAL MONTH.               *
      *            "CALWDAY" - THE DAY OF THE WEEK OF             *
      *                  CD-FROM-DATE.                            *
      *                                                           *
      * INPUT:   CD-POLICY-NAME (THE DAYPOLCY CALCULATION NAME -  *
      *          "AGING", "PROMISE", "DUPWIN"), CD-FROM-DATE,     *
      *          AND, BY ENTRY POINT, CD-TO-DATE OR CD-DAY-COUNT. *
      *          DATES ARE YYMMDD; YY BELOW 50 IS TAKEN AS 20YY.  *
      *                                                           *
      * OUTPUT:  "CALDAYS" - CD-DAY-COUNT AND CD-RESULT "B" WHEN  *
      *          BUSINESS DAYS WERE COUNTED.  CD-RESULT "C" MEANS *
      *          THE CALLER COUNTS CALENDAR DAYS ITS OWN WAY, AS  *
      *          IT ALWAYS HAS.                                   *
      *          "CALADD"  - CD-TO-DATE, WITH CD-RESULT "B" OR    *
      *          "C" FOR THE KIND OF DAYS ADDED.                  *
      *          "CALROLL" - CD-TO-DATE, CD-DAY-COUNT (CALENDAR   *
      *          DAYS ROLLED OVER), AND CD-RESULT "N" WHEN A      *
      *          FISCAL MONTH-END FELL ON CD-FROM-DATE OR A DAY   *
      *          SKIPPED, SO THE NEW DATE BEGINS A NEW FISCAL     *
      *          MONTH; "S" WHEN IT DOES NOT; "X" WHEN THERE IS   *
      *          NO CALENDAR COVERING THE DATES.                  *
      *          "CALPREV" - CD-TO-DATE, CD-DAY-COUNT (CALENDAR   *
      *          DAYS BACK), AND CD-RESULT "N" WHEN A FISCAL      *
      *          MONTH-END FELL ON THAT DAY OR A DAY BETWEEN, SO  *
      *          CD-FROM-DATE IS THE FIRST BUSINESS DAY OF A      *
      *          FISCAL MONTH; "S" WHEN NOT; "X" AS FOR CALROLL.  *
      *          "CALWDAY" - CD-DAY-COUNT 1 (MONDAY) THROUGH 7    *
      *          (SUNDAY); NEEDS NO CALENDAR.                     *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS BC-CAL-DATE
               FILE STATUS    IS BCF-FILE-STATUS.
           SELECT DAY-POLICY-FILE ASSIGN TO "DAYPOLCY"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS DPF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * BUSINESS-CALENDAR-FILE HOLDS ONE RECORD PER DATE THAT IS     *
      * NOT AN ORDINARY BUSINESS DAY OR THAT CLOSES A FISCAL MONTH,  *
      * KEYED BY THE FULL CCYYMMDD DATE SO THE FILE READS IN DATE    *
      * ORDER ACROSS THE CENTURY.  A FISCAL MONTH-END THAT IS ITSELF *
      * A BUSINESS DAY CARRIES DAY TYPE "B".                         *
      ***************************************************************
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
           05  BC-CAL-DATE             PIC 9(8).
           05  BC-DAY-TYPE             PIC X.
               88  BC-WEEKEND                     VALUE "W".
               88  BC-HOLIDAY                     VALUE "H".
               88  BC-BUSINESS-DAY                VALUE "B".
           05  BC-FISCAL-MONTH-END     PIC X.
               88  BC-IS-FISCAL-MONTH-END         VALUE "Y".
           05  BC-DESCRIPTION          PIC X(20).

      ***************************************************************
      * DAY-POLICY-FILE NAMES, ONE RECORD PER CALCULATION, THE BASIS *
      * ITS DAYS ARE COUNTED ON: "B" BUSINESS DAYS, "C" CALENDAR.    *
      ***************************************************************
       FD  DAY-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DAY-POLICY-RECORD.
           05  DP-POLICY-NAME          PIC X(8).
           05  FILLER                  PIC X.
           05  DP-DAY-BASIS            PIC X.

       WORKING-STORAGE SECTION.

       01  BCF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  BCF-FILE-OK                       VALUE "00".

       01  DPF-FILE-STATUS            PIC X(2)   VALUE SPACES.
           88  DPF-FILE-OK                       VALUE "00".

       01  CALENDAR-LOADED-SWITCH     PIC X      VALUE "N".
           88  CALENDAR-IS-LOADED                VALUE "Y".

       01  CALENDAR-AVAILABLE-SWITCH  PIC X      VALUE "N".
           88  CALENDAR-IS-AVAILABLE             VALUE "Y".

       01  END-OF-LOAD-SWITCH         PIC X      VALUE "N".
           88  END-OF-LOAD                       VALUE "Y".

      **********************************************************
      * CT- CALENDAR TABLE, IN DATE ORDER AS READ FROM BUSCAL. *
      * THE CALENDAR COVERS WHOLE YEARS - JANUARY 1 OF ITS     *
      * FIRST YEAR THROUGH DECEMBER 31 OF ITS LAST - SINCE     *
      * CALMNT GENERATES A YEAR'S WEEKENDS AT A TIME.          *
      **********************************************************
       01  CT-ENTRY-COUNT             PIC 9(4)   VALUE ZERO.
       01  CT-ENTRY-MAXIMUM           PIC 9(4)   VALUE 3000.
       01  CALENDAR-TABLE.
           05  CT-ENTRY OCCURS 3000 TIMES
                        INDEXED BY CT-INDX.
               10  CT-DATE             PIC 9(8).
               10  CT-DAY-TYPE         PIC X.
                   88  CT-NON-BUSINESS-DAY        VALUE "W" "H".
               10  CT-FISCAL-MONTH-END PIC X.
                   88  CT-IS-FISCAL-MONTH-END     VALUE "Y".

       01  CAL-FIRST-DATE             PIC 9(8)   VALUE ZERO.
       01  CAL-LAST-DATE              PIC 9(8)   VALUE ZERO.
       01  CAL-COVER-DATE             PIC 9(8)   VALUE ZERO.
       01  CAL-COVER-PARTS REDEFINES CAL-COVER-DATE.
           05  CAL-COVER-CCYY          PIC 9(4).
           05  CAL-COVER-MMDD          PIC 9(4).

      **********************************************************
      * PL- POLICY TABLE LOADED FROM DAYPOLCY.                 *
      **********************************************************
       01  PL-ENTRY-COUNT             PIC 9(2)   VALUE ZERO.
       01  POLICY-TABLE.
           05  PL-ENTRY OCCURS 20 TIMES
                        INDEXED BY PL-INDX.
               10  PL-POLICY-NAME      PIC X(8).
               10  PL-DAY-BASIS        PIC X.

       01  POLICY-BASIS               PIC X      VALUE "C".
           88  POLICY-BUSINESS-DAYS              VALUE "B".

       01  POLICY-FOUND-SWITCH        PIC X      VALUE "N".
           88  POLICY-WAS-FOUND                  VALUE "Y".

      **********************************************************
      * DATE WALK FIELDS.  WK-DATE STEPS ONE CALENDAR DAY AT A *
      * TIME; DAYS-IN-MONTH FEBRUARY IS ADJUSTED FOR LEAP      *
      * YEARS AS THE WALK GOES.                                *
      **********************************************************
       01  WK-DATE                    PIC 9(8)   VALUE ZERO.
       01  WK-DATE-PARTS REDEFINES WK-DATE.
           05  WK-CCYY                 PIC 9(4).
           05  WK-MM                   PIC 9(2).
           05  WK-DD                   PIC 9(2).

       01  WK-START-DATE              PIC 9(8)   VALUE ZERO.
       01  WK-END-DATE                PIC 9(8)   VALUE ZERO.
       01  WK-DAYS-COUNTED            PIC S9(5)  VALUE ZERO.
       01  WK-DAYS-TO-GO              PIC S9(5)  VALUE ZERO.
       01  WK-LEAP-QUOTIENT           PIC 9(4)   VALUE ZERO.
       01  WK-LEAP-REMAINDER          PIC 9(3)   VALUE ZERO.
       01  WK-MONTH-DAYS              PIC 9(2)   VALUE ZERO.

       01  WK-NEGATE-SWITCH           PIC X      VALUE "N".
           88  WK-NEGATE-COUNT                   VALUE "Y".

       01  WK-BUSINESS-DAY-SWITCH     PIC X      VALUE "N".
           88  WK-IS-BUSINESS-DAY                VALUE "Y".

       01  WK-OUTSIDE-SWITCH          PIC X      VALUE "N".
           88  WK-OUTSIDE-CALENDAR               VALUE "Y".

      **********************************************************
      * THE DAY OF THE WEEK IS TAKEN FROM THE DAY COUNT SINCE  *
      * MONDAY, JANUARY 1, 1900.                               *
      **********************************************************
       01  WK-DAY-NUMBER              PIC 9(7)   VALUE ZERO.
       01  WK-WEEK-QUOTIENT           PIC 9(7)   VALUE ZERO.
       01  WK-WEEK-REMAINDER          PIC 9      VALUE ZERO.
       01  WK-MONTH-SUB               PIC 9(2)   VALUE ZERO.

       01  DAYS-IN-MONTH-VALUES       PIC X(24)  VALUE
           "312831303130313130313031".
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DAYS-IN-MONTH           PIC 9(2)   OCCURS 12 TIMES.

      **********************************************************
      * A YYMMDD DATE WINDOWED TO CCYYMMDD: YY BELOW 50 IS     *
      * 20YY, OTHERWISE 19YY.                                  *
      **********************************************************
       01  WD-SHORT-DATE              PIC 9(6)   VALUE ZERO.
       01  WD-SHORT-PARTS REDEFINES WD-SHORT-DATE.
           05  WD-SHORT-YY             PIC 9(2).
           05  WD-SHORT-MMDD           PIC 9(4).
       01  WD-LONG-DATE               PIC 9(8)   VALUE ZERO.
       01  WD-LONG-PARTS REDEFINES WD-LONG-DATE.
           05  WD-LONG-CC              PIC 9(2).
           05  WD-LONG-YYMMDD          PIC 9(6).

       LINKAGE SECTION.

       01  CD-POLICY-NAME              PIC X(8).
       01  CD-FROM-DATE                PIC 9(6).
       01  CD-TO-DATE                  PIC 9(6).
       01  CD-DAY-COUNT                PIC S9(5).
       01  CD-RESULT                   PIC X.

       EJECT
      *
       PROCEDURE DIVISION USING CD-POLICY-NAME
                                 CD-FROM-DATE
                                 CD-TO-DATE
                                 CD-DAY-COUNT
                                 CD-RESULT.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.
           MOVE "C" TO CD-RESULT.
           PERFORM LOAD-CALENDAR
              THRU LOAD-CALENDAR-EXIT.
           PERFORM LOOKUP-POLICY
              THRU LOOKUP-POLICY-EXIT.
           IF POLICY-BUSINESS-DAYS AND CALENDAR-IS-AVAILABLE
              PERFORM COUNT-BUSINESS-DAYS
                 THRU COUNT-BUSINESS-DAYS-EXIT
           END-IF.
           GOBACK.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       ADD-ENTRY-POINT.
      ***************************************************************
      * "CALADD" - THE DATE CD-DAY-COUNT DAYS AFTER CD-FROM-DATE,    *
      * BUSINESS DAYS WHERE THE POLICY SAYS SO AND THE CALENDAR      *
      * REACHES, CALENDAR DAYS OTHERWISE.                            *
      ***************************************************************
       ENTRY "CALADD" USING CD-POLICY-NAME
                            CD-FROM-DATE
                            CD-TO-DATE
                            CD-DAY-COUNT
                            CD-RESULT.
           MOVE "C" TO CD-RESULT.
           PERFORM LOAD-CALENDAR
              THRU LOAD-CALENDAR-EXIT.
           PERFORM LOOKUP-POLICY
              THRU LOOKUP-POLICY-EXIT.
           IF POLICY-BUSINESS-DAYS AND CALENDAR-IS-AVAILABLE
              PERFORM ADD-BUSINESS-DAYS
                 THRU ADD-BUSINESS-DAYS-EXIT
           END-IF.
           IF CD-RESULT = "C"
              PERFORM ADD-CALENDAR-DAYS
                 THRU ADD-CALENDAR-DAYS-EXIT
           END-IF.
           GOBACK.
      *****************************************************************
      *
       ROLL-ENTRY-POINT.
      ***************************************************************
      * "CALROLL" - ROLL A BUSINESS DATE FORWARD.  A ZERO CD-TO-DATE *
      * ASKS FOR THE NEXT BUSINESS DAY AFTER CD-FROM-DATE; A DATE    *
      * GIVEN IS TAKEN AS IS AND ONLY CHECKED FOR A NEW FISCAL       *
      * MONTH.                                                       *
      ***************************************************************
       ENTRY "CALROLL" USING CD-POLICY-NAME
                             CD-FROM-DATE
                             CD-TO-DATE
                             CD-DAY-COUNT
                             CD-RESULT.
           MOVE "X" TO CD-RESULT.
           MOVE ZERO TO CD-DAY-COUNT.
           PERFORM LOAD-CALENDAR
              THRU LOAD-CALENDAR-EXIT.
           IF CALENDAR-IS-AVAILABLE
              PERFORM ROLL-BUSINESS-DATE
                 THRU ROLL-BUSINESS-DATE-EXIT
           END-IF.
           GOBACK.
      *****************************************************************
      *
       PREV-ENTRY-POINT.
      ***************************************************************
      * "CALPREV" - THE LAST BUSINESS DAY BEFORE CD-FROM-DATE, AND   *
      * WHETHER A FISCAL MONTH CLOSED BETWEEN IT AND CD-FROM-DATE -  *
      * THAT IS, WHETHER CD-FROM-DATE OPENS A NEW FISCAL MONTH.      *
      ***************************************************************
       ENTRY "CALPREV" USING CD-POLICY-NAME
                             CD-FROM-DATE
                             CD-TO-DATE
                             CD-DAY-COUNT
                             CD-RESULT.
           MOVE "X" TO CD-RESULT.
           MOVE ZERO TO CD-DAY-COUNT.
           PERFORM LOAD-CALENDAR
              THRU LOAD-CALENDAR-EXIT.
           IF CALENDAR-IS-AVAILABLE
              PERFORM FIND-PRIOR-BUSINESS-DATE
                 THRU FIND-PRIOR-BUSINESS-DATE-EXIT
           END-IF.
           GOBACK.
      *****************************************************************
      *
       WEEKDAY-ENTRY-POINT.
      ***************************************************************
      * "CALWDAY" - THE DAY OF THE WEEK OF CD-FROM-DATE, 1 FOR       *
      * MONDAY THROUGH 7 FOR SUNDAY.                                 *
      ***************************************************************
       ENTRY "CALWDAY" USING CD-POLICY-NAME
                             CD-FROM-DATE
                             CD-TO-DATE
                             CD-DAY-COUNT
                             CD-RESULT.
           MOVE CD-FROM-DATE TO WD-SHORT-DATE.
           PERFORM WINDOW-SHORT-DATE
              THRU WINDOW-SHORT-DATE-EXIT.
           MOVE WD-LONG-DATE TO WK-DATE.
           PERFORM COMPUTE-WEEKDAY
              THRU COMPUTE-WEEKDAY-EXIT.
           COMPUTE CD-DAY-COUNT = WK-WEEK-REMAINDER + 1.
           MOVE "C" TO CD-RESULT.
           GOBACK.
      *****************************************************************
      *
       LOAD-CALENDAR.
      ***************************************************************
      * LOAD BUSCAL AND DAYPOLCY THE FIRST TIME THROUGH.  WITH NO    *
      * CALENDAR ON FILE EVERY CALCULATION COUNTS CALENDAR DAYS;     *
      * WITH NO POLICY FILE EVERY CALCULATION DOES LIKEWISE.         *
      ***************************************************************
           IF CALENDAR-IS-LOADED
              GO TO LOAD-CALENDAR-EXIT
           END-IF.
           SET CALENDAR-IS-LOADED TO TRUE.

           OPEN INPUT BUSINESS-CALENDAR-FILE.
           IF BCF-FILE-OK
              MOVE "N" TO END-OF-LOAD-SWITCH
              PERFORM LOAD-ONE-CALENDAR-DATE
                 THRU LOAD-ONE-CALENDAR-DATE-EXIT
                 UNTIL END-OF-LOAD
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF.
           IF CT-ENTRY-COUNT > ZERO
              SET CALENDAR-IS-AVAILABLE TO TRUE
              MOVE CT-DATE (1) TO CAL-COVER-DATE
              MOVE 0101 TO CAL-COVER-MMDD
              MOVE CAL-COVER-DATE TO CAL-FIRST-DATE
              MOVE CT-DATE (CT-ENTRY-COUNT) TO CAL-COVER-DATE
              MOVE 1231 TO CAL-COVER-MMDD
              MOVE CAL-COVER-DATE TO CAL-LAST-DATE
           ELSE
              DISPLAY "CALDAYS: NO BUSINESS CALENDAR ON FILE - "
                      "CALENDAR DAYS APPLY"
           END-IF.

           OPEN INPUT DAY-POLICY-FILE.
           IF DPF-FILE-OK
              MOVE "N" TO END-OF-LOAD-SWITCH
              PERFORM LOAD-ONE-POLICY
                 THRU LOAD-ONE-POLICY-EXIT
                 UNTIL END-OF-LOAD
              CLOSE DAY-POLICY-FILE
           END-IF.
       LOAD-CALENDAR-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-CALENDAR-DATE.
           READ BUSINESS-CALENDAR-FILE
               AT END
                  SET END-OF-LOAD TO TRUE
                  GO TO LOAD-ONE-CALENDAR-DATE-EXIT
           END-READ.
           IF CT-ENTRY-COUNT NOT < CT-ENTRY-MAXIMUM
              DISPLAY "CALDAYS: BUSCAL OVER " CT-ENTRY-MAXIMUM
                      " DATES - CALENDAR ENDS AT " BC-CAL-DATE
              SET END-OF-LOAD TO TRUE
              GO TO LOAD-ONE-CALENDAR-DATE-EXIT
           END-IF.
           ADD 1 TO CT-ENTRY-COUNT.
           SET CT-INDX TO CT-ENTRY-COUNT.
           MOVE BC-CAL-DATE TO CT-DATE (CT-INDX).
           MOVE BC-DAY-TYPE TO CT-DAY-TYPE (CT-INDX).
           MOVE BC-FISCAL-MONTH-END TO CT-FISCAL-MONTH-END (CT-INDX).
       LOAD-ONE-CALENDAR-DATE-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-ONE-POLICY.
           READ DAY-POLICY-FILE
               AT END
                  SET END-OF-LOAD TO TRUE
                  GO TO LOAD-ONE-POLICY-EXIT
           END-READ.
           IF PL-ENTRY-COUNT < 20
              ADD 1 TO PL-ENTRY-COUNT
              SET PL-INDX TO PL-ENTRY-COUNT
              MOVE DP-POLICY-NAME TO PL-POLICY-NAME (PL-INDX)
              MOVE DP-DAY-BASIS TO PL-DAY-BASIS (PL-INDX)
           END-IF.
       LOAD-ONE-POLICY-EXIT. EXIT.
      *****************************************************************
      *
       LOOKUP-POLICY.
           MOVE "C" TO POLICY-BASIS.
           MOVE "N" TO POLICY-FOUND-SWITCH.
           SET PL-INDX TO 1.
           PERFORM SCAN-ONE-POLICY
              THRU SCAN-ONE-POLICY-EXIT
              UNTIL POLICY-WAS-FOUND
                 OR PL-INDX > PL-ENTRY-COUNT.
       LOOKUP-POLICY-EXIT. EXIT.
      *****************************************************************
      *
       SCAN-ONE-POLICY.
           IF PL-POLICY-NAME (PL-INDX) = CD-POLICY-NAME
              SET POLICY-WAS-FOUND TO TRUE
              MOVE PL-DAY-BASIS (PL-INDX) TO POLICY-BASIS
           ELSE
              SET PL-INDX UP BY 1
           END-IF.
       SCAN-ONE-POLICY-EXIT. EXIT.
      *****************************************************************
      *
       COUNT-BUSINESS-DAYS.
      ***************************************************************
      * WALK FROM THE EARLIER DATE TO THE LATER ONE, COUNTING EVERY  *
      * BUSINESS DAY AFTER THE START UP TO AND INCLUDING THE END.    *
      * TO-DATE BEFORE FROM-DATE GIVES A NEGATIVE COUNT, AS THE      *
      * CALENDAR-DAY ARITHMETIC DOES.  A SPAN RUNNING OFF EITHER END *
      * OF THE CALENDAR IS LEFT TO THE CALLER ("C").                 *
      ***************************************************************
           MOVE "N" TO WK-NEGATE-SWITCH.
           MOVE CD-FROM-DATE TO WD-SHORT-DATE.
           PERFORM WINDOW-SHORT-DATE
              THRU WINDOW-SHORT-DATE-EXIT.
           MOVE WD-LONG-DATE TO WK-START-DATE.
           MOVE CD-TO-DATE TO WD-SHORT-DATE.
           PERFORM WINDOW-SHORT-DATE
              THRU WINDOW-SHORT-DATE-EXIT.
           MOVE WD-LONG-DATE TO WK-END-DATE.
           IF WK-END-DATE < WK-START-DATE
              SET WK-NEGATE-COUNT TO TRUE
              MOVE WK-END-DATE TO WK-DATE
              MOVE WK-START-DATE TO WK-END-DATE
              MOVE WK-DATE TO WK-START-DATE
           END-IF.
           IF WK-START-DATE < CAL-FIRST-DATE
              OR WK-END-DATE > CAL-LAST-DATE
              GO TO COUNT-BUSINESS-DAYS-EXIT
           END-IF.

           MOVE WK-START-DATE TO WK-DATE.
           MOVE ZERO TO WK-DAYS-COUNTED.
           SET CT-INDX TO 1.
           PERFORM COUNT-ONE-DAY
              THRU COUNT-ONE-DAY-EXIT
              UNTIL WK-DATE NOT < WK-END-DATE.
           IF WK-NEGATE-COUNT
              COMPUTE CD-DAY-COUNT = ZERO - WK-DAYS-COUNTED
           ELSE
              MOVE WK-DAYS-COUNTED TO CD-DAY-COUNT
           END-IF.
           MOVE "B" TO CD-RESULT.
       COUNT-BUSINESS-DAYS-EXIT. EXIT.
      *****************************************************************
      *
       COUNT-ONE-DAY.
           PERFORM STEP-ONE-DAY
              THRU STEP-ONE-DAY-EXIT.
           PERFORM CHECK-BUSINESS-DAY
              THRU CHECK-BUSINESS-DAY-EXIT.
           IF WK-IS-BUSINESS-DAY
              ADD 1 TO WK-DAYS-COUNTED
           END-IF.
       COUNT-ONE-DAY-EXIT. EXIT.
      *****************************************************************
      *
       ADD-BUSINESS-DAYS.
      ***************************************************************
      * STEP FORWARD UNTIL CD-DAY-COUNT BUSINESS DAYS HAVE PASSED.   *
      * A WALK THAT RUNS OFF THE CALENDAR LEAVES CD-RESULT "C" SO    *
      * THE CALLER GETS CALENDAR DAYS INSTEAD.                       *
      ***************************************************************
           MOVE CD-FROM-DATE TO WD-SHORT-DATE.
           PERFORM WINDOW-SHORT-DATE
              THRU WINDOW-SHORT-DATE-EXIT.
           MOVE WD-LONG-DATE TO WK-DATE.
           IF WK-DATE < CAL-FIRST-DATE
              GO TO ADD-BUSINESS-DAYS-EXIT
           END-IF.
           MOVE CD-DAY-COUNT TO WK-DAYS-TO-GO.
           MOVE "N" TO WK-OUTSIDE-SWITCH.
           SET CT-INDX TO 1.
           PERFORM ADD-ONE-BUSINESS-DAY
              THRU ADD-ONE-BUSINESS-DAY-EXIT
              UNTIL WK-DAYS-TO-GO NOT > ZERO
                 OR WK-OUTSIDE-CALENDAR.
           IF NOT WK-OUTSIDE-CALENDAR
              MOVE WK-DATE TO WD-LONG-DATE
              MOVE WD-LONG-YYMMDD TO CD-TO-DATE
              MOVE "B" TO CD-RESULT
           END-IF.
       ADD-BUSINESS-DAYS-EXIT. EXIT.
      *****************************************************************
      *
       ADD-ONE-BUSINESS-DAY.
           PERFORM STEP-ONE-DAY
              THRU STEP-ONE-DAY-EXIT.
           IF WK-DATE > CAL-LAST-DATE
              SET WK-OUTSIDE-CALENDAR TO TRUE
              GO TO ADD-ONE-BUSINESS-DAY-EXIT
           END-IF.
           PERFORM CHECK-BUSINESS-DAY
              THRU CHECK-BUSINESS-DAY-EXIT.
           IF WK-IS-BUSINESS-DAY
              SUBTRACT 1 FROM WK-DAYS-TO-GO
           END-IF.
       ADD-ONE-BUSINESS-DAY-EXIT. EXIT.
      *****************************************************************
      *
       ADD-CALENDAR-DAYS.
           MOVE CD-FROM-DATE TO WD-SHORT-DATE.
           PERFORM WINDOW-SHORT-DATE
              THRU WINDOW-SHORT-DATE-EXIT.
           MOVE WD-LONG-DATE TO WK-DATE.
           MOVE CD-DAY-COUNT TO WK-DAYS-TO-GO.
           PERFORM ADD-ONE-CALENDAR-DAY
              THRU ADD-ONE-CALENDAR-DAY-EXIT
              UNTIL WK-DAYS-TO-GO NOT > ZERO.
           MOVE WK-DATE TO WD-LONG-DATE.
           MOVE WD-LONG-YYMMDD TO CD-TO-DATE.
       ADD-CALENDAR-DAYS-EXIT. EXIT.
      *****************************************************************
      *
       ADD-ONE-CALENDAR-DAY.
           PERFORM STEP-ONE-DAY
              THRU STEP-ONE-DAY-EXIT.
           SUBTRACT 1 FROM WK-DAYS-TO-GO.
       ADD-ONE-CALENDAR-DAY-EXIT. EXIT.
      *****************************************************************
      *
       ROLL-BUSINESS-DATE.
      ***************************************************************
      * FIND THE NEW BUSINESS DATE (UNLESS ONE WAS GIVEN), THEN LOOK *
      * FOR A FISCAL MONTH-END ON THE OLD DATE OR ANY DAY BETWEEN -  *
      * THE MONTH THAT ENDED THERE IS BEHIND THE NEW DATE.           *
      ***************************************************************
           MOVE CD-FROM-DATE TO WD-SHORT-DATE.
           PERFORM WINDOW-SHORT-DATE
              THRU WINDOW-SHORT-DATE-EXIT.
           MOVE WD-LONG-DATE TO WK-START-DATE.
           IF WK-START-DATE < CAL-FIRST-DATE
              OR WK-START-DATE > CAL-LAST-DATE
              GO TO ROLL-BUSINESS-DATE-EXIT
           END-IF.

           IF CD-TO-DATE = ZERO
              MOVE WK-START-DATE TO WK-DATE
              MOVE "N" TO WK-BUSINESS-DAY-SWITCH
              MOVE "N" TO WK-OUTSIDE-SWITCH
              SET CT-INDX TO 1
              PERFORM FIND-NEXT-BUSINESS-DAY
                 THRU FIND-NEXT-BUSINESS-DAY-EXIT
                 UNTIL WK-IS-BUSINESS-DAY
                    OR WK-OUTSIDE-CALENDAR
              IF WK-OUTSIDE-CALENDAR
                 GO TO ROLL-BUSINESS-DATE-EXIT
              END-IF
              MOVE WK-DATE TO WK-END-DATE
              MOVE WK-DATE TO WD-LONG-DATE
              MOVE WD-LONG-YYMMDD TO CD-TO-DATE
           ELSE
              MOVE CD-TO-DATE TO WD-SHORT-DATE
              PERFORM WINDOW-SHORT-DATE
                 THRU WINDOW-SHORT-DATE-EXIT
              MOVE WD-LONG-DATE TO WK-END-DATE
           END-IF.

           MOVE "S" TO CD-RESULT.
           SET CT-INDX TO 1.
           PERFORM CHECK-ONE-FISCAL-MONTH-END
              THRU CHECK-ONE-FISCAL-MONTH-END-EXIT
              UNTIL CT-INDX > CT-ENTRY-COUNT
                 OR CD-RESULT = "N".
       ROLL-BUSINESS-DATE-EXIT. EXIT.
      *****************************************************************
      *
       FIND-NEXT-BUSINESS-DAY.
           PERFORM STEP-ONE-DAY
              THRU STEP-ONE-DAY-EXIT.
           ADD 1 TO CD-DAY-COUNT.
           IF WK-DATE > CAL-LAST-DATE
              SET WK-OUTSIDE-CALENDAR TO TRUE
              GO TO FIND-NEXT-BUSINESS-DAY-EXIT
           END-IF.
           PERFORM CHECK-BUSINESS-DAY
              THRU CHECK-BUSINESS-DAY-EXIT.
       FIND-NEXT-BUSINESS-DAY-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-ONE-FISCAL-MONTH-END.
           IF CT-DATE (CT-INDX) NOT < WK-START-DATE
              AND CT-DATE (CT-INDX) < WK-END-DATE
              AND CT-IS-FISCAL-MONTH-END (CT-INDX)
              MOVE "N" TO CD-RESULT
           ELSE
              SET CT-INDX UP BY 1
           END-IF.
       CHECK-ONE-FISCAL-MONTH-END-EXIT. EXIT.
      *****************************************************************
      *
       FIND-PRIOR-BUSINESS-DATE.
      ***************************************************************
      * WALK BACK FROM CD-FROM-DATE TO THE FIRST BUSINESS DAY, THEN  *
      * LOOK FOR A FISCAL MONTH-END ON THAT DAY OR ANY DAY BETWEEN.  *
      * THE WALK RUNS BACKWARD, SO EACH DAY IS LOOKED UP FROM THE    *
      * TOP OF THE TABLE.                                            *
      ***************************************************************
           MOVE CD-FROM-DATE TO WD-SHORT-DATE.
           PERFORM WINDOW-SHORT-DATE
              THRU WINDOW-SHORT-DATE-EXIT.
           MOVE WD-LONG-DATE TO WK-END-DATE.
           IF WK-END-DATE NOT > CAL-FIRST-DATE
              OR WK-END-DATE > CAL-LAST-DATE
              GO TO FIND-PRIOR-BUSINESS-DATE-EXIT
           END-IF.
           MOVE WK-END-DATE TO WK-DATE.
           MOVE "N" TO WK-BUSINESS-DAY-SWITCH.
           MOVE "N" TO WK-OUTSIDE-SWITCH.
           PERFORM FIND-PRIOR-BUSINESS-DAY
              THRU FIND-PRIOR-BUSINESS-DAY-EXIT
              UNTIL WK-IS-BUSINESS-DAY
                 OR WK-OUTSIDE-CALENDAR.
           IF WK-OUTSIDE-CALENDAR
              GO TO FIND-PRIOR-BUSINESS-DATE-EXIT
           END-IF.
           MOVE WK-DATE TO WK-START-DATE.
           MOVE WK-DATE TO WD-LONG-DATE.
           MOVE WD-LONG-YYMMDD TO CD-TO-DATE.

           MOVE "S" TO CD-RESULT.
           SET CT-INDX TO 1.
           PERFORM CHECK-ONE-FISCAL-MONTH-END
              THRU CHECK-ONE-FISCAL-MONTH-END-EXIT
              UNTIL CT-INDX > CT-ENTRY-COUNT
                 OR CD-RESULT = "N".
       FIND-PRIOR-BUSINESS-DATE-EXIT. EXIT.
      *****************************************************************
      *
       FIND-PRIOR-BUSINESS-DAY.
           PERFORM STEP-BACK-ONE-DAY
              THRU STEP-BACK-ONE-DAY-EXIT.
           ADD 1 TO CD-DAY-COUNT.
           IF WK-DATE < CAL-FIRST-DATE
              SET WK-OUTSIDE-CALENDAR TO TRUE
              GO TO FIND-PRIOR-BUSINESS-DAY-EXIT
           END-IF.
           SET CT-INDX TO 1.
           PERFORM CHECK-BUSINESS-DAY
              THRU CHECK-BUSINESS-DAY-EXIT.
       FIND-PRIOR-BUSINESS-DAY-EXIT. EXIT.
      *****************************************************************
      *
       COMPUTE-WEEKDAY.
      ***************************************************************
      * DAYS FROM JANUARY 1, 1900 (A MONDAY) TO WK-DATE: 365 A YEAR, *
      * ONE MORE FOR EACH LEAP YEAR BETWEEN (EVERY FOURTH YEAR FROM  *
      * 1904 - 2000 WAS ONE, AND 1900 IS NOT COUNTED), THE MONTHS    *
      * ALREADY PAST THIS YEAR, AND THE DAY OF THE MONTH.  THE       *
      * REMAINDER BY 7 IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY.         *
      ***************************************************************
           COMPUTE WK-DAY-NUMBER = (WK-CCYY - 1900) * 365
                                 + (WK-CCYY - 1901) / 4
                                 + WK-DD - 1.
           MOVE 1 TO WK-MONTH-SUB.
           PERFORM ADD-ONE-PAST-MONTH
              THRU ADD-ONE-PAST-MONTH-EXIT
              UNTIL WK-MONTH-SUB NOT < WK-MM.
           DIVIDE WK-DAY-NUMBER BY 7 GIVING WK-WEEK-QUOTIENT
              REMAINDER WK-WEEK-REMAINDER.
       COMPUTE-WEEKDAY-EXIT. EXIT.
      *****************************************************************
      *
       ADD-ONE-PAST-MONTH.
           ADD DAYS-IN-MONTH (WK-MONTH-SUB) TO WK-DAY-NUMBER.
           IF WK-MONTH-SUB = 2
              PERFORM SET-WALK-MONTH-DAYS
                 THRU SET-WALK-MONTH-DAYS-EXIT
              IF WK-MONTH-DAYS = 29
                 ADD 1 TO WK-DAY-NUMBER
              END-IF
           END-IF.
           ADD 1 TO WK-MONTH-SUB.
       ADD-ONE-PAST-MONTH-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-BUSINESS-DAY.
      ***************************************************************
      * WK-DATE ONLY EVER MOVES FORWARD DURING A WALK, SO CT-INDX    *
      * IS CARRIED ALONG BEHIND IT RATHER THAN SCANNING THE TABLE    *
      * FROM THE TOP FOR EVERY DAY.                                  *
      ***************************************************************
           PERFORM ADVANCE-CALENDAR-INDEX
              THRU ADVANCE-CALENDAR-INDEX-EXIT
              UNTIL CT-INDX > CT-ENTRY-COUNT
                 OR CT-DATE (CT-INDX) NOT < WK-DATE.
           SET WK-IS-BUSINESS-DAY TO TRUE.
           IF CT-INDX NOT > CT-ENTRY-COUNT
              IF CT-DATE (CT-INDX) = WK-DATE
                 AND CT-NON-BUSINESS-DAY (CT-INDX)
                 MOVE "N" TO WK-BUSINESS-DAY-SWITCH
              END-IF
           END-IF.
       CHECK-BUSINESS-DAY-EXIT. EXIT.
      *****************************************************************
      *
       ADVANCE-CALENDAR-INDEX.
           SET CT-INDX UP BY 1.
       ADVANCE-CALENDAR-INDEX-EXIT. EXIT.
      *****************************************************************
      *
       STEP-ONE-DAY.
      ***************************************************************
      * ADVANCE WK-DATE ONE CALENDAR DAY.                            *
      ***************************************************************
           PERFORM SET-WALK-MONTH-DAYS
              THRU SET-WALK-MONTH-DAYS-EXIT.
           IF WK-DD < WK-MONTH-DAYS
              ADD 1 TO WK-DD
           ELSE
              MOVE 1 TO WK-DD
              IF WK-MM < 12
                 ADD 1 TO WK-MM
              ELSE
                 MOVE 1 TO WK-MM
                 ADD 1 TO WK-CCYY
              END-IF
           END-IF.
       STEP-ONE-DAY-EXIT. EXIT.
      *****************************************************************
      *
       STEP-BACK-ONE-DAY.
           IF WK-DD > 1
              SUBTRACT 1 FROM WK-DD
           ELSE
              IF WK-MM > 1
                 SUBTRACT 1 FROM WK-MM
              ELSE
                 MOVE 12 TO WK-MM
                 SUBTRACT 1 FROM WK-CCYY
              END-IF
              PERFORM SET-WALK-MONTH-DAYS
                 THRU SET-WALK-MONTH-DAYS-EXIT
              MOVE WK-MONTH-DAYS TO WK-DD
           END-IF.
       STEP-BACK-ONE-DAY-EXIT. EXIT.
      *****************************************************************
      *
       SET-WALK-MONTH-DAYS.
      ***************************************************************
      * DAYS IN WK-MM OF WK-CCYY.  FEBRUARY HAS 29 IN A YEAR         *
      * DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.  *
      ***************************************************************
           MOVE DAYS-IN-MONTH (WK-MM) TO WK-MONTH-DAYS.
           IF WK-MM = 2
              DIVIDE WK-CCYY BY 4 GIVING WK-LEAP-QUOTIENT
                 REMAINDER WK-LEAP-REMAINDER
              IF WK-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WK-MONTH-DAYS
                 DIVIDE WK-CCYY BY 100 GIVING WK-LEAP-QUOTIENT
                    REMAINDER WK-LEAP-REMAINDER
                 IF WK-LEAP-REMAINDER = ZERO
                    DIVIDE WK-CCYY BY 400 GIVING WK-LEAP-QUOTIENT
                       REMAINDER WK-LEAP-REMAINDER
                    IF WK-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WK-MONTH-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.
       SET-WALK-MONTH-DAYS-EXIT. EXIT.
      *****************************************************************
      *
       WINDOW-SHORT-DATE.
           MOVE WD-SHORT-DATE TO WD-LONG-YYMMDD.
           IF WD-SHORT-YY < 50
              MOVE 20 TO WD-LONG-CC
           ELSE
              MOVE 19 TO WD-LONG-CC
           END-IF.
       WINDOW-SHORT-DATE-EXIT. EXIT.
      *****************************************************************

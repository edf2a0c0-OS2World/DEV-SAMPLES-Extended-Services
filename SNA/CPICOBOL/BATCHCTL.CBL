      * OUTPUT:  STEP-STATUS-FILE REWRITTEN WITH EVERY STEP'S     *
      *          OUTCOME, AND A SEQUENCE SUMMARY.                 *
      *                                                           *
      * 1995-04 JCH  RUN RULES: EACH BSCHED STEP MAY NOW CARRY A  *
      *              RUN RULE - DAILY, NAMED WEEKDAYS, FISCAL     *
      *              MONTH-END ONLY, EVERY DAY BUT FISCAL MONTH-  *
      *              END, FIRST BUSINESS DAY OF THE FISCAL MONTH, *
      *              OR ONLY WHEN A NAMED INPUT FILE EXISTS AND   *
      *              IS NOT EMPTY - AND MAY REQUIRE THE STEP      *
      *              BEFORE IT TO HAVE ENDED WITH RETURN CODE 0.  *
      *              THE DAYS ARE JUDGED AGAINST THE BUSCAL       *
      *              BUSINESS CALENDAR (CALDAYS).  A STEP WHOSE   *
      *              RULE SAYS NOT TONIGHT IS RECORDED IN BSTAT   *
      *              AS RULESKIP WITH THE REASON, AND DOES NOT    *
      *              STOP THE SEQUENCE; A RULE THAT CANNOT BE     *
      *              JUDGED (NO CALENDAR) FAILS THE STEP.  THE    *
      *              BSTAT RECORD GAINED THE OUTCOME REASON.      *
      * 1995-03 JCH  THE SEQUENCER NOW TAKES ITS RUN DATE FROM   *
      *              THE PERDCTL PERIOD CONTROL FILE, AS THE      *
      *              POSTING PROGRAMS DO - THE GROUP WAIT JUDGES  *
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT RULE-INPUT-FILE    ASSIGN TO DYNAMIC RULE-FILE-NAME
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RIF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
           05  BS-GROUP-ID             PIC X(3).
           05  FILLER                  PIC X.
           05  BS-DONE-FILE            PIC X(12).
      ***************************************************************
      * RUN RULES.  BS-RUN-RULE BLANK OR "D" RUNS EVERY NIGHT, AS A  *
      * SHORT RECORD ALWAYS DID.  "W" RUNS ON THE WEEKDAYS MARKED    *
      * "Y" IN BS-RULE-WEEKDAYS (MONDAY FIRST).  "M" RUNS ONLY ON    *
      * THE LAST BUSINESS DAY OF A FISCAL MONTH, "N" ON EVERY OTHER  *
      * DAY, AND "F" ONLY ON THE FIRST BUSINESS DAY OF A FISCAL      *
      * MONTH.  "E" RUNS ONLY WHEN BS-RULE-FILE EXISTS AND HOLDS AT  *
      * LEAST ONE RECORD.  BS-NEEDS-CLEAN-PREVIOUS "Y" ALSO REQUIRES *
      * THE STEP BEFORE TO HAVE ENDED WITH RETURN CODE 0 TONIGHT.    *
      ***************************************************************
           05  FILLER                  PIC X.
           05  BS-RUN-RULE             PIC X.
               88  BS-RULE-DAILY                  VALUE " " "D".
               88  BS-RULE-WEEKDAYS-ONLY          VALUE "W".
               88  BS-RULE-MONTH-END-ONLY         VALUE "M".
               88  BS-RULE-NOT-MONTH-END          VALUE "N".
               88  BS-RULE-FIRST-BUSINESS-DAY     VALUE "F".
               88  BS-RULE-INPUT-FILE-PRESENT     VALUE "E".
           05  FILLER                  PIC X.
           05  BS-RULE-WEEKDAYS        PIC X(7).
           05  BS-RULE-WEEKDAY-FLAGS REDEFINES BS-RULE-WEEKDAYS.
               10  BS-RULE-WEEKDAY     PIC X      OCCURS 7 TIMES.
           05  FILLER                  PIC X.
           05  BS-RULE-FILE            PIC X(12).
           05  FILLER                  PIC X.
           05  BS-NEEDS-CLEAN-PREVIOUS PIC X.
               88  BS-PREVIOUS-MUST-BE-CLEAN      VALUE "Y".

      ***************************************************************
      * STEP-STATUS-FILE RECORDS EVERY STEP'S OUTCOME.  ON A RERUN   *
               88  BT-OUTCOME-COMPLETE            VALUE "COMPLETE".
               88  BT-OUTCOME-FAILED              VALUE "FAILED".
               88  BT-OUTCOME-SKIPPED             VALUE "SKIPPED".
               88  BT-OUTCOME-RULE-SKIPPED        VALUE "RULESKIP".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BT-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BT-OUTCOME-REASON       PIC X(30).

      ***************************************************************
      * DASHBOARD-STATUS-FILE IS WRITTEN BY SIDEDASH: THE PARTNER    *
               88  PC-PERIOD-OPEN                 VALUE "OPEN".
               88  PC-PERIOD-CLOSED               VALUE "CLOSED".

      ***************************************************************
      * RULE-INPUT-FILE IS THE INPUT AN "E" RULE WAITS ON (LOCKBOX   *
      * FOR LBXIMPT, SAY).  ONLY ITS FIRST BYTE IS EVER READ - ANY   *
      * CONTENT AT ALL MEANS THE FILE ARRIVED.                       *
      ***************************************************************
       FD  RULE-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-INPUT-RECORD           PIC X.

       WORKING-STORAGE SECTION.

       01  SCH-FILE-STATUS            PIC  X(2)   VALUE SPACES.
                   88  GM-STATE-COMPLETE          VALUE "C".
                   88  GM-STATE-FAILED            VALUE "F".
                   88  GM-STATE-CARRIED           VALUE "K".
                   88  GM-STATE-RULE-SKIPPED      VALUE "R".
               10  GM-OUTCOME-REASON   PIC X(30).

       01  GROUP-FAILED-SWITCH        PIC  X      VALUE "N".
           88  GROUP-FAILED                       VALUE "Y".
       01  PCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  PCF-FILE-OK                        VALUE "00".

      **********************************************************
      * RUN-RULE WORK FIELDS.  PREVIOUS-STEP-OUTCOME IS THE    *
      * OUTCOME OF THE SCHEDULE STEP (OR WHOLE PARALLEL GROUP) *
      * JUST BEFORE THE ONE BEING JUDGED; THE FIRST STEP HAS   *
      * NOTHING BEFORE IT AND ALWAYS MEETS THE DEPENDENCY.     *
      **********************************************************
       01  RULE-FILE-NAME             PIC  X(12)  VALUE SPACES.

       01  RIF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RIF-FILE-OK                        VALUE "00".

       01  RULES-MET-SWITCH           PIC  X      VALUE "Y".
           88  RULES-ARE-MET                      VALUE "Y".

       01  RULE-JUDGED-SWITCH         PIC  X      VALUE "Y".
           88  RULE-WAS-JUDGED                    VALUE "Y".

       01  OUTCOME-REASON-TEXT        PIC  X(30)  VALUE SPACES.

       01  PREVIOUS-STEP-OUTCOME      PIC  X(8)   VALUE "COMPLETE".

       01  RULE-WEEKDAY-SUB           PIC  9      VALUE ZERO.

      **********************************************************
      * CALDAYS CALL ARGUMENTS - THE DAY OF THE WEEK, AND THE  *
      * FISCAL MONTH-END AND FIRST-BUSINESS-DAY TESTS, ALL ON  *
      * THE BUSCAL CALENDAR.                                   *
      **********************************************************
       01  CD-POLICY-NAME             PIC  X(8)   VALUE "BATCHCTL".
       01  CD-FROM-DATE               PIC  9(6)   VALUE ZERO.
       01  CD-TO-DATE                 PIC  9(6)   VALUE ZERO.
       01  CD-DAY-COUNT               PIC S9(5)   VALUE ZERO.
       01  CD-RESULT                  PIC  X      VALUE SPACE.
           88  CD-NEW-FISCAL-MONTH                VALUE "N".
           88  CD-SAME-FISCAL-MONTH               VALUE "S".
           88  CD-NO-CALENDAR                     VALUE "X".

      **********************************************************
      * SEQUENCE SUMMARY COUNTERS.                             *
      **********************************************************
           05  SQ-STEPS-CARRIED        PIC 9(3)   VALUE ZERO.
           05  SQ-STEPS-FAILED         PIC 9(3)   VALUE ZERO.
           05  SQ-STEPS-SKIPPED        PIC 9(3)   VALUE ZERO.
           05  SQ-STEPS-RULE-SKIPPED   PIC 9(3)   VALUE ZERO.

       01  SR-SQ-STEPS-RUN            PIC ZZ9.
       01  SR-SQ-STEPS-CARRIED        PIC ZZ9.
       01  SR-SQ-STEPS-FAILED         PIC ZZ9.
       01  SR-SQ-STEPS-SKIPPED        PIC ZZ9.
       01  SR-SQ-STEPS-RULE-SKIPPED   PIC ZZ9.

       LINKAGE SECTION.

       DRIVE-ONE-STEP.
      ***************************************************************
      * ONE SCHEDULED STEP: CARRY IT FORWARD IF THE LAST RUN ALREADY *
      * COMPLETED IT, SKIP IT IF AN EARLIER STEP FAILED TONIGHT OR   *
      * ITS RUN RULES SAY NOT TONIGHT, OTHERWISE GATE-CHECK AND RUN  *
      * IT.  A STEP CARRYING A GROUP                                 *
      * ID HANDS THE WHOLE CONSECUTIVE GROUP TO THE PARALLEL         *
      * DRIVER, WHICH ADVANCES THE SCHEDULE ITSELF.                  *
      ***************************************************************
              GO TO DRIVE-ONE-STEP-NEXT
           END-IF.

      ***************************************************************
      * THE STEP'S RUN RULES.  A RULE THAT SAYS NOT TONIGHT IS NO    *
      * FAILURE - THE STEP IS RECORDED AS SKIPPED BY RULE AND THE    *
      * SEQUENCE GOES ON.  A RULE THAT CANNOT BE JUDGED FAILS THE    *
      * STEP, SINCE RUNNING OR SKIPPING IT WOULD BE A GUESS.         *
      ***************************************************************
           PERFORM CHECK-RUN-RULES
              THRU CHECK-RUN-RULES-EXIT.
           IF NOT RULE-WAS-JUDGED
              ADD 1 TO SQ-STEPS-FAILED
              SET SEQUENCE-STOPPED TO TRUE
              DISPLAY "BATCHCTL STEP " BS-STEP-NUM " "
                      BS-PROGRAM-NAME " FAILED - "
                      OUTCOME-REASON-TEXT
              PERFORM WRITE-STEP-STATUS-FAILED
                 THRU WRITE-STEP-STATUS-FAILED-EXIT
              GO TO DRIVE-ONE-STEP-NEXT
           END-IF.
           IF NOT RULES-ARE-MET
              ADD 1 TO SQ-STEPS-RULE-SKIPPED
              DISPLAY "BATCHCTL STEP " BS-STEP-NUM " "
                      BS-PROGRAM-NAME " SKIPPED BY RULE - "
                      OUTCOME-REASON-TEXT
              PERFORM WRITE-STEP-STATUS-RULE-SKIPPED
                 THRU WRITE-STEP-STATUS-RULE-SKIPPED-EXIT
              GO TO DRIVE-ONE-STEP-NEXT
           END-IF.

      ***************************************************************
      * THE SALESRPT GATE: WHEN SIDEDASH'S STATUS FILE REPORTS       *
      * MISSING PARTNERS (OR CANNOT BE READ), SALESRPT MUST NOT      *
              IF NOT GATE-PASSED
                 ADD 1 TO SQ-STEPS-FAILED
                 SET SEQUENCE-STOPPED TO TRUE
                 MOVE "SIDEDASH GATE REFUSED" TO OUTCOME-REASON-TEXT
                 PERFORM WRITE-STEP-STATUS-FAILED
                    THRU WRITE-STEP-STATUS-FAILED-EXIT
                 GO TO DRIVE-ONE-STEP-NEXT
           MOVE NIGHT-RUN-ID TO BT-RUN-ID.
           MOVE STEP-START-TIME TO BT-START-TIME.
           ACCEPT BT-END-TIME FROM TIME.
           MOVE SPACES TO BT-OUTCOME-REASON.
           IF RETURN-CODE = ZERO
              ADD 1 TO SQ-STEPS-RUN
              SET BT-OUTCOME-COMPLETE TO TRUE
              SET SEQUENCE-STOPPED TO TRUE
              DISPLAY "BATCHCTL STEP " BS-STEP-NUM " "
                      BS-PROGRAM-NAME " FAILED, RC=" RETURN-CODE
              MOVE "NONZERO RETURN CODE" TO BT-OUTCOME-REASON
           END-IF.
           MOVE BT-OUTCOME TO PREVIOUS-STEP-OUTCOME.
           WRITE STEP-STATUS-RECORD.
           MOVE ZERO TO RETURN-CODE.
       RUN-ONE-STEP-EXIT. EXIT.

           IF GROUP-FAILED
              SET SEQUENCE-STOPPED TO TRUE
              MOVE "FAILED" TO PREVIOUS-STEP-OUTCOME
              DISPLAY "BATCHCTL PARALLEL GROUP " CURRENT-GROUP-ID
                      " FAILED - LATER STEPS STOPPED"
           ELSE
              MOVE "COMPLETE" TO PREVIOUS-STEP-OUTCOME
              DISPLAY "BATCHCTL PARALLEL GROUP " CURRENT-GROUP-ID
                      " COMPLETE"
           END-IF.
           MOVE BS-STEP-NUM TO GM-STEP-NUM (GM-INDX).
           MOVE BS-PROGRAM-NAME TO GM-PROGRAM-NAME (GM-INDX).
           MOVE BS-DONE-FILE TO GM-DONE-FILE (GM-INDX).
           MOVE SPACES TO GM-OUTCOME-REASON (GM-INDX).
           ACCEPT GM-START-TIME (GM-INDX) FROM TIME.

           IF PRIOR-OUTCOME = "COMPLETE"
              GO TO LAUNCH-ONE-MEMBER-NEXT
           END-IF.

      ***************************************************************
      * A MEMBER'S RUN RULES ARE JUDGED AS A SERIAL STEP'S ARE.  ITS *
      * "PREVIOUS STEP" IS THE STEP AHEAD OF THE WHOLE GROUP - THE   *
      * MEMBERS RUN SIDE BY SIDE, NOT ONE AFTER ANOTHER.             *
      ***************************************************************
           PERFORM CHECK-RUN-RULES
              THRU CHECK-RUN-RULES-EXIT.
           IF NOT RULE-WAS-JUDGED
              DISPLAY "BATCHCTL MEMBER " BS-STEP-NUM " "
                      BS-PROGRAM-NAME " FAILED - "
                      OUTCOME-REASON-TEXT
              MOVE "F" TO GM-STATE (GM-INDX)
              MOVE OUTCOME-REASON-TEXT TO GM-OUTCOME-REASON (GM-INDX)
              SET GROUP-FAILED TO TRUE
              GO TO LAUNCH-ONE-MEMBER-NEXT
           END-IF.
           IF NOT RULES-ARE-MET
              DISPLAY "BATCHCTL MEMBER " BS-STEP-NUM " "
                      BS-PROGRAM-NAME " SKIPPED BY RULE - "
                      OUTCOME-REASON-TEXT
              MOVE "R" TO GM-STATE (GM-INDX)
              MOVE OUTCOME-REASON-TEXT TO GM-OUTCOME-REASON (GM-INDX)
              GO TO LAUNCH-ONE-MEMBER-NEXT
           END-IF.

      ***************************************************************
      * A SALESRPT MEMBER GETS THE SAME SIDEDASH PRE-FLIGHT GATE A   *
      * SERIAL SALESRPT STEP GETS - A MISSING OR UNREACHABLE         *
                 THRU CHECK-SALESRPT-GATE-EXIT
              IF NOT GATE-PASSED
                 MOVE "F" TO GM-STATE (GM-INDX)
                 MOVE "SIDEDASH GATE REFUSED"
                      TO GM-OUTCOME-REASON (GM-INDX)
                 SET GROUP-FAILED TO TRUE
                 GO TO LAUNCH-ONE-MEMBER-NEXT
              END-IF
           MOVE NIGHT-RUN-ID TO BT-RUN-ID.
           MOVE GM-START-TIME (GM-INDX) TO BT-START-TIME.
           ACCEPT BT-END-TIME FROM TIME.
           MOVE GM-OUTCOME-REASON (GM-INDX) TO BT-OUTCOME-REASON.
           EVALUATE TRUE
              WHEN GM-STATE-CARRIED (GM-INDX)
                 MOVE ZERO TO BT-START-TIME
                 MOVE ZERO TO BT-END-TIME
                 SET BT-OUTCOME-COMPLETE TO TRUE
              WHEN GM-STATE-RULE-SKIPPED (GM-INDX)
                 ADD 1 TO SQ-STEPS-RULE-SKIPPED
                 MOVE ZERO TO BT-START-TIME
                 MOVE ZERO TO BT-END-TIME
                 SET BT-OUTCOME-RULE-SKIPPED TO TRUE
              WHEN GM-STATE-COMPLETE (GM-INDX)
                 ADD 1 TO SQ-STEPS-RUN
                 SET BT-OUTCOME-COMPLETE TO TRUE
           MOVE ZERO TO BT-START-TIME.
           MOVE ZERO TO BT-END-TIME.
           SET BT-OUTCOME-COMPLETE TO TRUE.
           MOVE "CARRIED FORWARD" TO BT-OUTCOME-REASON.
           MOVE BT-OUTCOME TO PREVIOUS-STEP-OUTCOME.
           WRITE STEP-STATUS-RECORD.
       WRITE-STEP-STATUS-CARRIED-EXIT. EXIT.
      *****************************************************************
           MOVE ZERO TO BT-START-TIME.
           MOVE ZERO TO BT-END-TIME.
           SET BT-OUTCOME-SKIPPED TO TRUE.
           MOVE "EARLIER STEP FAILED" TO BT-OUTCOME-REASON.
           MOVE BT-OUTCOME TO PREVIOUS-STEP-OUTCOME.
           WRITE STEP-STATUS-RECORD.
       WRITE-STEP-STATUS-SKIPPED-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-STEP-STATUS-RULE-SKIPPED.
           MOVE BS-STEP-NUM TO BT-STEP-NUM.
           MOVE BS-PROGRAM-NAME TO BT-PROGRAM-NAME.
           MOVE CURRENT-RUN-DATE TO BT-RUN-DATE.
           MOVE NIGHT-RUN-ID TO BT-RUN-ID.
           MOVE ZERO TO BT-START-TIME.
           MOVE ZERO TO BT-END-TIME.
           SET BT-OUTCOME-RULE-SKIPPED TO TRUE.
           MOVE OUTCOME-REASON-TEXT TO BT-OUTCOME-REASON.
           MOVE BT-OUTCOME TO PREVIOUS-STEP-OUTCOME.
           WRITE STEP-STATUS-RECORD.
       WRITE-STEP-STATUS-RULE-SKIPPED-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-STEP-STATUS-FAILED.
           MOVE BS-STEP-NUM TO BT-STEP-NUM.
           ACCEPT BT-START-TIME FROM TIME.
           MOVE BT-START-TIME TO BT-END-TIME.
           SET BT-OUTCOME-FAILED TO TRUE.
           MOVE OUTCOME-REASON-TEXT TO BT-OUTCOME-REASON.
           MOVE BT-OUTCOME TO PREVIOUS-STEP-OUTCOME.
           WRITE STEP-STATUS-RECORD.
       WRITE-STEP-STATUS-FAILED-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-RUN-RULES.
      ***************************************************************
      * JUDGE THE STEP'S RUN RULE AGAINST TONIGHT'S BUSINESS DATE,   *
      * THEN ITS PREVIOUS-STEP DEPENDENCY.  RULES-ARE-MET SAYS RUN   *
      * IT; RULE-WAS-JUDGED OFF SAYS THE RULE COULD NOT BE DECIDED,  *
      * WITH THE REASON IN OUTCOME-REASON-TEXT EITHER WAY.           *
      ***************************************************************
           MOVE "Y" TO RULES-MET-SWITCH.
           MOVE "Y" TO RULE-JUDGED-SWITCH.
           MOVE SPACES TO OUTCOME-REASON-TEXT.
           EVALUATE TRUE
              WHEN BS-RULE-DAILY
                 CONTINUE
              WHEN BS-RULE-WEEKDAYS-ONLY
                 PERFORM CHECK-WEEKDAY-RULE
                    THRU CHECK-WEEKDAY-RULE-EXIT
              WHEN BS-RULE-MONTH-END-ONLY
                 OR BS-RULE-NOT-MONTH-END
                 PERFORM CHECK-MONTH-END-RULE
                    THRU CHECK-MONTH-END-RULE-EXIT
              WHEN BS-RULE-FIRST-BUSINESS-DAY
                 PERFORM CHECK-FIRST-DAY-RULE
                    THRU CHECK-FIRST-DAY-RULE-EXIT
              WHEN BS-RULE-INPUT-FILE-PRESENT
                 PERFORM CHECK-INPUT-FILE-RULE
                    THRU CHECK-INPUT-FILE-RULE-EXIT
              WHEN OTHER
                 MOVE "N" TO RULE-JUDGED-SWITCH
                 MOVE "UNKNOWN RUN RULE" TO OUTCOME-REASON-TEXT
           END-EVALUATE.
           IF NOT RULE-WAS-JUDGED OR NOT RULES-ARE-MET
              GO TO CHECK-RUN-RULES-EXIT
           END-IF.
           IF BS-PREVIOUS-MUST-BE-CLEAN
              AND PREVIOUS-STEP-OUTCOME NOT = "COMPLETE"
              MOVE "N" TO RULES-MET-SWITCH
              MOVE "PREVIOUS STEP DID NOT END RC 0"
                   TO OUTCOME-REASON-TEXT
           END-IF.
       CHECK-RUN-RULES-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-WEEKDAY-RULE.
           IF BS-RULE-WEEKDAYS = SPACES
              MOVE "N" TO RULE-JUDGED-SWITCH
              MOVE "NO WEEKDAYS NAMED FOR RULE" TO OUTCOME-REASON-TEXT
              GO TO CHECK-WEEKDAY-RULE-EXIT
           END-IF.
           MOVE CURRENT-RUN-DATE TO CD-FROM-DATE.
           CALL "CALWDAY" USING CD-POLICY-NAME
                                CD-FROM-DATE
                                CD-TO-DATE
                                CD-DAY-COUNT
                                CD-RESULT.
           MOVE CD-DAY-COUNT TO RULE-WEEKDAY-SUB.
           IF BS-RULE-WEEKDAY (RULE-WEEKDAY-SUB) NOT = "Y"
              MOVE "N" TO RULES-MET-SWITCH
              MOVE "NOT A SCHEDULED WEEKDAY" TO OUTCOME-REASON-TEXT
           END-IF.
       CHECK-WEEKDAY-RULE-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-MONTH-END-RULE.
      ***************************************************************
      * TONIGHT CLOSES A FISCAL MONTH WHEN CALROLL, ROLLING TO THE   *
      * NEXT BUSINESS DAY, PASSES A FISCAL MONTH-END - SO A MONTH    *
      * THAT ENDS ON A SATURDAY CLOSES ON THE FRIDAY NIGHT.          *
      ***************************************************************
           MOVE CURRENT-RUN-DATE TO CD-FROM-DATE.
           MOVE ZERO TO CD-TO-DATE.
           CALL "CALROLL" USING CD-POLICY-NAME
                                CD-FROM-DATE
                                CD-TO-DATE
                                CD-DAY-COUNT
                                CD-RESULT.
           EVALUATE TRUE
              WHEN CD-NO-CALENDAR
                 MOVE "N" TO RULE-JUDGED-SWITCH
                 MOVE "NO BUSINESS CALENDAR FOR RULE"
                      TO OUTCOME-REASON-TEXT
              WHEN BS-RULE-MONTH-END-ONLY AND CD-SAME-FISCAL-MONTH
                 MOVE "N" TO RULES-MET-SWITCH
                 MOVE "NOT FISCAL MONTH-END" TO OUTCOME-REASON-TEXT
              WHEN BS-RULE-NOT-MONTH-END AND CD-NEW-FISCAL-MONTH
                 MOVE "N" TO RULES-MET-SWITCH
                 MOVE "FISCAL MONTH-END" TO OUTCOME-REASON-TEXT
           END-EVALUATE.
       CHECK-MONTH-END-RULE-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-FIRST-DAY-RULE.
           MOVE CURRENT-RUN-DATE TO CD-FROM-DATE.
           MOVE ZERO TO CD-TO-DATE.
           CALL "CALPREV" USING CD-POLICY-NAME
                                CD-FROM-DATE
                                CD-TO-DATE
                                CD-DAY-COUNT
                                CD-RESULT.
           EVALUATE TRUE
              WHEN CD-NO-CALENDAR
                 MOVE "N" TO RULE-JUDGED-SWITCH
                 MOVE "NO BUSINESS CALENDAR FOR RULE"
                      TO OUTCOME-REASON-TEXT
              WHEN CD-SAME-FISCAL-MONTH
                 MOVE "N" TO RULES-MET-SWITCH
                 MOVE "NOT FIRST BUSINESS DAY" TO OUTCOME-REASON-TEXT
           END-EVALUATE.
       CHECK-FIRST-DAY-RULE-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-INPUT-FILE-RULE.
           IF BS-RULE-FILE = SPACES
              MOVE "N" TO RULE-JUDGED-SWITCH
              MOVE "NO INPUT FILE NAMED FOR RULE"
                   TO OUTCOME-REASON-TEXT
              GO TO CHECK-INPUT-FILE-RULE-EXIT
           END-IF.
           MOVE BS-RULE-FILE TO RULE-FILE-NAME.
           OPEN INPUT RULE-INPUT-FILE.
           IF NOT RIF-FILE-OK
              MOVE "N" TO RULES-MET-SWITCH
              MOVE "INPUT FILE NOT PRESENT" TO OUTCOME-REASON-TEXT
              GO TO CHECK-INPUT-FILE-RULE-EXIT
           END-IF.
           READ RULE-INPUT-FILE
               AT END
                  MOVE "N" TO RULES-MET-SWITCH
                  MOVE "INPUT FILE EMPTY" TO OUTCOME-REASON-TEXT
           END-READ.
           CLOSE RULE-INPUT-FILE.
       CHECK-INPUT-FILE-RULE-EXIT. EXIT.
      *****************************************************************
      *
       FIND-PRIOR-OUTCOME.
           MOVE SPACES TO PRIOR-OUTCOME.
           MOVE SQ-STEPS-CARRIED TO SR-SQ-STEPS-CARRIED.
           MOVE SQ-STEPS-FAILED TO SR-SQ-STEPS-FAILED.
           MOVE SQ-STEPS-SKIPPED TO SR-SQ-STEPS-SKIPPED.
           MOVE SQ-STEPS-RULE-SKIPPED TO SR-SQ-STEPS-RULE-SKIPPED.
           DISPLAY " ".
           DISPLAY "******************************************".
           DISPLAY "*        BATCHCTL SEQUENCE SUMMARY        *".
                   SR-SQ-STEPS-FAILED.
           DISPLAY "STEPS SKIPPED .............. "
                   SR-SQ-STEPS-SKIPPED.
           DISPLAY "STEPS SKIPPED BY RULE ...... "
                   SR-SQ-STEPS-RULE-SKIPPED.
           IF SQ-STEPS-FAILED > ZERO
              DISPLAY "**SEQUENCE INCOMPLETE - FIX THE FAILED STEP "
                      "AND RERUN BATCHCTL TO RESUME**"

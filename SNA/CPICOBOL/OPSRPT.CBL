      *          RETURN CODE, AND A PASS/ATTENTION VERDICT.       *
      *                                                           *
      * INPUT:   RUNCTL, PARTTOT, REJFILE, EXCPFILE, CREDSUM,     *
      *          CPICAUD, AND BATCHCTL'S BSTAT.  ANY MISSING FILE *
      *          IS REPORTED AS SUCH RATHER THAN FAILING THE      *
      *          REPORT.                                          *
      *                                                           *
      * OUTPUT:  OPERATIONS SUMMARY PAGE (OPSRPRT) AND THE SAME   *
      *          VERDICT DISPLAYED.                               *
      *                                                           *
      * 1995-04 JCH  NEW BATCH SEQUENCE STEPS SECTION FROM THE   *
      *              BSTAT FILE: EVERY STEP'S OUTCOME AND REASON, *
      *              WITH STEPS SKIPPED BY THEIR RUN RULE SHOWN   *
      *              APART FROM STEPS SKIPPED BY A FAILURE.  A    *
      *              FAILED OR FAILURE-SKIPPED STEP CALLS FOR     *
      *              ATTENTION; A RULE SKIP DOES NOT.             *
      * 1995-04 JCH  EXCEPTION RECORD WIDENED TO 80 BYTES FOR    *
      *              THE CREDRPT ACCOUNT/GROUP REASON CODE.      *
      * 1994-09 JCH  THE PAGE IS NOW TIED TOGETHER BY THE NIGHT  *
      *              RUN ID BATCHCTL ASSIGNS: WHEN THE NIGHTRUN  *
      *              FILE NAMES A RUN, ONLY THAT RUN'S PARTTOT,  *
           SELECT NIGHT-RUN-FILE     ASSIGN TO "NIGHTRUN"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS NRF-FILE-STATUS.
           SELECT STEP-STATUS-FILE   ASSIGN TO "BSTAT"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS BST-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-RECORD            PIC X(80).

       FD  DAY-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NIGHT-RUN-RECORD.
           05  NR-RUN-ID               PIC X(8).

      ***************************************************************
      * STEP-STATUS-FILE IS BATCHCTL'S RECORD OF EVERY SCHEDULED     *
      * STEP'S OUTCOME FOR THE NIGHT (SAME LAYOUT AS BATCHCTL'S).    *
      ***************************************************************
       FD  STEP-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STEP-STATUS-RECORD.
           05  BT-STEP-NUM             PIC 9(3).
           05  FILLER                  PIC X(2).
           05  BT-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  BT-RUN-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  BT-START-TIME           PIC 9(8).
           05  FILLER                  PIC X(2).
           05  BT-END-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  BT-OUTCOME              PIC X(8).
               88  BT-OUTCOME-COMPLETE            VALUE "COMPLETE".
               88  BT-OUTCOME-FAILED              VALUE "FAILED".
               88  BT-OUTCOME-SKIPPED             VALUE "SKIPPED".
               88  BT-OUTCOME-RULE-SKIPPED        VALUE "RULESKIP".
           05  FILLER                  PIC X(2).
           05  BT-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(2).
           05  BT-OUTCOME-REASON       PIC X(30).

       WORKING-STORAGE SECTION.

       01  RUN-FILE-STATUS            PIC  X(2)   VALUE SPACES.
       01  DAY-SUMMARY-FOUND-SWITCH   PIC  X      VALUE "N".
           88  DAY-SUMMARY-WAS-FOUND              VALUE "Y".

       01  BST-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  BST-FILE-OK                        VALUE "00".

       01  VERDICT-SWITCH             PIC  X      VALUE "P".
           88  VERDICT-PASS                       VALUE "P".

           05  OP-REJECT-COUNT         PIC 9(7)   VALUE ZERO.
           05  OP-EXCEPTION-COUNT      PIC 9(7)   VALUE ZERO.
           05  OP-AUDIT-ERROR-COUNT    PIC 9(7)   VALUE ZERO.
           05  OP-STEPS-RUN            PIC 9(3)   VALUE ZERO.
           05  OP-STEPS-FAILED         PIC 9(3)   VALUE ZERO.
           05  OP-STEPS-SKIPPED        PIC 9(3)   VALUE ZERO.
           05  OP-STEPS-RULE-SKIPPED   PIC 9(3)   VALUE ZERO.

       01  SR-OP-PART-SENT-TOTAL      PIC ZZZZZZ9.
       01  SR-OP-PART-RECEIVED-TOTAL  PIC ZZZZZZ9.
       01  SR-DS-OVER-LIMIT-COUNT     PIC ZZZZZZ9.
       01  SR-DS-WARNING-COUNT        PIC ZZZZZZ9.
       01  SR-DS-TOTAL-OUTSTANDING    PIC Z(10)9.99-.
       01  SR-OP-STEPS-RUN            PIC ZZ9.
       01  SR-OP-STEPS-FAILED         PIC ZZ9.
       01  SR-OP-STEPS-SKIPPED        PIC ZZ9.
       01  SR-OP-STEPS-RULE-SKIPPED   PIC ZZ9.

       01  RPT-REPORT-DATE            PIC 9(6)    VALUE ZERO.

           05  RPT-T-LABEL            PIC X(30).
           05  RPT-T-VALUE            PIC X(40).

       01  RPT-STEP-LINE.
           05  FILLER                 PIC X(5)   VALUE "STEP".
           05  RPT-S-STEP-NUM         PIC 9(3).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-S-PROGRAM-NAME     PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-S-OUTCOME          PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-S-REASON           PIC X(30).

       LINKAGE SECTION.

       EJECT
              THRU GATHER-EXCEPTIONS-EXIT.
           PERFORM GATHER-DAY-SUMMARY
              THRU GATHER-DAY-SUMMARY-EXIT.
           PERFORM GATHER-STEP-STATUS
              THRU GATHER-STEP-STATUS-EXIT.
           PERFORM GATHER-AUDIT-ERRORS
              THRU GATHER-AUDIT-ERRORS-EXIT.
           PERFORM WRITE-VERDICT
           WRITE OPS-REPORT-RECORD FROM RPT-TEXT-LINE.
       GATHER-DAY-SUMMARY-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-STEP-STATUS.
      ***************************************************************
      * ONE LINE PER BATCHCTL STEP FOR THE NIGHT, THEN THE COUNTS.   *
      * A STEP ITS RUN RULE SKIPPED (NOT ITS WEEKDAY, NOT MONTH-END, *
      * NO INPUT FILE) IS EXPECTED AND SHOWN APART; A FAILED STEP    *
      * OR ONE SKIPPED BEHIND A FAILURE NEEDS THE DAY SHIFT.         *
      ***************************************************************
           MOVE SPACES TO OPS-REPORT-RECORD.
           WRITE OPS-REPORT-RECORD.
           MOVE "BATCH SEQUENCE STEPS" TO OPS-REPORT-RECORD.
           WRITE OPS-REPORT-RECORD.
           OPEN INPUT STEP-STATUS-FILE.
           IF NOT BST-FILE-OK
              MOVE "NO STEP STATUS ON FILE" TO OPS-REPORT-RECORD
              WRITE OPS-REPORT-RECORD
              GO TO GATHER-STEP-STATUS-EXIT
           END-IF.
           MOVE "N" TO END-OF-FILE-SWITCH.
           PERFORM LIST-ONE-STEP-STATUS
              THRU LIST-ONE-STEP-STATUS-EXIT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE STEP-STATUS-FILE.
           MOVE OP-STEPS-RUN TO SR-OP-STEPS-RUN.
           MOVE "STEPS RUN OR CARRIED" TO RPT-T-LABEL.
           MOVE SR-OP-STEPS-RUN TO RPT-T-VALUE.
           WRITE OPS-REPORT-RECORD FROM RPT-TEXT-LINE.
           MOVE OP-STEPS-FAILED TO SR-OP-STEPS-FAILED.
           MOVE "STEPS FAILED" TO RPT-T-LABEL.
           MOVE SR-OP-STEPS-FAILED TO RPT-T-VALUE.
           WRITE OPS-REPORT-RECORD FROM RPT-TEXT-LINE.
           MOVE OP-STEPS-SKIPPED TO SR-OP-STEPS-SKIPPED.
           MOVE "STEPS SKIPPED AFTER FAILURE" TO RPT-T-LABEL.
           MOVE SR-OP-STEPS-SKIPPED TO RPT-T-VALUE.
           WRITE OPS-REPORT-RECORD FROM RPT-TEXT-LINE.
           MOVE OP-STEPS-RULE-SKIPPED TO SR-OP-STEPS-RULE-SKIPPED.
           MOVE "STEPS SKIPPED BY RUN RULE" TO RPT-T-LABEL.
           MOVE SR-OP-STEPS-RULE-SKIPPED TO RPT-T-VALUE.
           WRITE OPS-REPORT-RECORD FROM RPT-TEXT-LINE.
           IF OP-STEPS-FAILED > ZERO
              OR OP-STEPS-SKIPPED > ZERO
              MOVE "A" TO VERDICT-SWITCH
           END-IF.
       GATHER-STEP-STATUS-EXIT. EXIT.
      *****************************************************************
      *
       LIST-ONE-STEP-STATUS.
           READ STEP-STATUS-FILE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
                  GO TO LIST-ONE-STEP-STATUS-EXIT
           END-READ.
           IF SELECT-RUN-ID NOT = SPACES
              IF BT-RUN-ID NOT = SELECT-RUN-ID
                 MOVE BT-RUN-ID TO SUPERSEDED-ID-WORK
                 PERFORM NOTE-SUPERSEDED-ID
                    THRU NOTE-SUPERSEDED-ID-EXIT
                 GO TO LIST-ONE-STEP-STATUS-EXIT
              END-IF
           ELSE
              IF BT-RUN-DATE NOT = SELECT-BUSINESS-DATE
                 GO TO LIST-ONE-STEP-STATUS-EXIT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN BT-OUTCOME-COMPLETE
                 ADD 1 TO OP-STEPS-RUN
              WHEN BT-OUTCOME-RULE-SKIPPED
                 ADD 1 TO OP-STEPS-RULE-SKIPPED
              WHEN BT-OUTCOME-SKIPPED
                 ADD 1 TO OP-STEPS-SKIPPED
              WHEN OTHER
                 ADD 1 TO OP-STEPS-FAILED
           END-EVALUATE.
           MOVE BT-STEP-NUM TO RPT-S-STEP-NUM.
           MOVE BT-PROGRAM-NAME TO RPT-S-PROGRAM-NAME.
           MOVE BT-OUTCOME TO RPT-S-OUTCOME.
           MOVE BT-OUTCOME-REASON TO RPT-S-REASON.
           WRITE OPS-REPORT-RECORD FROM RPT-STEP-LINE.
       LIST-ONE-STEP-STATUS-EXIT. EXIT.
      *****************************************************************
      *
       GATHER-AUDIT-ERRORS.
      ***************************************************************

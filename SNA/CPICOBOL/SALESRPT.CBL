      *              SALESCON CAN TELL ONE ATTEMPT'S ARTIFACTS    *
      *              FROM A SAME-DAY RERUN'S.  A RUN OUTSIDE THE  *
      *              BATCH STAMPS A BLANK ID.                     *
      * 1995-04 JCH  BLOCKED SENDS: UP TO 100 SALES-RECORDS NOW   *
      *              TRAVEL IN ONE CMSEND, SIZED BY THE OPTIONAL  *
      *              BLKPARM FILE (ONE RECORD PER SEND WITHOUT    *
      *              IT), AND CREDRPT ANSWERS WITH ONE BLOCK OF   *
      *              RESULTS.  CMCFM AND THE CHECKPOINT NOW COME  *
      *              ONCE PER FULLY ACKNOWLEDGED BLOCK; A SHORT   *
      *              BLOCK OF RESULTS ENDS THE RUN.  EACH RUN     *
      *              APPENDS ITS BLOCK SIZE, SENDS ISSUED, AND    *
      *              ELAPSED TIME TO THE SENDSTAT LOG.            *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS PCF-FILE-STATUS.
           SELECT BLOCKING-PARM-FILE ASSIGN TO "BLKPARM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS BPF-FILE-STATUS.
           SELECT SEND-STATISTICS-FILE ASSIGN TO "SENDSTAT"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS SSF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
               88  PC-PERIOD-OPEN                 VALUE "OPEN".
               88  PC-PERIOD-CLOSED               VALUE "CLOSED".

      ***************************************************************
      * BLOCKING-PARM-FILE SETS HOW MANY SALES-RECORDS GO TO CREDRPT *
      * IN ONE SEND, 1 TO 100.  WHEN THE FILE IS ABSENT EVERY RECORD *
      * IS SENT ON ITS OWN, AS BEFORE BLOCKING WAS INTRODUCED.       *
      ***************************************************************
       FD  BLOCKING-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BLOCKING-PARM-RECORD.
           05  BP-BLOCK-SIZE           PIC 9(3).

      ***************************************************************
      * SEND-STATISTICS-FILE GETS ONE RECORD APPENDED PER RUN - THE  *
      * BLOCK SIZE IN FORCE, RECORDS SENT, SENDS ISSUED, AND THE     *
      * ELAPSED TIME - SO RUNS AT DIFFERENT BLOCK SIZES CAN BE       *
      * COMPARED.                                                    *
      ***************************************************************
       FD  SEND-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEND-STATISTICS-RECORD.
           05  SS-BUSINESS-DATE        PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-PARTITION-LO         PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-RUN-TYPE             PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-BLOCK-SIZE           PIC 9(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-RECORDS-SENT         PIC 9(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-SENDS-ISSUED         PIC 9(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-START-TIME           PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-END-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-ELAPSED-SECONDS      PIC 9(5)V99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-STATUS               PIC X(8).

       WORKING-STORAGE SECTION.

       01  BUFFER                     PIC  X(5200) VALUE SPACES.

       01  CM-ERROR-DISPLAY-MSG       PIC  X(40)  VALUE SPACES.

       01  PERIOD-CLOSED-SWITCH       PIC  X      VALUE "N".
           88  PERIOD-IS-CLOSED                   VALUE "Y".

       01  BPF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  BPF-FILE-OK                        VALUE "00".

       01  SSF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  SSF-FILE-OK                        VALUE "00".
           88  SSF-FILE-NOT-FOUND                 VALUE "35".

      **********************************************************
      * SB- FIELDS HOLD THE BLOCK OF SALES-RECORDS BUILT UP    *
      * FOR THE NEXT SEND, AND THE BLOCK OF PROCESSING-        *
      * RESULTS-RECORDS CREDRPT ANSWERS IT WITH - ONE RESULT   *
      * PER SALES-RECORD, IN THE SAME ORDER.                   *
      **********************************************************
       01  SB-BLOCK-SIZE              PIC  9(3)   VALUE 1.
       01  SB-BLOCK-SIZE-MAXIMUM      PIC  9(3)   VALUE 100.
       01  SB-RECORD-COUNT            PIC  9(3)   VALUE ZERO.
       01  SB-RESULT-COUNT            PIC  9(3)   VALUE ZERO.
       01  SB-RESULT-SUB              PIC  9(3)   VALUE ZERO.
       01  SB-LAST-CUST-NUM           PIC  X(4)   VALUE SPACES.
       01  SB-SENDS-ISSUED            PIC  9(5)   VALUE ZERO.

       01  SALES-BLOCK-AREA.
           05  SALES-BLOCK-RECORD     OCCURS 100 TIMES.
               10  SB-CUST-NUM        PIC  X(4).
               10  FILLER             PIC  X(48).

       01  RESULTS-BLOCK-AREA.
           05  RESULTS-BLOCK-RECORD   PIC  X(25)  OCCURS 100 TIMES.

      **********************************************************
      * ST- FIELDS TIME THE RUN FOR THE SENDSTAT LOG.  TIMES   *
      * ARE HHMMSSHH; A RUN THAT CROSSES MIDNIGHT IS ALLOWED   *
      * FOR WHEN THE ELAPSED TIME IS WORKED OUT.               *
      **********************************************************
       01  ST-START-TIME.
           05  ST-START-HH            PIC  9(2).
           05  ST-START-MM            PIC  9(2).
           05  ST-START-SS            PIC  9(2).
           05  ST-START-CC            PIC  9(2).
       01  ST-START-TIME-NUM REDEFINES ST-START-TIME
                                      PIC  9(8).
       01  ST-END-TIME.
           05  ST-END-HH              PIC  9(2).
           05  ST-END-MM              PIC  9(2).
           05  ST-END-SS              PIC  9(2).
           05  ST-END-CC              PIC  9(2).
       01  ST-END-TIME-NUM REDEFINES ST-END-TIME
                                      PIC  9(8).
       01  ST-START-HUNDREDTHS        PIC  9(8)   VALUE ZERO.
       01  ST-END-HUNDREDTHS          PIC  9(8)   VALUE ZERO.
       01  ST-ELAPSED-SECONDS         PIC  9(5)V99 VALUE ZERO.
       01  SR-ST-ELAPSED-SECONDS      PIC  ZZZZ9.99.
       01  SR-SB-SENDS-ISSUED         PIC  ZZZZ9.

      **********************************************************
      * EACH PARTITIONED INSTANCE GETS ITS OWN CHECKPOINT,     *
      * REJECT, AND RUN-CONTROL FILES, NAMED BY THE PARTITION'S *
      ******************************************************************
       MAINLINE.

           ACCEPT ST-START-TIME FROM TIME.
           PERFORM PARSE-RUN-PARMS
              THRU PARSE-RUN-PARMS-EXIT.
           PERFORM READ-NIGHT-RUN-ID

           PERFORM READ-VALIDATION-RULES
              THRU READ-VALIDATION-RULES-EXIT.
           PERFORM READ-BLOCKING-PARM
              THRU READ-BLOCKING-PARM-EXIT.

      *************************************************
      * OPEN THE SHARED AUDIT LOG ONCE FOR THE WHOLE  *
           PERFORM PROCESS-CUSTOMER-RECORDS
              THRU PROCESS-CUSTOMER-RECORDS-EXIT
              UNTIL END-OF-CUSTOMER-FILE.
           PERFORM SEND-SALES-BLOCK
              THRU SEND-SALES-BLOCK-EXIT.
           DISPLAY "SALESRPT CUSTOMER FILE PROCESSING COMPLETE".

      ***************************************************************

           PERFORM BUILD-END-OF-DATA-RECORD
              THRU BUILD-END-OF-DATA-RECORD-EXIT.
           PERFORM LOAD-SINGLE-RECORD-BLOCK
              THRU LOAD-SINGLE-RECORD-BLOCK-EXIT.
           PERFORM APPC-SEND
              THRU APPC-SEND-EXIT.
           DISPLAY "SALESRPT END-OF-DATA RECORD SENT".
      *
       PROCESS-CUSTOMER-RECORDS.
      ***************************************************************
      * ADD ONE CUSTOMER RECORD TO THE SEND BLOCK - SENDING THE     *
      * BLOCK ONCE IT IS FULL - THEN ADVANCE TO THE NEXT            *
      * CUSTOMER-FILE RECORD.  IF RESTARTING AFTER A PRIOR ABEND,  *
      * RECORDS UP TO AND INCLUDING RESTART-CUST-NUM WERE ALREADY  *
      * SENT LAST TIME AND ARE SKIPPED RATHER THAN RESENT.          *
              IF CUSTOMER-RECORD-IS-VALID
                 PERFORM BUILD-SALES-RECORD
                    THRU BUILD-SALES-RECORD-EXIT
                 ADD 1 TO SB-RECORD-COUNT
                 MOVE SALES-RECORD
                   TO SALES-BLOCK-RECORD (SB-RECORD-COUNT)
                 IF SB-RECORD-COUNT NOT < SB-BLOCK-SIZE
                    PERFORM SEND-SALES-BLOCK
                       THRU SEND-SALES-BLOCK-EXIT
                 END-IF
              ELSE
                 PERFORM WRITE-REJECT-RECORD
              THRU READ-CUSTOMER-RECORD-EXIT.
       PROCESS-CUSTOMER-RECORDS-EXIT. EXIT.
      *****************************************************************
      *
       SEND-SALES-BLOCK.
      ***************************************************************
      * SEND THE SALES-RECORDS BLOCKED SO FAR IN ONE CMSEND AND      *
      * RECEIVE CREDRPT'S BLOCK OF RESULTS.  ONLY WHEN EVERY RECORD  *
      * IN THE BLOCK HAS BEEN ACKNOWLEDGED IS CREDRPT ASKED TO       *
      * CONFIRM, AND ONLY A CONFIRMED BLOCK MOVES THE CHECKPOINT -   *
      * TO THE BLOCK'S LAST CUST-NUM - SO THE CHECKPOINT STILL NEVER *
      * CLAIMS MORE THAN CREDRPT DURABLY HOLDS.  A SHORT BLOCK OF    *
      * RESULTS ENDS THE RUN WITH THE CHECKPOINT WHERE IT WAS.       *
      ***************************************************************
           IF SB-RECORD-COUNT = ZERO
              GO TO SEND-SALES-BLOCK-EXIT
           END-IF.
           MOVE SB-CUST-NUM (SB-RECORD-COUNT) TO SB-LAST-CUST-NUM.
           PERFORM APPC-SEND
              THRU APPC-SEND-EXIT.
           ADD SB-RECORD-COUNT TO RC-SENT-COUNT.
           ADD 1 TO SB-SENDS-ISSUED.
           PERFORM APPC-RECEIVE
              THRU APPC-RECEIVE-EXIT.
           IF CM-COMPLETE-DATA-RECEIVED
              ADD SB-RESULT-COUNT TO RC-RECEIVED-COUNT
              IF SB-RESULT-COUNT NOT = SB-RECORD-COUNT
                 MOVE "RESULTS BLOCK SHORT OF RECORDS SENT"
                      TO CM-ERROR-DISPLAY-MSG
                 PERFORM CLEANUP
                    THRU CLEANUP-EXIT
              END-IF
              IF NOT TRIAL-RUN
                 PERFORM APPC-CONFIRM
                    THRU APPC-CONFIRM-EXIT
                 IF CM-OK
                    PERFORM WRITE-CHECKPOINT
                       THRU WRITE-CHECKPOINT-EXIT
                 END-IF
              END-IF
           END-IF.
           MOVE ZERO TO SB-RECORD-COUNT.
       SEND-SALES-BLOCK-EXIT. EXIT.
      *****************************************************************
      *
       LOAD-SINGLE-RECORD-BLOCK.
      ***************************************************************
      * A RESERVED MARKER RECORD (TRIAL MODE, END OF DATA) ALWAYS    *
      * GOES TO CREDRPT IN A BLOCK OF ITS OWN.                       *
      ***************************************************************
           MOVE SALES-RECORD TO SALES-BLOCK-RECORD (1).
           MOVE 1 TO SB-RECORD-COUNT.
       LOAD-SINGLE-RECORD-BLOCK-EXIT. EXIT.
      *****************************************************************
      *
       READ-CHECKPOINT.
      ***************************************************************
      *****************************************************************
      *
       WRITE-CHECKPOINT.
      ***************************************************
      * RECORD THE LAST CUST-NUM OF THE BLOCK JUST SENT  *
      * AND CONFIRMED SO A LATER RESTART KNOWS HOW FAR   *
      * PROCESSING GOT.                                  *
      ***************************************************
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE SB-LAST-CUST-NUM TO CHECKPOINT-RECORD.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       WRITE-CHECKPOINT-EXIT. EXIT.
           MOVE ZERO                  TO CREDIT-BALANCE.
           MOVE ZERO                  TO CREDIT-LIMIT.
           MOVE "1"                   TO CREDIT-FLAG.
           PERFORM LOAD-SINGLE-RECORD-BLOCK
              THRU LOAD-SINGLE-RECORD-BLOCK-EXIT.
           PERFORM APPC-SEND
              THRU APPC-SEND-EXIT.
           PERFORM APPC-RECEIVE
              THRU APPC-RECEIVE-EXIT.
           MOVE ZERO TO SB-RECORD-COUNT.
           DISPLAY "SALESRPT TRIAL MODE MARKER ACKNOWLEDGED".
       SEND-TRIAL-MODE-MARKER-EXIT. EXIT.
      *****************************************************************
      *****************************************************************
      *
       APPC-SEND.
           MOVE SALES-BLOCK-AREA TO BUFFER.
           COMPUTE SEND-LENGTH = SB-RECORD-COUNT * 52.
 
      *******************************************
      * SEND THE BLOCK OF SALES-RECORD DATA     *
      *******************************************
           CALL "CMSEND" USING CONVERSATION-ID
                               BUFFER
                               SEND-LENGTH
      ****************************************************
      * PERFORM THIS CALL UNTIL A "NOT" CM-OK            *
      * RETURN CODE IS RECEIVED.  ALLOWING RECEPTION OF: *
      * - PROCESSING-RESULTS-RECORDS FROM CREDRPT        *
      * - CONVERSATION DEALLOCATION RETURN CODE          *
      *     FROM THE CREDRPT PROGRAM                     *
      ****************************************************
           MOVE 2500 TO REQUESTED-LENGTH.
           CALL "CMRCV" USING CONVERSATION-ID
                              BUFFER
                              REQUESTED-LENGTH
                                 CONVERSATION-ID CM-RETCODE.
      *
           IF CM-COMPLETE-DATA-RECEIVED
              MOVE BUFFER TO RESULTS-BLOCK-AREA
              COMPUTE SB-RESULT-COUNT = RECEIVED-LENGTH / 25
              MOVE ZERO TO SB-RESULT-SUB
              PERFORM DISPLAY-ONE-RESULT
                 THRU DISPLAY-ONE-RESULT-EXIT
                 UNTIL SB-RESULT-SUB NOT < SB-RESULT-COUNT
           END-IF.

      ***************************************************************
              MOVE "RECEIVE PROCESSING TERMINATED"
                   TO CM-ERROR-DISPLAY-MSG.
       APPC-RECEIVE-EXIT. EXIT.
      *
       DISPLAY-ONE-RESULT.
           ADD 1 TO SB-RESULT-SUB.
           MOVE RESULTS-BLOCK-RECORD (SB-RESULT-SUB)
             TO PROCESSING-RESULTS-RECORD.
           DISPLAY PROCESSING-RESULTS-RECORD.
       DISPLAY-ONE-RESULT-EXIT. EXIT.
      *
       APPC-CONFIRM.
      ***************************************************************
                 THRU WRITE-PARTITION-TOTALS-EXIT
           END-IF.

           PERFORM WRITE-SEND-STATISTICS
              THRU WRITE-SEND-STATISTICS-EXIT.

           IF RECONCILIATION-MISMATCH
               DISPLAY "SALESRPT PROGRAM - SENT/RECEIVED MISMATCH "
                       "- POSSIBLE PARTIAL CONVERSATION"
           CLOSE PARTITION-TOTALS-FILE.
       WRITE-PARTITION-TOTALS-EXIT. EXIT.
      *****************************************************************
      *
       READ-BLOCKING-PARM.
      ***************************************************************
      * TAKE THE SEND BLOCK SIZE FROM THE BLKPARM FILE WHEN ONE IS   *
      * ON FILE.  A MISSING, ZERO, OR NON-NUMERIC SIZE LEAVES THE    *
      * DEFAULT OF ONE RECORD PER SEND; A SIZE OVER THE MAXIMUM IS   *
      * HELD TO THE MAXIMUM.                                         *
      ***************************************************************
           OPEN INPUT BLOCKING-PARM-FILE.
           IF BPF-FILE-OK
              READ BLOCKING-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF BP-BLOCK-SIZE NUMERIC
                        AND BP-BLOCK-SIZE > ZERO
                        MOVE BP-BLOCK-SIZE TO SB-BLOCK-SIZE
                     END-IF
              END-READ
              CLOSE BLOCKING-PARM-FILE
           END-IF.
           IF SB-BLOCK-SIZE > SB-BLOCK-SIZE-MAXIMUM
              MOVE SB-BLOCK-SIZE-MAXIMUM TO SB-BLOCK-SIZE
           END-IF.
           DISPLAY "SALESRPT SEND BLOCK SIZE " SB-BLOCK-SIZE.
       READ-BLOCKING-PARM-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-SEND-STATISTICS.
      ***************************************************************
      * APPEND THIS RUN'S BLOCK SIZE, RECORDS SENT, SENDS ISSUED,    *
      * AND ELAPSED TIME TO THE SENDSTAT LOG, WITH THE SAME COMPLETE *
      * OR ABENDED OUTCOME THE RUN-CONTROL RECORD CARRIES.           *
      ***************************************************************
           ACCEPT ST-END-TIME FROM TIME.
           COMPUTE ST-START-HUNDREDTHS =
              ((ST-START-HH * 60 + ST-START-MM) * 60 + ST-START-SS)
              * 100 + ST-START-CC.
           COMPUTE ST-END-HUNDREDTHS =
              ((ST-END-HH * 60 + ST-END-MM) * 60 + ST-END-SS)
              * 100 + ST-END-CC.
           IF ST-END-HUNDREDTHS < ST-START-HUNDREDTHS
              ADD 8640000 TO ST-END-HUNDREDTHS
           END-IF.
           COMPUTE ST-ELAPSED-SECONDS =
              (ST-END-HUNDREDTHS - ST-START-HUNDREDTHS) / 100.

           MOVE SPACES TO SEND-STATISTICS-RECORD.
           IF CURRENT-BUSINESS-DATE = ZERO
              ACCEPT SS-BUSINESS-DATE FROM DATE
           ELSE
              MOVE CURRENT-BUSINESS-DATE TO SS-BUSINESS-DATE
           END-IF.
           MOVE NIGHT-RUN-ID TO SS-RUN-ID.
           MOVE PARTITION-LO-CUST-NUM TO SS-PARTITION-LO.
           IF TRIAL-RUN
              MOVE "TRIAL" TO SS-RUN-TYPE
           ELSE
              MOVE "POST" TO SS-RUN-TYPE
           END-IF.
           MOVE SB-BLOCK-SIZE TO SS-BLOCK-SIZE.
           MOVE RC-SENT-COUNT TO SS-RECORDS-SENT.
           MOVE SB-SENDS-ISSUED TO SS-SENDS-ISSUED.
           MOVE ST-START-TIME-NUM TO SS-START-TIME.
           MOVE ST-END-TIME-NUM TO SS-END-TIME.
           MOVE ST-ELAPSED-SECONDS TO SS-ELAPSED-SECONDS.
           IF CM-ERROR-DISPLAY-MSG = SPACES
              AND NOT RECONCILIATION-MISMATCH
              MOVE "COMPLETE" TO SS-STATUS
           ELSE
              MOVE "ABENDED" TO SS-STATUS
           END-IF.

           OPEN EXTEND SEND-STATISTICS-FILE.
           IF SSF-FILE-NOT-FOUND
              OPEN OUTPUT SEND-STATISTICS-FILE
           END-IF.
           WRITE SEND-STATISTICS-RECORD.
           CLOSE SEND-STATISTICS-FILE.

           MOVE ST-ELAPSED-SECONDS TO SR-ST-ELAPSED-SECONDS.
           MOVE SB-SENDS-ISSUED TO SR-SB-SENDS-ISSUED.
           DISPLAY "SALESRPT ELAPSED SECONDS " SR-ST-ELAPSED-SECONDS
                   " OVER " SR-SB-SENDS-ISSUED " BLOCKED SENDS".
       WRITE-SEND-STATISTICS-EXIT. EXIT.
      *****************************************************************
      *
       READ-NIGHT-RUN-ID.
      ***************************************************************

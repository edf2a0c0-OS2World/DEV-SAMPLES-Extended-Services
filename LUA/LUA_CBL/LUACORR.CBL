      *****************************************************************
      *                                                               *
      *  MODULE NAME  : LUACORR.COB                                   *
      *                                                               *
      *  DESCRIPTIVE  : LUA REQUEST/REPLY CORRELATION REPORT FOR THE  *
      *  NAME           LUASAMP HOST CONVERSATION                     *
      *                                                               *
      *  FUNCTION     : This program reads the LUAQUEUE outbound      *
      *                 message queue and the LUATLOG transaction     *
      *                 log and prints                                *
      *                 - the requests with no reply past the reply   *
      *                   wait, flagging those LUASAMP will resend    *
      *                   on its next run,                            *
      *                 - the requests whose reply came back late,    *
      *                 - the inbound messages that match no request  *
      *                   (untagged host data, or a tag naming no     *
      *                   queued message).                            *
      *                 The reply wait and send limit come from the   *
      *                 same LUAPARM record LUASAMP uses.             *
      *                                                               *
      *  MODULE TYPE  : COBOL                                         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LUACORR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "LUATLOG"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS TLOG-FILE-STATUS.
           SELECT MESSAGE-QUEUE-FILE ASSIGN TO "LUAQUEUE"
               ORGANIZATION   IS SEQUENTIAL
               ACCESS MODE    IS SEQUENTIAL
               FILE STATUS    IS MQF-FILE-STATUS.
           SELECT CORRELATION-PARM-FILE ASSIGN TO "LUAPARM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CPF-FILE-STATUS.
           SELECT CORRELATION-REPORT-FILE ASSIGN TO "LUACRPT"
               ORGANIZATION   IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * TRANSACTION-LOG-FILE IS LUASAMP'S LOG OF EVERY MESSAGE      *
      * RECEIVED FROM THE HOST, WITH ITS ARRIVAL AND KIND.          *
      ***************************************************************
       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-LOG-RECORD.
           05  TLR-SESSION-ID          PIC X(4).
           05  FILLER                  PIC X(2).
           05  TLR-SEQ-NUM             PIC X(2).
           05  FILLER                  PIC X(2).
           05  TLR-DATA                PIC X(256).
           05  FILLER                  PIC X(2).
           05  TLR-RECV-DATE           PIC 9(6).
           05  FILLER                  PIC X.
           05  TLR-RECV-TIME           PIC 9(8).
           05  FILLER                  PIC X(2).
           05  TLR-MSG-KIND            PIC X.
               88  TLR-KIND-REPLY                 VALUE "R".
               88  TLR-KIND-ALERT                 VALUE "A".
               88  TLR-KIND-UNTAGGED              VALUE "U".
               88  TLR-KIND-END                   VALUE "E".
           05  FILLER                  PIC X.
           05  TLR-CORR-SEQ            PIC X(4).

      ***************************************************************
      * MESSAGE-QUEUE-FILE IS LUASAMP'S OUTBOUND QUEUE, WITH THE    *
      * REPLY STATUS AND SEND COUNT IT KEEPS ON EACH MESSAGE.       *
      ***************************************************************
       FD  MESSAGE-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MESSAGE-QUEUE-RECORD.
           05  MQ-SEQ-NUM              PIC 9(4).
           05  FILLER                  PIC X.
           05  MQ-STATUS               PIC X(6).
               88  MQ-STATUS-SENT                 VALUE "SENT".
               88  MQ-STATUS-FAILED               VALUE "FAILED".
           05  FILLER                  PIC X.
           05  MQ-STATUS-DETAIL.
               10  MQ-SENT-DATE        PIC 9(6).
               10  FILLER              PIC X.
               10  MQ-SENT-TIME        PIC 9(8).
           05  MQ-FAIL-DETAIL REDEFINES MQ-STATUS-DETAIL.
               10  MQ-PRIM-RC          PIC 9(5).
               10  FILLER              PIC X.
               10  MQ-SEC-RC           PIC 9(5).
               10  FILLER              PIC X(4).
           05  FILLER                  PIC X.
           05  MQ-PAYLOAD              PIC X(100).
           05  FILLER                  PIC X.
           05  MQ-REPLY-STATUS         PIC X.
               88  MQ-REPLY-PENDING               VALUE SPACE.
               88  MQ-REPLY-ANSWERED              VALUE "A".
               88  MQ-REPLY-LATE                  VALUE "L".
               88  MQ-REPLY-RECEIVED              VALUE "A" "L".
               88  MQ-REPLY-NOT-EXPECTED          VALUE "N".
           05  FILLER                  PIC X.
           05  MQ-REPLY-DATE           PIC 9(6).
           05  FILLER                  PIC X.
           05  MQ-REPLY-TIME           PIC 9(8).
           05  FILLER                  PIC X.
           05  MQ-SEND-COUNT           PIC 9(2).

       FD  CORRELATION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRELATION-PARM-RECORD.
           05  CP-REPLY-WAIT-MINUTES   PIC 9(4).
           05  FILLER                  PIC X.
           05  CP-SEND-LIMIT           PIC 9(2).

       FD  CORRELATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRELATION-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  TLOG-FILE-STATUS        PIC X(2)     VALUE SPACES.
           88  TLOG-FILE-OK                     VALUE "00".

       01  MQF-FILE-STATUS         PIC X(2)     VALUE SPACES.
           88  MQF-FILE-OK                      VALUE "00".

       01  CPF-FILE-STATUS         PIC X(2)     VALUE SPACES.
           88  CPF-FILE-OK                      VALUE "00".

       01  END-OF-QUEUE-SWITCH     PIC X        VALUE "N".
           88  END-OF-QUEUE                     VALUE "Y".

       01  END-OF-LOG-SWITCH       PIC X        VALUE "N".
           88  END-OF-LOG                       VALUE "Y".

       77  REPLY-WAIT-MINUTES      PIC 9(4)     VALUE 30.
       77  SEND-LIMIT              PIC 9(2)     VALUE 3.

      ***************************************************************
      * QUEUE-SEQ-TABLE HOLDS EVERY MQ-SEQ-NUM ON THE QUEUE, SO A   *
      * TAGGED REPLY CAN BE TESTED FOR A REQUEST TO BELONG TO.      *
      ***************************************************************
       01  QUEUE-SEQ-TABLE.
           05  QUEUE-SEQ-ENTRY OCCURS 2000 TIMES
                               INDEXED BY QUEUE-INDX.
               10  QS-SEQ-NUM      PIC 9(4).
       78  QUEUE-SEQ-TABLE-MAX     VALUE    2000.
       77  QUEUE-SEQ-COUNT         PIC 9(4)     VALUE ZERO.

       01  QUEUE-SEQ-FOUND-SWITCH  PIC X        VALUE "N".
           88  QUEUE-SEQ-WAS-FOUND              VALUE "Y".

       77  CORR-SEQ-NUM            PIC 9(4)     VALUE ZERO.

       77  NO-REPLY-COUNT          PIC 9(5)     VALUE ZERO.
       77  RESEND-DUE-COUNT        PIC 9(5)     VALUE ZERO.
       77  AWAITING-COUNT          PIC 9(5)     VALUE ZERO.
       77  ANSWERED-COUNT          PIC 9(5)     VALUE ZERO.
       77  LATE-REPLY-COUNT        PIC 9(5)     VALUE ZERO.
       77  ORPHAN-COUNT            PIC 9(5)     VALUE ZERO.
       77  LOG-RECORDS-READ        PIC 9(7)     VALUE ZERO.

      ***************************************************************
      * ELAPSED-MINUTES BETWEEN TWO YYMMDD/HHMMSSHH STAMPS, ON THE  *
      * SHOP'S USUAL YY*365+MM*30+DD DAY COUNT, AS LUASAMP          *
      * MEASURES THE REPLY WAIT.                                    *
      ***************************************************************
       01  RUN-DATE-TIME.
           05  RUN-DATE            PIC 9(6).
           05  RUN-TIME            PIC 9(8).
       01  ELAPSED-FROM.
           05  EF-DATE.
               10  EF-YY           PIC 9(2).
               10  EF-MM           PIC 9(2).
               10  EF-DD           PIC 9(2).
           05  EF-TIME.
               10  EF-HH           PIC 9(2).
               10  EF-MI           PIC 9(2).
               10  FILLER          PIC 9(4).
       01  ELAPSED-TO.
           05  ET-DATE.
               10  ET-YY           PIC 9(2).
               10  ET-MM           PIC 9(2).
               10  ET-DD           PIC 9(2).
           05  ET-TIME.
               10  ET-HH           PIC 9(2).
               10  ET-MI           PIC 9(2).
               10  FILLER          PIC 9(4).
       77  ELAPSED-MINUTES         PIC S9(9)    VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER              PIC X(40)    VALUE
               "LUACORR - LUA REQUEST/REPLY CORRELATION ".
           05  FILLER              PIC X(4)     VALUE "RUN ".
           05  HL-RUN-DATE         PIC 9(6).
           05  FILLER              PIC X        VALUE SPACE.
           05  HL-RUN-TIME         PIC 9(8).
           05  FILLER              PIC X(15)    VALUE
               "   REPLY WAIT ".
           05  HL-WAIT             PIC ZZZ9.
           05  FILLER              PIC X(20)    VALUE
               " MINUTES, SEND LIMIT".
           05  HL-SEND-LIMIT       PIC ZZ9.

       01  REQUEST-COLUMN-LINE.
           05  FILLER              PIC X(40)    VALUE
               "SEQ    SENT DATE  SENT TIME  SENDS  MINU".
           05  FILLER              PIC X(40)    VALUE
               "TES  REPLY DATE REPLY TIME  ACTION      ".

       01  REQUEST-DETAIL-LINE.
           05  RD-SEQ-NUM          PIC 9(4).
           05  FILLER              PIC X(3)     VALUE SPACES.
           05  RD-SENT-DATE        PIC 9(6).
           05  FILLER              PIC X(5)     VALUE SPACES.
           05  RD-SENT-TIME        PIC 9(8).
           05  FILLER              PIC X(3)     VALUE SPACES.
           05  RD-SENDS            PIC Z9.
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  RD-MINUTES          PIC ZZZZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  RD-REPLY-DATE       PIC X(6).
           05  FILLER              PIC X(4)     VALUE SPACES.
           05  RD-REPLY-TIME       PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  RD-ACTION           PIC X(24).

       01  ORPHAN-COLUMN-LINE.
           05  FILLER              PIC X(40)    VALUE
               "SESSION  RECV DATE  RECV TIME  TAG SEQ  ".
           05  FILLER              PIC X(40)    VALUE
               "DATA                                    ".

       01  ORPHAN-DETAIL-LINE.
           05  OD-SESSION-ID       PIC X(4).
           05  FILLER              PIC X(5)     VALUE SPACES.
           05  OD-RECV-DATE        PIC 9(6).
           05  FILLER              PIC X(5)     VALUE SPACES.
           05  OD-RECV-TIME        PIC 9(8).
           05  FILLER              PIC X(3)     VALUE SPACES.
           05  OD-CORR-SEQ         PIC X(4).
           05  FILLER              PIC X(5)     VALUE SPACES.
           05  OD-DATA             PIC X(80).

       01  TOTAL-LINE.
           05  TL-LABEL            PIC X(40).
           05  TL-COUNT            PIC ZZZZ9.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ************************************************************
      *    Main function      Correlation report                 *
      ************************************************************
      *
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-CORRELATION-PARMS.
           OPEN OUTPUT CORRELATION-REPORT-FILE.
           MOVE RUN-DATE TO HL-RUN-DATE.
           MOVE RUN-TIME TO HL-RUN-TIME.
           MOVE REPLY-WAIT-MINUTES TO HL-WAIT.
           MOVE SEND-LIMIT TO HL-SEND-LIMIT.
           WRITE CORRELATION-REPORT-RECORD FROM HEADING-LINE.

           PERFORM LIST-UNANSWERED-REQUESTS.
           PERFORM LIST-LATE-REPLIES.
           PERFORM LIST-ORPHAN-MESSAGES.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE CORRELATION-REPORT-FILE.
           DISPLAY " LUACORR no reply: " NO-REPLY-COUNT
                   " resend due: " RESEND-DUE-COUNT
                   " late: " LATE-REPLY-COUNT
                   " orphans: " ORPHAN-COUNT.
           STOP RUN.


      ****************************************************************
      * Function : LIST-UNANSWERED-REQUESTS                          *
      * Purpose  : First pass of the queue: every SENT message still *
      *            awaiting its reply past the wait, marked RESEND   *
      *            DUE when LUASAMP will send it again, or SEND      *
      *            LIMIT REACHED when it will not.  The pass also    *
      *            loads QUEUE-SEQ-TABLE for the orphan check.       *
      ****************************************************************
       LIST-UNANSWERED-REQUESTS.
           MOVE SPACES TO CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD.
           MOVE "REQUESTS WITH NO REPLY PAST THE WAIT"
                TO CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD FROM REQUEST-COLUMN-LINE.
           OPEN INPUT MESSAGE-QUEUE-FILE.
           IF MQF-FILE-OK THEN
              MOVE "N" TO END-OF-QUEUE-SWITCH
              PERFORM READ-QUEUE-RECORD
              PERFORM CHECK-ONE-UNANSWERED
                  UNTIL END-OF-QUEUE
              CLOSE MESSAGE-QUEUE-FILE
           ELSE
              MOVE "  NO MESSAGE QUEUE FILE"
                   TO CORRELATION-REPORT-RECORD
              WRITE CORRELATION-REPORT-RECORD.


       CHECK-ONE-UNANSWERED.
           IF QUEUE-SEQ-COUNT LESS THAN QUEUE-SEQ-TABLE-MAX THEN
              ADD 1 TO QUEUE-SEQ-COUNT
              SET QUEUE-INDX TO QUEUE-SEQ-COUNT
              MOVE MQ-SEQ-NUM TO QS-SEQ-NUM (QUEUE-INDX).
           IF MQ-STATUS-SENT THEN
              IF MQ-REPLY-RECEIVED THEN
                 ADD 1 TO ANSWERED-COUNT
              ELSE
                 IF MQ-REPLY-PENDING AND MQ-SEND-COUNT NUMERIC THEN
                    PERFORM CHECK-WAIT-ELAPSED.
           PERFORM READ-QUEUE-RECORD.


       CHECK-WAIT-ELAPSED.
           MOVE MQ-SENT-DATE TO EF-DATE.
           MOVE MQ-SENT-TIME TO EF-TIME.
           MOVE RUN-DATE TO ET-DATE.
           MOVE RUN-TIME TO ET-TIME.
           PERFORM COMPUTE-ELAPSED-MINUTES.
           IF ELAPSED-MINUTES GREATER THAN REPLY-WAIT-MINUTES THEN
              ADD 1 TO NO-REPLY-COUNT
              MOVE SPACES TO RD-REPLY-DATE
              MOVE SPACES TO RD-REPLY-TIME
              IF MQ-SEND-COUNT LESS THAN SEND-LIMIT THEN
                 ADD 1 TO RESEND-DUE-COUNT
                 MOVE "RESEND DUE" TO RD-ACTION
                 PERFORM WRITE-REQUEST-DETAIL
              ELSE
                 MOVE "SEND LIMIT REACHED" TO RD-ACTION
                 PERFORM WRITE-REQUEST-DETAIL
           ELSE
              ADD 1 TO AWAITING-COUNT.


      ****************************************************************
      * Function : LIST-LATE-REPLIES                                 *
      * Purpose  : Second pass of the queue: every message LUASAMP   *
      *            marked answered late, with how long it took.      *
      ****************************************************************
       LIST-LATE-REPLIES.
           MOVE SPACES TO CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD.
           MOVE "LATE REPLIES" TO CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD FROM REQUEST-COLUMN-LINE.
           OPEN INPUT MESSAGE-QUEUE-FILE.
           IF MQF-FILE-OK THEN
              MOVE "N" TO END-OF-QUEUE-SWITCH
              PERFORM READ-QUEUE-RECORD
              PERFORM CHECK-ONE-LATE-REPLY
                  UNTIL END-OF-QUEUE
              CLOSE MESSAGE-QUEUE-FILE.


       CHECK-ONE-LATE-REPLY.
           IF MQ-STATUS-SENT AND MQ-REPLY-LATE THEN
              ADD 1 TO LATE-REPLY-COUNT
              MOVE MQ-SENT-DATE TO EF-DATE
              MOVE MQ-SENT-TIME TO EF-TIME
              MOVE MQ-REPLY-DATE TO ET-DATE
              MOVE MQ-REPLY-TIME TO ET-TIME
              PERFORM COMPUTE-ELAPSED-MINUTES
              MOVE MQ-REPLY-DATE TO RD-REPLY-DATE
              MOVE MQ-REPLY-TIME TO RD-REPLY-TIME
              IF MQ-SEND-COUNT GREATER THAN 1 THEN
                 MOVE "ANSWERED AFTER RESEND" TO RD-ACTION
                 PERFORM WRITE-REQUEST-DETAIL
              ELSE
                 MOVE "ANSWERED PAST WAIT" TO RD-ACTION
                 PERFORM WRITE-REQUEST-DETAIL.
           PERFORM READ-QUEUE-RECORD.


       WRITE-REQUEST-DETAIL.
           MOVE MQ-SEQ-NUM TO RD-SEQ-NUM.
           MOVE MQ-SENT-DATE TO RD-SENT-DATE.
           MOVE MQ-SENT-TIME TO RD-SENT-TIME.
           MOVE MQ-SEND-COUNT TO RD-SENDS.
           IF ELAPSED-MINUTES LESS THAN ZERO THEN
              MOVE ZERO TO RD-MINUTES
           ELSE
              MOVE ELAPSED-MINUTES TO RD-MINUTES.
           WRITE CORRELATION-REPORT-RECORD FROM REQUEST-DETAIL-LINE.


      ****************************************************************
      * Function : LIST-ORPHAN-MESSAGES                              *
      * Purpose  : Pass the transaction log for inbound host data    *
      *            that answers nothing: untagged data messages, and *
      *            tagged replies naming a sequence number that is   *
      *            not on the queue.  End-of-conversation messages   *
      *            and unsolicited credit bureau alerts answer no    *
      *            request by design and are passed over.            *
      ****************************************************************
       LIST-ORPHAN-MESSAGES.
           MOVE SPACES TO CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD.
           MOVE "ORPHAN INBOUND MESSAGES" TO CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD FROM ORPHAN-COLUMN-LINE.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TLOG-FILE-OK THEN
              PERFORM READ-LOG-RECORD
              PERFORM CHECK-ONE-LOG-RECORD
                  UNTIL END-OF-LOG
              CLOSE TRANSACTION-LOG-FILE
           ELSE
              MOVE "  NO TRANSACTION LOG FILE"
                   TO CORRELATION-REPORT-RECORD
              WRITE CORRELATION-REPORT-RECORD.


       CHECK-ONE-LOG-RECORD.
           ADD 1 TO LOG-RECORDS-READ.
           IF TLR-KIND-UNTAGGED THEN
              MOVE "NONE" TO OD-CORR-SEQ
              PERFORM WRITE-ORPHAN-DETAIL
           ELSE
              IF TLR-KIND-REPLY THEN
                 PERFORM FIND-QUEUE-SEQ
                 IF NOT QUEUE-SEQ-WAS-FOUND THEN
                    MOVE TLR-CORR-SEQ TO OD-CORR-SEQ
                    PERFORM WRITE-ORPHAN-DETAIL.
           PERFORM READ-LOG-RECORD.


       WRITE-ORPHAN-DETAIL.
           ADD 1 TO ORPHAN-COUNT.
           MOVE TLR-SESSION-ID TO OD-SESSION-ID.
           MOVE TLR-RECV-DATE TO OD-RECV-DATE.
           MOVE TLR-RECV-TIME TO OD-RECV-TIME.
           MOVE TLR-DATA TO OD-DATA.
           WRITE CORRELATION-REPORT-RECORD FROM ORPHAN-DETAIL-LINE.


      ****************************************************************
      * Function : FIND-QUEUE-SEQ                                    *
      * Purpose  : Linear search of QUEUE-SEQ-TABLE for the tag's    *
      *            sequence number.                                  *
      ****************************************************************
       FIND-QUEUE-SEQ.
           MOVE "N" TO QUEUE-SEQ-FOUND-SWITCH.
           IF TLR-CORR-SEQ NUMERIC THEN
              MOVE TLR-CORR-SEQ TO CORR-SEQ-NUM
              SET QUEUE-INDX TO 1
              PERFORM CHECK-ONE-QUEUE-SEQ
                  UNTIL QUEUE-SEQ-WAS-FOUND
                     OR QUEUE-INDX GREATER THAN QUEUE-SEQ-COUNT.

       CHECK-ONE-QUEUE-SEQ.
           IF QS-SEQ-NUM (QUEUE-INDX) EQUAL CORR-SEQ-NUM THEN
              MOVE "Y" TO QUEUE-SEQ-FOUND-SWITCH
           ELSE
              SET QUEUE-INDX UP BY 1.


      ****************************************************************
      * Function : WRITE-REPORT-TOTALS                               *
      * Purpose  : Closing counts for the three sections and the     *
      *            messages still inside their wait.                 *
      ****************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CORRELATION-REPORT-RECORD.
           WRITE CORRELATION-REPORT-RECORD.
           MOVE "REQUESTS ANSWERED ......................"
                TO TL-LABEL.
           MOVE ANSWERED-COUNT TO TL-COUNT.
           WRITE CORRELATION-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "  OF WHICH LATE ........................"
                TO TL-LABEL.
           MOVE LATE-REPLY-COUNT TO TL-COUNT.
           WRITE CORRELATION-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "AWAITING REPLY WITHIN THE WAIT ........."
                TO TL-LABEL.
           MOVE AWAITING-COUNT TO TL-COUNT.
           WRITE CORRELATION-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "NO REPLY PAST THE WAIT ................."
                TO TL-LABEL.
           MOVE NO-REPLY-COUNT TO TL-COUNT.
           WRITE CORRELATION-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "  OF WHICH DUE FOR RESEND .............."
                TO TL-LABEL.
           MOVE RESEND-DUE-COUNT TO TL-COUNT.
           WRITE CORRELATION-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ORPHAN INBOUND MESSAGES ................"
                TO TL-LABEL.
           MOVE ORPHAN-COUNT TO TL-COUNT.
           WRITE CORRELATION-REPORT-RECORD FROM TOTAL-LINE.


      ****************************************************************
      * Function : READ-QUEUE-RECORD / READ-LOG-RECORD               *
      * Purpose  : Next record, if any.                              *
      ****************************************************************
       READ-QUEUE-RECORD.
           READ MESSAGE-QUEUE-FILE
               AT END MOVE "Y" TO END-OF-QUEUE-SWITCH.

       READ-LOG-RECORD.
           READ TRANSACTION-LOG-FILE
               AT END MOVE "Y" TO END-OF-LOG-SWITCH.


      ****************************************************************
      * Function : COMPUTE-ELAPSED-MINUTES                           *
      * Purpose  : Minutes from ELAPSED-FROM to ELAPSED-TO.          *
      ****************************************************************
       COMPUTE-ELAPSED-MINUTES.
           COMPUTE ELAPSED-MINUTES =
               ((ET-YY * 365 + ET-MM * 30 + ET-DD)
              - (EF-YY * 365 + EF-MM * 30 + EF-DD)) * 1440
              + (ET-HH * 60 + ET-MI) - (EF-HH * 60 + EF-MI).


      ****************************************************************
      * Function : READ-CORRELATION-PARMS                            *
      * Purpose  : The reply wait and send limit LUASAMP works to,   *
      *            keeping the defaults for anything absent or zero. *
      ****************************************************************
       READ-CORRELATION-PARMS.
           OPEN INPUT CORRELATION-PARM-FILE.
           IF CPF-FILE-OK THEN
              PERFORM READ-CORRELATION-PARM-RECORD
              CLOSE CORRELATION-PARM-FILE.

       READ-CORRELATION-PARM-RECORD.
           READ CORRELATION-PARM-FILE
               AT END MOVE ZERO TO CORRELATION-PARM-RECORD.
           IF CP-REPLY-WAIT-MINUTES NUMERIC AND
              CP-REPLY-WAIT-MINUTES GREATER THAN ZERO THEN
              MOVE CP-REPLY-WAIT-MINUTES TO REPLY-WAIT-MINUTES.
           IF CP-SEND-LIMIT NUMERIC AND
              CP-SEND-LIMIT GREATER THAN ZERO THEN
              MOVE CP-SEND-LIMIT TO SEND-LIMIT.

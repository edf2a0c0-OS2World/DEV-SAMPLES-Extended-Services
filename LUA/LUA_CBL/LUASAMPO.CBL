               ORGANIZATION   IS SEQUENTIAL
               ACCESS MODE    IS SEQUENTIAL
               FILE STATUS    IS MQF-FILE-STATUS.
           SELECT CORRELATION-PARM-FILE ASSIGN TO "LUAPARM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CPF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TRANSACTION-LOG-FILE HOLDS A DURABLE RECORD OF EVERY LU     *
      * NORMAL-FLOW MESSAGE SUCCESSFULLY RECEIVED AND CONVERTED     *
      * FROM THE HOST, SINCE DATA-BUFFER IS OVERWRITTEN BY THE      *
      * NEXT SLI VERB.  EACH RECORD ALSO CARRIES WHEN IT ARRIVED    *
      * AND WHAT KIND OF MESSAGE IT WAS - A REPLY CARRYING THE      *
      * CORRELATION TAG OF A QUEUED REQUEST (WITH THAT REQUEST'S    *
      * MQ-SEQ-NUM), AN UNSOLICITED CREDIT BUREAU ALERT FOR         *
      * ALRTBRDG, OTHER UNTAGGED HOST DATA, OR END OF               *
      * CONVERSATION - SO LUACORR CAN FIND THE INBOUND TRAFFIC      *
      * NOTHING ASKED FOR.                                          *
      ***************************************************************
       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05  TLR-SEQ-NUM             PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TLR-DATA                PIC X(256).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TLR-RECV-DATE           PIC 9(6).
           05  FILLER                  PIC X      VALUE SPACES.
           05  TLR-RECV-TIME           PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TLR-MSG-KIND            PIC X.
               88  TLR-KIND-REPLY                 VALUE "R".
               88  TLR-KIND-ALERT                 VALUE "A".
               88  TLR-KIND-UNTAGGED              VALUE "U".
               88  TLR-KIND-END                   VALUE "E".
           05  FILLER                  PIC X      VALUE SPACES.
           05  TLR-CORR-SEQ            PIC X(4).

      ***************************************************************
      * MESSAGE-QUEUE-FILE DRIVES THE OUTBOUND SENDS: ONE RECORD    *
      * LUA RETURN CODES), AND THE PAYLOAD.  A MESSAGE LEFT         *
      * PENDING OR FAILED BY A SESSION FAILURE IS PICKED UP AND     *
      * RETRANSMITTED ON THE NEXT RUN.                              *
      *                                                             *
      * EVERY MESSAGE GOES OUT BEHIND A CORRELATION TAG BUILT FROM  *
      * ITS MQ-SEQ-NUM, WHICH THE HOST ECHOES AT THE FRONT OF ITS   *
      * REPLY.  THE MATCHED REPLY IS RECORDED ON THE QUEUE ENTRY    *
      * (ANSWERED, OR ANSWERED LATE PAST THE LUAPARM WAIT), AND A   *
      * SENT MESSAGE STILL UNANSWERED PAST THE WAIT IS SENT AGAIN   *
      * UNDER THE SAME TAG UNTIL THE SEND COUNT REACHES THE LIMIT.  *
      * A SENT ENTRY WITH NO SEND COUNT WENT OUT BEFORE MESSAGES    *
      * WERE TAGGED AND IS NEVER RESENT.                            *
      ***************************************************************
       FD  MESSAGE-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
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

      ***************************************************************
      * CORRELATION-PARM-FILE SETS HOW MANY MINUTES A SENT MESSAGE  *
      * MAY WAIT FOR ITS REPLY BEFORE IT IS RESENT (AND A REPLY     *
      * COUNTS AS LATE), AND HOW MANY TIMES IN ALL A MESSAGE MAY BE *
      * SENT.  NO FILE, OR A ZERO FIELD, KEEPS THE DEFAULT.         *
      ***************************************************************
       FD  CORRELATION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRELATION-PARM-RECORD.
           05  CP-REPLY-WAIT-MINUTES   PIC 9(4).
           05  FILLER                  PIC X.
           05  CP-SEND-LIMIT           PIC 9(2).

       WORKING-STORAGE SECTION.
       77  OPEN-DISPLAY           PIC X(46)    VALUE
      ***************************************************************
      * MESSAGE-BUFFER IS WHERE A QUEUED PAYLOAD IS CONVERTED TO    *
      * EBCDIC AND SENT FROM, SO THE QUEUE RECORD ITSELF KEEPS ITS  *
      * READABLE ASCII PAYLOAD FOR THE REWRITE.  THE CORRELATION    *
      * TAG RIDES AHEAD OF THE PAYLOAD.                             *
      ***************************************************************
       01  MESSAGE-BUFFER.
           05  MESSAGE-BUFFER-TAG  PIC X(8).
           05  MESSAGE-BUFFER-DATA PIC X(100).
       01  MESSAGE-BUFFER-CHARS REDEFINES MESSAGE-BUFFER.
           05  MESSAGE-BUFFER-CHAR PIC X OCCURS 108 TIMES.

       77  MESSAGE-LEN             PIC 9(3) COMP-0 VALUE ZERO.
       77  MESSAGES-SENT-COUNT     PIC 9(4) COMP-0 VALUE ZERO.
       77  MESSAGES-FAILED-COUNT   PIC 9(4) COMP-0 VALUE ZERO.
       77  MESSAGES-SKIPPED-COUNT  PIC 9(4) COMP-0 VALUE ZERO.
       77  MESSAGES-RESENT-COUNT   PIC 9(4) COMP-0 VALUE ZERO.

      ***************************************************************
      * CORRELATION-TAG IS "CID", THE FOUR-DIGIT MQ-SEQ-NUM, AND A  *
      * "#" DELIMITER.  THE HOST ECHOES IT AS THE FIRST EIGHT BYTES *
      * OF ITS REPLY, WHERE INBOUND-TAG PICKS IT UP AGAIN.          *
      ***************************************************************
       01  CORRELATION-TAG.
           05  FILLER              PIC X(3)     VALUE "CID".
           05  CT-SEQ-NUM          PIC 9(4)     VALUE ZERO.
           05  FILLER              PIC X        VALUE "#".
       78  CORRELATION-TAG-LEN     VALUE    8.

       01  CPF-FILE-STATUS         PIC X(2)     VALUE SPACES.
           88  CPF-FILE-OK                      VALUE "00".

       77  REPLY-WAIT-MINUTES      PIC 9(4)     VALUE 30.
       77  SEND-LIMIT              PIC 9(2)     VALUE 3.

       01  RESEND-DUE-SWITCH       PIC X        VALUE "N".
           88  RESEND-IS-DUE                    VALUE "Y".

      ***************************************************************
      * REPLY-TABLE HOLDS EVERY TAGGED REPLY RECEIVED THIS RUN,     *
      * SO THE QUEUE CAN BE MARKED IN ONE PASS ONCE THE             *
      * CONVERSATION IS OVER.                                       *
      ***************************************************************
       01  REPLY-TABLE.
           05  REPLY-ENTRY OCCURS 500 TIMES INDEXED BY REPLY-INDX.
               10  RE-SEQ-NUM      PIC 9(4).
               10  RE-RECV-DATE    PIC 9(6).
               10  RE-RECV-TIME    PIC 9(8).
               10  RE-MATCHED      PIC X.
       78  REPLY-TABLE-MAX         VALUE    500.
       77  REPLY-COUNT             PIC 9(4) COMP-0 VALUE ZERO.

       01  REPLY-FOUND-SWITCH      PIC X        VALUE "N".
           88  REPLY-WAS-FOUND                  VALUE "Y".

       77  REPLIES-MATCHED-COUNT   PIC 9(4) COMP-0 VALUE ZERO.
       77  REPLIES-LATE-COUNT      PIC 9(4) COMP-0 VALUE ZERO.
       77  REPLIES-UNMATCHED-COUNT PIC 9(4) COMP-0 VALUE ZERO.

      ***************************************************************
      * ELAPSED-MINUTES BETWEEN TWO YYMMDD/HHMMSSHH STAMPS, ON THE  *
      * SHOP'S USUAL YY*365+MM*30+DD DAY COUNT.                     *
      ***************************************************************
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

       78  LUA-SIZE               VALUE    64.
       78  LUA-AND-EXT-SIZE       VALUE    98.

       01  TEST-DATA     PIC  X(25)  VALUE "TEST#SENDING#DATA#TO#HOST".
       01  DATA-BUFFER          PIC  X(256).
       01  INBOUND-TAG REDEFINES DATA-BUFFER.
           05  IT-PREFIX        PIC  X(3).
           05  IT-SEQ-NUM       PIC  X(4).
           05  IT-DELIMITER     PIC  X.
           05  FILLER           PIC  X(248).
       01  INBOUND-ALERT-TAG REDEFINES DATA-BUFFER.
           05  IA-MSG-TAG       PIC  X(8).
               88  IA-IS-CREDIT-ALERT     VALUE "CRALERT ".
           05  FILLER           PIC  X(248).

       01  USER-RAM-SEM-ADDR    POINTER.
       01  USER-RAM-SEM         PIC  X(4).
      ************************************************************
      *
           SET USER-RAM-SEM-ADDR TO ADDRESS OF USER-RAM-SEM.
           PERFORM READ-CORRELATION-PARMS.
           PERFORM OPEN-TRANSACTION-LOG-FILE.
           DISPLAY OPEN-DISPLAY.
           PERFORM SLI-OPEN-WITH-RETRY.
              ELSE
                 DISPLAY SESSION-FAIL-DISPLAY.

           PERFORM MATCH-REPLIES-TO-QUEUE.
           PERFORM CLOSE-TRANSACTION-LOG-FILE.
           STOP RUN.

              DISPLAY " Queue messages sent: " MESSAGES-SENT-COUNT
                      " failed: " MESSAGES-FAILED-COUNT
                      " already sent: " MESSAGES-SKIPPED-COUNT
                      " resent: " MESSAGES-RESENT-COUNT
           ELSE
              DISPLAY NO-QUEUE-DISPLAY
              DISPLAY SEND-DATA-DISPLAY
      *            FAILED with LUA-PRIM-RC/LUA-SEC-RC.  Records      *
      *            already marked SENT are left alone, so a rerun    *
      *            after a session failure retransmits only what     *
      *            never made it - unless the host has not answered  *
      *            within the reply wait, when it is sent again.     *
      ****************************************************************
       SEND-ONE-QUEUED-MESSAGE.
           IF MQ-STATUS-SENT THEN
              PERFORM CHECK-RESEND-DUE
              IF RESEND-IS-DUE THEN
                 ADD 1 TO MESSAGES-RESENT-COUNT
                 PERFORM SEND-QUEUED-PAYLOAD
              ELSE
                 ADD 1 TO MESSAGES-SKIPPED-COUNT
           ELSE
              PERFORM SEND-QUEUED-PAYLOAD.

      *            one pending message.                              *
      ****************************************************************
       SEND-QUEUED-PAYLOAD.
           MOVE MQ-SEQ-NUM TO CT-SEQ-NUM.
           MOVE CORRELATION-TAG TO MESSAGE-BUFFER-TAG.
           MOVE MQ-PAYLOAD TO MESSAGE-BUFFER-DATA.
           MOVE 108 TO MESSAGE-LEN.
           PERFORM TRIM-MESSAGE-CHAR
               UNTIL MESSAGE-LEN = ZERO
                  OR MESSAGE-BUFFER-CHAR(MESSAGE-LEN) NOT = SPACE.
           IF MQ-PAYLOAD = SPACES
              DISPLAY " Empty payload on queue seq " MQ-SEQ-NUM
                      " - nothing sent"
              MOVE "N" TO MQ-REPLY-STATUS
              PERFORM MARK-MESSAGE-SENT
           ELSE
              PERFORM CONVERT-QUEUED-PAYLOAD
           SUBTRACT 1 FROM MESSAGE-LEN.


      ****************************************************************
      * Function : CHECK-RESEND-DUE                                  *
      * Purpose  : A SENT message is due to go again when it is      *
      *            still awaiting its reply, it has been sent fewer  *
      *            than SEND-LIMIT times, and more than              *
      *            REPLY-WAIT-MINUTES have passed since it last      *
      *            went.  One with no send count predates tagging    *
      *            and can never be matched, so it is left alone.    *
      ****************************************************************
       CHECK-RESEND-DUE.
           MOVE "N" TO RESEND-DUE-SWITCH.
           IF MQ-REPLY-PENDING AND
              MQ-SEND-COUNT NUMERIC AND
              MQ-SEND-COUNT LESS THAN SEND-LIMIT THEN
              MOVE MQ-SENT-DATE TO EF-DATE
              MOVE MQ-SENT-TIME TO EF-TIME
              ACCEPT ET-DATE FROM DATE
              ACCEPT ET-TIME FROM TIME
              PERFORM COMPUTE-ELAPSED-MINUTES
              IF ELAPSED-MINUTES GREATER THAN REPLY-WAIT-MINUTES THEN
                 MOVE "Y" TO RESEND-DUE-SWITCH.


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
      * Function : CONVERT-QUEUED-PAYLOAD                            *
      * Purpose  : ASCII-to-EBCDIC conversion of the payload copy    *
      * Function : MARK-MESSAGE-SENT / MARK-MESSAGE-FAILED           *
      * Purpose  : Rewrite the queue record's status in place so     *
      *            unsent messages survive a session failure and     *
      *            are retransmitted on the next run.  A send also   *
      *            counts toward SEND-LIMIT and starts the reply     *
      *            wait over.                                        *
      ****************************************************************
       MARK-MESSAGE-SENT.
           MOVE "SENT" TO MQ-STATUS.
           ACCEPT MQ-SENT-DATE FROM DATE.
           ACCEPT MQ-SENT-TIME FROM TIME.
           IF MQ-SEND-COUNT NOT NUMERIC THEN
              MOVE ZERO TO MQ-SEND-COUNT.
           IF MQ-SEND-COUNT LESS THAN 99 THEN
              ADD 1 TO MQ-SEND-COUNT.
           IF NOT MQ-REPLY-NOT-EXPECTED THEN
              MOVE SPACE TO MQ-REPLY-STATUS.
           MOVE ZERO TO MQ-REPLY-DATE.
           MOVE ZERO TO MQ-REPLY-TIME.
           REWRITE MESSAGE-QUEUE-RECORD.
           ADD 1 TO MESSAGES-SENT-COUNT.

      ****************************************************************
      * Function : WRITE-TRANSACTION-LOG-RECORD                      *
      * Purpose  : Append a durable record of the message most        *
      *            recently received and converted from the host,     *
      *            stamped with its arrival and sorted by kind.  A    *
      *            reply echoing a correlation tag is also kept in    *
      *            REPLY-TABLE for MATCH-REPLIES-TO-QUEUE.            *
      ****************************************************************
       WRITE-TRANSACTION-LOG-RECORD.
           MOVE SPACES        TO TRANSACTION-LOG-RECORD.
           MOVE LU-SESSION-ID TO TLR-SESSION-ID.
           MOVE SAVED-SEQ-NUM TO TLR-SEQ-NUM.
           MOVE DATA-BUFFER   TO TLR-DATA.
           ACCEPT TLR-RECV-DATE FROM DATE.
           ACCEPT TLR-RECV-TIME FROM TIME.
           IF LUA-MESSAGE-TYPE EQUAL LUA-MESSAGE-TYPE-EOC THEN
              MOVE "E" TO TLR-MSG-KIND
           ELSE
              IF SAVED-DATA-LENGTH NOT LESS THAN CORRELATION-TAG-LEN
                 AND IT-PREFIX EQUAL "CID"
                 AND IT-SEQ-NUM NUMERIC
                 AND IT-DELIMITER EQUAL "#" THEN
                 MOVE "R" TO TLR-MSG-KIND
                 MOVE IT-SEQ-NUM TO TLR-CORR-SEQ
                 PERFORM SAVE-REPLY-ENTRY
              ELSE
                 IF IA-IS-CREDIT-ALERT THEN
                    MOVE "A" TO TLR-MSG-KIND
                 ELSE
                    MOVE "U" TO TLR-MSG-KIND.
           WRITE TRANSACTION-LOG-RECORD.


      ****************************************************************
      * Function : SAVE-REPLY-ENTRY                                  *
      * Purpose  : Hold one tagged reply for the queue match.  A     *
      *            full table is reported; the reply is still on     *
      *            LUATLOG.                                          *
      ****************************************************************
       SAVE-REPLY-ENTRY.
           IF REPLY-COUNT NOT LESS THAN REPLY-TABLE-MAX THEN
              DISPLAY " Reply table full - reply for queue seq "
                      TLR-CORR-SEQ " not matched this run"
           ELSE
              ADD 1 TO REPLY-COUNT
              SET REPLY-INDX TO REPLY-COUNT
              MOVE TLR-CORR-SEQ  TO RE-SEQ-NUM (REPLY-INDX)
              MOVE TLR-RECV-DATE TO RE-RECV-DATE (REPLY-INDX)
              MOVE TLR-RECV-TIME TO RE-RECV-TIME (REPLY-INDX)
              MOVE "N"           TO RE-MATCHED (REPLY-INDX).


      ****************************************************************
      * Function : MATCH-REPLIES-TO-QUEUE                            *
      * Purpose  : Once the conversation is over, pass the queue     *
      *            file and mark each SENT message whose reply came  *
      *            back this run - ANSWERED, or LATE when it took    *
      *            longer than the reply wait or needed a resend.    *
      *            Tagged replies that match no SENT message are     *
      *            counted here and listed by LUACORR.               *
      ****************************************************************
       MATCH-REPLIES-TO-QUEUE.
           IF REPLY-COUNT GREATER THAN ZERO THEN
              OPEN I-O MESSAGE-QUEUE-FILE
              IF MQF-FILE-OK THEN
                 MOVE "N" TO END-OF-QUEUE-SWITCH
                 PERFORM READ-QUEUE-RECORD
                 PERFORM MATCH-ONE-QUEUE-RECORD
                     UNTIL END-OF-QUEUE
                 CLOSE MESSAGE-QUEUE-FILE.
           IF REPLY-COUNT GREATER THAN ZERO THEN
              SET REPLY-INDX TO 1
              PERFORM COUNT-UNMATCHED-REPLY
                  UNTIL REPLY-INDX GREATER THAN REPLY-COUNT
              DISPLAY " Replies matched: " REPLIES-MATCHED-COUNT
                      " late: " REPLIES-LATE-COUNT
                      " matching no request: " REPLIES-UNMATCHED-COUNT.


      ****************************************************************
      * Function : MATCH-ONE-QUEUE-RECORD                            *
      * Purpose  : Look the SENT message up among this run's         *
      *            replies.  A message already answered on an        *
      *            earlier run only absorbs a repeat reply, so the   *
      *            repeat is not taken for an orphan.                *
      ****************************************************************
       MATCH-ONE-QUEUE-RECORD.
           IF MQ-STATUS-SENT THEN
              PERFORM FIND-REPLY-ENTRY
              IF REPLY-WAS-FOUND THEN
                 MOVE "Y" TO RE-MATCHED (REPLY-INDX)
                 IF NOT MQ-REPLY-RECEIVED THEN
                    PERFORM MARK-MESSAGE-ANSWERED.
           PERFORM READ-QUEUE-RECORD.


      ****************************************************************
      * Function : MARK-MESSAGE-ANSWERED                             *
      * Purpose  : Record the reply on the queue entry and rewrite   *
      *            it in place.                                      *
      ****************************************************************
       MARK-MESSAGE-ANSWERED.
           MOVE RE-RECV-DATE (REPLY-INDX) TO MQ-REPLY-DATE.
           MOVE RE-RECV-TIME (REPLY-INDX) TO MQ-REPLY-TIME.
           MOVE MQ-SENT-DATE  TO EF-DATE.
           MOVE MQ-SENT-TIME  TO EF-TIME.
           MOVE MQ-REPLY-DATE TO ET-DATE.
           MOVE MQ-REPLY-TIME TO ET-TIME.
           PERFORM COMPUTE-ELAPSED-MINUTES.
           IF MQ-SEND-COUNT NOT NUMERIC THEN
              MOVE 1 TO MQ-SEND-COUNT.
           IF ELAPSED-MINUTES GREATER THAN REPLY-WAIT-MINUTES OR
              MQ-SEND-COUNT GREATER THAN 1 THEN
              MOVE "L" TO MQ-REPLY-STATUS
              ADD 1 TO REPLIES-LATE-COUNT
           ELSE
              MOVE "A" TO MQ-REPLY-STATUS.
           REWRITE MESSAGE-QUEUE-RECORD.
           ADD 1 TO REPLIES-MATCHED-COUNT.


      ****************************************************************
      * Function : FIND-REPLY-ENTRY                                  *
      * Purpose  : Linear search of REPLY-TABLE for MQ-SEQ-NUM,      *
      *            leaving REPLY-INDX on the first hit.              *
      ****************************************************************
       FIND-REPLY-ENTRY.
           MOVE "N" TO REPLY-FOUND-SWITCH.
           SET REPLY-INDX TO 1.
           PERFORM CHECK-ONE-REPLY-ENTRY
               UNTIL REPLY-WAS-FOUND
                  OR REPLY-INDX GREATER THAN REPLY-COUNT.

       CHECK-ONE-REPLY-ENTRY.
           IF RE-SEQ-NUM (REPLY-INDX) EQUAL MQ-SEQ-NUM AND
              RE-MATCHED (REPLY-INDX) EQUAL "N" THEN
              MOVE "Y" TO REPLY-FOUND-SWITCH
           ELSE
              SET REPLY-INDX UP BY 1.

       COUNT-UNMATCHED-REPLY.
           IF RE-MATCHED (REPLY-INDX) EQUAL "N" THEN
              ADD 1 TO REPLIES-UNMATCHED-COUNT.
           SET REPLY-INDX UP BY 1.


      ****************************************************************
      * Function : READ-CORRELATION-PARMS                            *
      * Purpose  : Pick up the reply wait and send limit from        *
      *            LUAPARM, keeping the defaults for anything absent *
      *            or zero.                                          *
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


      ****************************************************************
      * Function : CLOSE-TRANSACTION-LOG-FILE                        *
      * Purpose  : Close the transaction log before the program ends. *

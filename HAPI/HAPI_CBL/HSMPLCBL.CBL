      * list name, make window invisible, query window status,         *
      * window coordinates, change window size, and restore the        *
      * emulator session window to its original conditions.            *
      * In HOSTUP mode, keys the night's customer maintenance into     *
      * the host maintenance panel instead of running the sample.      *
      *                                                                *
      *                                                                *
      *   COPYRIGHT:  XXXXXXXXX  (C) COPYRIGHT IBM CORP. 1987,1988,    *
               FILE STATUS    IS XFER-CTL-FILE-STATUS.
           SELECT TRANSFER-MANIFEST-FILE ASSIGN TO "XFERMAN"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT TRANSFER-KEEP-FILE ASSIGN TO "XFERKEEP"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPFILE"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS SNAPSHOT-FILE-STATUS.
               FILE STATUS    IS SCREEN-MAP-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MAINT-JOURNAL-FILE-STATUS.
           SELECT HOST-UPDATE-CONTROL-FILE ASSIGN TO "HUPDCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS HOST-UPD-CTL-FILE-STATUS.
           SELECT HOST-UPDATE-RETRY-FILE ASSIGN TO "HUPDRTRY"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS HOST-UPD-RETRY-FILE-STATUS.
           SELECT HOST-UPDATE-RESULT-FILE ASSIGN TO "HUPDRSLT"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT HOST-UPDATE-MARK-FILE ASSIGN TO "HUPDMARK"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS HOST-UPD-MARK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HRC-LOG-FILE
      * TRANSFER-CONTROL-FILE drives the night's IND$FILE exchange, *
      * one record per transfer: direction (PUT or GET), PC file,   *
      * host file, and options, executed in sequence against the    *
      * selected session.  XC-DISPOSITION "O" marks a send-once     *
      * transfer queued by a batch job (the month-end bureau        *
      * extract): once it completes it is dropped from the list,    *
      * while a failed one stays queued for the next night.  Blank  *
      * is a standing transfer, run every night.                    *
      ***************************************************************
       FD  TRANSFER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           05  XC-HOST-FILE            PIC X(20).
           05  FILLER                  PIC X.
           05  XC-OPTIONS              PIC X(20).
           05  FILLER                  PIC X.
           05  XC-DISPOSITION          PIC X.
               88  XC-SEND-ONCE                   VALUE "O".

      ***************************************************************
      * TRANSFER-KEEP-FILE holds the transfers still to be listed   *
      * after the night's run, so completed send-once transfers can *
      * be taken off the control file.                              *
      ***************************************************************
       FD  TRANSFER-KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-KEEP-RECORD        PIC X(60).

      ***************************************************************
      * TRANSFER-MANIFEST-FILE is the morning operator's one-glance *
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EX-FIELD-VALUE          PIC X(40).

      ***************************************************************
      * MAINTENANCE-JOURNAL-FILE is the CUSTJRNL before/after trail *
      * CUSTMNT keeps.  In HOSTUP mode the after image of every add *
      * or change carries the name, limit, and credit tier the host *
      * maintenance panel must be brought up to.                    *
      ***************************************************************
       FD  MAINTENANCE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-JOURNAL-RECORD.
           05  MJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  MJ-ACTION-CODE          PIC X.
               88  MJ-ADD-OR-CHANGE               VALUE "A" "C".
           05  FILLER                  PIC X(2).
           05  MJ-IMAGE-TYPE           PIC X(6).
               88  MJ-AFTER-IMAGE                 VALUE "AFTER".
           05  FILLER                  PIC X(2).
           05  MJ-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  MJ-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2).
           05  MJ-CREDIT-BALANCE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  MJ-CREDIT-LIMIT         PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  MJ-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X(2).
           05  MJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  MJ-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  MJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  MJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  MJ-OFFICER-CODE         PIC X(2).

      ***************************************************************
      * HOST-UPDATE-CONTROL-FILE tells HOSTUP mode how to reach the *
      * host maintenance panel: the command that brings it up (the  *
      * customer number and Enter are added to it), the text that   *
      * proves the panel is showing, the text of the host's update  *
      * confirmation, and the number of search polls allowed for    *
      * either before the update is declared timed out.  The panel  *
      * field positions themselves come from the screen map under   *
      * the names UPD-NAME, UPD-LIMIT, UPD-TIER, and UPD-MESSAGE.   *
      ***************************************************************
       FD  HOST-UPDATE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOST-UPDATE-CONTROL-RECORD.
           05  HC-NAV-COMMAND          PIC X(30).
           05  FILLER                  PIC X.
           05  HC-PANEL-TEXT           PIC X(20).
           05  FILLER                  PIC X.
           05  HC-APPLIED-TEXT         PIC X(20).
           05  FILLER                  PIC X.
           05  HC-TIMEOUT              PIC 99.

      ***************************************************************
      * HOST-UPDATE-RETRY-FILE holds the updates the host rejected  *
      * or never answered, so the next HOSTUP run keys them again   *
      * ahead of that night's journal.  HR-ATTEMPTS counts the      *
      * runs that have tried the update so far.                     *
      ***************************************************************
       FD  HOST-UPDATE-RETRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOST-UPDATE-RETRY-RECORD.
           05  HR-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X      VALUE SPACE.
           05  HR-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X      VALUE SPACE.
           05  HR-CREDIT-LIMIT         PIC 9(7)V99.
           05  FILLER                  PIC X      VALUE SPACE.
           05  HR-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X      VALUE SPACE.
           05  HR-ATTEMPTS             PIC 99.

      ***************************************************************
      * HOST-UPDATE-RESULT-FILE answers "which of the night's       *
      * customer changes reached the host": one record per update   *
      * marked APPLIED, REJECTED (with the host's message), TIMEOUT *
      * when no answer came within the poll limit, or NOT SENT when *
      * the session was lost before the update could be keyed.     *
      ***************************************************************
       FD  HOST-UPDATE-RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOST-UPDATE-RESULT-RECORD.
           05  HS-RUN-DATE             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-RUN-TIME             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-STATUS               PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-ATTEMPTS             PIC Z9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-CREDIT-LIMIT         PIC Z(6)9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HS-HOST-MESSAGE         PIC X(40).

      ***************************************************************
      * HOST-UPDATE-MARK-FILE remembers how many CUSTJRNL records   *
      * a HOSTUP run has taken up, and which image was the last of  *
      * them.  The journal only grows between backups, so the next  *
      * run keys just the records past the mark.  The log date and  *
      * time cannot serve as the mark: images are dated with the    *
      * business date but timed by the clock, so they do not run in *
      * order across midnight.                                      *
      ***************************************************************
       FD  HOST-UPDATE-MARK-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOST-UPDATE-MARK-RECORD.
           05  HM-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X      VALUE SPACE.
           05  HM-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X      VALUE SPACE.
           05  HM-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X      VALUE SPACE.
           05  HM-CUST-NUM             PIC X(4).

       WORKING-STORAGE SECTION.

      ******************************************************************
       01  ANY-XFER-FAILED-SWITCH   PIC X VALUE "N".
           88  ANY-TRANSFER-FAILED              VALUE "Y".

       01  XFER-OUTCOME-SWITCH      PIC X VALUE "N".
           88  TRANSFER-COMPLETED               VALUE "Y".

       01  XFER-COMMAND-TEXT        PIC X(80) VALUE SPACES.
       01  XFER-COMMAND-CHARS REDEFINES XFER-COMMAND-TEXT.
           05  XFER-COMMAND-CHAR    PIC X OCCURS 80 TIMES.

       77  XFER-FAILED-COUNT        PIC 99 COMP-0 VALUE ZERO.

       77  XFER-DROPPED-COUNT       PIC 99 COMP-0 VALUE ZERO.

       01  SNAPSHOT-FILE-STATUS     PIC X(2) VALUE SPACES.
           88  SNAPSHOT-FILE-OK                 VALUE "00".
           88  SNAPSHOT-FILE-NOT-FOUND          VALUE "35".
           05  FILLER               PIC X(6)  VALUE " TIME ".
           05  SNAP-H-TIME          PIC 9(8).

      ***************************************************************
      * HOSTUP mode work areas.  HOST-UPDATE-TABLE holds one entry  *
      * per customer to be keyed, the retry file's first and then   *
      * the journal's, a later image replacing an earlier one for   *
      * the same customer.  UPD-FIELD-NAMES are the screen map      *
      * names of the panel fields; UPD-FIELD-POS holds the PS       *
      * position and length the map gives each of them.             *
      ***************************************************************
       01  HOST-UPDATE-MODE-SWITCH  PIC X VALUE "N".
           88  HOST-UPDATE-MODE                 VALUE "Y".

       01  HOST-UPDATE-READY-SWITCH PIC X VALUE "N".
           88  HOST-UPDATE-READY                VALUE "Y".

       01  MAINT-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
           88  MAINT-JOURNAL-FILE-OK            VALUE "00".

       01  HOST-UPD-CTL-FILE-STATUS PIC X(2) VALUE SPACES.
           88  HOST-UPD-CTL-FILE-OK             VALUE "00".

       01  HOST-UPD-RETRY-FILE-STATUS PIC X(2) VALUE SPACES.
           88  HOST-UPD-RETRY-FILE-OK           VALUE "00".

       01  HOST-UPD-MARK-FILE-STATUS PIC X(2) VALUE SPACES.
           88  HOST-UPD-MARK-FILE-OK            VALUE "00".

       01  END-OF-UPDATE-INPUT-SWITCH PIC X VALUE "N".
           88  END-OF-UPDATE-INPUT              VALUE "Y".

       01  UPDATE-ENTRY-FOUND-SWITCH PIC X VALUE "N".
           88  UPDATE-ENTRY-FOUND               VALUE "Y".

       01  UPDATE-SESSION-LOST-SWITCH PIC X VALUE "N".
           88  UPDATE-SESSION-LOST              VALUE "Y".

       01  UPDATE-REPLY-SWITCH      PIC X VALUE SPACE.
           88  UPDATE-REPLY-APPLIED             VALUE "A".
           88  UPDATE-REPLY-REJECTED            VALUE "R".
           88  UPDATE-REPLY-RECEIVED            VALUE "A" "R".

       78  HOST-UPDATE-MAX          VALUE 1000.

       01  HOST-UPDATE-TABLE.
           05  HOST-UPDATE-ENTRY    OCCURS 1000 TIMES
                                     INDEXED BY HUX.
               10  HUT-CUST-NUM     PIC X(4).
               10  HUT-CUST-NAME    PIC X(20).
               10  HUT-CREDIT-LIMIT PIC 9(7)V99.
               10  HUT-CREDIT-FLAG  PIC X.
               10  HUT-ATTEMPTS     PIC 99.

       77  HOST-UPDATE-COUNT        PIC 9(4) COMP-0 VALUE ZERO.

       77  UPD-DROPPED-COUNT        PIC 9(4) COMP-0 VALUE ZERO.

       77  UPD-MARK-COUNT           PIC 9(9) VALUE ZERO.

       77  UPD-MARK-DATE            PIC 9(6) VALUE ZERO.

       77  UPD-MARK-TIME            PIC 9(8) VALUE ZERO.

       77  UPD-MARK-CUST-NUM        PIC X(4) VALUE SPACES.

       77  UPD-JOURNAL-COUNT        PIC 9(9) VALUE ZERO.

       77  UPD-LAST-DATE            PIC 9(6) VALUE ZERO.

       77  UPD-LAST-TIME            PIC 9(8) VALUE ZERO.

       77  UPD-LAST-CUST-NUM        PIC X(4) VALUE SPACES.

       77  UPD-APPLIED-COUNT        PIC 9(4) COMP-0 VALUE ZERO.

       77  UPD-REJECTED-COUNT       PIC 9(4) COMP-0 VALUE ZERO.

       77  UPD-TIMEOUT-COUNT        PIC 9(4) COMP-0 VALUE ZERO.

       77  UPD-NOT-SENT-COUNT       PIC 9(4) COMP-0 VALUE ZERO.

       77  UPD-POLL-COUNT           PIC 99 COMP-0 VALUE ZERO.

       77  UPD-FIELD-SUB            PIC 9 COMP-0 VALUE ZERO.

       77  UPD-TEXT-LEN             PIC 99 COMP-0 VALUE ZERO.

       77  UPD-LEADING-SPACES       PIC 99 COMP-0 VALUE ZERO.

       77  UPD-PS-POSITION          PIC 9(4) COMP-5 VALUE ZERO.

       77  UPD-CHAR-SUB             PIC 99 COMP-0 VALUE ZERO.

       77  UPD-SEARCH-CUST-NUM      PIC X(4) VALUE SPACES.

       77  UPD-STATUS               PIC X(8) VALUE SPACES.

       01  UPD-CUST-NUM-WORK        PIC X(4) VALUE SPACES.
       01  UPD-CUST-NUM-CHARS REDEFINES UPD-CUST-NUM-WORK.
           05  UPD-CUST-NUM-CHAR    PIC X OCCURS 4 TIMES.

       01  UPD-EDITED-LIMIT         PIC Z(6)9.99.
       01  UPD-EDITED-LIMIT-CHARS REDEFINES UPD-EDITED-LIMIT.
           05  UPD-EDITED-LIMIT-CHAR PIC X OCCURS 10 TIMES.

       01  UPD-FIELD-NAMES.
           05  FILLER               PIC X(12) VALUE "UPD-NAME".
           05  FILLER               PIC X(12) VALUE "UPD-LIMIT".
           05  FILLER               PIC X(12) VALUE "UPD-TIER".
           05  FILLER               PIC X(12) VALUE "UPD-MESSAGE".
       01  UPD-FIELD-NAME-TABLE REDEFINES UPD-FIELD-NAMES.
           05  UPD-FIELD-NAME       PIC X(12) OCCURS 4 TIMES.

       78  UPD-NAME-FIELD           VALUE 1.
       78  UPD-LIMIT-FIELD          VALUE 2.
       78  UPD-TIER-FIELD           VALUE 3.
       78  UPD-MESSAGE-FIELD        VALUE 4.

       01  UPD-FIELD-POS-TABLE.
           05  UPD-FIELD-POS        OCCURS 4 TIMES.
               10  UFP-POSITION     PIC 9(4) COMP-0.
               10  UFP-LENGTH       PIC 99 COMP-0.

       01  UPD-FIELD-TEXT           PIC X(40) VALUE SPACES.
       01  UPD-FIELD-CHARS REDEFINES UPD-FIELD-TEXT.
           05  UPD-FIELD-CHAR       PIC X OCCURS 40 TIMES.

       01  UPD-HOST-MESSAGE         PIC X(40) VALUE SPACES.
       01  UPD-MESSAGE-CHARS REDEFINES UPD-HOST-MESSAGE.
           05  UPD-MESSAGE-CHAR     PIC X OCCURS 40 TIMES.

       01  UPD-WAIT-TEXT            PIC X(20) VALUE SPACES.
       01  UPD-WAIT-CHARS REDEFINES UPD-WAIT-TEXT.
           05  UPD-WAIT-CHAR        PIC X OCCURS 20 TIMES.

       01  UPD-COMMAND-TEXT         PIC X(40) VALUE SPACES.
       01  UPD-COMMAND-CHARS REDEFINES UPD-COMMAND-TEXT.
           05  UPD-COMMAND-CHAR     PIC X OCCURS 40 TIMES.

       77  UPD-COMMAND-LEN          PIC 99 COMP-0 VALUE ZERO.

       77  ENTER-KEY                PIC X(2) VALUE "@E".

       77  WPR-LTNAME                PIC X(24) VALUE
           "Sample Window Name Test".

       MAIN.

         ACCEPT RUN-MODE-PARM FROM COMMAND-LINE.
         IF RUN-MODE-PARM = "HOSTUP"
           SET HOST-UPDATE-MODE TO TRUE.

         IF RUN-MODE-PARM = "SILENT" OR HOST-UPDATE-MODE
           SET SILENT-MODE TO TRUE
           PERFORM OPEN-HRC-LOG-FILE.

           PERFORM RUN-LOGON-SCRIPT.

         IF HRC = ZERO THEN
           IF HOST-UPDATE-MODE
             PERFORM RUN-HOST-UPDATES
             MOVE "RUN-HOST-UPDATES" TO HRC-LOG-PARA-NAME
             PERFORM LOG-HRC
           ELSE
             PERFORM M-NEXT.

         PERFORM CLOSE-HRC-LOG-FILE.


         SUBTRACT 1 FROM SEND-TEXT-LEN.

      *********************************************************************
      * RUN-HOST-UPDATES - HOSTUP mode: keys the night's customer         *
      *                    maintenance into the host maintenance panel.   *
      *                    Needs the host update control record and the   *
      *                    panel fields in the screen map; without them   *
      *                    nothing is keyed and HRC is left nonzero so    *
      *                    the unattended run shows the failure.          *
      *                                                                   *
      *********************************************************************
       RUN-HOST-UPDATES.

         MOVE "N" TO HOST-UPDATE-READY-SWITCH.
         OPEN INPUT HOST-UPDATE-CONTROL-FILE.
         IF HOST-UPD-CTL-FILE-OK
           READ HOST-UPDATE-CONTROL-FILE
           IF HOST-UPD-CTL-FILE-OK
               AND HC-NAV-COMMAND NOT = SPACES
               AND HC-PANEL-TEXT NOT = SPACES
               AND HC-APPLIED-TEXT NOT = SPACES
             SET HOST-UPDATE-READY TO TRUE
           END-IF
           CLOSE HOST-UPDATE-CONTROL-FILE.

         IF NOT HOST-UPDATE-READY
           DISPLAY 'No host update control record - no updates keyed.'
           MOVE HARC-PARAMETER-ERROR TO HRC
         ELSE
           IF HC-TIMEOUT NOT NUMERIC
             MOVE XFER-POLL-MAX TO HC-TIMEOUT
           END-IF
           PERFORM LOAD-UPDATE-FIELD-MAP.

         IF HOST-UPDATE-READY
           PERFORM LOAD-HOST-UPDATES
           PERFORM DRIVE-HOST-UPDATES
           PERFORM SAVE-JOURNAL-MARK.

      *********************************************************************
      * LOAD-UPDATE-FIELD-MAP - Picks the host maintenance panel's        *
      *                         name, limit, tier, and message fields     *
      *                         out of the screen map and works out       *
      *                         each one's PS position.                   *
      *                                                                   *
      *********************************************************************
       LOAD-UPDATE-FIELD-MAP.

         INITIALIZE UPD-FIELD-POS-TABLE.
         OPEN INPUT SCREEN-MAP-FILE.
         IF SCREEN-MAP-FILE-OK
           MOVE "N" TO END-OF-MAP-SWITCH
           PERFORM READ-MAP-RECORD
           PERFORM MAP-ONE-UPDATE-FIELD UNTIL END-OF-MAP
           CLOSE SCREEN-MAP-FILE.

         IF UFP-POSITION(UPD-NAME-FIELD) = ZERO
             OR UFP-POSITION(UPD-LIMIT-FIELD) = ZERO
             OR UFP-POSITION(UPD-TIER-FIELD) = ZERO
             OR UFP-POSITION(UPD-MESSAGE-FIELD) = ZERO
           DISPLAY 'Screen map lacks the host update panel fields.'
           MOVE "N" TO HOST-UPDATE-READY-SWITCH
           MOVE HARC-PARAMETER-ERROR TO HRC.

       MAP-ONE-UPDATE-FIELD.

         MOVE ZERO TO UPD-FIELD-SUB.
         PERFORM MATCH-UPDATE-FIELD-NAME 4 TIMES.
         PERFORM READ-MAP-RECORD.

       MATCH-UPDATE-FIELD-NAME.

         ADD 1 TO UPD-FIELD-SUB.
         IF SM-FIELD-NAME = UPD-FIELD-NAME(UPD-FIELD-SUB)
           IF SM-ROW NUMERIC AND SM-COL NUMERIC AND SM-LEN NUMERIC
               AND SM-ROW > ZERO AND SM-COL > ZERO AND SM-LEN > ZERO
               AND SM-ROW NOT > 24 AND SM-COL NOT > 80
             COMPUTE UFP-POSITION(UPD-FIELD-SUB) =
                 (SM-ROW - 1) * 80 + SM-COL
             MOVE SM-LEN TO UFP-LENGTH(UPD-FIELD-SUB)
             IF UFP-LENGTH(UPD-FIELD-SUB) > 40
               MOVE 40 TO UFP-LENGTH(UPD-FIELD-SUB)
             END-IF
           ELSE
             DISPLAY 'BAD SCREEN MAP ENTRY FOR ' SM-FIELD-NAME.

      *********************************************************************
      * LOAD-HOST-UPDATES - Fills the host update table: last run's       *
      *                     retries first, then the after image of        *
      *                     every add or change logged on CUSTJRNL        *
      *                     past the HUPDMARK mark, a later image         *
      *                     replacing an earlier one for the same         *
      *                     customer.  With no usable mark every          *
      *                     image on the journal is taken.                *
      *                                                                   *
      *********************************************************************
       LOAD-HOST-UPDATES.

         MOVE ZERO TO HOST-UPDATE-COUNT.
         MOVE ZERO TO UPD-DROPPED-COUNT.

         OPEN INPUT HOST-UPDATE-RETRY-FILE.
         IF HOST-UPD-RETRY-FILE-OK
           MOVE "N" TO END-OF-UPDATE-INPUT-SWITCH
           PERFORM READ-RETRY-RECORD
           PERFORM LOAD-ONE-RETRY UNTIL END-OF-UPDATE-INPUT
           CLOSE HOST-UPDATE-RETRY-FILE.

         PERFORM READ-JOURNAL-MARK.
         IF UPD-MARK-COUNT > ZERO
           PERFORM CHECK-JOURNAL-MARK.

         MOVE ZERO TO UPD-JOURNAL-COUNT.
         OPEN INPUT MAINTENANCE-JOURNAL-FILE.
         IF MAINT-JOURNAL-FILE-OK
           MOVE "N" TO END-OF-UPDATE-INPUT-SWITCH
           PERFORM READ-JOURNAL-RECORD
           PERFORM LOAD-ONE-JOURNAL-IMAGE UNTIL END-OF-UPDATE-INPUT
           CLOSE MAINTENANCE-JOURNAL-FILE
         ELSE
           DISPLAY 'No CUSTJRNL on file - only retries will be keyed.'.

         MOVE HOST-UPDATE-COUNT TO DISP-NUM.
         DISPLAY 'Host updates to key     : ' DISP-NUM.
         IF UPD-DROPPED-COUNT > ZERO
           MOVE UPD-DROPPED-COUNT TO DISP-NUM
           DISPLAY 'HOST UPDATE TABLE FULL - UPDATES NOT KEYED : '
               DISP-NUM.

       READ-RETRY-RECORD.

         READ HOST-UPDATE-RETRY-FILE
             AT END MOVE "Y" TO END-OF-UPDATE-INPUT-SWITCH.

       LOAD-ONE-RETRY.

         MOVE HR-CUST-NUM TO UPD-SEARCH-CUST-NUM.
         PERFORM FIND-OR-ADD-UPDATE-ENTRY.
         IF UPDATE-ENTRY-FOUND
           MOVE HR-CUST-NAME TO HUT-CUST-NAME(HUX)
           MOVE HR-CREDIT-LIMIT TO HUT-CREDIT-LIMIT(HUX)
           MOVE HR-CREDIT-FLAG TO HUT-CREDIT-FLAG(HUX)
           IF HR-ATTEMPTS NUMERIC
             MOVE HR-ATTEMPTS TO HUT-ATTEMPTS(HUX).

         PERFORM READ-RETRY-RECORD.

       READ-JOURNAL-RECORD.

         READ MAINTENANCE-JOURNAL-FILE
             AT END MOVE "Y" TO END-OF-UPDATE-INPUT-SWITCH.

       LOAD-ONE-JOURNAL-IMAGE.

         ADD 1 TO UPD-JOURNAL-COUNT.
         MOVE MJ-LOG-DATE TO UPD-LAST-DATE.
         MOVE MJ-LOG-TIME TO UPD-LAST-TIME.
         MOVE MJ-CUST-NUM TO UPD-LAST-CUST-NUM.
         IF UPD-JOURNAL-COUNT > UPD-MARK-COUNT
           PERFORM TAKE-JOURNAL-IMAGE.

         PERFORM READ-JOURNAL-RECORD.

       TAKE-JOURNAL-IMAGE.

         IF MJ-AFTER-IMAGE AND MJ-ADD-OR-CHANGE
           MOVE MJ-CUST-NUM TO UPD-SEARCH-CUST-NUM
           PERFORM FIND-OR-ADD-UPDATE-ENTRY
           IF UPDATE-ENTRY-FOUND
             MOVE MJ-CUST-NAME TO HUT-CUST-NAME(HUX)
             MOVE MJ-CREDIT-LIMIT TO HUT-CREDIT-LIMIT(HUX)
             MOVE MJ-CREDIT-FLAG TO HUT-CREDIT-FLAG(HUX).

      *********************************************************************
      * READ-JOURNAL-MARK - Picks up how many CUSTJRNL records the        *
      *                     last HOSTUP run took, and the log date,       *
      *                     time and customer of the last of them.        *
      *                     With no mark on file the count is zero,       *
      *                     so a first run keys the whole journal,        *
      *                     which the nightly backup keeps to the         *
      *                     day's maintenance.                            *
      *                                                                   *
      *********************************************************************
       READ-JOURNAL-MARK.

         MOVE ZERO TO UPD-MARK-COUNT.
         OPEN INPUT HOST-UPDATE-MARK-FILE.
         IF HOST-UPD-MARK-FILE-OK
           READ HOST-UPDATE-MARK-FILE
               AT END MOVE "10" TO HOST-UPD-MARK-FILE-STATUS
           END-READ
           IF HOST-UPD-MARK-FILE-OK AND HM-RECORD-COUNT NUMERIC
               AND HM-LOG-DATE NUMERIC AND HM-LOG-TIME NUMERIC
             MOVE HM-RECORD-COUNT TO UPD-MARK-COUNT
             MOVE HM-LOG-DATE TO UPD-MARK-DATE
             MOVE HM-LOG-TIME TO UPD-MARK-TIME
             MOVE HM-CUST-NUM TO UPD-MARK-CUST-NUM
           END-IF
           CLOSE HOST-UPDATE-MARK-FILE
         ELSE
           DISPLAY 'No HUPDMARK on file - every CUSTJRNL image '
               'will be keyed.'.

      *********************************************************************
      * CHECK-JOURNAL-MARK - Makes sure the record at the mark is still   *
      *                      the image the last run took.  A journal      *
      *                      shorter than the mark, or a different        *
      *                      image there, means CUSTJRNL was cycled       *
      *                      by the backup since, and the whole new       *
      *                      journal is keyed.                            *
      *                                                                   *
      *********************************************************************
       CHECK-JOURNAL-MARK.

         MOVE ZERO TO UPD-JOURNAL-COUNT.
         MOVE "N" TO END-OF-UPDATE-INPUT-SWITCH.
         OPEN INPUT MAINTENANCE-JOURNAL-FILE.
         IF MAINT-JOURNAL-FILE-OK
           PERFORM COUNT-TO-JOURNAL-MARK
               UNTIL END-OF-UPDATE-INPUT
                  OR UPD-JOURNAL-COUNT = UPD-MARK-COUNT
           CLOSE MAINTENANCE-JOURNAL-FILE.

         IF UPD-JOURNAL-COUNT NOT = UPD-MARK-COUNT
             OR MJ-LOG-DATE NOT = UPD-MARK-DATE
             OR MJ-LOG-TIME NOT = UPD-MARK-TIME
             OR MJ-CUST-NUM NOT = UPD-MARK-CUST-NUM
           DISPLAY 'CUSTJRNL cycled since the HUPDMARK mark - '
               'every image will be keyed.'
           MOVE ZERO TO UPD-MARK-COUNT.

       COUNT-TO-JOURNAL-MARK.

         PERFORM READ-JOURNAL-RECORD.
         IF NOT END-OF-UPDATE-INPUT
           ADD 1 TO UPD-JOURNAL-COUNT.

      *********************************************************************
      * SAVE-JOURNAL-MARK - Moves the mark up to the last CUSTJRNL        *
      *                     record this run read.  Anything the host      *
      *                     did not apply is already on the retry         *
      *                     file, so none of it is lost by moving on.     *
      *                                                                   *
      *********************************************************************
       SAVE-JOURNAL-MARK.

         OPEN OUTPUT HOST-UPDATE-MARK-FILE.
         MOVE SPACES TO HOST-UPDATE-MARK-RECORD.
         MOVE UPD-JOURNAL-COUNT TO HM-RECORD-COUNT.
         MOVE UPD-LAST-DATE TO HM-LOG-DATE.
         MOVE UPD-LAST-TIME TO HM-LOG-TIME.
         MOVE UPD-LAST-CUST-NUM TO HM-CUST-NUM.
         WRITE HOST-UPDATE-MARK-RECORD.
         CLOSE HOST-UPDATE-MARK-FILE.

      *********************************************************************
      * FIND-OR-ADD-UPDATE-ENTRY - Points HUX at the table entry for      *
      *                            UPD-SEARCH-CUST-NUM, adding one        *
      *                            when the customer is not there yet.    *
      *                            A full table counts the update as      *
      *                            dropped and leaves the switch off.     *
      *                                                                   *
      *********************************************************************
       FIND-OR-ADD-UPDATE-ENTRY.

         MOVE "N" TO UPDATE-ENTRY-FOUND-SWITCH.
         SET HUX TO 1.
         PERFORM SCAN-UPDATE-ENTRY
             UNTIL UPDATE-ENTRY-FOUND
                OR HUX > HOST-UPDATE-COUNT.

         IF NOT UPDATE-ENTRY-FOUND
           IF HOST-UPDATE-COUNT < HOST-UPDATE-MAX
             ADD 1 TO HOST-UPDATE-COUNT
             SET HUX TO HOST-UPDATE-COUNT
             MOVE UPD-SEARCH-CUST-NUM TO HUT-CUST-NUM(HUX)
             MOVE ZERO TO HUT-ATTEMPTS(HUX)
             SET UPDATE-ENTRY-FOUND TO TRUE
           ELSE
             ADD 1 TO UPD-DROPPED-COUNT.

       SCAN-UPDATE-ENTRY.

         IF HUT-CUST-NUM(HUX) = UPD-SEARCH-CUST-NUM
           SET UPDATE-ENTRY-FOUND TO TRUE
         ELSE
           SET HUX UP BY 1.

      *********************************************************************
      * DRIVE-HOST-UPDATES - Connects to DFT-SESS and keys every          *
      *                      table entry, writing each outcome to         *
      *                      the results file and every update the        *
      *                      host did not apply to the retry file         *
      *                      for the next run.  A session lost part       *
      *                      way through leaves the rest NOT SENT,        *
      *                      kept for retry, and HRC nonzero.             *
      *                                                                   *
      *********************************************************************
       DRIVE-HOST-UPDATES.

         OPEN OUTPUT HOST-UPDATE-RESULT-FILE.
         OPEN OUTPUT HOST-UPDATE-RETRY-FILE.
         MOVE ZERO TO UPD-APPLIED-COUNT.
         MOVE ZERO TO UPD-REJECTED-COUNT.
         MOVE ZERO TO UPD-TIMEOUT-COUNT.
         MOVE ZERO TO UPD-NOT-SENT-COUNT.
         MOVE "N" TO UPDATE-SESSION-LOST-SWITCH.

         MOVE HA-CONNECT-PS TO HFUNC-NUM.
         MOVE DFT-SESS TO HDATA-STR(1).
         CALL 'COBLIM' USING HFUNC-NUM, HDATA-STRING, HDS-LEN, HRC.

         IF HRC = HARC-SUCCESS
           MOVE HA-SET-SESSION-PARMS TO HFUNC-NUM
           MOVE 19 TO HDS-LEN
           CALL 'COBLIM' USING HFUNC-NUM, SNAP-SETPARM-TEXT,
               HDS-LEN, HRC.

         MOVE "HOST-UPDATE-CONNECT" TO HRC-LOG-PARA-NAME.
         PERFORM LOG-HRC.
         IF HRC NOT = HARC-SUCCESS
           SET UPDATE-SESSION-LOST TO TRUE.

         SET HUX TO 1.
         PERFORM APPLY-ONE-HOST-UPDATE THRU APPLY-ONE-HOST-UPDATE-EXIT
             UNTIL HUX > HOST-UPDATE-COUNT.

         CLOSE HOST-UPDATE-RESULT-FILE.
         CLOSE HOST-UPDATE-RETRY-FILE.

         MOVE UPD-APPLIED-COUNT TO DISP-NUM.
         DISPLAY 'Host updates applied    : ' DISP-NUM.
         MOVE UPD-REJECTED-COUNT TO DISP-NUM.
         DISPLAY 'Host updates rejected   : ' DISP-NUM.
         MOVE UPD-TIMEOUT-COUNT TO DISP-NUM.
         DISPLAY 'Host updates timed out  : ' DISP-NUM.
         MOVE UPD-NOT-SENT-COUNT TO DISP-NUM.
         DISPLAY 'Host updates not sent   : ' DISP-NUM.

         IF UPDATE-SESSION-LOST
           MOVE HARC-SESSION-UNAVAILABLE TO HRC
         ELSE
           MOVE HARC-SUCCESS TO HRC.

      *********************************************************************
      * APPLY-ONE-HOST-UPDATE - One customer: bring up the maintenance    *
      *                         panel, key the new name, limit, and       *
      *                         tier, press Enter, and classify the       *
      *                         host's answer.  The step is logged to     *
      *                         HRCLOG, so a timed-out update gets its    *
      *                         screen captured like any failed step.     *
      *                                                                   *
      *********************************************************************
       APPLY-ONE-HOST-UPDATE.

         MOVE SPACES TO UPD-HOST-MESSAGE.
         MOVE SPACE TO UPDATE-REPLY-SWITCH.

         IF UPDATE-SESSION-LOST
           MOVE "NOT SENT" TO UPD-STATUS
           ADD 1 TO UPD-NOT-SENT-COUNT
         ELSE
           IF HUT-ATTEMPTS(HUX) < 99
             ADD 1 TO HUT-ATTEMPTS(HUX)
           END-IF
           PERFORM OPEN-UPDATE-PANEL
           IF HRC = HARC-SUCCESS
             PERFORM KEY-UPDATE-FIELDS
           END-IF
           IF HRC = HARC-SUCCESS
             PERFORM WAIT-FOR-UPDATE-REPLY
           END-IF
           PERFORM CLASSIFY-UPDATE-REPLY
           MOVE "APPLY-HOST-UPDATE" TO HRC-LOG-PARA-NAME
           PERFORM LOG-HRC.

         PERFORM WRITE-HOST-UPDATE-RESULT.
         IF NOT UPDATE-REPLY-APPLIED
           PERFORM WRITE-HOST-UPDATE-RETRY.

         SET HUX UP BY 1.

       APPLY-ONE-HOST-UPDATE-EXIT. EXIT.

       CLASSIFY-UPDATE-REPLY.

         IF UPDATE-REPLY-APPLIED
           MOVE "APPLIED" TO UPD-STATUS
           ADD 1 TO UPD-APPLIED-COUNT
           MOVE HARC-SUCCESS TO HRC
         ELSE
           IF UPDATE-REPLY-REJECTED
             MOVE "REJECTED" TO UPD-STATUS
             ADD 1 TO UPD-REJECTED-COUNT
             MOVE HARC-SUCCESS TO HRC
           ELSE
             IF HRC = HARC-STRING-NOT-FOUND
               MOVE "TIMEOUT" TO UPD-STATUS
               ADD 1 TO UPD-TIMEOUT-COUNT
             ELSE
               MOVE "NOT SENT" TO UPD-STATUS
               ADD 1 TO UPD-NOT-SENT-COUNT
               SET UPDATE-SESSION-LOST TO TRUE.

      *********************************************************************
      * OPEN-UPDATE-PANEL - Home key, then the control record's           *
      *                     navigation command with the customer          *
      *                     number and Enter added, then a wait           *
      *                     for the panel text.  HRC comes back           *
      *                     HARC-STRING-NOT-FOUND when the panel          *
      *                     never appears.                                *
      *                                                                   *
      *********************************************************************
       OPEN-UPDATE-PANEL.

         MOVE HA-SENDKEY TO HFUNC-NUM.
         MOVE 4 TO HDS-LEN.
         CALL 'COBLIM' USING HFUNC-NUM, HOME-KEY, HDS-LEN, HRC.

         IF HRC = HARC-SUCCESS
           PERFORM BUILD-UPDATE-NAV-COMMAND
           MOVE HA-SENDKEY TO HFUNC-NUM
           MOVE UPD-COMMAND-LEN TO HDS-LEN
           CALL 'COBLIM' USING HFUNC-NUM, UPD-COMMAND-TEXT,
               HDS-LEN, HRC.

         IF HRC = HARC-SUCCESS
           MOVE HC-PANEL-TEXT TO UPD-WAIT-TEXT
           PERFORM WAIT-FOR-UPDATE-TEXT
           IF HRC = HARC-STRING-NOT-FOUND
             DISPLAY 'MAINTENANCE PANEL NOT SHOWN FOR CUSTOMER '
                 HUT-CUST-NUM(HUX).

      *********************************************************************
      * BUILD-UPDATE-NAV-COMMAND - "<navigation command> <customer>@E",   *
      *                            trimmed to its real length.            *
      *                                                                   *
      *********************************************************************
       BUILD-UPDATE-NAV-COMMAND.

         MOVE HC-NAV-COMMAND TO UPD-COMMAND-TEXT.
         MOVE 30 TO UPD-COMMAND-LEN.
         PERFORM TRIM-UPDATE-COMMAND
             UNTIL UPD-COMMAND-LEN = ZERO
                OR UPD-COMMAND-CHAR(UPD-COMMAND-LEN) NOT = SPACE.

         ADD 1 TO UPD-COMMAND-LEN.
         MOVE HUT-CUST-NUM(HUX) TO UPD-CUST-NUM-WORK.
         MOVE ZERO TO UPD-CHAR-SUB.
         PERFORM ADD-ONE-CUST-NUM-CHAR 4 TIMES.
         ADD 1 TO UPD-COMMAND-LEN.
         MOVE '@' TO UPD-COMMAND-CHAR(UPD-COMMAND-LEN).
         ADD 1 TO UPD-COMMAND-LEN.
         MOVE 'E' TO UPD-COMMAND-CHAR(UPD-COMMAND-LEN).

       TRIM-UPDATE-COMMAND.

         SUBTRACT 1 FROM UPD-COMMAND-LEN.

       ADD-ONE-CUST-NUM-CHAR.

         ADD 1 TO UPD-CHAR-SUB.
         ADD 1 TO UPD-COMMAND-LEN.
         MOVE UPD-CUST-NUM-CHAR(UPD-CHAR-SUB)
             TO UPD-COMMAND-CHAR(UPD-COMMAND-LEN).

      *********************************************************************
      * WAIT-FOR-UPDATE-TEXT - Polls Search Presentation Space for the    *
      *                        text in UPD-WAIT-TEXT, up to HC-TIMEOUT    *
      *                        polls, letting the host settle with Wait   *
      *                        before each search.                        *
      *                                                                   *
      *********************************************************************
       WAIT-FOR-UPDATE-TEXT.

         PERFORM TRIM-UPDATE-WAIT-TEXT.
         MOVE ZERO TO UPD-POLL-COUNT.
         MOVE HARC-STRING-NOT-FOUND TO HRC.
         PERFORM POLL-FOR-UPDATE-TEXT
             UNTIL HRC NOT = HARC-STRING-NOT-FOUND
                OR UPD-POLL-COUNT > HC-TIMEOUT.

       TRIM-UPDATE-WAIT-TEXT.

         MOVE 20 TO SEARCH-TEXT-LEN.
         PERFORM TRIM-SEARCH-TEXT
             UNTIL SEARCH-TEXT-LEN = ZERO
                OR UPD-WAIT-CHAR(SEARCH-TEXT-LEN) NOT = SPACE.

       POLL-FOR-UPDATE-TEXT.

         PERFORM WAIT-FOR-HOST.
         MOVE HA-SEARCH-PS TO HFUNC-NUM.
         MOVE SEARCH-TEXT-LEN TO HDS-LEN.
         CALL 'COBLIM' USING HFUNC-NUM, UPD-WAIT-TEXT, HDS-LEN, HRC.
         IF HRC = HARC-STRING-NOT-FOUND
           ADD 1 TO UPD-POLL-COUNT.

       WAIT-FOR-HOST.

         MOVE HA-WAIT TO HFUNC-NUM.
         CALL 'COBLIM' USING HFUNC-NUM, HDATA-STRING, HDS-LEN, HRC.

      *********************************************************************
      * KEY-UPDATE-FIELDS - Types the new name, limit, and tier           *
      *                     into their mapped panel positions,            *
      *                     each padded with spaces to the field          *
      *                     length so nothing of the old value is         *
      *                     left behind, then presses Enter.              *
      *                                                                   *
      *********************************************************************
       KEY-UPDATE-FIELDS.

         MOVE HUT-CUST-NAME(HUX) TO UPD-FIELD-TEXT.
         MOVE UPD-NAME-FIELD TO UPD-FIELD-SUB.
         PERFORM TYPE-UPDATE-FIELD.

         IF HRC = HARC-SUCCESS
           PERFORM EDIT-UPDATE-LIMIT
           MOVE UPD-LIMIT-FIELD TO UPD-FIELD-SUB
           PERFORM TYPE-UPDATE-FIELD.

         IF HRC = HARC-SUCCESS
           MOVE HUT-CREDIT-FLAG(HUX) TO UPD-FIELD-TEXT
           MOVE UPD-TIER-FIELD TO UPD-FIELD-SUB
           PERFORM TYPE-UPDATE-FIELD.

         IF HRC = HARC-SUCCESS
           MOVE HA-SENDKEY TO HFUNC-NUM
           MOVE 2 TO HDS-LEN
           CALL 'COBLIM' USING HFUNC-NUM, ENTER-KEY, HDS-LEN, HRC.

      ***************************************************************
      * Copy String to Presentation Space takes the target PS       *
      * position in its fourth parameter and hands the return code  *
      * back in the same place.                                     *
      ***************************************************************
       TYPE-UPDATE-FIELD.

         MOVE HA-COPY-STR-TO-PS TO HFUNC-NUM.
         MOVE UFP-LENGTH(UPD-FIELD-SUB) TO HDS-LEN.
         MOVE UFP-POSITION(UPD-FIELD-SUB) TO UPD-PS-POSITION.
         CALL 'COBLIM' USING HFUNC-NUM, UPD-FIELD-TEXT, HDS-LEN,
             UPD-PS-POSITION.
         MOVE UPD-PS-POSITION TO HRC.

      *********************************************************************
      * EDIT-UPDATE-LIMIT - The new limit as the host keys it: edited     *
      *                     with its decimal point and moved to the left  *
      *                     of UPD-FIELD-TEXT.                            *
      *                                                                   *
      *********************************************************************
       EDIT-UPDATE-LIMIT.

         MOVE HUT-CREDIT-LIMIT(HUX) TO UPD-EDITED-LIMIT.
         MOVE SPACES TO UPD-FIELD-TEXT.
         MOVE ZERO TO UPD-CHAR-SUB.
         PERFORM SKIP-LIMIT-SPACE
             UNTIL UPD-EDITED-LIMIT-CHAR(UPD-CHAR-SUB + 1) NOT = SPACE.
         MOVE ZERO TO UPD-TEXT-LEN.
         PERFORM MOVE-ONE-LIMIT-CHAR
             UNTIL UPD-CHAR-SUB = 10.

       SKIP-LIMIT-SPACE.

         ADD 1 TO UPD-CHAR-SUB.

       MOVE-ONE-LIMIT-CHAR.

         ADD 1 TO UPD-CHAR-SUB.
         ADD 1 TO UPD-TEXT-LEN.
         MOVE UPD-EDITED-LIMIT-CHAR(UPD-CHAR-SUB)
             TO UPD-FIELD-CHAR(UPD-TEXT-LEN).

      *********************************************************************
      * WAIT-FOR-UPDATE-REPLY - Polls for the host's answer to Enter:     *
      *                         the confirmation text means applied; a    *
      *                         message in the panel's message field      *
      *                         without it means rejected, and the        *
      *                         message is kept for the results file.     *
      *                         Neither within HC-TIMEOUT polls leaves    *
      *                         HRC at HARC-STRING-NOT-FOUND.             *
      *                                                                   *
      *********************************************************************
       WAIT-FOR-UPDATE-REPLY.

         MOVE HC-APPLIED-TEXT TO UPD-WAIT-TEXT.
         PERFORM TRIM-UPDATE-WAIT-TEXT.
         MOVE ZERO TO UPD-POLL-COUNT.
         PERFORM POLL-FOR-UPDATE-REPLY
             UNTIL UPDATE-REPLY-RECEIVED
                OR UPD-POLL-COUNT > HC-TIMEOUT
                OR (HRC NOT = HARC-SUCCESS
                    AND HRC NOT = HARC-STRING-NOT-FOUND).

         IF NOT UPDATE-REPLY-RECEIVED
           IF HRC = HARC-STRING-NOT-FOUND
             DISPLAY 'NO HOST REPLY TO UPDATE FOR CUSTOMER '
                 HUT-CUST-NUM(HUX).

       POLL-FOR-UPDATE-REPLY.

         PERFORM WAIT-FOR-HOST.
         MOVE HA-SEARCH-PS TO HFUNC-NUM.
         MOVE SEARCH-TEXT-LEN TO HDS-LEN.
         CALL 'COBLIM' USING HFUNC-NUM, UPD-WAIT-TEXT, HDS-LEN, HRC.

         IF HRC = HARC-SUCCESS
           SET UPDATE-REPLY-APPLIED TO TRUE
           PERFORM READ-UPDATE-MESSAGE
         ELSE
           IF HRC = HARC-STRING-NOT-FOUND
             PERFORM READ-UPDATE-MESSAGE
             IF HRC = HARC-SUCCESS
               IF UPD-HOST-MESSAGE NOT = SPACES
                 SET UPDATE-REPLY-REJECTED TO TRUE
               ELSE
                 MOVE HARC-STRING-NOT-FOUND TO HRC
                 ADD 1 TO UPD-POLL-COUNT.

      *********************************************************************
      * READ-UPDATE-MESSAGE - Copies the presentation space and lifts     *
      *                       the panel's message field into              *
      *                       UPD-HOST-MESSAGE.                           *
      *                                                                   *
      *********************************************************************
       READ-UPDATE-MESSAGE.

         MOVE HA-COPY-PS-TO-STR TO HFUNC-NUM.
         MOVE 1920 TO HDS-LEN.
         CALL 'COBLIM' USING HFUNC-NUM, HDATA-STRING, HDS-LEN, HRC.

         IF HRC = HARC-SUCCESS
           MOVE SPACES TO UPD-HOST-MESSAGE
           COMPUTE EXT-PS-INDEX = UFP-POSITION(UPD-MESSAGE-FIELD) - 1
           MOVE ZERO TO UPD-CHAR-SUB
           PERFORM MOVE-ONE-MESSAGE-CHAR
               UFP-LENGTH(UPD-MESSAGE-FIELD) TIMES.

       MOVE-ONE-MESSAGE-CHAR.

         ADD 1 TO UPD-CHAR-SUB.
         ADD 1 TO EXT-PS-INDEX.
         MOVE HDATA-STR(EXT-PS-INDEX)
             TO UPD-MESSAGE-CHAR(UPD-CHAR-SUB).

      *********************************************************************
      * WRITE-HOST-UPDATE-RESULT / -RETRY - The results record for every *
      *                          update, and a retry record for each one  *
      *                          the host did not apply.                  *
      *                                                                   *
      *********************************************************************
       WRITE-HOST-UPDATE-RESULT.

         MOVE SPACES TO HOST-UPDATE-RESULT-RECORD.
         ACCEPT HS-RUN-DATE FROM DATE.
         ACCEPT HS-RUN-TIME FROM TIME.
         MOVE HUT-CUST-NUM(HUX) TO HS-CUST-NUM.
         MOVE UPD-STATUS TO HS-STATUS.
         MOVE HUT-ATTEMPTS(HUX) TO HS-ATTEMPTS.
         MOVE HUT-CREDIT-LIMIT(HUX) TO HS-CREDIT-LIMIT.
         MOVE HUT-CREDIT-FLAG(HUX) TO HS-CREDIT-FLAG.
         MOVE HUT-CUST-NAME(HUX) TO HS-CUST-NAME.
         MOVE UPD-HOST-MESSAGE TO HS-HOST-MESSAGE.
         WRITE HOST-UPDATE-RESULT-RECORD.

       WRITE-HOST-UPDATE-RETRY.

         MOVE SPACES TO HOST-UPDATE-RETRY-RECORD.
         MOVE HUT-CUST-NUM(HUX) TO HR-CUST-NUM.
         MOVE HUT-CUST-NAME(HUX) TO HR-CUST-NAME.
         MOVE HUT-CREDIT-LIMIT(HUX) TO HR-CREDIT-LIMIT.
         MOVE HUT-CREDIT-FLAG(HUX) TO HR-CREDIT-FLAG.
         MOVE HUT-ATTEMPTS(HUX) TO HR-ATTEMPTS.
         WRITE HOST-UPDATE-RETRY-RECORD.

      *********************************************************************
      * WRITE-STR-2-HOST  - Connects to first session and writes home-key *
      *                     and string to host.                           *
         ELSE

           OPEN OUTPUT TRANSFER-MANIFEST-FILE
           OPEN OUTPUT TRANSFER-KEEP-FILE
           MOVE ZERO TO XFER-COUNT
           MOVE ZERO TO XFER-FAILED-COUNT
           MOVE ZERO TO XFER-DROPPED-COUNT
           MOVE "N" TO ANY-XFER-FAILED-SWITCH
           MOVE "N" TO END-OF-TRANSFERS-SWITCH
           PERFORM READ-TRANSFER-RECORD
               UNTIL END-OF-TRANSFERS
           CLOSE TRANSFER-CONTROL-FILE
           CLOSE TRANSFER-MANIFEST-FILE
           CLOSE TRANSFER-KEEP-FILE
           IF XFER-DROPPED-COUNT > ZERO
             PERFORM REWRITE-TRANSFER-CONTROL
           END-IF

           MOVE XFER-COUNT TO DISP-NUM
           DISPLAY 'Transfers attempted : ' DISP-NUM
       RUN-ONE-TRANSFER.

         ADD 1 TO XFER-COUNT.
         MOVE "N" TO XFER-OUTCOME-SWITCH.

         MOVE HA-SENDKEY TO HFUNC-NUM.
         MOVE 4 TO HDS-LEN.

         MOVE "RUN-ONE-TRANSFER" TO HRC-LOG-PARA-NAME.
         PERFORM LOG-HRC.
         PERFORM KEEP-TRANSFER-RECORD.
         PERFORM READ-TRANSFER-RECORD.

      *********************************************************************
      * KEEP-TRANSFER-RECORD - Carries the transfer forward to the keep   *
      *                        file unless it was a send-once transfer    *
      *                        that completed.                            *
      *                                                                   *
      *********************************************************************
       KEEP-TRANSFER-RECORD.

         IF XC-SEND-ONCE AND TRANSFER-COMPLETED
           ADD 1 TO XFER-DROPPED-COUNT
         ELSE
           WRITE TRANSFER-KEEP-RECORD FROM TRANSFER-CONTROL-RECORD.

      *********************************************************************
      * REWRITE-TRANSFER-CONTROL - Replaces the transfer control file     *
      *                            with the kept transfers once any       *
      *                            send-once transfer has gone up.        *
      *                                                                   *
      *********************************************************************
       REWRITE-TRANSFER-CONTROL.

         OPEN INPUT TRANSFER-KEEP-FILE.
         OPEN OUTPUT TRANSFER-CONTROL-FILE.
         MOVE "N" TO END-OF-TRANSFERS-SWITCH.
         PERFORM COPY-KEPT-TRANSFER
             UNTIL END-OF-TRANSFERS.
         CLOSE TRANSFER-KEEP-FILE.
         CLOSE TRANSFER-CONTROL-FILE.
         MOVE XFER-DROPPED-COUNT TO DISP-NUM.
         DISPLAY 'Send-once transfers dropped : ' DISP-NUM.

       COPY-KEPT-TRANSFER.

         READ TRANSFER-KEEP-FILE
             AT END MOVE "Y" TO END-OF-TRANSFERS-SWITCH.
         IF NOT END-OF-TRANSFERS
           WRITE TRANSFER-CONTROL-RECORD FROM TRANSFER-KEEP-RECORD.

      *********************************************************************
      * BUILD-TRANSFER-COMMAND - Assembles "IND$FILE <PUT/GET> <host      *
      *                          file> <options>@E" for this transfer     *
       WRITE-MANIFEST-COMPLETE.

         MOVE "COMPLETE" TO XM-STATUS.
         MOVE "Y" TO XFER-OUTCOME-SWITCH.
         PERFORM WRITE-MANIFEST-RECORD.
         MOVE HARC-SUCCESS TO HRC.


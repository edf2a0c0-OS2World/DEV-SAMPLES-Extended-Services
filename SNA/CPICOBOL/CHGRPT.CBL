       IDENTIFICATION DIVISION.
       PROGRAM-ID.        CHGRPT.
      *************************************************************
      * THIS IS THE CHGRPT PROGRAM THAT PRINTS ONE FIELD-LEVEL    *
      * CHANGE REPORT ACROSS THE CUSTJRNL, ADDRJRNL, AND RATEJRNL *
      * MAINTENANCE JOURNALS, SO ANSWERING "WHO CHANGED THIS      *
      * CUSTOMER LAST QUARTER" STOPS MEANING THREE JOURNALS AND   *
      * COMPARING BEFORE AND AFTER IMAGES BY EYE.                 *
      *                                                           *
      * PURPOSE: PAIR EACH BEFORE IMAGE WITH ITS AFTER IMAGE AND  *
      *          PRINT ONE LINE PER FIELD THAT ACTUALLY CHANGED - *
      *          OLD VALUE, NEW VALUE, DATE, TIME, PROGRAM, AND   *
      *          OPERATOR.  AN ADD HAS NO BEFORE IMAGE AND A      *
      *          DELETE NO AFTER IMAGE, SO THEIR FIELDS PRINT     *
      *          FROM OR TO BLANK.  A RATEJRNL RECORD ALREADY     *
      *          CARRIES BOTH RATES.  A SENSITIVE-CHANGES SECTION *
      *          FOLLOWS, ALWAYS LISTING EVERY CREDIT LIMIT       *
      *          INCREASE, CREDIT TIER CHANGE, AND DELIVERY-      *
      *          PREFERENCE CHANGE ON AN EXISTING RECORD,         *
      *          WHATEVER FIELD OR JOURNAL THE DETAIL WAS         *
      *          NARROWED TO.                                     *
      *                                                           *
      * INPUT:   MAINTENANCE-JOURNAL-FILE (CUSTJRNL), ADDRESS-    *
      *          JOURNAL-FILE (ADDRJRNL), RATE-JOURNAL-FILE       *
      *          (RATEJRNL), AND AN OPTIONAL SELECTION PARAMETER  *
      *          FILE (CHGPARM): CUST-NUM, DATE-FROM, DATE-TO,    *
      *          FIELD NAME, AND SOURCE JOURNAL.  SPACES/ZERO     *
      *          LEAVE A SELECTION WIDE OPEN.  THE CUST-NUM AND   *
      *          DATES NARROW BOTH SECTIONS; THE FIELD NAME AND   *
      *          JOURNAL NARROW ONLY THE DETAIL.  RATES BELONG TO *
      *          NO CUSTOMER, SO A CUST-NUM SELECTION LEAVES      *
      *          RATEJRNL OUT.                                    *
      *                                                           *
      * OUTPUT:  CHANGE REPORT (CHGRPRT).  CHGWORK HOLDS THE      *
      *          SENSITIVE CHANGES UNTIL THE DETAIL IS PRINTED.   *
      *************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS MJF-FILE-STATUS.
           SELECT ADDRESS-JOURNAL-FILE ASSIGN TO "ADDRJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS AJF-FILE-STATUS.
           SELECT RATE-JOURNAL-FILE  ASSIGN TO "RATEJRNL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS RJF-FILE-STATUS.
           SELECT CHANGE-PARM-FILE   ASSIGN TO "CHGPARM"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CPF-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPRT"
               ORGANIZATION   IS SEQUENTIAL.
           SELECT SENSITIVE-WORK-FILE ASSIGN TO "CHGWORK"
               ORGANIZATION   IS SEQUENTIAL.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * MAINTENANCE-JOURNAL-FILE IS THE CUSTJRNL BEFORE/AFTER TRAIL  *
      * CUSTMNT AND PAYAPPLY KEEP.                                   *
      ***************************************************************
       FD  MAINTENANCE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-JOURNAL-RECORD.
           05  MJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  MJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  MJ-IMAGE-TYPE           PIC X(6).
               88  MJ-AFTER-IMAGE                 VALUE "AFTER".
               88  MJ-BEFORE-IMAGE                VALUE "BEFORE".
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
      * ADDRESS-JOURNAL-FILE IS THE ADDRJRNL TRAIL ADDRMNT KEEPS;    *
      * THE RECORD IMAGE IS THE CUSTADDR RECORD AS IT STOOD.         *
      ***************************************************************
       FD  ADDRESS-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADDRESS-JOURNAL-RECORD.
           05  AJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  AJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  AJ-IMAGE-TYPE           PIC X(6).
               88  AJ-BEFORE-IMAGE                VALUE "BEFORE".
           05  FILLER                  PIC X(2).
           05  AJ-RECORD-IMAGE         PIC X(146).
           05  FILLER                  PIC X(2).
           05  AJ-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  AJ-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  AJ-OPERATOR-ID          PIC X(8).

      ***************************************************************
      * RATE-JOURNAL-FILE IS THE RATEJRNL TRAIL RATEMNT KEEPS, ONE   *
      * RECORD PER CHANGE WITH BOTH THE OLD AND THE NEW RATE.        *
      ***************************************************************
       FD  RATE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-JOURNAL-RECORD.
           05  RJ-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RJ-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  RJ-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  RJ-OLD-RATE             PIC 9(3).9(6).
           05  FILLER                  PIC X(2).
           05  RJ-NEW-RATE             PIC 9(3).9(6).
           05  FILLER                  PIC X(2).
           05  RJ-EFFECTIVE-DATE       PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  RJ-LOG-TIME             PIC 9(8).

      ***************************************************************
      * CHANGE-PARM-FILE NARROWS THE REPORT.  ONE RECORD; ZERO OR    *
      * SPACES FIELDS LEAVE THAT SELECTION WIDE OPEN.  THE JOURNAL   *
      * IS NAMED AS CUSTJRNL, ADDRJRNL, OR RATEJRNL; THE FIELD AS    *
      * IT PRINTS ON THE REPORT, E.G. CF-CREDIT-LIMIT.               *
      ***************************************************************
       FD  CHANGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-PARM-RECORD.
           05  CP-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X.
           05  CP-DATE-FROM            PIC 9(6).
           05  FILLER                  PIC X.
           05  CP-DATE-TO              PIC 9(6).
           05  FILLER                  PIC X.
           05  CP-FIELD-NAME           PIC X(17).
           05  FILLER                  PIC X.
           05  CP-JOURNAL-NAME         PIC X(8).

       FD  CHANGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-REPORT-RECORD        PIC X(132).

       FD  SENSITIVE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SENSITIVE-WORK-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  MJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  MJF-FILE-OK                        VALUE "00".

       01  AJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  AJF-FILE-OK                        VALUE "00".

       01  RJF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  RJF-FILE-OK                        VALUE "00".

       01  CPF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CPF-FILE-OK                        VALUE "00".

       01  END-OF-JOURNAL-SWITCH      PIC  X      VALUE "N".
           88  END-OF-JOURNAL                     VALUE "Y".

       01  END-OF-WORK-FILE-SWITCH    PIC  X      VALUE "N".
           88  END-OF-WORK-FILE                   VALUE "Y".

      **********************************************************
      * SELECTION IN FORCE: DEFAULTS REPORT EVERYTHING.        *
      **********************************************************
       01  SELECT-CUST-NUM            PIC  X(4)   VALUE SPACES.
       01  SELECT-DATE-FROM           PIC  9(6)   VALUE ZERO.
       01  SELECT-DATE-TO             PIC  9(6)   VALUE 999999.
       01  SELECT-FIELD-NAME          PIC  X(17)  VALUE SPACES.
       01  SELECT-JOURNAL-NAME        PIC  X(8)   VALUE SPACES.

      **********************************************************
      * PAIRING: A BEFORE IMAGE IS HELD UNTIL THE AFTER IMAGE  *
      * FOR THE SAME KEY AND ACTION ARRIVES.  ANY OTHER RECORD *
      * ARRIVING FIRST MEANS THE HELD IMAGE WAS A DELETE.      *
      **********************************************************
       01  BEFORE-IMAGE-SWITCH        PIC  X      VALUE "N".
           88  BEFORE-IS-PRESENT                  VALUE "Y".
       01  AFTER-IMAGE-SWITCH         PIC  X      VALUE "N".
           88  AFTER-IS-PRESENT                   VALUE "Y".

      **********************************************************
      * CB-/CA- ARE THE BEFORE AND AFTER CUSTJRNL IMAGES BEING *
      * COMPARED, IN THE JOURNAL'S OWN LAYOUT.                 *
      **********************************************************
       01  CUSTOMER-BEFORE-IMAGE.
           05  CB-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  CB-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  CB-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2).
           05  CB-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  CB-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2).
           05  CB-CREDIT-BALANCE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  CB-CREDIT-LIMIT         PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  CB-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X(2).
           05  CB-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  CB-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  CB-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  CB-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  CB-OFFICER-CODE         PIC X(2).

       01  CUSTOMER-AFTER-IMAGE.
           05  CA-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  CA-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  CA-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2).
           05  CA-CUST-NUM             PIC X(4).
           05  FILLER                  PIC X(2).
           05  CA-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(2).
           05  CA-CREDIT-BALANCE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  CA-CREDIT-LIMIT         PIC Z(6)9.99-.
           05  FILLER                  PIC X(2).
           05  CA-CREDIT-FLAG          PIC X.
           05  FILLER                  PIC X(2).
           05  CA-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  CA-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X(2).
           05  CA-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  CA-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2).
           05  CA-OFFICER-CODE         PIC X(2).

      **********************************************************
      * AB-/AA- ARE THE BEFORE AND AFTER ADDRJRNL IMAGES: THE  *
      * JOURNAL HEADER, THEN THE CUSTADDR RECORD IMAGE.        *
      **********************************************************
       01  ADDRESS-BEFORE-IMAGE.
           05  AB-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  AB-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  AB-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2).
           05  AB-CUST-NUM             PIC X(4).
           05  AB-NAME                 PIC X(30).
           05  AB-ADDR-LINE-1          PIC X(30).
           05  AB-ADDR-LINE-2          PIC X(30).
           05  AB-CITY                 PIC X(18).
           05  AB-REGION               PIC X(8).
           05  AB-POSTAL-CODE          PIC X(10).
           05  AB-DELIVERY-PREF        PIC X.
           05  AB-RETURNED-MAIL        PIC X.
           05  AB-RETURNED-DATE        PIC X(6).
           05  AB-RETURNED-DOC         PIC X(8).
           05  FILLER                  PIC X(2).
           05  AB-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  AB-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  AB-OPERATOR-ID          PIC X(8).

       01  ADDRESS-AFTER-IMAGE.
           05  AA-LOG-DATE             PIC 9(6).
           05  FILLER                  PIC X(2).
           05  AA-ACTION-CODE          PIC X.
           05  FILLER                  PIC X(2).
           05  AA-IMAGE-TYPE           PIC X(6).
           05  FILLER                  PIC X(2).
           05  AA-CUST-NUM             PIC X(4).
           05  AA-NAME                 PIC X(30).
           05  AA-ADDR-LINE-1          PIC X(30).
           05  AA-ADDR-LINE-2          PIC X(30).
           05  AA-CITY                 PIC X(18).
           05  AA-REGION               PIC X(8).
           05  AA-POSTAL-CODE          PIC X(10).
           05  AA-DELIVERY-PREF        PIC X.
           05  AA-RETURNED-MAIL        PIC X.
           05  AA-RETURNED-DATE        PIC X(6).
           05  AA-RETURNED-DOC         PIC X(8).
           05  FILLER                  PIC X(2).
           05  AA-LOG-TIME             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  AA-PROGRAM-NAME         PIC X(8).
           05  FILLER                  PIC X(2).
           05  AA-OPERATOR-ID          PIC X(8).

      **********************************************************
      * CG- IS THE ONE FIELD BEING REPORTED: ITS NAME, OLD AND *
      * NEW VALUES, THE JOURNAL IT CAME FROM, AND WHETHER IT   *
      * BELONGS IN THE SENSITIVE-CHANGES SECTION.              *
      **********************************************************
       01  CG-JOURNAL-NAME            PIC  X(8)   VALUE SPACES.
       01  CG-FIELD-NAME              PIC  X(17)  VALUE SPACES.
       01  CG-OLD-VALUE               PIC  X(30)  VALUE SPACES.
       01  CG-NEW-VALUE               PIC  X(30)  VALUE SPACES.
       01  CG-SENSITIVE-SWITCH        PIC  X      VALUE "N".
           88  CG-SENSITIVE-CHANGE                VALUE "Y".
       01  CHANGE-SELECTED-SWITCH     PIC  X      VALUE "N".
           88  CHANGE-IS-SELECTED                 VALUE "Y".
       01  CG-OLD-AMOUNT              PIC  S9(7)V99 VALUE ZERO.
       01  CG-NEW-AMOUNT              PIC  S9(7)V99 VALUE ZERO.

      **********************************************************
      * RT- RUN TOTALS.                                        *
      **********************************************************
       01  RUN-TOTALS.
           05  RT-RECORDS-READ         PIC 9(7)   VALUE ZERO.
           05  RT-CHANGES-REPORTED     PIC 9(7)   VALUE ZERO.
           05  RT-SENSITIVE-CHANGES    PIC 9(7)   VALUE ZERO.

       01  SR-RT-RECORDS-READ         PIC ZZZZZZ9.
       01  SR-RT-CHANGES-REPORTED     PIC ZZZZZZ9.
       01  SR-RT-SENSITIVE-CHANGES    PIC ZZZZZZ9.

       01  RPT-REPORT-DATE            PIC 9(6)    VALUE ZERO.

       01  RPT-HEADING-LINE-1.
           05  FILLER                 PIC X(30)  VALUE
               "CHGRPT - FIELD-LEVEL CHANGES  ".
           05  RPT-H1-DATE            PIC 9(6).

       01  RPT-HEADING-LINE-2.
           05  FILLER                 PIC X(8)   VALUE "DATE".
           05  FILLER                 PIC X(10)  VALUE "TIME".
           05  FILLER                 PIC X(10)  VALUE "PROGRAM".
           05  FILLER                 PIC X(10)  VALUE "OPERATOR".
           05  FILLER                 PIC X(3)   VALUE "A".
           05  FILLER                 PIC X(6)   VALUE "KEY".
           05  FILLER                 PIC X(19)  VALUE "FIELD".
           05  FILLER                 PIC X(32)  VALUE "OLD VALUE".
           05  FILLER                 PIC X(30)  VALUE "NEW VALUE".

       01  RPT-SENSITIVE-HEADING.
           05  FILLER                 PIC X(36)  VALUE
               "SENSITIVE CHANGES - LIMIT INCREASES,".
           05  FILLER                 PIC X(43)  VALUE
               " TIER CHANGES, DELIVERY-PREFERENCE CHANGES".

       01  RPT-CHANGE-LINE.
           05  RPT-C-LOG-DATE         PIC 9(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-LOG-TIME         PIC 9(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-PROGRAM-NAME     PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-OPERATOR-ID      PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-ACTION-CODE      PIC X.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-KEY-VALUE        PIC X(4).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-FIELD-NAME       PIC X(17).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-OLD-VALUE        PIC X(30).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  RPT-C-NEW-VALUE        PIC X(30).

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           PERFORM READ-CHANGE-PARMS
              THRU READ-CHANGE-PARMS-EXIT.
           PERFORM OPEN-REPORT
              THRU OPEN-REPORT-EXIT.
           OPEN OUTPUT SENSITIVE-WORK-FILE.
           PERFORM REPORT-CUSTOMER-JOURNAL
              THRU REPORT-CUSTOMER-JOURNAL-EXIT.
           PERFORM REPORT-ADDRESS-JOURNAL
              THRU REPORT-ADDRESS-JOURNAL-EXIT.
           IF SELECT-CUST-NUM = SPACES
              PERFORM REPORT-RATE-JOURNAL
                 THRU REPORT-RATE-JOURNAL-EXIT
           END-IF.
           CLOSE SENSITIVE-WORK-FILE.
           PERFORM WRITE-SENSITIVE-CHANGES
              THRU WRITE-SENSITIVE-CHANGES-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       REPORT-CUSTOMER-JOURNAL.
      ***************************************************************
      * CUSTJRNL: PAIR THE IMAGES AND COMPARE EACH PAIR.  THE        *
      * JOURNAL IS READ EVEN WHEN THE DETAIL IS NARROWED TO ANOTHER  *
      * JOURNAL, SINCE ITS LIMIT AND TIER CHANGES ARE SENSITIVE.     *
      ***************************************************************
           OPEN INPUT MAINTENANCE-JOURNAL-FILE.
           IF NOT MJF-FILE-OK
              DISPLAY "CHGRPT: NO CUSTJRNL TO REPORT, STATUS="
                      MJF-FILE-STATUS
              GO TO REPORT-CUSTOMER-JOURNAL-EXIT
           END-IF.
           MOVE "CUSTJRNL" TO CG-JOURNAL-NAME.
           MOVE "N" TO END-OF-JOURNAL-SWITCH.
           MOVE "N" TO BEFORE-IMAGE-SWITCH.
           PERFORM READ-CUSTOMER-IMAGE
              THRU READ-CUSTOMER-IMAGE-EXIT.
           PERFORM PAIR-ONE-CUSTOMER-IMAGE
              THRU PAIR-ONE-CUSTOMER-IMAGE-EXIT
              UNTIL END-OF-JOURNAL.
           IF BEFORE-IS-PRESENT
              PERFORM FLUSH-CUSTOMER-BEFORE-IMAGE
                 THRU FLUSH-CUSTOMER-BEFORE-IMAGE-EXIT
           END-IF.
           CLOSE MAINTENANCE-JOURNAL-FILE.
       REPORT-CUSTOMER-JOURNAL-EXIT. EXIT.
      *****************************************************************
      *
       PAIR-ONE-CUSTOMER-IMAGE.
           ADD 1 TO RT-RECORDS-READ.
           IF MJ-BEFORE-IMAGE
              IF BEFORE-IS-PRESENT
                 PERFORM FLUSH-CUSTOMER-BEFORE-IMAGE
                    THRU FLUSH-CUSTOMER-BEFORE-IMAGE-EXIT
              END-IF
              MOVE MAINTENANCE-JOURNAL-RECORD TO CUSTOMER-BEFORE-IMAGE
              SET BEFORE-IS-PRESENT TO TRUE
              GO TO PAIR-ONE-CUSTOMER-IMAGE-NEXT
           END-IF.

           IF BEFORE-IS-PRESENT
              AND (CB-CUST-NUM NOT = MJ-CUST-NUM
                   OR CB-ACTION-CODE NOT = MJ-ACTION-CODE)
              PERFORM FLUSH-CUSTOMER-BEFORE-IMAGE
                 THRU FLUSH-CUSTOMER-BEFORE-IMAGE-EXIT
           END-IF.
           IF NOT BEFORE-IS-PRESENT
              MOVE SPACES TO CUSTOMER-BEFORE-IMAGE
           END-IF.
           MOVE MAINTENANCE-JOURNAL-RECORD TO CUSTOMER-AFTER-IMAGE.
           SET AFTER-IS-PRESENT TO TRUE.
           PERFORM COMPARE-CUSTOMER-IMAGES
              THRU COMPARE-CUSTOMER-IMAGES-EXIT.
           MOVE "N" TO BEFORE-IMAGE-SWITCH.
           MOVE "N" TO AFTER-IMAGE-SWITCH.

       PAIR-ONE-CUSTOMER-IMAGE-NEXT.
           PERFORM READ-CUSTOMER-IMAGE
              THRU READ-CUSTOMER-IMAGE-EXIT.
       PAIR-ONE-CUSTOMER-IMAGE-EXIT. EXIT.
      *****************************************************************
      *
       FLUSH-CUSTOMER-BEFORE-IMAGE.
      ***************************************************************
      * A HELD BEFORE IMAGE WITH NO AFTER IMAGE IS A DELETE: ITS     *
      * FIELDS ARE REPORTED AS CHANGED TO BLANK.                     *
      ***************************************************************
           MOVE SPACES TO CUSTOMER-AFTER-IMAGE.
           MOVE "N" TO AFTER-IMAGE-SWITCH.
           PERFORM COMPARE-CUSTOMER-IMAGES
              THRU COMPARE-CUSTOMER-IMAGES-EXIT.
           MOVE "N" TO BEFORE-IMAGE-SWITCH.
       FLUSH-CUSTOMER-BEFORE-IMAGE-EXIT. EXIT.
      *****************************************************************
      *
       COMPARE-CUSTOMER-IMAGES.
      ***************************************************************
      * THE AFTER IMAGE DATES AND SIGNS THE CHANGE WHEN THERE IS     *
      * ONE, THE BEFORE IMAGE FOR A DELETE.  A LIMIT INCREASE OR A   *
      * TIER CHANGE ON A CUSTOMER ALREADY ON FILE IS SENSITIVE.      *
      ***************************************************************
           IF AFTER-IS-PRESENT
              MOVE CA-LOG-DATE     TO RPT-C-LOG-DATE
              MOVE CA-LOG-TIME     TO RPT-C-LOG-TIME
              MOVE CA-PROGRAM-NAME TO RPT-C-PROGRAM-NAME
              MOVE CA-OPERATOR-ID  TO RPT-C-OPERATOR-ID
              MOVE CA-ACTION-CODE  TO RPT-C-ACTION-CODE
              MOVE CA-CUST-NUM     TO RPT-C-KEY-VALUE
           ELSE
              MOVE CB-LOG-DATE     TO RPT-C-LOG-DATE
              MOVE CB-LOG-TIME     TO RPT-C-LOG-TIME
              MOVE CB-PROGRAM-NAME TO RPT-C-PROGRAM-NAME
              MOVE CB-OPERATOR-ID  TO RPT-C-OPERATOR-ID
              MOVE CB-ACTION-CODE  TO RPT-C-ACTION-CODE
              MOVE CB-CUST-NUM     TO RPT-C-KEY-VALUE
           END-IF.
           PERFORM CHECK-CHANGE-SELECTED
              THRU CHECK-CHANGE-SELECTED-EXIT.
           IF NOT CHANGE-IS-SELECTED
              GO TO COMPARE-CUSTOMER-IMAGES-EXIT
           END-IF.

           MOVE "N" TO CG-SENSITIVE-SWITCH.
           MOVE "CF-CUST-NAME" TO CG-FIELD-NAME.
           MOVE CB-CUST-NAME TO CG-OLD-VALUE.
           MOVE CA-CUST-NAME TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "CF-CURRENCY-CODE" TO CG-FIELD-NAME.
           MOVE CB-CURRENCY-CODE TO CG-OLD-VALUE.
           MOVE CA-CURRENCY-CODE TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "CF-OFFICER-CODE" TO CG-FIELD-NAME.
           MOVE CB-OFFICER-CODE TO CG-OLD-VALUE.
           MOVE CA-OFFICER-CODE TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "CF-CREDIT-BALANCE" TO CG-FIELD-NAME.
           MOVE CB-CREDIT-BALANCE TO CG-OLD-VALUE.
           MOVE CA-CREDIT-BALANCE TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "CF-CREDIT-LIMIT" TO CG-FIELD-NAME.
           MOVE CB-CREDIT-LIMIT TO CG-OLD-VALUE.
           MOVE CA-CREDIT-LIMIT TO CG-NEW-VALUE.
           IF BEFORE-IS-PRESENT AND AFTER-IS-PRESENT
              MOVE CB-CREDIT-LIMIT TO CG-OLD-AMOUNT
              MOVE CA-CREDIT-LIMIT TO CG-NEW-AMOUNT
              IF CG-NEW-AMOUNT > CG-OLD-AMOUNT
                 SET CG-SENSITIVE-CHANGE TO TRUE
              END-IF
           END-IF.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.
           MOVE "N" TO CG-SENSITIVE-SWITCH.

           MOVE "CF-CREDIT-FLAG" TO CG-FIELD-NAME.
           MOVE CB-CREDIT-FLAG TO CG-OLD-VALUE.
           MOVE CA-CREDIT-FLAG TO CG-NEW-VALUE.
           IF BEFORE-IS-PRESENT AND AFTER-IS-PRESENT
              SET CG-SENSITIVE-CHANGE TO TRUE
           END-IF.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.
           MOVE "N" TO CG-SENSITIVE-SWITCH.
       COMPARE-CUSTOMER-IMAGES-EXIT. EXIT.
      *****************************************************************
      *
       READ-CUSTOMER-IMAGE.
           READ MAINTENANCE-JOURNAL-FILE
               AT END
                  SET END-OF-JOURNAL TO TRUE
           END-READ.
       READ-CUSTOMER-IMAGE-EXIT. EXIT.
      *****************************************************************
      *
       REPORT-ADDRESS-JOURNAL.
      ***************************************************************
      * ADDRJRNL: THE SAME PAIRING AS CUSTJRNL.  DELIVERY-PREFERENCE *
      * CHANGES ARE SENSITIVE, SO THIS JOURNAL IS ALWAYS READ TOO.   *
      ***************************************************************
           OPEN INPUT ADDRESS-JOURNAL-FILE.
           IF NOT AJF-FILE-OK
              DISPLAY "CHGRPT: NO ADDRJRNL TO REPORT, STATUS="
                      AJF-FILE-STATUS
              GO TO REPORT-ADDRESS-JOURNAL-EXIT
           END-IF.
           MOVE "ADDRJRNL" TO CG-JOURNAL-NAME.
           MOVE "N" TO END-OF-JOURNAL-SWITCH.
           MOVE "N" TO BEFORE-IMAGE-SWITCH.
           PERFORM READ-ADDRESS-IMAGE
              THRU READ-ADDRESS-IMAGE-EXIT.
           PERFORM PAIR-ONE-ADDRESS-IMAGE
              THRU PAIR-ONE-ADDRESS-IMAGE-EXIT
              UNTIL END-OF-JOURNAL.
           IF BEFORE-IS-PRESENT
              PERFORM FLUSH-ADDRESS-BEFORE-IMAGE
                 THRU FLUSH-ADDRESS-BEFORE-IMAGE-EXIT
           END-IF.
           CLOSE ADDRESS-JOURNAL-FILE.
       REPORT-ADDRESS-JOURNAL-EXIT. EXIT.
      *****************************************************************
      *
       PAIR-ONE-ADDRESS-IMAGE.
           ADD 1 TO RT-RECORDS-READ.
           IF AJ-BEFORE-IMAGE
              IF BEFORE-IS-PRESENT
                 PERFORM FLUSH-ADDRESS-BEFORE-IMAGE
                    THRU FLUSH-ADDRESS-BEFORE-IMAGE-EXIT
              END-IF
              MOVE ADDRESS-JOURNAL-RECORD TO ADDRESS-BEFORE-IMAGE
              SET BEFORE-IS-PRESENT TO TRUE
              GO TO PAIR-ONE-ADDRESS-IMAGE-NEXT
           END-IF.

           MOVE ADDRESS-JOURNAL-RECORD TO ADDRESS-AFTER-IMAGE.
           IF BEFORE-IS-PRESENT
              AND (AB-CUST-NUM NOT = AA-CUST-NUM
                   OR AB-ACTION-CODE NOT = AA-ACTION-CODE)
              PERFORM FLUSH-ADDRESS-BEFORE-IMAGE
                 THRU FLUSH-ADDRESS-BEFORE-IMAGE-EXIT
              MOVE ADDRESS-JOURNAL-RECORD TO ADDRESS-AFTER-IMAGE
           END-IF.
           IF NOT BEFORE-IS-PRESENT
              MOVE SPACES TO ADDRESS-BEFORE-IMAGE
           END-IF.
           SET AFTER-IS-PRESENT TO TRUE.
           PERFORM COMPARE-ADDRESS-IMAGES
              THRU COMPARE-ADDRESS-IMAGES-EXIT.
           MOVE "N" TO BEFORE-IMAGE-SWITCH.
           MOVE "N" TO AFTER-IMAGE-SWITCH.

       PAIR-ONE-ADDRESS-IMAGE-NEXT.
           PERFORM READ-ADDRESS-IMAGE
              THRU READ-ADDRESS-IMAGE-EXIT.
       PAIR-ONE-ADDRESS-IMAGE-EXIT. EXIT.
      *****************************************************************
      *
       FLUSH-ADDRESS-BEFORE-IMAGE.
           MOVE SPACES TO ADDRESS-AFTER-IMAGE.
           MOVE "N" TO AFTER-IMAGE-SWITCH.
           PERFORM COMPARE-ADDRESS-IMAGES
              THRU COMPARE-ADDRESS-IMAGES-EXIT.
           MOVE "N" TO BEFORE-IMAGE-SWITCH.
       FLUSH-ADDRESS-BEFORE-IMAGE-EXIT. EXIT.
      *****************************************************************
      *
       COMPARE-ADDRESS-IMAGES.
           IF AFTER-IS-PRESENT
              MOVE AA-LOG-DATE     TO RPT-C-LOG-DATE
              MOVE AA-LOG-TIME     TO RPT-C-LOG-TIME
              MOVE AA-PROGRAM-NAME TO RPT-C-PROGRAM-NAME
              MOVE AA-OPERATOR-ID  TO RPT-C-OPERATOR-ID
              MOVE AA-ACTION-CODE  TO RPT-C-ACTION-CODE
              MOVE AA-CUST-NUM     TO RPT-C-KEY-VALUE
           ELSE
              MOVE AB-LOG-DATE     TO RPT-C-LOG-DATE
              MOVE AB-LOG-TIME     TO RPT-C-LOG-TIME
              MOVE AB-PROGRAM-NAME TO RPT-C-PROGRAM-NAME
              MOVE AB-OPERATOR-ID  TO RPT-C-OPERATOR-ID
              MOVE AB-ACTION-CODE  TO RPT-C-ACTION-CODE
              MOVE AB-CUST-NUM     TO RPT-C-KEY-VALUE
           END-IF.
           PERFORM CHECK-CHANGE-SELECTED
              THRU CHECK-CHANGE-SELECTED-EXIT.
           IF NOT CHANGE-IS-SELECTED
              GO TO COMPARE-ADDRESS-IMAGES-EXIT
           END-IF.

           MOVE "N" TO CG-SENSITIVE-SWITCH.
           MOVE "AD-NAME" TO CG-FIELD-NAME.
           MOVE AB-NAME TO CG-OLD-VALUE.
           MOVE AA-NAME TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-ADDR-LINE-1" TO CG-FIELD-NAME.
           MOVE AB-ADDR-LINE-1 TO CG-OLD-VALUE.
           MOVE AA-ADDR-LINE-1 TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-ADDR-LINE-2" TO CG-FIELD-NAME.
           MOVE AB-ADDR-LINE-2 TO CG-OLD-VALUE.
           MOVE AA-ADDR-LINE-2 TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-CITY" TO CG-FIELD-NAME.
           MOVE AB-CITY TO CG-OLD-VALUE.
           MOVE AA-CITY TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-REGION" TO CG-FIELD-NAME.
           MOVE AB-REGION TO CG-OLD-VALUE.
           MOVE AA-REGION TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-POSTAL-CODE" TO CG-FIELD-NAME.
           MOVE AB-POSTAL-CODE TO CG-OLD-VALUE.
           MOVE AA-POSTAL-CODE TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-DELIVERY-PREF" TO CG-FIELD-NAME.
           MOVE AB-DELIVERY-PREF TO CG-OLD-VALUE.
           MOVE AA-DELIVERY-PREF TO CG-NEW-VALUE.
           IF BEFORE-IS-PRESENT AND AFTER-IS-PRESENT
              SET CG-SENSITIVE-CHANGE TO TRUE
           END-IF.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.
           MOVE "N" TO CG-SENSITIVE-SWITCH.

           MOVE "AD-RETURNED-MAIL" TO CG-FIELD-NAME.
           MOVE AB-RETURNED-MAIL TO CG-OLD-VALUE.
           MOVE AA-RETURNED-MAIL TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-RETURNED-DATE" TO CG-FIELD-NAME.
           MOVE AB-RETURNED-DATE TO CG-OLD-VALUE.
           MOVE AA-RETURNED-DATE TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.

           MOVE "AD-RETURNED-DOC" TO CG-FIELD-NAME.
           MOVE AB-RETURNED-DOC TO CG-OLD-VALUE.
           MOVE AA-RETURNED-DOC TO CG-NEW-VALUE.
           PERFORM REPORT-ONE-FIELD
              THRU REPORT-ONE-FIELD-EXIT.
       COMPARE-ADDRESS-IMAGES-EXIT. EXIT.
      *****************************************************************
      *
       READ-ADDRESS-IMAGE.
           READ ADDRESS-JOURNAL-FILE
               AT END
                  SET END-OF-JOURNAL TO TRUE
           END-READ.
       READ-ADDRESS-IMAGE-EXIT. EXIT.
      *****************************************************************
      *
       REPORT-RATE-JOURNAL.
      ***************************************************************
      * RATEJRNL: EACH RECORD IS ALREADY A PAIR.  AN ADD SHOWS THE   *
      * OLD RATE AS ZERO, A DELETE THE NEW RATE AS ZERO, THE WAY     *
      * RATEMNT JOURNALS THEM.                                       *
      ***************************************************************
           OPEN INPUT RATE-JOURNAL-FILE.
           IF NOT RJF-FILE-OK
              DISPLAY "CHGRPT: NO RATEJRNL TO REPORT, STATUS="
                      RJF-FILE-STATUS
              GO TO REPORT-RATE-JOURNAL-EXIT
           END-IF.
           MOVE "RATEJRNL" TO CG-JOURNAL-NAME.
           MOVE "N" TO END-OF-JOURNAL-SWITCH.
           PERFORM READ-RATE-RECORD
              THRU READ-RATE-RECORD-EXIT.
           PERFORM COMPARE-ONE-RATE-RECORD
              THRU COMPARE-ONE-RATE-RECORD-EXIT
              UNTIL END-OF-JOURNAL.
           CLOSE RATE-JOURNAL-FILE.
       REPORT-RATE-JOURNAL-EXIT. EXIT.
      *****************************************************************
      *
       COMPARE-ONE-RATE-RECORD.
           ADD 1 TO RT-RECORDS-READ.
           MOVE RJ-LOG-DATE      TO RPT-C-LOG-DATE.
           MOVE RJ-LOG-TIME      TO RPT-C-LOG-TIME.
           MOVE "RATEMNT"        TO RPT-C-PROGRAM-NAME.
           MOVE RJ-OPERATOR-ID   TO RPT-C-OPERATOR-ID.
           MOVE RJ-ACTION-CODE   TO RPT-C-ACTION-CODE.
           MOVE RJ-CURRENCY-CODE TO RPT-C-KEY-VALUE.
           PERFORM CHECK-CHANGE-SELECTED
              THRU CHECK-CHANGE-SELECTED-EXIT.
           IF CHANGE-IS-SELECTED
              MOVE "N" TO CG-SENSITIVE-SWITCH
              MOVE "XR-RATE-TO-BASE" TO CG-FIELD-NAME
              MOVE RJ-OLD-RATE TO CG-OLD-VALUE
              MOVE RJ-NEW-RATE TO CG-NEW-VALUE
              PERFORM REPORT-ONE-FIELD
                 THRU REPORT-ONE-FIELD-EXIT
           END-IF.
           PERFORM READ-RATE-RECORD
              THRU READ-RATE-RECORD-EXIT.
       COMPARE-ONE-RATE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       READ-RATE-RECORD.
           READ RATE-JOURNAL-FILE
               AT END
                  SET END-OF-JOURNAL TO TRUE
           END-READ.
       READ-RATE-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-CHANGE-SELECTED.
      ***************************************************************
      * THE CUST-NUM AND DATE RANGE APPLY TO BOTH SECTIONS.          *
      ***************************************************************
           MOVE "N" TO CHANGE-SELECTED-SWITCH.
           IF RPT-C-LOG-DATE < SELECT-DATE-FROM
              OR RPT-C-LOG-DATE > SELECT-DATE-TO
              GO TO CHECK-CHANGE-SELECTED-EXIT
           END-IF.
           IF SELECT-CUST-NUM NOT = SPACES
              AND RPT-C-KEY-VALUE NOT = SELECT-CUST-NUM
              GO TO CHECK-CHANGE-SELECTED-EXIT
           END-IF.
           SET CHANGE-IS-SELECTED TO TRUE.
       CHECK-CHANGE-SELECTED-EXIT. EXIT.
      *****************************************************************
      *
       REPORT-ONE-FIELD.
      ***************************************************************
      * A FIELD WHOSE VALUE DID NOT MOVE IS NOT REPORTED.  ONE THAT  *
      * DID PRINTS IN THE DETAIL WHEN THE FIELD AND JOURNAL ARE      *
      * SELECTED, AND GOES TO THE SENSITIVE SECTION REGARDLESS.      *
      ***************************************************************
           IF CG-OLD-VALUE = CG-NEW-VALUE
              GO TO REPORT-ONE-FIELD-EXIT
           END-IF.
           MOVE CG-FIELD-NAME TO RPT-C-FIELD-NAME.
           MOVE CG-OLD-VALUE TO RPT-C-OLD-VALUE.
           MOVE CG-NEW-VALUE TO RPT-C-NEW-VALUE.
           IF CG-SENSITIVE-CHANGE
              WRITE SENSITIVE-WORK-RECORD FROM RPT-CHANGE-LINE
              ADD 1 TO RT-SENSITIVE-CHANGES
           END-IF.
           IF SELECT-JOURNAL-NAME NOT = SPACES
              AND SELECT-JOURNAL-NAME NOT = CG-JOURNAL-NAME
              GO TO REPORT-ONE-FIELD-EXIT
           END-IF.
           IF SELECT-FIELD-NAME NOT = SPACES
              AND SELECT-FIELD-NAME NOT = CG-FIELD-NAME
              GO TO REPORT-ONE-FIELD-EXIT
           END-IF.
           WRITE CHANGE-REPORT-RECORD FROM RPT-CHANGE-LINE.
           ADD 1 TO RT-CHANGES-REPORTED.
       REPORT-ONE-FIELD-EXIT. EXIT.
      *****************************************************************
      *
       WRITE-SENSITIVE-CHANGES.
      ***************************************************************
      * THE SENSITIVE-CHANGES SECTION: LIMIT INCREASES, TIER         *
      * CHANGES, AND DELIVERY-PREFERENCE CHANGES, COPIED BACK FROM   *
      * THE WORK FILE IN JOURNAL ORDER.                              *
      ***************************************************************
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD FROM RPT-SENSITIVE-HEADING.
           IF RT-SENSITIVE-CHANGES = ZERO
              MOVE "NO SENSITIVE CHANGES SELECTED"
                TO CHANGE-REPORT-RECORD
              WRITE CHANGE-REPORT-RECORD
              GO TO WRITE-SENSITIVE-CHANGES-EXIT
           END-IF.
           WRITE CHANGE-REPORT-RECORD FROM RPT-HEADING-LINE-2.
           OPEN INPUT SENSITIVE-WORK-FILE.
           MOVE "N" TO END-OF-WORK-FILE-SWITCH.
           PERFORM COPY-ONE-SENSITIVE-CHANGE
              THRU COPY-ONE-SENSITIVE-CHANGE-EXIT
              UNTIL END-OF-WORK-FILE.
           CLOSE SENSITIVE-WORK-FILE.
       WRITE-SENSITIVE-CHANGES-EXIT. EXIT.
      *****************************************************************
      *
       COPY-ONE-SENSITIVE-CHANGE.
           READ SENSITIVE-WORK-FILE
               AT END
                  SET END-OF-WORK-FILE TO TRUE
                  GO TO COPY-ONE-SENSITIVE-CHANGE-EXIT
           END-READ.
           WRITE CHANGE-REPORT-RECORD FROM SENSITIVE-WORK-RECORD.
       COPY-ONE-SENSITIVE-CHANGE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CHANGE-PARMS.
           OPEN INPUT CHANGE-PARM-FILE.
           IF CPF-FILE-OK
              READ CHANGE-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     MOVE CP-CUST-NUM TO SELECT-CUST-NUM
                     IF CP-DATE-FROM NUMERIC
                        MOVE CP-DATE-FROM TO SELECT-DATE-FROM
                     END-IF
                     IF CP-DATE-TO NUMERIC AND CP-DATE-TO > ZERO
                        MOVE CP-DATE-TO TO SELECT-DATE-TO
                     END-IF
                     MOVE CP-FIELD-NAME TO SELECT-FIELD-NAME
                     MOVE CP-JOURNAL-NAME TO SELECT-JOURNAL-NAME
              END-READ
              CLOSE CHANGE-PARM-FILE
           END-IF.
       READ-CHANGE-PARMS-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-REPORT.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           ACCEPT RPT-REPORT-DATE FROM DATE.
           MOVE RPT-REPORT-DATE TO RPT-H1-DATE.
           WRITE CHANGE-REPORT-RECORD FROM RPT-HEADING-LINE-1.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD FROM RPT-HEADING-LINE-2.
       OPEN-REPORT-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
           MOVE RT-RECORDS-READ TO SR-RT-RECORDS-READ.
           MOVE RT-CHANGES-REPORTED TO SR-RT-CHANGES-REPORTED.
           MOVE RT-SENSITIVE-CHANGES TO SR-RT-SENSITIVE-CHANGES.
           DISPLAY "CHGRPT JOURNAL RECORDS READ . "
                   SR-RT-RECORDS-READ.
           DISPLAY "CHGRPT CHANGES REPORTED ..... "
                   SR-RT-CHANGES-REPORTED.
           DISPLAY "CHGRPT SENSITIVE CHANGES .... "
                   SR-RT-SENSITIVE-CHANGES.
           CLOSE CHANGE-REPORT-FILE.
           DISPLAY "PROGRAM: CHGRPT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.        CALMNT.
      *************************************************************
      * THIS IS THE CALMNT PROGRAM THAT MAINTAINS THE BUSINESS    *
      * CALENDAR - WEEKENDS, BANK HOLIDAYS, AND FISCAL MONTH-END  *
      * DATES - THAT CALDAYS COUNTS BUSINESS DAYS FROM AND        *
      * PERDCLSE ROLLS THE BUSINESS DATE FORWARD BY.              *
      *                                                           *
      * PURPOSE: APPLY ADD/CHANGE/DELETE ACTIONS TO THE INDEXED   *
      *          BUSINESS-CALENDAR-FILE, ONE ACTION PER RECORD OF *
      *          THE CALENDAR CONTROL FILE, IN THE CUSTMNT        *
      *          CONTROL-FILE STYLE, AND GENERATE A YEAR'S        *
      *          WEEKENDS IN ONE ACTION.  A DATE NOT ON THE       *
      *          CALENDAR IS AN ORDINARY BUSINESS DAY.            *
      *                                                           *
      * INPUT:   CALENDAR CONTROL FILE (CALCTL), ONE RECORD PER   *
      *          ACTION.  CC-ACTION-CODE SELECTS THE ACTION:      *
      *             "A"  ADD A CALENDAR DATE                      *
      *             "C"  CHANGE A CALENDAR DATE                   *
      *             "D"  DELETE A CALENDAR DATE                   *
      *             "G"  GENERATE EVERY SATURDAY AND SUNDAY OF    *
      *                  THE YEAR IN CC-CAL-DATE (YY OF YYMMDD)   *
      *          CC-DAY-TYPE IS "W" WEEKEND, "H" BANK HOLIDAY, OR *
      *          "B" BUSINESS DAY (A FISCAL MONTH-END THAT IS     *
      *          WORKED, OR A WEEKEND DAY DECLARED WORKED).       *
      *          CC-FISCAL-MONTH-END "Y" MARKS THE LAST DAY OF A  *
      *          FISCAL MONTH.  DATES ARE YYMMDD; YY BELOW 50 IS  *
      *          20YY.                                            *
      *                                                           *
      * OUTPUT:  BUSINESS-CALENDAR-FILE (BUSCAL) IS MAINTAINED,   *
      *          AND A SUMMARY OF ACTIONS APPLIED AND REJECTED,   *
      *          AND OF WEEKEND DATES GENERATED, IS DISPLAYED.    *
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
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS BC-CAL-DATE
               FILE STATUS    IS BCF-FILE-STATUS.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS CCF-FILE-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      * BUSINESS-CALENDAR-FILE HOLDS ONE RECORD PER DATE THAT IS     *
      * NOT AN ORDINARY BUSINESS DAY OR THAT CLOSES A FISCAL MONTH,  *
      * KEYED BY THE FULL CCYYMMDD DATE SO THE FILE READS IN DATE    *
      * ORDER ACROSS THE CENTURY.                                    *
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
      * CALENDAR-CONTROL-FILE DRIVES THE RUN, ONE RECORD PER DATE TO *
      * ADD, CHANGE, OR DELETE, OR PER YEAR OF WEEKENDS TO GENERATE, *
      * IN THE STYLE OF THE CUSTMNT CONTROL FILE.                    *
      ***************************************************************
       FD  CALENDAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-CONTROL-RECORD.
           05  CC-ACTION-CODE          PIC X.
           05  FILLER                  PIC X.
           05  CC-CAL-DATE             PIC 9(6).
           05  CC-CAL-DATE-PARTS REDEFINES CC-CAL-DATE.
               10  CC-CAL-YY           PIC 9(2).
               10  CC-CAL-MM           PIC 9(2).
               10  CC-CAL-DD           PIC 9(2).
           05  FILLER                  PIC X.
           05  CC-DAY-TYPE             PIC X.
           05  FILLER                  PIC X.
           05  CC-FISCAL-MONTH-END     PIC X.
           05  FILLER                  PIC X.
           05  CC-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X.
           05  CC-OPERATOR-ID          PIC X(8).

       WORKING-STORAGE SECTION.

       01  BCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  BCF-FILE-OK                        VALUE "00".
           88  BCF-FILE-NOT-FOUND                 VALUE "35".

       01  CALENDAR-FILE-SWITCH       PIC  X      VALUE "N".
           88  CALENDAR-FILE-IS-OPEN              VALUE "Y".

       01  CCF-FILE-STATUS            PIC  X(2)   VALUE SPACES.
           88  CCF-FILE-OK                        VALUE "00".

       01  CONTROL-FILE-SWITCH        PIC  X      VALUE "N".
           88  CONTROL-FILE-IS-OPEN               VALUE "Y".

       01  END-OF-CONTROL-FILE-SWITCH PIC  X      VALUE "N".
           88  END-OF-CONTROL-FILE                VALUE "Y".

       01  ACTION-VALID-SWITCH        PIC  X      VALUE "Y".
           88  ACTION-IS-VALID                    VALUE "Y".

       01  REJECT-REASON              PIC  X(30)  VALUE SPACES.

       01  MAINTENANCE-SUMMARY-COUNTERS.
           05  MS-ACTIONS-APPLIED     PIC 9(5)    VALUE ZERO.
           05  MS-ACTIONS-REJECTED    PIC 9(5)    VALUE ZERO.
           05  MS-WEEKENDS-GENERATED  PIC 9(5)    VALUE ZERO.
           05  MS-WEEKENDS-ON-FILE    PIC 9(5)    VALUE ZERO.

       01  SR-MS-ACTIONS-APPLIED      PIC ZZZZ9.
       01  SR-MS-ACTIONS-REJECTED     PIC ZZZZ9.
       01  SR-MS-WEEKENDS-GENERATED   PIC ZZZZ9.
       01  SR-MS-WEEKENDS-ON-FILE     PIC ZZZZ9.

      **********************************************************
      * GN- FIELDS WALK A YEAR ONE DAY AT A TIME FOR THE "G"   *
      * ACTION.  GN-WEEKDAY IS 0 FOR MONDAY THROUGH 6 FOR      *
      * SUNDAY, SEEDED FROM THE DAY COUNT SINCE MONDAY,        *
      * JANUARY 1, 1900.                                       *
      **********************************************************
       01  GN-DATE                    PIC 9(8)   VALUE ZERO.
       01  GN-DATE-PARTS REDEFINES GN-DATE.
           05  GN-CCYY                 PIC 9(4).
           05  GN-MM                   PIC 9(2).
           05  GN-DD                   PIC 9(2).

       01  GN-YEAR                    PIC 9(4)   VALUE ZERO.
       01  GN-DAY-NUMBER              PIC 9(7)   VALUE ZERO.
       01  GN-LEAP-DAYS               PIC 9(4)   VALUE ZERO.
       01  GN-WEEKDAY                 PIC 9      VALUE ZERO.
       01  GN-QUOTIENT                PIC 9(7)   VALUE ZERO.
       01  GN-REMAINDER               PIC 9(3)   VALUE ZERO.
       01  GN-MONTH-DAYS              PIC 9(2)   VALUE ZERO.

       01  DAYS-IN-MONTH-VALUES       PIC X(24)  VALUE
           "312831303130313130313031".
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DAYS-IN-MONTH           PIC 9(2)   OCCURS 12 TIMES.

       01  FULL-CAL-DATE              PIC 9(8)   VALUE ZERO.
       01  FULL-CAL-PARTS REDEFINES FULL-CAL-DATE.
           05  FULL-CAL-CC             PIC 9(2).
           05  FULL-CAL-YYMMDD         PIC 9(6).

      ***************************************************************
      * OPERCHK CALL ARGUMENTS - THE OPERATOR AUTHORITY CHECK MADE   *
      * ON EVERY CONTROL RECORD BEFORE ITS ACTION IS APPLIED.        *
      ***************************************************************
       01  OC-PROGRAM-NAME            PIC  X(8)   VALUE "CALMNT  ".
       01  OC-OPERATOR-ID             PIC  X(8)   VALUE SPACES.
       01  OC-ACTION-CODE             PIC  X      VALUE SPACE.
       01  OC-KEY-VALUE               PIC  X(10)  VALUE SPACES.
       01  OC-CHANGE-PCT              PIC  9(3)V99 VALUE ZERO.
       01  OC-AUTH-RESULT             PIC  X      VALUE "N".
           88  OC-ACTION-AUTHORIZED               VALUE "Y".
       01  OC-REFUSAL-REASON          PIC  X(30)  VALUE SPACES.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           PERFORM OPEN-CALENDAR-FILE
              THRU OPEN-CALENDAR-FILE-EXIT.
           PERFORM OPEN-CONTROL-FILE
              THRU OPEN-CONTROL-FILE-EXIT.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
           PERFORM PROCESS-CONTROL-RECORDS
              THRU PROCESS-CONTROL-RECORDS-EXIT
              UNTIL END-OF-CONTROL-FILE.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       PROCESS-CONTROL-RECORDS.
           PERFORM CHECK-OPERATOR-AUTHORITY
              THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OC-ACTION-AUTHORIZED
              MOVE OC-REFUSAL-REASON TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO PROCESS-CONTROL-RECORDS-NEXT
           END-IF.
           EVALUATE CC-ACTION-CODE
             WHEN "A"
               PERFORM ADD-CALENDAR-DATE
                  THRU ADD-CALENDAR-DATE-EXIT
             WHEN "C"
               PERFORM CHANGE-CALENDAR-DATE
                  THRU CHANGE-CALENDAR-DATE-EXIT
             WHEN "D"
               PERFORM DELETE-CALENDAR-DATE
                  THRU DELETE-CALENDAR-DATE-EXIT
             WHEN "G"
               PERFORM GENERATE-YEAR-WEEKENDS
                  THRU GENERATE-YEAR-WEEKENDS-EXIT
             WHEN OTHER
               MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
               PERFORM REJECT-ACTION
                  THRU REJECT-ACTION-EXIT
           END-EVALUATE.

       PROCESS-CONTROL-RECORDS-NEXT.
           PERFORM READ-CONTROL-RECORD
              THRU READ-CONTROL-RECORD-EXIT.
       PROCESS-CONTROL-RECORDS-EXIT. EXIT.
      *****************************************************************
      *
       CHECK-OPERATOR-AUTHORITY.
      ***************************************************************
      * ASK OPERCHK WHETHER THE OPERATOR NAMED ON THE CONTROL RECORD *
      * MAY TAKE THIS ACTION IN CALMNT.  A REFUSAL COMES BACK WITH   *
      * ITS REASON AND HAS ALREADY BEEN LOGGED TO SECVIOL.           *
      ***************************************************************
           MOVE CC-OPERATOR-ID TO OC-OPERATOR-ID.
           MOVE CC-ACTION-CODE TO OC-ACTION-CODE.
           MOVE CC-CAL-DATE TO OC-KEY-VALUE.
           MOVE ZERO TO OC-CHANGE-PCT.
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
       ADD-CALENDAR-DATE.
      ***************************************************************
      * VALIDATE THE INCOMING FIELDS, THEN WRITE THE NEW CALENDAR    *
      * DATE.  A DATE ALREADY ON THE CALENDAR (A GENERATED WEEKEND,  *
      * SAY) IS REJECTED RATHER THAN OVERWRITTEN - CHANGE IT.        *
      ***************************************************************
           PERFORM VALIDATE-CALENDAR-FIELDS
              THRU VALIDATE-CALENDAR-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO ADD-CALENDAR-DATE-EXIT
           END-IF.

           PERFORM BUILD-CALENDAR-RECORD
              THRU BUILD-CALENDAR-RECORD-EXIT.
           WRITE BUSINESS-CALENDAR-RECORD
               INVALID KEY
                  MOVE "DATE ALREADY ON CALENDAR" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
               NOT INVALID KEY
                  ADD 1 TO MS-ACTIONS-APPLIED
           END-WRITE.
       ADD-CALENDAR-DATE-EXIT. EXIT.
      *****************************************************************
      *
       CHANGE-CALENDAR-DATE.
           PERFORM VALIDATE-CALENDAR-FIELDS
              THRU VALIDATE-CALENDAR-FIELDS-EXIT.
           IF NOT ACTION-IS-VALID
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO CHANGE-CALENDAR-DATE-EXIT
           END-IF.

           PERFORM WINDOW-CONTROL-DATE
              THRU WINDOW-CONTROL-DATE-EXIT.
           MOVE FULL-CAL-DATE TO BC-CAL-DATE.
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                  MOVE "DATE NOT ON CALENDAR" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO CHANGE-CALENDAR-DATE-EXIT
           END-READ.

           PERFORM BUILD-CALENDAR-RECORD
              THRU BUILD-CALENDAR-RECORD-EXIT.
           REWRITE BUSINESS-CALENDAR-RECORD.
           ADD 1 TO MS-ACTIONS-APPLIED.
       CHANGE-CALENDAR-DATE-EXIT. EXIT.
      *****************************************************************
      *
       DELETE-CALENDAR-DATE.
      ***************************************************************
      * DELETING A DATE MAKES IT AN ORDINARY BUSINESS DAY AGAIN.     *
      ***************************************************************
           IF CC-CAL-DATE NOT NUMERIC
              MOVE "INVALID CALENDAR DATE" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO DELETE-CALENDAR-DATE-EXIT
           END-IF.

           PERFORM WINDOW-CONTROL-DATE
              THRU WINDOW-CONTROL-DATE-EXIT.
           MOVE FULL-CAL-DATE TO BC-CAL-DATE.
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                  MOVE "DATE NOT ON CALENDAR" TO REJECT-REASON
                  PERFORM REJECT-ACTION
                     THRU REJECT-ACTION-EXIT
                  GO TO DELETE-CALENDAR-DATE-EXIT
           END-READ.

           DELETE BUSINESS-CALENDAR-FILE.
           ADD 1 TO MS-ACTIONS-APPLIED.
       DELETE-CALENDAR-DATE-EXIT. EXIT.
      *****************************************************************
      *
       GENERATE-YEAR-WEEKENDS.
      ***************************************************************
      * WRITE A "W" RECORD FOR EVERY SATURDAY AND SUNDAY OF THE      *
      * YEAR.  A WEEKEND DATE ALREADY ON THE CALENDAR - A HOLIDAY    *
      * KEYED EARLIER, OR A YEAR GENERATED TWICE - IS LEFT AS IT IS, *
      * SO THE ACTION IS SAFE TO REPEAT.                             *
      ***************************************************************
           IF CC-CAL-YY NOT NUMERIC
              MOVE "INVALID CALENDAR YEAR" TO REJECT-REASON
              PERFORM REJECT-ACTION
                 THRU REJECT-ACTION-EXIT
              GO TO GENERATE-YEAR-WEEKENDS-EXIT
           END-IF.
           MOVE CC-CAL-YY TO GN-YEAR.
           IF CC-CAL-YY < 50
              ADD 2000 TO GN-YEAR
           ELSE
              ADD 1900 TO GN-YEAR
           END-IF.

           COMPUTE GN-LEAP-DAYS = (GN-YEAR - 1901) / 4.
           COMPUTE GN-DAY-NUMBER = (GN-YEAR - 1900) * 365
                                 + GN-LEAP-DAYS.
           DIVIDE GN-DAY-NUMBER BY 7 GIVING GN-QUOTIENT
              REMAINDER GN-REMAINDER.
           MOVE GN-REMAINDER TO GN-WEEKDAY.

           MOVE GN-YEAR TO GN-CCYY.
           MOVE 1 TO GN-MM.
           MOVE 1 TO GN-DD.
           PERFORM GENERATE-ONE-DAY
              THRU GENERATE-ONE-DAY-EXIT
              UNTIL GN-CCYY > GN-YEAR.
           ADD 1 TO MS-ACTIONS-APPLIED.
           DISPLAY "CALMNT WEEKENDS GENERATED FOR " GN-YEAR.
       GENERATE-YEAR-WEEKENDS-EXIT. EXIT.
      *****************************************************************
      *
       GENERATE-ONE-DAY.
           IF GN-WEEKDAY > 4
              MOVE SPACES TO BUSINESS-CALENDAR-RECORD
              MOVE GN-DATE TO BC-CAL-DATE
              SET BC-WEEKEND TO TRUE
              IF GN-WEEKDAY = 5
                 MOVE "SATURDAY" TO BC-DESCRIPTION
              ELSE
                 MOVE "SUNDAY" TO BC-DESCRIPTION
              END-IF
              WRITE BUSINESS-CALENDAR-RECORD
                  INVALID KEY
                     ADD 1 TO MS-WEEKENDS-ON-FILE
                  NOT INVALID KEY
                     ADD 1 TO MS-WEEKENDS-GENERATED
              END-WRITE
           END-IF.
           IF GN-WEEKDAY < 6
              ADD 1 TO GN-WEEKDAY
           ELSE
              MOVE ZERO TO GN-WEEKDAY
           END-IF.
           PERFORM STEP-GENERATE-DATE
              THRU STEP-GENERATE-DATE-EXIT.
       GENERATE-ONE-DAY-EXIT. EXIT.
      *****************************************************************
      *
       STEP-GENERATE-DATE.
           PERFORM SET-MONTH-DAYS
              THRU SET-MONTH-DAYS-EXIT.
           IF GN-DD < GN-MONTH-DAYS
              ADD 1 TO GN-DD
           ELSE
              MOVE 1 TO GN-DD
              IF GN-MM < 12
                 ADD 1 TO GN-MM
              ELSE
                 MOVE 1 TO GN-MM
                 ADD 1 TO GN-CCYY
              END-IF
           END-IF.
       STEP-GENERATE-DATE-EXIT. EXIT.
      *****************************************************************
      *
       SET-MONTH-DAYS.
      ***************************************************************
      * DAYS IN GN-MM OF GN-CCYY.  FEBRUARY HAS 29 IN A YEAR         *
      * DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.  *
      ***************************************************************
           MOVE DAYS-IN-MONTH (GN-MM) TO GN-MONTH-DAYS.
           IF GN-MM = 2
              DIVIDE GN-CCYY BY 4 GIVING GN-QUOTIENT
                 REMAINDER GN-REMAINDER
              IF GN-REMAINDER = ZERO
                 MOVE 29 TO GN-MONTH-DAYS
                 DIVIDE GN-CCYY BY 100 GIVING GN-QUOTIENT
                    REMAINDER GN-REMAINDER
                 IF GN-REMAINDER = ZERO
                    DIVIDE GN-CCYY BY 400 GIVING GN-QUOTIENT
                       REMAINDER GN-REMAINDER
                    IF GN-REMAINDER NOT = ZERO
                       MOVE 28 TO GN-MONTH-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.
       SET-MONTH-DAYS-EXIT. EXIT.
      *****************************************************************
      *
       VALIDATE-CALENDAR-FIELDS.
      ***************************************************************
      * THE DATE MUST BE A REAL CALENDAR DATE, THE DAY TYPE ONE OF   *
      * W/H/B, AND THE FISCAL MONTH-END FLAG "Y" OR BLANK.  A "B"    *
      * DATE ONLY MEANS SOMETHING AS A FISCAL MONTH-END OR A WORKED  *
      * WEEKEND DAY, SO IT IS ACCEPTED EITHER WAY.                   *
      ***************************************************************
           MOVE "Y" TO ACTION-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF CC-CAL-DATE NOT NUMERIC
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID CALENDAR DATE" TO REJECT-REASON
              GO TO VALIDATE-CALENDAR-FIELDS-EXIT
           END-IF.
           IF CC-CAL-MM < 1 OR CC-CAL-MM > 12
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID CALENDAR DATE" TO REJECT-REASON
              GO TO VALIDATE-CALENDAR-FIELDS-EXIT
           END-IF.
           PERFORM WINDOW-CONTROL-DATE
              THRU WINDOW-CONTROL-DATE-EXIT.
           MOVE FULL-CAL-DATE TO GN-DATE.
           PERFORM SET-MONTH-DAYS
              THRU SET-MONTH-DAYS-EXIT.
           IF CC-CAL-DD < 1 OR CC-CAL-DD > GN-MONTH-DAYS
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID CALENDAR DATE" TO REJECT-REASON
           END-IF.
           IF CC-DAY-TYPE NOT = "W" AND CC-DAY-TYPE NOT = "H"
              AND CC-DAY-TYPE NOT = "B"
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID DAY TYPE" TO REJECT-REASON
           END-IF.
           IF CC-FISCAL-MONTH-END NOT = "Y"
              AND CC-FISCAL-MONTH-END NOT = SPACE
              MOVE "N" TO ACTION-VALID-SWITCH
              MOVE "INVALID FISCAL MONTH-END FLAG" TO REJECT-REASON
           END-IF.
       VALIDATE-CALENDAR-FIELDS-EXIT. EXIT.
      *****************************************************************
      *
       BUILD-CALENDAR-RECORD.
           PERFORM WINDOW-CONTROL-DATE
              THRU WINDOW-CONTROL-DATE-EXIT.
           MOVE SPACES              TO BUSINESS-CALENDAR-RECORD.
           MOVE FULL-CAL-DATE       TO BC-CAL-DATE.
           MOVE CC-DAY-TYPE         TO BC-DAY-TYPE.
           MOVE CC-FISCAL-MONTH-END TO BC-FISCAL-MONTH-END.
           MOVE CC-DESCRIPTION      TO BC-DESCRIPTION.
       BUILD-CALENDAR-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       WINDOW-CONTROL-DATE.
           MOVE CC-CAL-DATE TO FULL-CAL-YYMMDD.
           IF CC-CAL-YY < 50
              MOVE 20 TO FULL-CAL-CC
           ELSE
              MOVE 19 TO FULL-CAL-CC
           END-IF.
       WINDOW-CONTROL-DATE-EXIT. EXIT.
      *****************************************************************
      *
       REJECT-ACTION.
           ADD 1 TO MS-ACTIONS-REJECTED.
           DISPLAY "CALMNT REJECTED ACTION " CC-ACTION-CODE
                   " DATE " CC-CAL-DATE
                   " - " REJECT-REASON.
       REJECT-ACTION-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CALENDAR-FILE.
      ***************************************************************
      * OPEN THE BUSINESS CALENDAR I-O, CREATING IT THE FIRST TIME   *
      * IT DOES NOT EXIST, THE WAY CUSTMNT CREATES THE MASTER.       *
      ***************************************************************
           OPEN I-O BUSINESS-CALENDAR-FILE.
           IF BCF-FILE-NOT-FOUND
              OPEN OUTPUT BUSINESS-CALENDAR-FILE
              CLOSE BUSINESS-CALENDAR-FILE
              OPEN I-O BUSINESS-CALENDAR-FILE
           END-IF.
           IF BCF-FILE-OK
              SET CALENDAR-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CALMNT: CALENDAR FILE OPEN FAILED, STATUS="
                      BCF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-CALENDAR-FILE-EXIT. EXIT.
      *****************************************************************
      *
       OPEN-CONTROL-FILE.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           IF CCF-FILE-OK
              SET CONTROL-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "CALMNT: CONTROL FILE OPEN FAILED, STATUS="
                      CCF-FILE-STATUS
              SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
       OPEN-CONTROL-FILE-EXIT. EXIT.
      *****************************************************************
      *
       READ-CONTROL-RECORD.
           IF CONTROL-FILE-IS-OPEN
              READ CALENDAR-CONTROL-FILE
                  AT END
                      SET END-OF-CONTROL-FILE TO TRUE
              END-READ
           END-IF.
       READ-CONTROL-RECORD-EXIT. EXIT.
      *****************************************************************
      *
       CLEANUP.
      ***********************************************
      * DISPLAY MAINTENANCE SUMMARY AND CLOSE FILES *
      ***********************************************
           MOVE MS-ACTIONS-APPLIED TO SR-MS-ACTIONS-APPLIED.
           MOVE MS-ACTIONS-REJECTED TO SR-MS-ACTIONS-REJECTED.
           MOVE MS-WEEKENDS-GENERATED TO SR-MS-WEEKENDS-GENERATED.
           MOVE MS-WEEKENDS-ON-FILE TO SR-MS-WEEKENDS-ON-FILE.
           DISPLAY " ".
           DISPLAY "CALMNT CALENDAR MAINTENANCE SUMMARY".
           DISPLAY "ACTIONS APPLIED ............ "
                   SR-MS-ACTIONS-APPLIED.
           DISPLAY "ACTIONS REJECTED ........... "
                   SR-MS-ACTIONS-REJECTED.
           DISPLAY "WEEKEND DATES GENERATED .... "
                   SR-MS-WEEKENDS-GENERATED.
           DISPLAY "WEEKEND DATES ALREADY ON ... "
                   SR-MS-WEEKENDS-ON-FILE.
           IF CALENDAR-FILE-IS-OPEN
              CLOSE BUSINESS-CALENDAR-FILE
           END-IF.
           IF CONTROL-FILE-IS-OPEN
              CLOSE CALENDAR-CONTROL-FILE
           END-IF.
           DISPLAY "PROGRAM: CALMNT EXECUTION COMPLETE".
       CLEANUP-EXIT. EXIT.
      *****************************************************************

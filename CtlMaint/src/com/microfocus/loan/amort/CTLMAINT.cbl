      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      $set ilnamespace "com.microfocus.loan.amort"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED RUNCTL RUN CONTROL
               THE LOANCTL SUBPROGRAM RUNS THE BATCH CHAIN FROM. THE
               OPERATOR CAN SET THE BUSINESS DATE AND THE ACH DRAFT
               AND ESCROW DISBURSEMENT WINDOWS, AND ADD, INQUIRE ON OR
               DELETE A HOLIDAY ON THE CALENDAR. THE BUSINESS DATE IS
               SET HERE ONCE WHEN THE RUN CONTROL IS FIRST SET UP, OR
               TO CORRECT IT; AFTER THAT THE LOANEOD END-OF-DAY STEP
               ROLLS IT. IT MUST BE A BUSINESS DAY - NOT A SATURDAY,
               A SUNDAY OR A HOLIDAY ON THE CALENDAR - AND WHEN IT IS
               CHANGED THE PRIOR BUSINESS DATE BECOMES THE BUSINESS
               DAY BEFORE IT. THE ACH WINDOW MUST BE AT LEAST ONE DAY.
               A HOLIDAY IS ONLY ADDED FOR A WEEKDAY AFTER THE CURRENT
               BUSINESS DATE, SO A DAY ALREADY RUN IS NEVER TURNED
               INTO A HOLIDAY, AND IS ONLY DELETED WHILE IT IS STILL
               AHEAD. EVERY CHANGE IS STAMPED WITH THE OPERATOR, DATE
               AND TIME.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD RUN-CONTROL-FILE.
       COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.

       01 CTLM-FUNCTION PIC X(01) VALUE SPACE.
         88 CTLM-ADD VALUE "A".
         88 CTLM-CHANGE VALUE "C".
         88 CTLM-INQUIRE VALUE "I".
         88 CTLM-DELETE VALUE "X".
         88 CTLM-QUIT VALUE "Q".

       01 CTLM-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 CTLM-PRIOR-DATE PIC 9(8) VALUE ZERO.
       01 CTLM-ACH-WINDOW PIC 9(3) VALUE 1.
       01 CTLM-DISB-WINDOW PIC 9(3) VALUE 15.
       01 CTLM-CHANGED-DATE PIC 9(8) VALUE ZERO.
       01 CTLM-CHANGED-BY PIC X(20) VALUE SPACES.
       01 CTLM-HOLIDAY-DATE PIC 9(8) VALUE ZERO.
       01 CTLM-HOLIDAY-NAME PIC X(30) VALUE SPACES.
       01 CTLM-ADDED-DATE PIC 9(8) VALUE ZERO.
       01 CTLM-ADDED-BY PIC X(20) VALUE SPACES.

       01 ERROR-MESSAGE PIC X(80).

       01 CTL-FILE-STATUS PIC X(02).

       01 CTLM-OPERATOR PIC X(20) VALUE SPACES.

      * THE BUSINESS DATE ON FILE, ZERO UNTIL THE CONTROL RECORD HAS
      * BEEN SET UP.
       01 CURRENT-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       01 CONTROL-ON-FILE-SWITCH PIC 9 VALUE 0.
         88 CONTROL-ON-FILE VALUE 1.

       01 BUSINESS-DAY-SWITCH PIC 9 VALUE 0.
         88 IS-BUSINESS-DAY VALUE 1.

       01 CHECK-DATE PIC 9(8).
       01 CHECK-INT PIC S9(7) COMP.
       01 WEEK-QUOT PIC S9(7) COMP.
       01 WEEKDAY-NBR PIC S9(3) COMP.
       01 DAYS-TRIED PIC S9(3) COMP.

       01 CTLM-EDIT-FLAG PIC 9.
         88 CTLM-EDIT-OK VALUE 1.
         88 CTLM-EDIT-FAILED VALUE 2.

       SCREEN SECTION.
       COPY "CTLSCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT
           ACCEPT CTLM-OPERATOR FROM ENVIRONMENT "USER"
           PERFORM 0200-SHOW-CONTROL THRU 0200-SHOW-CONTROL-EXIT
           IF NOT CONTROL-ON-FILE
               MOVE "NO BUSINESS DATE ON FILE - SET IT UP WITH C" TO
                   ERROR-MESSAGE
           END-IF

           PERFORM UNTIL CTLM-QUIT
               DISPLAY G-CTL
               ACCEPT G-CTL
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN CTLM-QUIT
                       CONTINUE
                   WHEN CTLM-ADD
                       PERFORM 2000-ADD-HOLIDAY
                           THRU 2000-ADD-HOLIDAY-EXIT
                   WHEN CTLM-CHANGE
                       PERFORM 3000-CHANGE-CONTROL
                           THRU 3000-CHANGE-CONTROL-EXIT
                   WHEN CTLM-INQUIRE
                       PERFORM 4000-INQUIRE-HOLIDAY
                           THRU 4000-INQUIRE-HOLIDAY-EXIT
                   WHEN CTLM-DELETE
                       PERFORM 5000-DELETE-HOLIDAY
                           THRU 5000-DELETE-HOLIDAY-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE A, C, I, X OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           CLOSE RUN-CONTROL-FILE

           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O RUN-CONTROL-FILE
           IF CTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "CTLMAINT CANNOT OPEN RUNCTL - STATUS "
                   CTL-FILE-STATUS
               GOBACK
           END-IF.
       0100-OPEN-FILES-EXIT.
           EXIT.

      * READ THE DATE-CONTROL RECORD AND SHOW IT. UNTIL IT IS SET UP
      * THE SCREEN OFFERS THE DEFAULT WINDOWS.
       0200-SHOW-CONTROL.
           MOVE 0 TO CONTROL-ON-FILE-SWITCH
           PERFORM 0300-READ-CONTROL THRU 0300-READ-CONTROL-EXIT
           IF NOT CONTROL-ON-FILE
               GO TO 0200-SHOW-CONTROL-EXIT
           END-IF

           MOVE RC-BUSINESS-DATE TO CURRENT-BUSINESS-DATE
           MOVE RC-BUSINESS-DATE TO CTLM-BUSINESS-DATE
           MOVE RC-PRIOR-BUSINESS-DATE TO CTLM-PRIOR-DATE
           MOVE RC-ACH-WINDOW TO CTLM-ACH-WINDOW
           MOVE RC-DISB-WINDOW TO CTLM-DISB-WINDOW
           MOVE RC-CHANGED-DATE TO CTLM-CHANGED-DATE
           MOVE RC-CHANGED-BY TO CTLM-CHANGED-BY.
       0200-SHOW-CONTROL-EXIT.
           EXIT.

       0300-READ-CONTROL.
           MOVE SPACES TO RC-KEY
           SET RC-TYPE-CONTROL TO TRUE
           MOVE ZERO TO RC-KEY-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO CONTROL-ON-FILE-SWITCH
               NOT INVALID KEY
                   SET CONTROL-ON-FILE TO TRUE
           END-READ.
       0300-READ-CONTROL-EXIT.
           EXIT.

      * A DAY IS A BUSINESS DAY WHEN IT IS NOT A SATURDAY OR A SUNDAY
      * AND NOT ON THE HOLIDAY CALENDAR. DAY 1 OF THE INTEGER DATES
      * (1 JANUARY 1601) WAS A MONDAY, SO THE REMAINDER BY 7 IS 6 ON
      * A SATURDAY AND 0 ON A SUNDAY. CHECK-INT MUST BE SET.
       0400-CHECK-BUSINESS-DAY.
           SET IS-BUSINESS-DAY TO TRUE
           DIVIDE CHECK-INT BY 7
               GIVING WEEK-QUOT REMAINDER WEEKDAY-NBR
           IF WEEKDAY-NBR = 6 OR WEEKDAY-NBR = 0
               MOVE 0 TO BUSINESS-DAY-SWITCH
               GO TO 0400-CHECK-BUSINESS-DAY-EXIT
           END-IF

           COMPUTE CHECK-DATE = FUNCTION DATE-OF-INTEGER(CHECK-INT)
           MOVE SPACES TO RC-KEY
           SET RC-TYPE-HOLIDAY TO TRUE
           MOVE CHECK-DATE TO RC-KEY-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO BUSINESS-DAY-SWITCH
           END-READ.
       0400-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      * A HOLIDAY MUST BE A REAL WEEKDAY AFTER THE CURRENT BUSINESS
      * DATE, SO IT CAN STILL CHANGE WHICH DAYS THE CHAIN RUNS FOR.
       1000-EDIT-HOLIDAY.
           SET CTLM-EDIT-OK TO TRUE

           IF CTLM-HOLIDAY-DATE = ZERO
               MOVE "HOLIDAY DATE MUST NOT BE ZERO" TO ERROR-MESSAGE
               SET CTLM-EDIT-FAILED TO TRUE
               GO TO 1000-EDIT-HOLIDAY-EXIT
           END-IF

           COMPUTE CHECK-INT =
               FUNCTION INTEGER-OF-DATE(CTLM-HOLIDAY-DATE)
           IF CHECK-INT = 0
               MOVE "HOLIDAY DATE IS NOT A VALID DATE" TO
                   ERROR-MESSAGE
               SET CTLM-EDIT-FAILED TO TRUE
               GO TO 1000-EDIT-HOLIDAY-EXIT
           END-IF

           IF CTLM-HOLIDAY-DATE NOT > CURRENT-BUSINESS-DATE
               MOVE "HOLIDAY MUST BE AFTER THE CURRENT BUSINESS DATE"
                   TO ERROR-MESSAGE
               SET CTLM-EDIT-FAILED TO TRUE
           END-IF.
       1000-EDIT-HOLIDAY-EXIT.
           EXIT.

       2000-ADD-HOLIDAY.
           PERFORM 1000-EDIT-HOLIDAY THRU 1000-EDIT-HOLIDAY-EXIT
           IF CTLM-EDIT-FAILED
               GO TO 2000-ADD-HOLIDAY-EXIT
           END-IF

           DIVIDE CHECK-INT BY 7
               GIVING WEEK-QUOT REMAINDER WEEKDAY-NBR
           IF WEEKDAY-NBR = 6 OR WEEKDAY-NBR = 0
               MOVE "A SATURDAY OR SUNDAY IS NEVER A BUSINESS DAY" TO
                   ERROR-MESSAGE
               GO TO 2000-ADD-HOLIDAY-EXIT
           END-IF

           IF CTLM-HOLIDAY-NAME = SPACES
               MOVE "HOLIDAY NAME MUST NOT BE BLANK" TO ERROR-MESSAGE
               GO TO 2000-ADD-HOLIDAY-EXIT
           END-IF

           MOVE SPACES TO RUN-CONTROL-RECORD
           SET RC-TYPE-HOLIDAY TO TRUE
           MOVE CTLM-HOLIDAY-DATE TO RC-KEY-DATE
           MOVE CTLM-HOLIDAY-NAME TO RH-HOLIDAY-NAME
           ACCEPT RH-ADDED-DATE FROM DATE YYYYMMDD
           MOVE CTLM-OPERATOR TO RH-ADDED-BY

           WRITE RUN-HOLIDAY-RECORD
               INVALID KEY
                   MOVE "HOLIDAY ALREADY ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE RH-ADDED-DATE TO CTLM-ADDED-DATE
                   MOVE RH-ADDED-BY TO CTLM-ADDED-BY
                   MOVE "HOLIDAY ADDED" TO ERROR-MESSAGE
           END-WRITE.
       2000-ADD-HOLIDAY-EXIT.
           EXIT.

      * SET THE BUSINESS DATE AND WINDOWS, WRITING THE CONTROL RECORD
      * THE FIRST TIME. A NEW BUSINESS DATE MUST BE A BUSINESS DAY,
      * AND THE PRIOR BUSINESS DATE IS THEN THE BUSINESS DAY BEFORE
      * IT, FOUND BY WALKING BACK OVER WEEKENDS AND HOLIDAYS.
       3000-CHANGE-CONTROL.
           IF CTLM-BUSINESS-DATE = ZERO
               MOVE "BUSINESS DATE MUST NOT BE ZERO" TO ERROR-MESSAGE
               GO TO 3000-CHANGE-CONTROL-EXIT
           END-IF
           COMPUTE CHECK-INT =
               FUNCTION INTEGER-OF-DATE(CTLM-BUSINESS-DATE)
           IF CHECK-INT = 0
               MOVE "BUSINESS DATE IS NOT A VALID DATE" TO
                   ERROR-MESSAGE
               GO TO 3000-CHANGE-CONTROL-EXIT
           END-IF
           IF CTLM-ACH-WINDOW < 1
               MOVE "ACH WINDOW MUST BE AT LEAST 1 DAY" TO
                   ERROR-MESSAGE
               GO TO 3000-CHANGE-CONTROL-EXIT
           END-IF

           IF CTLM-BUSINESS-DATE NOT = CURRENT-BUSINESS-DATE
               PERFORM 0400-CHECK-BUSINESS-DAY
                   THRU 0400-CHECK-BUSINESS-DAY-EXIT
               IF NOT IS-BUSINESS-DAY
                   MOVE "BUSINESS DATE IS A WEEKEND OR A HOLIDAY" TO
                       ERROR-MESSAGE
                   GO TO 3000-CHANGE-CONTROL-EXIT
               END-IF
               PERFORM 3100-FIND-PRIOR-DAY THRU 3100-FIND-PRIOR-DAY-EXIT
               IF NOT IS-BUSINESS-DAY
                   MOVE "NO BUSINESS DAY IN THE MONTH BEFORE IT" TO
                       ERROR-MESSAGE
                   GO TO 3000-CHANGE-CONTROL-EXIT
               END-IF
           END-IF

           PERFORM 0300-READ-CONTROL THRU 0300-READ-CONTROL-EXIT
           IF NOT CONTROL-ON-FILE
               MOVE SPACES TO RUN-CONTROL-RECORD
               SET RC-TYPE-CONTROL TO TRUE
               MOVE ZERO TO RC-KEY-DATE
           END-IF
           IF CTLM-BUSINESS-DATE NOT = CURRENT-BUSINESS-DATE
               MOVE CHECK-DATE TO RC-PRIOR-BUSINESS-DATE
           END-IF
           MOVE CTLM-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE CTLM-ACH-WINDOW TO RC-ACH-WINDOW
           MOVE CTLM-DISB-WINDOW TO RC-DISB-WINDOW
           ACCEPT RC-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT RC-CHANGED-TIME FROM TIME
           MOVE CTLM-OPERATOR TO RC-CHANGED-BY

           IF CONTROL-ON-FILE
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       MOVE "RUN CONTROL NOT ON FILE" TO ERROR-MESSAGE
                       GO TO 3000-CHANGE-CONTROL-EXIT
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       MOVE "RUN CONTROL ALREADY ON FILE" TO
                           ERROR-MESSAGE
                       GO TO 3000-CHANGE-CONTROL-EXIT
               END-WRITE
           END-IF

           PERFORM 0200-SHOW-CONTROL THRU 0200-SHOW-CONTROL-EXIT
           MOVE "RUN CONTROL CHANGED" TO ERROR-MESSAGE.
       3000-CHANGE-CONTROL-EXIT.
           EXIT.

      * WALK BACK FROM THE DAY BEFORE THE NEW BUSINESS DATE TO THE
      * FIRST BUSINESS DAY, LEAVING IT IN CHECK-DATE.
       3100-FIND-PRIOR-DAY.
           COMPUTE CHECK-INT =
               FUNCTION INTEGER-OF-DATE(CTLM-BUSINESS-DATE) - 1
           MOVE 0 TO BUSINESS-DAY-SWITCH
           MOVE ZERO TO DAYS-TRIED
           PERFORM UNTIL IS-BUSINESS-DAY OR DAYS-TRIED > 31
               PERFORM 0400-CHECK-BUSINESS-DAY
                   THRU 0400-CHECK-BUSINESS-DAY-EXIT
               IF NOT IS-BUSINESS-DAY
                   SUBTRACT 1 FROM CHECK-INT
                   ADD 1 TO DAYS-TRIED
               END-IF
           END-PERFORM
           COMPUTE CHECK-DATE = FUNCTION DATE-OF-INTEGER(CHECK-INT).
       3100-FIND-PRIOR-DAY-EXIT.
           EXIT.

       4000-INQUIRE-HOLIDAY.
           MOVE SPACES TO RC-KEY
           SET RC-TYPE-HOLIDAY TO TRUE
           MOVE CTLM-HOLIDAY-DATE TO RC-KEY-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "HOLIDAY NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 4000-INQUIRE-HOLIDAY-EXIT
           END-READ

           MOVE RH-HOLIDAY-NAME TO CTLM-HOLIDAY-NAME
           MOVE RH-ADDED-DATE TO CTLM-ADDED-DATE
           MOVE RH-ADDED-BY TO CTLM-ADDED-BY
           MOVE "HOLIDAY DISPLAYED" TO ERROR-MESSAGE.
       4000-INQUIRE-HOLIDAY-EXIT.
           EXIT.

      * A HOLIDAY ON OR BEFORE THE BUSINESS DATE HAS ALREADY SHAPED
      * THE RUNS AND STAYS ON THE CALENDAR.
       5000-DELETE-HOLIDAY.
           PERFORM 1000-EDIT-HOLIDAY THRU 1000-EDIT-HOLIDAY-EXIT
           IF CTLM-EDIT-FAILED
               GO TO 5000-DELETE-HOLIDAY-EXIT
           END-IF

           MOVE SPACES TO RC-KEY
           SET RC-TYPE-HOLIDAY TO TRUE
           MOVE CTLM-HOLIDAY-DATE TO RC-KEY-DATE
           DELETE RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "HOLIDAY NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO CTLM-HOLIDAY-NAME
                   MOVE ZERO TO CTLM-ADDED-DATE
                   MOVE SPACES TO CTLM-ADDED-BY
                   MOVE "HOLIDAY DELETED" TO ERROR-MESSAGE
           END-DELETE.
       5000-DELETE-HOLIDAY-EXIT.
           EXIT.

       END PROGRAM CTLMAINT.

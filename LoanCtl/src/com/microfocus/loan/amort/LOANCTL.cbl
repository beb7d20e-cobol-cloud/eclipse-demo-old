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
       PROGRAM-ID. LOANCTL.
       REMARKS. THIS SUBPROGRAM IS THE RUN CONTROL FOR THE BATCH CHAIN.
               EVERY BATCH STEP CALLS IT, PASSING RUN-LINK, BEFORE IT
               OPENS ITS FILES AND AGAIN WHEN IT HAS FINISHED. THE
               INDEXED RUNCTL FILE HOLDS THE CURRENT BUSINESS DATE,
               THE HOLIDAY CALENDAR AND A STEP-RUN RECORD FOR EVERY
               STEP RUN AGAINST EACH BUSINESS DATE. A STEP IS ONLY
               ALLOWED TO BEGIN WHEN EVERY STEP IT DEPENDS ON HAS A
               COMPLETED RUN FOR THE CURRENT BUSINESS DATE; THE
               DEPENDENCIES ARE THE STEP TABLE BELOW. BEGINNING A
               STEP RECORDS ITS START AND HANDS BACK THE BUSINESS
               DATE, THE PRIOR BUSINESS DATE AND THE ACH AND ESCROW
               DISBURSEMENT WINDOWS; ENDING IT RECORDS THE END TIME
               AND THE STEP'S RECORD COUNTS. A STEP BEGUN AGAIN FOR
               THE SAME DATE AFTER A RUN THAT NEVER ENDED IS FLAGGED
               AS A RESTART. THE SUBPROGRAM ALSO FINDS THE NEXT
               BUSINESS DAY ON OR AFTER A DATE, SKIPPING WEEKENDS AND
               HOLIDAYS, AND ROLLS THE BUSINESS DATE ONCE THE
               LOANEOD END-OF-DAY STEP HAS COMPLETED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS CTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD RUN-CONTROL-FILE.
       COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.

       01 CTL-FILE-STATUS PIC X(02).

      * ONE ENTRY PER STEP AND STEP IT DEPENDS ON. A STEP THAT
      * DEPENDS ON NOTHING HAS ONE ENTRY WITH A BLANK PREREQUISITE.
       01 STEP-TABLE-VALUES.
           05 FILLER PIC X(32) VALUE "LOANBOARD".
           05 FILLER PIC X(32) VALUE "LOANPEND".
           05 FILLER PIC X(32) VALUE
               "LOANAMORTBATCH  LOANPEND".
           05 FILLER PIC X(32) VALUE "LOANACHRETN".
           05 FILLER PIC X(32) VALUE
               "LOANPOST        LOANAMORTBATCH".
           05 FILLER PIC X(32) VALUE
               "LOANPOST        LOANACHRETN".
           05 FILLER PIC X(32) VALUE
               "LOANPAYPOST     LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANLATE        LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANCOLL        LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANCOLL        LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANACH         LOANAMORTBATCH".
           05 FILLER PIC X(32) VALUE
               "LOANACH         LOANACHRETN".
           05 FILLER PIC X(32) VALUE
               "LOANACH         LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANBILL        LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANBILL        LOANLATE".
           05 FILLER PIC X(32) VALUE
               "LOANBILL        LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANDISB        LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANDISB        LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANGLEXT       LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANGLEXT       LOANLATE".
           05 FILLER PIC X(32) VALUE
               "LOANGLEXT       LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANGLEXT       LOANDISB".
           05 FILLER PIC X(32) VALUE
               "LOANJRPT        LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANPAYOFF      LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANINTSUM      LOANAMORTBATCH".
           05 FILLER PIC X(32) VALUE
               "LOANMETRO       LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANMETRO       LOANCOLL".
           05 FILLER PIC X(32) VALUE
               "LOANTRBAL       LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANTRBAL       LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANTRBAL       LOANGLEXT".
           05 FILLER PIC X(32) VALUE
               "LOANESCROW      LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANESCROW      LOANDISB".
           05 FILLER PIC X(32) VALUE
               "LOAN1098        LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOAN1098        LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANAMORTBATCH".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANACHRETN".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANPOST".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANPAYPOST".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANLATE".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANCOLL".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANACH".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANBILL".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANDISB".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANGLEXT".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANJRPT".
           05 FILLER PIC X(32) VALUE
               "LOANEOD         LOANPEND".
       01 STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05 STEP-ENTRY OCCURS 46 TIMES.
               10 SP-STEP PIC X(16).
               10 SP-PREREQ PIC X(16).
       01 STEP-ENTRY-COUNT PIC S9(3) COMP VALUE 46.
       01 STEP-NDX PIC S9(3) COMP.

       01 STEP-FOUND-SWITCH PIC 9 VALUE 0.
         88 STEP-FOUND VALUE 1.

      * HOLIDAYS FROM THE PRIOR BUSINESS DATE ON, LOADED ONCE PER RUN
      * SO A STEP CAN ASK FOR THE NEXT BUSINESS DAY AS OFTEN AS IT
      * LIKES WITHOUT GOING BACK TO THE FILE.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-COUNT PIC S9(3) COMP VALUE ZERO.
           05 HOLIDAY-DATE PIC 9(8) OCCURS 200 TIMES.
       01 HOLIDAY-MAX PIC S9(3) COMP VALUE 200.
       01 HOLIDAY-NDX PIC S9(3) COMP.

       01 HOLIDAYS-LOADED-SWITCH PIC 9 VALUE 0.
         88 HOLIDAYS-LOADED VALUE 1.

       01 HOLIDAY-EOF-SWITCH PIC 9 VALUE 0.
         88 HOLIDAY-EOF VALUE 1.

       01 CTL-OPEN-SWITCH PIC 9 VALUE 0.
         88 CTL-OPEN VALUE 1.

       01 BUSINESS-DAY-SWITCH PIC 9 VALUE 0.
         88 IS-BUSINESS-DAY VALUE 1.

       01 STEP-ON-FILE-SWITCH PIC 9 VALUE 0.
         88 STEP-ON-FILE VALUE 1.

       01 CANDIDATE-DATE PIC 9(8).
       01 CANDIDATE-INT PIC S9(7) COMP.
       01 WEEK-QUOT PIC S9(7) COMP.
       01 WEEKDAY-NBR PIC S9(3) COMP.
       01 DAYS-TRIED PIC S9(3) COMP.

       01 SAVE-BUSINESS-DATE PIC 9(8).
       01 RUN-OPERATOR PIC X(20) VALUE SPACES.
       01 TODAY-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).

       LINKAGE SECTION.

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION USING RUN-LINK.

           MOVE ZERO TO RL-RETURN-CODE
           MOVE SPACES TO RL-MESSAGE

           EVALUATE TRUE
               WHEN RL-BEGIN-STEP
                   PERFORM 1000-BEGIN-STEP THRU 1000-BEGIN-STEP-EXIT
               WHEN RL-END-STEP
                   PERFORM 2000-END-STEP THRU 2000-END-STEP-EXIT
               WHEN RL-NEXT-BUSINESS-DAY
                   PERFORM 3000-NEXT-BUSINESS-DAY
                       THRU 3000-NEXT-BUSINESS-DAY-EXIT
               WHEN RL-ROLL-DATE
                   PERFORM 4000-ROLL-DATE THRU 4000-ROLL-DATE-EXIT
               WHEN OTHER
                   SET RL-CONTROL-ERROR TO TRUE
                   MOVE "LOANCTL FUNCTION MUST BE B, E, N OR R" TO
                       RL-MESSAGE
           END-EVALUATE

           IF CTL-OPEN
               CLOSE RUN-CONTROL-FILE
               MOVE 0 TO CTL-OPEN-SWITCH
           END-IF

           GOBACK.

      * OPEN RUNCTL AND READ THE DATE-CONTROL RECORD INTO RUN-LINK.
      * A MISSING FILE OR CONTROL RECORD MEANS THE BUSINESS DATE HAS
      * NEVER BEEN SET UP ON CTLMAINT.
       0100-OPEN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF CTL-FILE-STATUS NOT = "00"
               SET RL-CONTROL-ERROR TO TRUE
               STRING "RUNCTL NOT AVAILABLE - STATUS " CTL-FILE-STATUS
                   " - SET UP ON CTLMAINT" DELIMITED BY SIZE
                   INTO RL-MESSAGE
               GO TO 0100-OPEN-CONTROL-EXIT
           END-IF
           SET CTL-OPEN TO TRUE

           PERFORM 0200-READ-DATE-CONTROL
               THRU 0200-READ-DATE-CONTROL-EXIT
           IF NOT RL-OK
               GO TO 0100-OPEN-CONTROL-EXIT
           END-IF

           MOVE RC-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE RC-PRIOR-BUSINESS-DATE TO RL-PRIOR-BUSINESS-DATE
           MOVE RC-ACH-WINDOW TO RL-ACH-WINDOW
           MOVE RC-DISB-WINDOW TO RL-DISB-WINDOW
           ACCEPT RUN-OPERATOR FROM ENVIRONMENT "USER".
       0100-OPEN-CONTROL-EXIT.
           EXIT.

       0200-READ-DATE-CONTROL.
           MOVE SPACES TO RC-KEY
           SET RC-TYPE-CONTROL TO TRUE
           MOVE ZERO TO RC-KEY-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET RL-CONTROL-ERROR TO TRUE
                   MOVE "NO BUSINESS DATE - SET UP ON CTLMAINT"
                       TO RL-MESSAGE
           END-READ.
       0200-READ-DATE-CONTROL-EXIT.
           EXIT.

      * READ THE STEP-RUN RECORD FOR RC-KEY-STEP ON THE CURRENT
      * BUSINESS DATE.
       0300-READ-STEP-RUN.
           MOVE 0 TO STEP-ON-FILE-SWITCH
           SET RC-TYPE-STEP TO TRUE
           MOVE RL-BUSINESS-DATE TO RC-KEY-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STEP-ON-FILE TO TRUE
           END-READ.
       0300-READ-STEP-RUN-EXIT.
           EXIT.

      * LOAD THE HOLIDAYS FROM THE PRIOR BUSINESS DATE ON. RUNCTL
      * MUST ALREADY BE OPEN.
       0400-LOAD-HOLIDAYS.
           MOVE ZERO TO HOLIDAY-COUNT
           MOVE 0 TO HOLIDAY-EOF-SWITCH
           MOVE SPACES TO RC-KEY
           SET RC-TYPE-HOLIDAY TO TRUE
           MOVE RL-PRIOR-BUSINESS-DATE TO RC-KEY-DATE
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET HOLIDAY-EOF TO TRUE
           END-START

           PERFORM UNTIL HOLIDAY-EOF
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       SET HOLIDAY-EOF TO TRUE
                   NOT AT END
                       IF NOT RC-TYPE-HOLIDAY
                           SET HOLIDAY-EOF TO TRUE
                       ELSE
                           IF HOLIDAY-COUNT < HOLIDAY-MAX
                               ADD 1 TO HOLIDAY-COUNT
                               MOVE RC-KEY-DATE TO
                                   HOLIDAY-DATE(HOLIDAY-COUNT)
                           ELSE
                               DISPLAY "LOANCTL HOLIDAY TABLE FULL - "
                                   "HOLIDAY " RC-KEY-DATE " IGNORED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET HOLIDAYS-LOADED TO TRUE.
       0400-LOAD-HOLIDAYS-EXIT.
           EXIT.

      * THE STEP MUST BE IN THE TABLE AND EVERY STEP IT DEPENDS ON
      * MUST HAVE COMPLETED FOR THE BUSINESS DATE. THE STEP'S OWN RUN
      * RECORD IS THEN WRITTEN, OR REWRITTEN FOR A RERUN, AS RUNNING.
       1000-BEGIN-STEP.
           MOVE "N" TO RL-RESTART-SWITCH
           PERFORM 0100-OPEN-CONTROL THRU 0100-OPEN-CONTROL-EXIT
           IF NOT RL-OK
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF

           MOVE 0 TO STEP-FOUND-SWITCH
           PERFORM VARYING STEP-NDX FROM 1 BY 1
                   UNTIL STEP-NDX > STEP-ENTRY-COUNT OR NOT RL-OK
               IF SP-STEP(STEP-NDX) = RL-STEP-NAME
                   SET STEP-FOUND TO TRUE
                   IF SP-PREREQ(STEP-NDX) NOT = SPACES
                       PERFORM 1100-CHECK-PREREQ
                           THRU 1100-CHECK-PREREQ-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT RL-OK
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF
           IF NOT STEP-FOUND
               SET RL-CONTROL-ERROR TO TRUE
               STRING "STEP " RL-STEP-NAME DELIMITED BY SPACE
                   " IS NOT DEFINED TO LOANCTL" DELIMITED BY SIZE
                   INTO RL-MESSAGE
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF

           MOVE RL-STEP-NAME TO RC-KEY-STEP
           PERFORM 0300-READ-STEP-RUN THRU 0300-READ-STEP-RUN-EXIT
           IF STEP-ON-FILE
               IF RR-STEP-RUNNING
                   SET RL-RESTART TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               INITIALIZE RUN-STEP-RECORD
               SET RC-TYPE-STEP TO TRUE
               MOVE RL-BUSINESS-DATE TO RC-KEY-DATE
               MOVE RL-STEP-NAME TO RC-KEY-STEP
           END-IF

           ADD 1 TO RR-RUN-COUNT
           SET RR-STEP-RUNNING TO TRUE
           ACCEPT RR-START-DATE FROM DATE YYYYMMDD
           ACCEPT RR-START-TIME FROM TIME
           MOVE ZERO TO RR-END-DATE
           MOVE ZERO TO RR-END-TIME
           MOVE ZERO TO RR-COUNT-IN
           MOVE ZERO TO RR-COUNT-OUT
           MOVE ZERO TO RR-COUNT-REJECT
           MOVE RUN-OPERATOR TO RR-OPERATOR

           IF STEP-ON-FILE
               REWRITE RUN-STEP-RECORD
           ELSE
               WRITE RUN-STEP-RECORD
           END-IF
           IF CTL-FILE-STATUS NOT = "00"
               SET RL-CONTROL-ERROR TO TRUE
               STRING "RUNCTL STEP WRITE FAILED - STATUS "
                   CTL-FILE-STATUS DELIMITED BY SIZE INTO RL-MESSAGE
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF

           IF NOT HOLIDAYS-LOADED
               PERFORM 0400-LOAD-HOLIDAYS THRU 0400-LOAD-HOLIDAYS-EXIT
           END-IF.
       1000-BEGIN-STEP-EXIT.
           EXIT.

       1100-CHECK-PREREQ.
           MOVE SP-PREREQ(STEP-NDX) TO RC-KEY-STEP
           PERFORM 0300-READ-STEP-RUN THRU 0300-READ-STEP-RUN-EXIT
           IF STEP-ON-FILE
               IF RR-STEP-COMPLETE
                   GO TO 1100-CHECK-PREREQ-EXIT
               END-IF
           END-IF

           SET RL-NOT-READY TO TRUE
           STRING SP-PREREQ(STEP-NDX) DELIMITED BY SPACE
               " HAS NOT COMPLETED FOR " DELIMITED BY SIZE
               RL-BUSINESS-DATE DELIMITED BY SIZE
               INTO RL-MESSAGE.
       1100-CHECK-PREREQ-EXIT.
           EXIT.

       2000-END-STEP.
           PERFORM 0100-OPEN-CONTROL THRU 0100-OPEN-CONTROL-EXIT
           IF NOT RL-OK
               GO TO 2000-END-STEP-EXIT
           END-IF

           MOVE RL-STEP-NAME TO RC-KEY-STEP
           PERFORM 0300-READ-STEP-RUN THRU 0300-READ-STEP-RUN-EXIT
           IF NOT STEP-ON-FILE
               SET RL-CONTROL-ERROR TO TRUE
               STRING "STEP " RL-STEP-NAME DELIMITED BY SPACE
                   " WAS NOT STARTED FOR " DELIMITED BY SIZE
                   RL-BUSINESS-DATE DELIMITED BY SIZE
                   INTO RL-MESSAGE
               GO TO 2000-END-STEP-EXIT
           END-IF

           SET RR-STEP-COMPLETE TO TRUE
           ACCEPT RR-END-DATE FROM DATE YYYYMMDD
           ACCEPT RR-END-TIME FROM TIME
           MOVE RL-COUNT-IN TO RR-COUNT-IN
           MOVE RL-COUNT-OUT TO RR-COUNT-OUT
           MOVE RL-COUNT-REJECT TO RR-COUNT-REJECT
           REWRITE RUN-STEP-RECORD
           IF CTL-FILE-STATUS NOT = "00"
               SET RL-CONTROL-ERROR TO TRUE
               STRING "RUNCTL STEP WRITE FAILED - STATUS "
                   CTL-FILE-STATUS DELIMITED BY SIZE INTO RL-MESSAGE
           END-IF.
       2000-END-STEP-EXIT.
           EXIT.

      * THE HOLIDAYS ARE NORMALLY ALREADY LOADED BY THE CALLER'S
      * BEGIN-STEP CALL.
       3000-NEXT-BUSINESS-DAY.
           IF NOT HOLIDAYS-LOADED
               PERFORM 0100-OPEN-CONTROL THRU 0100-OPEN-CONTROL-EXIT
               IF NOT RL-OK
                   GO TO 3000-NEXT-BUSINESS-DAY-EXIT
               END-IF
               PERFORM 0400-LOAD-HOLIDAYS THRU 0400-LOAD-HOLIDAYS-EXIT
           END-IF

           MOVE RL-WORK-DATE TO CANDIDATE-DATE
           PERFORM 3100-FIND-BUSINESS-DAY
               THRU 3100-FIND-BUSINESS-DAY-EXIT
           IF RL-OK
               MOVE CANDIDATE-DATE TO RL-WORK-DATE
           END-IF.
       3000-NEXT-BUSINESS-DAY-EXIT.
           EXIT.

      * WALK FORWARD FROM CANDIDATE-DATE TO THE FIRST DAY THAT IS
      * NEITHER A SATURDAY, A SUNDAY NOR A HOLIDAY. DAY 1 OF THE
      * INTEGER DATES (1 JANUARY 1601) WAS A MONDAY, SO THE REMAINDER
      * BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
       3100-FIND-BUSINESS-DAY.
           COMPUTE CANDIDATE-INT =
               FUNCTION INTEGER-OF-DATE(CANDIDATE-DATE)
           IF CANDIDATE-INT = 0
               SET RL-CONTROL-ERROR TO TRUE
               STRING "DATE " CANDIDATE-DATE " IS NOT A VALID DATE"
                   DELIMITED BY SIZE INTO RL-MESSAGE
               GO TO 3100-FIND-BUSINESS-DAY-EXIT
           END-IF

           MOVE 0 TO BUSINESS-DAY-SWITCH
           MOVE ZERO TO DAYS-TRIED
           PERFORM UNTIL IS-BUSINESS-DAY OR DAYS-TRIED > 31
               PERFORM 3200-CHECK-ONE-DAY THRU 3200-CHECK-ONE-DAY-EXIT
               IF NOT IS-BUSINESS-DAY
                   ADD 1 TO CANDIDATE-INT
                   ADD 1 TO DAYS-TRIED
               END-IF
           END-PERFORM

           IF NOT IS-BUSINESS-DAY
               SET RL-CONTROL-ERROR TO TRUE
               MOVE "NO BUSINESS DAY WITHIN A MONTH - CHECK HOLIDAYS"
                   TO RL-MESSAGE
               GO TO 3100-FIND-BUSINESS-DAY-EXIT
           END-IF
           COMPUTE CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(CANDIDATE-INT).
       3100-FIND-BUSINESS-DAY-EXIT.
           EXIT.

       3200-CHECK-ONE-DAY.
           SET IS-BUSINESS-DAY TO TRUE
           DIVIDE CANDIDATE-INT BY 7
               GIVING WEEK-QUOT REMAINDER WEEKDAY-NBR
           IF WEEKDAY-NBR = 6 OR WEEKDAY-NBR = 0
               MOVE 0 TO BUSINESS-DAY-SWITCH
               GO TO 3200-CHECK-ONE-DAY-EXIT
           END-IF

           COMPUTE CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(CANDIDATE-INT)
           PERFORM VARYING HOLIDAY-NDX FROM 1 BY 1
                   UNTIL HOLIDAY-NDX > HOLIDAY-COUNT
               IF HOLIDAY-DATE(HOLIDAY-NDX) = CANDIDATE-DATE
                   MOVE 0 TO BUSINESS-DAY-SWITCH
               END-IF
           END-PERFORM.
       3200-CHECK-ONE-DAY-EXIT.
           EXIT.

      * THE DAY IS CLOSED BY LOANEOD; ONLY THEN DOES THE BUSINESS DATE
      * MOVE ON TO THE NEXT BUSINESS DAY AND THE OLD DATE BECOME THE
      * PRIOR BUSINESS DATE.
       4000-ROLL-DATE.
           PERFORM 0100-OPEN-CONTROL THRU 0100-OPEN-CONTROL-EXIT
           IF NOT RL-OK
               GO TO 4000-ROLL-DATE-EXIT
           END-IF

           MOVE "LOANEOD" TO RC-KEY-STEP
           PERFORM 0300-READ-STEP-RUN THRU 0300-READ-STEP-RUN-EXIT
           IF NOT STEP-ON-FILE OR NOT RR-STEP-COMPLETE
               SET RL-NOT-READY TO TRUE
               STRING "LOANEOD HAS NOT COMPLETED FOR "
                   RL-BUSINESS-DATE DELIMITED BY SIZE INTO RL-MESSAGE
               GO TO 4000-ROLL-DATE-EXIT
           END-IF

           IF NOT HOLIDAYS-LOADED
               PERFORM 0400-LOAD-HOLIDAYS THRU 0400-LOAD-HOLIDAYS-EXIT
           END-IF
           COMPUTE CANDIDATE-INT =
               FUNCTION INTEGER-OF-DATE(RL-BUSINESS-DATE) + 1
           COMPUTE CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(CANDIDATE-INT)
           PERFORM 3100-FIND-BUSINESS-DAY
               THRU 3100-FIND-BUSINESS-DAY-EXIT
           IF NOT RL-OK
               GO TO 4000-ROLL-DATE-EXIT
           END-IF

           MOVE RL-BUSINESS-DATE TO SAVE-BUSINESS-DATE
           PERFORM 0200-READ-DATE-CONTROL
               THRU 0200-READ-DATE-CONTROL-EXIT
           IF NOT RL-OK
               GO TO 4000-ROLL-DATE-EXIT
           END-IF
           MOVE SAVE-BUSINESS-DATE TO RC-PRIOR-BUSINESS-DATE
           MOVE CANDIDATE-DATE TO RC-BUSINESS-DATE
           ACCEPT RC-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT RC-CHANGED-TIME FROM TIME
           MOVE RUN-OPERATOR TO RC-CHANGED-BY
           REWRITE RUN-CONTROL-RECORD
           IF CTL-FILE-STATUS NOT = "00"
               SET RL-CONTROL-ERROR TO TRUE
               STRING "RUNCTL DATE ROLL FAILED - STATUS "
                   CTL-FILE-STATUS DELIMITED BY SIZE INTO RL-MESSAGE
               GO TO 4000-ROLL-DATE-EXIT
           END-IF
           MOVE SAVE-BUSINESS-DATE TO RL-PRIOR-BUSINESS-DATE
           MOVE CANDIDATE-DATE TO RL-BUSINESS-DATE.
       4000-ROLL-DATE-EXIT.
           EXIT.

       END PROGRAM LOANCTL.

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
       PROGRAM-ID. LOANEOD.
       REMARKS. END-OF-DAY RUN. THIS PROGRAM CLOSES THE BUSINESS DAY
               FOR THE BATCH CHAIN. IT IS THE LAST STEP UNDER LOANCTL
               AND WILL NOT START UNTIL EVERY NIGHTLY STEP -
               LOANPEND, LOANAMORTBATCH, LOANACHRETN, LOANPOST,
               LOANPAYPOST, LOANLATE, LOANCOLL, LOANACH, LOANBILL,
               LOANDISB, LOANGLEXT AND LOANJRPT - HAS COMPLETED FOR
               THE BUSINESS DATE. IT READS THE STEP-RUN RECORDS LOANCTL
               KEPT ON RUNCTL FOR THE DAY AND PRINTS THE RUNLOG RUN
               LOG - EACH STEP WITH ITS STATUS, THE NUMBER OF TIMES IT
               WAS RUN, ITS START AND END AND ITS RECORD COUNTS IN,
               OUT AND REJECTED - AND FLAGS ANY STEP RUN THAT DAY THAT
               NEVER FINISHED. IT THEN RECORDS ITS OWN COMPLETION AND
               ROLLS THE BUSINESS DATE ON RUNCTL TO THE NEXT BUSINESS
               DAY, SKIPPING WEEKENDS AND THE HOLIDAYS KEPT ON
               CTLMAINT, AND THE RUN LOG ENDS WITH THE DATE THE CHAIN
               WILL RUN FOR NEXT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD RUN-CONTROL-FILE.
       COPY "RUNCTL.CPY".

       FD RUN-LOG-FILE.
       01 RUN-LOG-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 CTL-FILE-STATUS PIC X(02).

       01 STEP-EOF-SWITCH PIC 9 VALUE 0.
         88 STEP-EOF VALUE 1.

       01 BUSINESS-DATE PIC 9(8) VALUE ZERO.

       01 STEPS-LISTED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 STEPS-COMPLETE-COUNT PIC S9(5) COMP VALUE ZERO.
       01 STEPS-OPEN-COUNT PIC S9(5) COMP VALUE ZERO.
       01 COUNT-D PIC ZZZZ9.

       01 TIME-WORK PIC 9(8).
       01 TIME-WORK-R REDEFINES TIME-WORK.
           05 TW-HH PIC 9(2).
           05 TW-MM PIC 9(2).
           05 TW-SS PIC 9(2).
           05 FILLER PIC 9(2).
       01 TIME-EDIT.
           05 TE-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 TE-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 TE-SS PIC 9(2).

       01 RUN-LOG-DETAIL-LINE.
           05 RD-STEP-NAME PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-STATUS PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RUN-COUNT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-START-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-START-TIME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-END-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-END-TIME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-COUNT-IN PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-COUNT-OUT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-COUNT-REJECT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-OPERATOR PIC X(20).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           MOVE RL-BUSINESS-DATE TO BUSINESS-DATE

           OPEN INPUT RUN-CONTROL-FILE
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "LOANEOD CANNOT OPEN RUNCTL - STATUS "
                   CTL-FILE-STATUS
               GOBACK
           END-IF

           OPEN OUTPUT RUN-LOG-FILE
           PERFORM 8000-WRITE-LOG-HEADING
               THRU 8000-WRITE-LOG-HEADING-EXIT

           PERFORM 1000-START-STEPS THRU 1000-START-STEPS-EXIT
           PERFORM UNTIL STEP-EOF
               PERFORM 2000-LIST-ONE-STEP THRU 2000-LIST-ONE-STEP-EXIT
               PERFORM 1100-READ-STEP THRU 1100-READ-STEP-EXIT
           END-PERFORM

           CLOSE RUN-CONTROL-FILE

           PERFORM 8200-WRITE-LOG-TOTALS THRU 8200-WRITE-LOG-TOTALS-EXIT

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT
           IF RL-OK
               PERFORM 9950-ROLL-DATE THRU 9950-ROLL-DATE-EXIT
           END-IF

           CLOSE RUN-LOG-FILE

           MOVE STEPS-LISTED-COUNT TO COUNT-D
           DISPLAY "LOANEOD LISTED " COUNT-D " STEP RUN(S) FOR "
               BUSINESS-DATE
           IF STEPS-OPEN-COUNT > ZERO
               MOVE STEPS-OPEN-COUNT TO COUNT-D
               DISPLAY "LOANEOD " COUNT-D " STEP(S) NEVER FINISHED - "
                   "SEE RUNLOG"
           END-IF

           GOBACK.

      * THE DAY IS ONLY CLOSED ONCE LOANCTL HAS CONFIRMED EVERY
      * NIGHTLY STEP HAS COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANEOD" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANEOD NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * POSITION ON THE FIRST STEP-RUN RECORD FOR THE BUSINESS DATE.
       1000-START-STEPS.
           MOVE SPACES TO RC-KEY
           SET RC-TYPE-STEP TO TRUE
           MOVE BUSINESS-DATE TO RC-KEY-DATE
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET STEP-EOF TO TRUE
                   GO TO 1000-START-STEPS-EXIT
           END-START
           PERFORM 1100-READ-STEP THRU 1100-READ-STEP-EXIT.
       1000-START-STEPS-EXIT.
           EXIT.

      * THE STEP-RUN RECORDS FOR ONE DATE ARE TOGETHER IN KEY ORDER;
      * THE FIRST RECORD FOR ANOTHER TYPE OR DATE ENDS THE DAY.
       1100-READ-STEP.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET STEP-EOF TO TRUE
                   GO TO 1100-READ-STEP-EXIT
           END-READ
           IF NOT RC-TYPE-STEP OR RC-KEY-DATE NOT = BUSINESS-DATE
               SET STEP-EOF TO TRUE
           END-IF.
       1100-READ-STEP-EXIT.
           EXIT.

      * ONE LINE PER STEP RUN. LOANEOD'S OWN RECORD IS STILL RUNNING
      * WHILE THE LOG IS PRINTED AND IS LEFT OFF.
       2000-LIST-ONE-STEP.
           IF RC-KEY-STEP = "LOANEOD"
               GO TO 2000-LIST-ONE-STEP-EXIT
           END-IF

           MOVE RC-KEY-STEP TO RD-STEP-NAME
           IF RR-STEP-COMPLETE
               MOVE "COMPLETE" TO RD-STATUS
               ADD 1 TO STEPS-COMPLETE-COUNT
           ELSE
               MOVE "NOT FINISHED" TO RD-STATUS
               ADD 1 TO STEPS-OPEN-COUNT
           END-IF
           MOVE RR-RUN-COUNT TO RD-RUN-COUNT
           MOVE RR-START-DATE TO RD-START-DATE
           MOVE RR-START-TIME TO TIME-WORK
           PERFORM 2100-EDIT-TIME THRU 2100-EDIT-TIME-EXIT
           MOVE TIME-EDIT TO RD-START-TIME
           MOVE RR-END-DATE TO RD-END-DATE
           IF RR-STEP-COMPLETE
               MOVE RR-END-TIME TO TIME-WORK
               PERFORM 2100-EDIT-TIME THRU 2100-EDIT-TIME-EXIT
               MOVE TIME-EDIT TO RD-END-TIME
           ELSE
               MOVE SPACES TO RD-END-TIME
           END-IF
           MOVE RR-COUNT-IN TO RD-COUNT-IN
           MOVE RR-COUNT-OUT TO RD-COUNT-OUT
           MOVE RR-COUNT-REJECT TO RD-COUNT-REJECT
           MOVE RR-OPERATOR TO RD-OPERATOR
           WRITE RUN-LOG-LINE FROM RUN-LOG-DETAIL-LINE
           ADD 1 TO STEPS-LISTED-COUNT.
       2000-LIST-ONE-STEP-EXIT.
           EXIT.

       2100-EDIT-TIME.
           MOVE TW-HH TO TE-HH
           MOVE TW-MM TO TE-MM
           MOVE TW-SS TO TE-SS.
       2100-EDIT-TIME-EXIT.
           EXIT.

       8000-WRITE-LOG-HEADING.
           MOVE SPACES TO RUN-LOG-LINE
           STRING "BATCH RUN LOG FOR BUSINESS DATE " BUSINESS-DATE
               " - PRIOR BUSINESS DATE " RL-PRIOR-BUSINESS-DATE
               INTO RUN-LOG-LINE
           WRITE RUN-LOG-LINE

           MOVE SPACES TO RUN-LOG-LINE
           STRING "STEP              STATUS       RUNS  STARTED"
               "            ENDED               COUNT IN"
               "  COUNT OUT    REJECTS  OPERATOR"
               INTO RUN-LOG-LINE
           WRITE RUN-LOG-LINE.
       8000-WRITE-LOG-HEADING-EXIT.
           EXIT.

       8200-WRITE-LOG-TOTALS.
           MOVE SPACES TO RUN-LOG-LINE
           WRITE RUN-LOG-LINE

           MOVE SPACES TO RUN-LOG-LINE
           MOVE STEPS-LISTED-COUNT TO COUNT-D
           STRING "STEPS RUN .................: " COUNT-D
               INTO RUN-LOG-LINE
           WRITE RUN-LOG-LINE

           MOVE SPACES TO RUN-LOG-LINE
           MOVE STEPS-COMPLETE-COUNT TO COUNT-D
           STRING "STEPS COMPLETE ............: " COUNT-D
               INTO RUN-LOG-LINE
           WRITE RUN-LOG-LINE

           MOVE SPACES TO RUN-LOG-LINE
           MOVE STEPS-OPEN-COUNT TO COUNT-D
           STRING "STEPS NEVER FINISHED ......: " COUNT-D
               INTO RUN-LOG-LINE
           WRITE RUN-LOG-LINE.
       8200-WRITE-LOG-TOTALS-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE STEP RUNS LISTED, THE
      * STEPS COMPLETE AND THE STEPS THAT NEVER FINISHED. THE DATE
      * CANNOT BE ROLLED UNTIL THIS HAS BEEN RECORDED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE STEPS-LISTED-COUNT TO RL-COUNT-IN
           MOVE STEPS-COMPLETE-COUNT TO RL-COUNT-OUT
           MOVE STEPS-OPEN-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANEOD COMPLETION NOT RECORDED - "
                   RL-MESSAGE
               MOVE SPACES TO RUN-LOG-LINE
               STRING "BUSINESS DATE NOT ROLLED - " RL-MESSAGE
                   INTO RUN-LOG-LINE
               WRITE RUN-LOG-LINE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

      * MOVE THE BUSINESS DATE ON TO THE NEXT BUSINESS DAY. THE NEXT
      * NIGHTLY CHAIN RUNS FOR THE NEW DATE.
       9950-ROLL-DATE.
           SET RL-ROLL-DATE TO TRUE
           CALL "LOANCTL" USING RUN-LINK
           MOVE SPACES TO RUN-LOG-LINE
           IF RL-OK
               STRING "BUSINESS DATE ROLLED FROM "
                   RL-PRIOR-BUSINESS-DATE " TO " RL-BUSINESS-DATE
                   INTO RUN-LOG-LINE
               DISPLAY "LOANEOD BUSINESS DATE ROLLED FROM "
                   RL-PRIOR-BUSINESS-DATE " TO " RL-BUSINESS-DATE
           ELSE
               STRING "BUSINESS DATE NOT ROLLED - " RL-MESSAGE
                   INTO RUN-LOG-LINE
               DISPLAY "LOANEOD BUSINESS DATE NOT ROLLED - "
                   RL-MESSAGE
           END-IF
           WRITE RUN-LOG-LINE.
       9950-ROLL-DATE-EXIT.
           EXIT.

       END PROGRAM LOANEOD.

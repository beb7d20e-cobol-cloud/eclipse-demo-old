      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * RUNLINK.CPY
      *
      * PARAMETER AREA PASSED TO THE LOANCTL RUN-CONTROL SUBPROGRAM.
      * EVERY BATCH STEP CALLS IT WITH FUNCTION B BEFORE OPENING ITS
      * FILES AND FUNCTION E WHEN IT HAS FINISHED CLEANLY.
      *   B  BEGIN STEP RL-STEP-NAME. LOANCTL CHECKS THAT EVERY STEP
      *      IT DEPENDS ON HAS COMPLETED FOR THE CURRENT BUSINESS
      *      DATE, RECORDS THE START AND RETURNS THE BUSINESS DATE,
      *      THE PRIOR BUSINESS DATE AND THE WINDOWS. RL-RESTART IS
      *      SET WHEN AN EARLIER RUN OF THE STEP FOR THE SAME DATE
      *      NEVER FINISHED. ANY RETURN CODE BUT RL-OK MEANS THE STEP
      *      MUST NOT RUN; RL-MESSAGE SAYS WHY.
      *   E  END STEP RL-STEP-NAME, RECORDING THE THREE COUNTS.
      *   N  RETURN IN RL-WORK-DATE THE FIRST BUSINESS DAY ON OR
      *      AFTER RL-WORK-DATE (WEEKENDS AND HOLIDAYS SKIPPED).
      *   R  ROLL THE BUSINESS DATE TO THE NEXT BUSINESS DAY. ONLY
      *      ALLOWED ONCE LOANEOD HAS COMPLETED FOR THE CURRENT DATE;
      *      THE NEW DATE IS RETURNED IN RL-BUSINESS-DATE AND THE OLD
      *      ONE IN RL-PRIOR-BUSINESS-DATE.
      *
      ******************************************************************
       01 RUN-LINK.
           05 RL-FUNCTION PIC X(01).
               88 RL-BEGIN-STEP VALUE "B".
               88 RL-END-STEP VALUE "E".
               88 RL-NEXT-BUSINESS-DAY VALUE "N".
               88 RL-ROLL-DATE VALUE "R".
           05 RL-STEP-NAME PIC X(16).
           05 RL-RETURN-CODE PIC 9(02).
               88 RL-OK VALUE 0.
               88 RL-NOT-READY VALUE 8.
               88 RL-CONTROL-ERROR VALUE 12.
           05 RL-MESSAGE PIC X(60).
           05 RL-BUSINESS-DATE PIC 9(8).
           05 RL-PRIOR-BUSINESS-DATE PIC 9(8).
           05 RL-ACH-WINDOW PIC 9(3).
           05 RL-DISB-WINDOW PIC 9(3).
           05 RL-RESTART-SWITCH PIC X(01).
               88 RL-RESTART VALUE "Y".
           05 RL-WORK-DATE PIC 9(8).
           05 RL-COUNT-IN PIC S9(9) COMP-3.
           05 RL-COUNT-OUT PIC S9(9) COMP-3.
           05 RL-COUNT-REJECT PIC S9(9) COMP-3.

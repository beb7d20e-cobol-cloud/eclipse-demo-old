               FIRST-PAY-DATE; ROWS WITHOUT A DATE ARE REPORTED
               UNDER YEAR 0000 SO NO INTEREST EVER DROPS OUT OF THE
               GRAND TOTAL.
               THE RUN IS A STEP OF THE BATCH CHAIN UNDER LOANCTL AND
               WILL NOT START UNTIL LOANAMORTBATCH HAS COMPLETED FOR
               THE BUSINESS DATE.

       ENVIRONMENT DIVISION.

       01 GRAND-TOTAL-D PIC ZZZZZZZZZZ9.99.
       01 COUNT-D PIC ZZZZ9.

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANINTSUM CANNOT OPEN LOANSKED - STATUS "
           MOVE LOANS-REPORTED-COUNT TO COUNT-D
           DISPLAY "LOANINTSUM REPORTED " COUNT-D " LOAN(S)"

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NOTHING IS REPORTED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * SCHEDULES HAVE BEEN WRITTEN AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANINTSUM" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANINTSUM NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * FIRST PASS - COUNT THE HEADERS AND DETAILS AND SUM THE
      * DETAIL INTEREST, THEN CHECK THEM AGAINST THE TRAILER. A FILE
      * WITH NO TRAILER OR WITH COUNTS OR HASH THAT DO NOT AGREE IS
       8000-WRITE-YEAR-TOTALS-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS ON THE SCHEDULE
      * AND THE LOANS REPORTED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE V-HEADER-COUNT TO RL-COUNT-IN
           MOVE LOANS-REPORTED-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANINTSUM COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANINTSUM.

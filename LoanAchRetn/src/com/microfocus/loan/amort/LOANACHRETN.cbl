               UNMATCHED FOR THE OPERATOR TO RESEARCH. THE OPERATOR
               REPLACES RECEIPTS WITH RCPTSNEW BEFORE THE NEXT
               LOANPOST RUN.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL;
               LOANPOST AND LOANACH WILL NOT START FOR THE BUSINESS
               DATE UNTIL IT HAS COMPLETED.

       ENVIRONMENT DIVISION.

           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-DISPOSITION PIC X(22).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT RETURN-FILE
           IF RETN-FILE-STATUS NOT = "00"
               DISPLAY "LOANACHRETN CANNOT OPEN ACHRETRN - STATUS "
           DISPLAY "LOANACHRETN REPLACE RECEIPTS WITH RCPTSNEW "
               "BEFORE THE NEXT LOANPOST RUN"

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * THE RETURNS ARE CLEARED FOR THE CURRENT BUSINESS DATE ONLY
      * ONCE LOANCTL HAS RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANACHRETN" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANACHRETN NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       1000-READ-RECEIPT.
           READ RECEIPTS-FILE
               AT END
       8000-WRITE-TOTALS-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE RETURNS READ, THE
      * RECEIPTS REVERSED AND THE RETURNS LEFT UNMATCHED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE RETURNS-READ-COUNT TO RL-COUNT-IN
           MOVE REVERSED-COUNT TO RL-COUNT-OUT
           MOVE UNMATCHED-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANACHRETN COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANACHRETN.

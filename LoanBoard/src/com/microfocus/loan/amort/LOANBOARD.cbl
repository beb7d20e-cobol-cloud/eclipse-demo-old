               TO THE PURCHASE SETTLEMENT STATEMENT. IF THE RATE
               SHEET CANNOT BE OPENED THE RUN CONTINUES WITH RATE
               VERIFICATION SKIPPED AND A WARNING DISPLAYED.
               THE RUN IS A STEP OF THE BATCH CHAIN UNDER LOANCTL AND
               RECORDS ITS START, END AND COUNTS AGAINST THE BUSINESS
               DATE, WHICH IS ALSO THE RUN DATE ON THE REPORT AND THE
               RATE SHEET DATE FOR A LOAN WITH NO ORIGINATION DATE.

       ENVIRONMENT DIVISION.

       FD RATE-SHEET-FILE.
       COPY "RATESHET.CPY".

       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS.
       COPY "MSTRJRNL.CPY".

       FD BOARD-REJECT-FILE.

       01 REPORT-WORK PIC X(80).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT BOARDING-FILE
           IF BOARD-FILE-STATUS NOT = "00"
               DISPLAY "LOANBOARD CANNOT OPEN BOARDIN - STATUS "
           OPEN OUTPUT BOARD-REJECT-FILE
           OPEN OUTPUT BOARD-REPORT-FILE

           MOVE RL-BUSINESS-DATE TO RUN-DATE

           PERFORM 1000-READ-BOARDING THRU 1000-READ-BOARDING-EXIT
           PERFORM UNTIL BOARD-EOF
           MOVE TOTAL-PRINCIPAL-BOARDED TO TOTAL-D
           DISPLAY "LOANBOARD TOTAL PRINCIPAL BOARDED " TOTAL-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * THE BOARDING IS RECORDED ON LOANCTL AGAINST THE BUSINESS
      * DATE BEFORE ANY LOAN IS ADDED.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANBOARD" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANBOARD NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       1000-READ-BOARDING.
           READ BOARDING-FILE
               AT END
           ACCEPT MJ-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT MJ-JOURNAL-TIME FROM TIME
           MOVE JRNL-OPERATOR TO MJ-OPERATOR
           MOVE SPACES TO MJ-APPROVED-BY
           MOVE "A" TO MJ-FUNCTION
           MOVE LM-LOAN-NUMBER TO MJ-LOAN-NUMBER
           MOVE LOW-VALUES TO MJ-BEFORE-IMAGE
       8000-WRITE-BOARD-REPORT-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS READ, THE LOANS
      * BOARDED AND THE LOANS REJECTED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           COMPUTE RL-COUNT-IN = BOARDED-COUNT + REJECT-TOTAL
           MOVE BOARDED-COUNT TO RL-COUNT-OUT
           MOVE REJECT-TOTAL TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANBOARD COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANBOARD.

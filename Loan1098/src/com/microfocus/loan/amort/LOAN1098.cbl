               BORROWER'S MAILING ADDRESS AND TAXPAYER ID ARE PULLED
               FROM THE LOANMSTR MASTER SO THE FORM1098 OUTPUT CAN
               BE MAILED RATHER THAN RETYPED. THE REPORTING YEAR IS
               THE CALENDAR YEAR BEFORE THE BUSINESS DATE ON THE
               RUNCTL RUN CONTROL. LOANS WITH NO INTEREST RECEIVED IN
               THE YEAR GET NO FORM. A COUNT AND GRAND TOTAL ARE
               PRINTED AT END OF RUN FOR BALANCING.
               A LOAN WITH RECEIPTS ON THE LOANHIST TRANSACTION
               HISTORY IS REPORTED FROM THAT INSTEAD - THE INTEREST
               SPLIT OF EVERY RECEIPT DATED IN THE REPORTING YEAR,
               WHICH IS INTEREST ON THE ACTUAL PRINCIPAL AFTER ANY
               CURTAILMENTS AND COUNTS ONLY INSTALLMENTS THE MONEY
               ACTUALLY COMPLETED. LOANS WITH NO HISTORY FALL BACK
               TO THE LOANSTAT FIGURES ABOVE. INTEREST A LOAN
               MODIFICATION CAPITALIZED WAS NEVER PAID AND IS NOT
               REPORTED.
               A LOAN PAID OFF AND CLOSED DROPS OFF LOANSKED, SO ONCE
               THE SCHEDULES HAVE BEEN REPORTED THE LOANMSTR MASTER
               IS READ THROUGH FOR CLOSED LOANS AND EACH ONE IS
               REPORTED FROM ITS LOANHIST HISTORY - THE INTEREST OF
               ITS RECEIPTS AND OF ITS PAYOFF IN THE REPORTING YEAR.
               A CLOSED LOAN STILL ON LOANSKED (PAID OFF SINCE THE
               SCHEDULES WERE BUILT) IS LEFT TO THAT PASS SO IT GETS
               ONE FORM. WITHOUT LOANHIST CLOSED LOANS ARE NOT
               REPORTED.
               THE RUN IS A STEP OF THE BATCH CHAIN UNDER LOANCTL AND
               WILL NOT START UNTIL LOANPOST AND LOANPAYPOST HAVE
               COMPLETED FOR THE BUSINESS DATE.

       ENVIRONMENT DIVISION.


           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT FORM-1098-FILE ASSIGN TO "FORM1098"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FORM-1098-FILE.
       01 FORM-1098-LINE PIC X(80).

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       WORKING-STORAGE SECTION.

       01 SKED-FILE-STATUS PIC X(02).
       01 STAT-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).

       01 HIST-OPEN-SWITCH PIC 9 VALUE 0.
         88 HIST-FILE-OPEN VALUE 1.
       01 HIST-EOF-SWITCH PIC 9 VALUE 0.
         88 HIST-EOF VALUE 1.
       01 HIST-FOUND-SWITCH PIC 9 VALUE 0.
         88 HIST-FOUND VALUE 1.

       01 SKED-EOF-SWITCH PIC 9 VALUE 0.
         88 SKED-EOF VALUE 1.
       01 LOAN-ACTIVE-SWITCH PIC 9 VALUE 0.
         88 LOAN-ACTIVE VALUE 1.

       01 MASTER-EOF-SWITCH PIC 9 VALUE 0.
         88 MASTER-EOF VALUE 1.
       01 CLOSED-LOAN-COUNT PIC S9(5) COMP VALUE ZERO.

      * TRAILER VERIFICATION PASS WORK FIELDS.
       01 SKED-BAD-SWITCH PIC 9 VALUE 0.
         88 SKED-BAD VALUE 1.
           05 CURR-LOAN-NUMBER PIC 9(8).
           05 CURR-BORROWER-NAME PIC X(30).

       01 REPORT-YEAR PIC 9(4).
       01 BUSINESS-DATE PIC 9(8).
       01 BUSINESS-DATE-R REDEFINES BUSINESS-DATE.
           05 BUS-YYYY PIC 9(4).
           05 BUS-MMDD PIC 9(4).

       01 PAY-DATE-WORK.
           05 PDW-YYYY PIC 9(4).

       01 LOAN-INTEREST-RECEIVED PIC S9(9)V99 COMP-3.
       01 ROW-INTEREST-RECEIVED PIC S9(9)V99 COMP-3.
       01 HIST-INTEREST-RECEIVED PIC S9(9)V99 COMP-3.
       01 GRAND-INTEREST-RECEIVED PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 FORMS-PRODUCED-COUNT PIC S9(5) COMP VALUE ZERO.


       01 FORM-WORK PIC X(80).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOAN1098 CANNOT OPEN LOANSKED - STATUS "

           OPEN OUTPUT FORM-1098-FILE

           OPEN INPUT LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS = "00"
               SET HIST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOAN1098 LOANHIST NOT AVAILABLE - STATUS "
                   HIST-FILE-STATUS " - REPORTING FROM LOANSTAT"
           END-IF

           PERFORM 0100-SET-REPORT-YEAR
               THRU 0100-SET-REPORT-YEAR-EXIT


           PERFORM 2900-FINISH-LOAN THRU 2900-FINISH-LOAN-EXIT

           PERFORM 5000-REPORT-CLOSED-LOANS
               THRU 5000-REPORT-CLOSED-LOANS-EXIT

           MOVE ALL "-" TO FORM-1098-LINE
           WRITE FORM-1098-LINE
           MOVE SPACES TO FORM-WORK
           CLOSE LOAN-STATUS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE FORM-1098-FILE
           IF HIST-FILE-OPEN
               CLOSE LOAN-HISTORY-FILE
           END-IF

           MOVE FORMS-PRODUCED-COUNT TO COUNT-D
           DISPLAY "LOAN1098 PRODUCED " COUNT-D " FORM(S) FOR YEAR "
               REPORT-YEAR
           MOVE CLOSED-LOAN-COUNT TO COUNT-D
           DISPLAY "LOAN1098 CLOSED LOANS READ " COUNT-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NO FORM IS PRODUCED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * POSTING STEPS HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOAN1098" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOAN1098 NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       0100-SET-REPORT-YEAR.
           MOVE RL-BUSINESS-DATE TO BUSINESS-DATE
           COMPUTE REPORT-YEAR = BUS-YYYY - 1.
       0100-SET-REPORT-YEAR-EXIT.
           EXIT.

       2000-START-LOAN-EXIT.
           EXIT.

      * A LOAN CLOSED ON THE MASTER SINCE THE SCHEDULES WERE BUILT
      * IS REPORTED WITH THE OTHER CLOSED LOANS.
       2900-FINISH-LOAN.
           IF NOT LOAN-ACTIVE
               GO TO 2900-FINISH-LOAN-EXIT
           END-IF
           MOVE ZERO TO LOAN-ACTIVE-SWITCH

           MOVE CURR-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-STATUS-CLOSED
                       GO TO 2900-FINISH-LOAN-EXIT
                   END-IF
           END-READ

           PERFORM 4000-SUM-HISTORY THRU 4000-SUM-HISTORY-EXIT
           IF HIST-FOUND
               MOVE HIST-INTEREST-RECEIVED TO LOAN-INTEREST-RECEIVED
           END-IF

           IF LOAN-INTEREST-RECEIVED > 0
               PERFORM 8000-WRITE-FORM THRU 8000-WRITE-FORM-EXIT
               ADD 1 TO FORMS-PRODUCED-COUNT
               ADD LOAN-INTEREST-RECEIVED TO GRAND-INTEREST-RECEIVED
           END-IF.
       2900-FINISH-LOAN-EXIT.
           EXIT.

      * INTEREST ACTUALLY RECEIVED ON ONE ROW OF THE REPORTING YEAR.
      * A ROW THAT WENT P COLLECTED ITS FULL SCHEDULED INTEREST; A
      * ROW THAT WENT S COLLECTED WHAT CAME IN, APPLIED TO INTEREST
      * FIRST UP TO THE SCHEDULED INTEREST, AS DID A ROW THAT WENT
      * C (ARREARS CAPITALIZED BY A MODIFICATION). ROWS THE BATCH LEFT
      * UNDATED (LOANS WITH NO FIRST-PAY-DATE) TAKE THE DUE DATE
      * LOANPOST DERIVED ONTO LOANSTAT, SO THEIR INTEREST STILL
      * REACHES THE FORMS.
               WHEN "P"
                   ADD SD-INTEREST TO LOAN-INTEREST-RECEIVED
               WHEN "S"
               WHEN "C"
                   IF ROW-RECEIVED-AMT > SD-INTEREST
                       MOVE SD-INTEREST TO ROW-INTEREST-RECEIVED
                   ELSE
       3000-ADD-ONE-PERIOD-EXIT.
           EXIT.

      * INTEREST RECEIVED IN THE REPORTING YEAR PER THE LOAN'S
      * TRANSACTION HISTORY. HIST-FOUND SAYS WHETHER THE LOAN HAS
      * ANY HISTORY AT ALL; WITHOUT IT THE LOANSTAT FIGURE STANDS.
      * A MODIFICATION CARRIES THE INTEREST IT CAPITALIZED, WHICH
      * WAS NOT RECEIVED, SO IT IS PASSED OVER.
       4000-SUM-HISTORY.
           MOVE ZERO TO HIST-FOUND-SWITCH
           MOVE ZERO TO HIST-INTEREST-RECEIVED
           MOVE ZERO TO HIST-EOF-SWITCH
           IF NOT HIST-FILE-OPEN
               GO TO 4000-SUM-HISTORY-EXIT
           END-IF

           MOVE LOW-VALUES TO LH-KEY
           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE ZERO TO LH-TRAN-DATE
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   GO TO 4000-SUM-HISTORY-EXIT
           END-START

           PERFORM UNTIL HIST-EOF
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       MOVE LH-TRAN-DATE TO PAY-DATE-WORK
                       IF LH-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                               OR PDW-YYYY > REPORT-YEAR
                           SET HIST-EOF TO TRUE
                       ELSE
                           SET HIST-FOUND TO TRUE
                           IF PDW-YYYY = REPORT-YEAR
                                   AND NOT LH-TRAN-MODIFICATION
                               ADD LH-INTEREST TO
                                   HIST-INTEREST-RECEIVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       4000-SUM-HISTORY-EXIT.
           EXIT.

      * SECOND PASS - EVERY CLOSED LOAN ON THE MASTER, IN LOAN NUMBER
      * ORDER, REPORTED FROM ITS HISTORY ALONE.
       5000-REPORT-CLOSED-LOANS.
           IF NOT HIST-FILE-OPEN
               DISPLAY "LOAN1098 CLOSED LOANS NOT REPORTED - NO "
                   "LOANHIST"
               GO TO 5000-REPORT-CLOSED-LOANS-EXIT
           END-IF

           MOVE ZERO TO LM-LOAN-NUMBER
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-NUMBER
               INVALID KEY
                   GO TO 5000-REPORT-CLOSED-LOANS-EXIT
           END-START

           PERFORM UNTIL MASTER-EOF
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF LM-STATUS-CLOSED
                           PERFORM 5100-REPORT-ONE-CLOSED
                               THRU 5100-REPORT-ONE-CLOSED-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       5000-REPORT-CLOSED-LOANS-EXIT.
           EXIT.

       5100-REPORT-ONE-CLOSED.
           ADD 1 TO CLOSED-LOAN-COUNT
           MOVE LM-LOAN-NUMBER TO CURR-LOAN-NUMBER
           MOVE LM-BORROWER-NAME TO CURR-BORROWER-NAME
           PERFORM 4000-SUM-HISTORY THRU 4000-SUM-HISTORY-EXIT
           MOVE HIST-INTEREST-RECEIVED TO LOAN-INTEREST-RECEIVED

           IF LOAN-INTEREST-RECEIVED > 0
               PERFORM 8000-WRITE-FORM THRU 8000-WRITE-FORM-EXIT
               ADD 1 TO FORMS-PRODUCED-COUNT
               ADD LOAN-INTEREST-RECEIVED TO GRAND-INTEREST-RECEIVED
           END-IF.
       5100-REPORT-ONE-CLOSED-EXIT.
           EXIT.

       6000-READ-STATUS.
           READ LOAN-STATUS-FILE
               AT END
       8000-WRITE-FORM-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS ON THE SCHEDULE
      * AND THE CLOSED LOANS READ, AND THE FORMS PRODUCED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           COMPUTE RL-COUNT-IN = V-HEADER-COUNT + CLOSED-LOAN-COUNT
           MOVE FORMS-PRODUCED-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOAN1098 COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOAN1098.

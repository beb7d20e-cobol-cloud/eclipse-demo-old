               FILE SHOWING THE PAYMENT COMING DUE IN THE NEXT CYCLE
               (THE FIRST SCHEDULE ROW DATED AFTER THE BILLING DATE,
               AT ITS FULL PITI AMOUNT), ANY PAST-DUE SHORTFALLS
               CARRIED FROM THE S AND M STATUSES LOANPOST WROTE, THE
               LATE FEES STILL OWED ON THE LOANFEE LEDGER (ONE LINE
               PER FEE, AS ASSESSED BY LOANLATE AND LESS ANY PART
               PAID OR WAIVED), AND YEAR-TO-DATE INTEREST AND
               PRINCIPAL PAID (FULL SPLITS FOR P ROWS; SHORT-PAID
               ROWS APPLY THE RECEIVED AMOUNT TO INTEREST FIRST).
               THE RUN ENDS WITH A SUMMARY OF STATEMENTS PRODUCED
               AND THE TOTAL AMOUNT BILLED SO THE RUN CAN BE
               BALANCED. THE BILLING DATE IS THE BUSINESS DATE FROM
               THE RUNCTL RUN CONTROL, AND YEAR-TO-DATE MEANS ITS
               CALENDAR YEAR. LOANS WITH NOTHING COMING DUE,
               NOTHING PAST DUE AND NO FEES OWED ARE NOT BILLED.
               A LOAN LOANPOST HAS POSTED IS BILLED FROM WHAT REALLY
               HAPPENED: EVERY INSTALLMENT DUE BY THE BILLING DATE
               AND NOT YET PAID PER THE LOANBAL ACTUAL-BALANCE FILE
               IS PAST DUE AT ITS FULL PITI, FUNDS HELD IN SUSPENSE
               ARE CREDITED, AN INSTALLMENT ALREADY PAID AHEAD IS
               NOT BILLED AGAIN, THE ACTUAL PRINCIPAL BALANCE IS
               PRINTED, AND THE YEAR-TO-DATE SPLITS ARE SUMMED FROM
               THE LOANHIST TRANSACTION HISTORY (CURTAILMENTS COUNT
               AS PRINCIPAL). LOANS NOT YET ON LOANBAL ARE BILLED
               FROM LOANSTAT AS ABOVE.
               WHEN THE PAYMENT BEING BILLED FALLS IN A FORBEARANCE
               UNDER A LOAN MODIFICATION THE STATEMENT SAYS SO, AND
               SAYS NO PAYMENT IS DUE WHEN THE FORBEARANCE SUSPENDS
               IT. ROWS WHOSE ARREARS A MODIFICATION CAPITALIZED
               (STATUS C) ARE NOT PAST DUE.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANPOST, LOANLATE AND
               LOANPAYPOST HAVE COMPLETED FOR THE BUSINESS DATE, SO
               EVERY STATEMENT REFLECTS THE DAY'S POSTINGS AND FEES.

       ENVIRONMENT DIVISION.

           SELECT BILLING-STATEMENT-FILE ASSIGN TO "BILLSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-BALANCE-FILE ASSIGN TO "LOANBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-LOAN-NUMBER
               FILE STATUS IS BAL-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT LOAN-FEE-FILE ASSIGN TO "LOANFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-KEY
               FILE STATUS IS FEE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BILLING-STATEMENT-FILE.
       01 BILLING-STATEMENT-LINE PIC X(80).

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       FD LOAN-FEE-FILE.
       COPY "LOANFEE.CPY".

       WORKING-STORAGE SECTION.

       01 SKED-FILE-STATUS PIC X(02).
       01 STAT-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 FEE-FILE-STATUS PIC X(02).

       01 SKED-EOF-SWITCH PIC 9 VALUE 0.
         88 SKED-EOF VALUE 1.
       01 LOAN-ACTIVE-SWITCH PIC 9 VALUE 0.
         88 LOAN-ACTIVE VALUE 1.

       01 BAL-OPEN-SWITCH PIC 9 VALUE 0.
         88 BAL-FILE-OPEN VALUE 1.
       01 HIST-OPEN-SWITCH PIC 9 VALUE 0.
         88 HIST-FILE-OPEN VALUE 1.
       01 ACTUAL-FOUND-SWITCH PIC 9 VALUE 0.
         88 ACTUAL-FOUND VALUE 1.
       01 HIST-EOF-SWITCH PIC 9 VALUE 0.
         88 HIST-EOF VALUE 1.
       01 FEE-OPEN-SWITCH PIC 9 VALUE 0.
         88 FEE-FILE-OPEN VALUE 1.
       01 FEE-EOF-SWITCH PIC 9 VALUE 0.
         88 FEE-EOF VALUE 1.

      * TRAILER VERIFICATION PASS WORK FIELDS.
       01 SKED-BAD-SWITCH PIC 9 VALUE 0.
         88 SKED-BAD VALUE 1.
           05 CURR-LOAN-NUMBER PIC 9(8).
           05 CURR-BORROWER-NAME PIC X(30).

       01 AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 AS-OF-DATE-R REDEFINES AS-OF-DATE.
           05 AS-OF-YYYY PIC 9(4).
       01 ROW-EXPECTED-AMT PIC S9(9)V99 COMP-3.
       01 ROW-RECEIVED-AMT PIC S9(9)V99 COMP-3.
       01 ROW-DUE-DATE PIC 9(8).

      * PER-LOAN BILLING ACCUMULATORS.
       01 BILL-FORBEAR-SWITCH PIC 9 VALUE 0.
         88 BILL-IN-FORBEARANCE VALUE 1.
       01 DUE-FOUND-SWITCH PIC 9 VALUE 0.
         88 DUE-FOUND VALUE 1.
       01 BILL-DUE-DATE PIC 9(8).
       01 BILL-TOTAL-DUE PIC S9(9)V99 COMP-3.
       01 SHORT-INTEREST PIC S9(9)V99 COMP-3.
       01 SHORT-PRINCIPAL PIC S9(9)V99 COMP-3.
       01 BILL-SUSPENSE-CREDIT PIC S9(9)V99 COMP-3.
       01 BILL-PRINCIPAL-BALANCE PIC S9(9)V99 COMP-3.
       01 YEAR-START-DATE PIC 9(8).
       01 FEE-OWED PIC S9(7)V99 COMP-3.
       01 FEE-PAYMENT-D PIC ZZ9.

       01 STATEMENT-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-BILLED PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 STATEMENT-WORK PIC X(80).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANBILL CANNOT OPEN LOANSKED - STATUS "

           OPEN OUTPUT BILLING-STATEMENT-FILE

      * WITHOUT LOANFEE NO LATE FEE HAS BEEN ASSESSED YET.
           OPEN INPUT LOAN-FEE-FILE
           IF FEE-FILE-STATUS = "00"
               SET FEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANBILL LOANFEE NOT AVAILABLE - STATUS "
                   FEE-FILE-STATUS " - NO LATE FEES BILLED"
           END-IF

      * WITHOUT LOANBAL AND LOANHIST NOTHING HAS POSTED YET AND
      * EVERY LOAN IS BILLED FROM LOANSTAT.
           OPEN INPUT LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
               OPEN INPUT LOAN-HISTORY-FILE
               IF HIST-FILE-STATUS = "00"
                   SET HIST-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "LOANBILL LOANHIST NOT AVAILABLE - STATUS "
                       HIST-FILE-STATUS " - BILLING FROM LOANSTAT"
                   CLOSE LOAN-BALANCE-FILE
                   MOVE ZERO TO BAL-OPEN-SWITCH
               END-IF
           ELSE
               DISPLAY "LOANBILL LOANBAL NOT AVAILABLE - STATUS "
                   BAL-FILE-STATUS " - BILLING FROM LOANSTAT"
           END-IF

           PERFORM 0100-SET-AS-OF-DATE THRU 0100-SET-AS-OF-DATE-EXIT

           IF NOT STAT-EOF
               CLOSE LOAN-STATUS-FILE
           END-IF
           CLOSE BILLING-STATEMENT-FILE
           IF BAL-FILE-OPEN
               CLOSE LOAN-BALANCE-FILE
           END-IF
           IF HIST-FILE-OPEN
               CLOSE LOAN-HISTORY-FILE
           END-IF
           IF FEE-FILE-OPEN
               CLOSE LOAN-FEE-FILE
           END-IF

           MOVE STATEMENT-COUNT TO COUNT-D
           DISPLAY "LOANBILL PRODUCED " COUNT-D " STATEMENT(S)"
           MOVE TOTAL-BILLED TO TOTAL-D
           DISPLAY "LOANBILL TOTAL BILLED " TOTAL-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * STATEMENTS ARE PRODUCED ONLY ONCE LOANCTL HAS CONFIRMED THE
      * DAY'S POSTING STEPS HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANBILL" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANBILL NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       0100-SET-AS-OF-DATE.
           MOVE RL-BUSINESS-DATE TO AS-OF-DATE
           MOVE AS-OF-YYYY TO AS-OF-YEAR
           COMPUTE YEAR-START-DATE = AS-OF-YEAR * 10000 + 0101.
       0100-SET-AS-OF-DATE-EXIT.
           EXIT.

           SET LOAN-ACTIVE TO TRUE

           MOVE ZERO TO DUE-FOUND-SWITCH
           MOVE ZERO TO BILL-FORBEAR-SWITCH
           MOVE ZERO TO BILL-DUE-DATE
           MOVE ZERO TO BILL-DUE-AMT
           MOVE ZERO TO BILL-PAST-DUE
           MOVE ZERO TO BILL-LATE-CHARGE
           MOVE ZERO TO BILL-YTD-INTEREST
           MOVE ZERO TO BILL-YTD-PRINCIPAL
           MOVE ZERO TO BILL-SUSPENSE-CREDIT
           MOVE ZERO TO BILL-PRINCIPAL-BALANCE

           MOVE ZERO TO ACTUAL-FOUND-SWITCH
           IF BAL-FILE-OPEN
               MOVE CURR-LOAN-NUMBER TO LB-LOAN-NUMBER
               READ LOAN-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACTUAL-FOUND TO TRUE
               END-READ
           END-IF.
       2000-START-LOAN-EXIT.
           EXIT.

      * CLOSE OUT THE LOAN IN PROGRESS. A LOAN WITH A PAYMENT COMING
      * DUE, WITH PAST-DUE AMOUNTS OR WITH LATE FEES OWED GETS A
      * STATEMENT PAGE; A LOAN WITH NONE OF THESE (FULLY MATURED AND
      * CURRENT) IS NOT BILLED.
       2900-FINISH-LOAN.
           IF NOT LOAN-ACTIVE
               GO TO 2900-FINISH-LOAN-EXIT
           END-IF

           IF ACTUAL-FOUND
               MOVE LB-SUSPENSE-BALANCE TO BILL-SUSPENSE-CREDIT
               MOVE LB-PRINCIPAL-BALANCE TO BILL-PRINCIPAL-BALANCE
               PERFORM 4000-SUM-HISTORY THRU 4000-SUM-HISTORY-EXIT
           END-IF
           IF FEE-FILE-OPEN
               PERFORM 4500-SUM-FEES THRU 4500-SUM-FEES-EXIT
           END-IF

           IF DUE-FOUND OR BILL-PAST-DUE > 0 OR BILL-LATE-CHARGE > 0
               COMPUTE BILL-TOTAL-DUE = BILL-DUE-AMT + BILL-PAST-DUE
                   + BILL-LATE-CHARGE - BILL-SUSPENSE-CREDIT
               IF BILL-TOTAL-DUE < 0
                   MOVE ZERO TO BILL-TOTAL-DUE
               END-IF
               PERFORM 8000-WRITE-STATEMENT
                   THRU 8000-WRITE-STATEMENT-EXIT
               ADD 1 TO STATEMENT-COUNT
      * BEFORE THE BILLING DATE CONTRIBUTE PAST-DUE SHORTFALLS AND
      * YEAR-TO-DATE PAID SPLITS FROM THEIR POSTING RESULT; THE
      * FIRST ROW DUE AFTER THE BILLING DATE IS THE PAYMENT BEING
      * BILLED. A POSTED LOAN TAKES ITS PAST DUE FROM THE ACTUAL
      * PAID-THROUGH INSTALLMENT INSTEAD, SKIPS ROWS PAID AHEAD WHEN
      * LOOKING FOR THE PAYMENT TO BILL, AND GETS ITS YEAR-TO-DATE
      * SPLITS FROM HISTORY AT THE END OF THE LOAN.
       3000-BILL-ONE-PERIOD.
           IF NOT LOAN-ACTIVE
               GO TO 3000-BILL-ONE-PERIOD-EXIT

           PERFORM 6500-MATCH-STATUS THRU 6500-MATCH-STATUS-EXIT

           IF ACTUAL-FOUND
               PERFORM 3200-BILL-FROM-ACTUAL
                   THRU 3200-BILL-FROM-ACTUAL-EXIT
               GO TO 3000-BILL-ONE-PERIOD-EXIT
           END-IF

           IF SD-PAY-DATE NOT = ZERO
                   AND SD-PAY-DATE > AS-OF-DATE
               IF NOT DUE-FOUND
                   SET DUE-FOUND TO TRUE
                   MOVE SD-PAY-DATE TO BILL-DUE-DATE
                   MOVE SD-PITI TO BILL-DUE-AMT
                   IF SD-ROW-FORBEARANCE
                       SET BILL-IN-FORBEARANCE TO TRUE
                   END-IF
               END-IF
           ELSE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3000-BILL-ONE-PERIOD-EXIT.
           EXIT.

       3100-ADD-YTD-PAID-EXIT.
           EXIT.

      * ROWS THE BATCH LEFT UNDATED TAKE THE DUE DATE LOANPOST
      * DERIVED ONTO LOANSTAT; A ROW WITH NEITHER IS PASSED OVER.
       3200-BILL-FROM-ACTUAL.
           IF SD-PAY-DATE NOT = ZERO
               MOVE SD-PAY-DATE TO ROW-DUE-DATE
           END-IF

           EVALUATE TRUE
               WHEN ROW-DUE-DATE = ZERO
                   CONTINUE
               WHEN ROW-DUE-DATE > AS-OF-DATE
                   IF NOT DUE-FOUND
                           AND SD-PAYMENT-NBR > LB-PAID-THRU-NBR
                       SET DUE-FOUND TO TRUE
                       MOVE ROW-DUE-DATE TO BILL-DUE-DATE
                       MOVE SD-PITI TO BILL-DUE-AMT
                       IF SD-ROW-FORBEARANCE
                           SET BILL-IN-FORBEARANCE TO TRUE
                       END-IF
                   END-IF
               WHEN SD-PAYMENT-NBR > LB-PAID-THRU-NBR
                   ADD SD-PITI TO BILL-PAST-DUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-BILL-FROM-ACTUAL-EXIT.
           EXIT.

      * YEAR-TO-DATE SPLITS OF A POSTED LOAN FROM ITS HISTORY -
      * EVERY TRANSACTION FROM JANUARY 1 OF THE BILLING YEAR UP TO
      * THE BILLING DATE. CURTAILMENTS ARE PRINCIPAL PAID. INTEREST
      * A MODIFICATION CAPITALIZED WAS NOT PAID AND IS LEFT OUT.
       4000-SUM-HISTORY.
           MOVE ZERO TO BILL-YTD-INTEREST
           MOVE ZERO TO BILL-YTD-PRINCIPAL
           MOVE ZERO TO HIST-EOF-SWITCH

           MOVE LOW-VALUES TO LH-KEY
           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE YEAR-START-DATE TO LH-TRAN-DATE
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   GO TO 4000-SUM-HISTORY-EXIT
           END-START

           PERFORM UNTIL HIST-EOF
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF LH-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                               OR LH-TRAN-DATE > AS-OF-DATE
                           SET HIST-EOF TO TRUE
                       ELSE
                           IF NOT LH-TRAN-MODIFICATION
                               ADD LH-INTEREST TO BILL-YTD-INTEREST
                               ADD LH-PRINCIPAL TO BILL-YTD-PRINCIPAL
                               ADD LH-CURTAILMENT TO
                                   BILL-YTD-PRINCIPAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       4000-SUM-HISTORY-EXIT.
           EXIT.

      * THE LATE FEES THE LOAN STILL OWES - EVERY OUTSTANDING FEE ON
      * THE LEDGER LESS WHAT HAS BEEN PAID OR WAIVED ON IT.
       4500-SUM-FEES.
           PERFORM 4600-START-FEES THRU 4600-START-FEES-EXIT
           PERFORM UNTIL FEE-EOF
               IF LF-OUTSTANDING
                   COMPUTE FEE-OWED = LF-FEE-AMOUNT
                       - LF-PAID-AMOUNT - LF-WAIVED-AMOUNT
                   IF FEE-OWED > 0
                       ADD FEE-OWED TO BILL-LATE-CHARGE
                   END-IF
               END-IF
               PERFORM 4700-READ-FEE THRU 4700-READ-FEE-EXIT
           END-PERFORM.
       4500-SUM-FEES-EXIT.
           EXIT.

      * POSITION ON THE LOAN'S FIRST LEDGER RECORD AND READ IT.
       4600-START-FEES.
           MOVE ZERO TO FEE-EOF-SWITCH
           MOVE CURR-LOAN-NUMBER TO LF-LOAN-NUMBER
           MOVE ZERO TO LF-PAYMENT-NBR
           START LOAN-FEE-FILE KEY IS NOT LESS THAN LF-KEY
               INVALID KEY
                   SET FEE-EOF TO TRUE
                   GO TO 4600-START-FEES-EXIT
           END-START
           PERFORM 4700-READ-FEE THRU 4700-READ-FEE-EXIT.
       4600-START-FEES-EXIT.
           EXIT.

       4700-READ-FEE.
           READ LOAN-FEE-FILE NEXT RECORD
               AT END
                   SET FEE-EOF TO TRUE
                   GO TO 4700-READ-FEE-EXIT
           END-READ
           IF LF-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
               SET FEE-EOF TO TRUE
           END-IF.
       4700-READ-FEE-EXIT.
           EXIT.

       6000-READ-STATUS.
           READ LOAN-STATUS-FILE
               AT END
               WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           IF BILL-IN-FORBEARANCE
               MOVE SPACES TO STATEMENT-WORK
               IF BILL-DUE-AMT = ZERO
                   MOVE "FORBEARANCE IN EFFECT - NO PAYMENT DUE"
                       TO STATEMENT-WORK
               ELSE
                   MOVE "FORBEARANCE IN EFFECT - REDUCED PAYMENT DUE"
                       TO STATEMENT-WORK
               END-IF
               WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           MOVE SPACES TO STATEMENT-WORK
           MOVE BILL-PAST-DUE TO MONEY-D
           STRING "PAST DUE AMOUNTS .........: " MONEY-D
           WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK

           IF BILL-LATE-CHARGE > 0
               PERFORM 8050-WRITE-FEE-LINES
                   THRU 8050-WRITE-FEE-LINES-EXIT
               MOVE SPACES TO STATEMENT-WORK
               MOVE BILL-LATE-CHARGE TO MONEY-D
               STRING "LATE FEES OUTSTANDING ....: " MONEY-D
                   INTO STATEMENT-WORK
               WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           IF BILL-SUSPENSE-CREDIT > 0
               MOVE SPACES TO STATEMENT-WORK
               MOVE BILL-SUSPENSE-CREDIT TO MONEY-D
               STRING "LESS UNAPPLIED FUNDS .....: " MONEY-D
                   INTO STATEMENT-WORK
               WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF
           MOVE BILL-YTD-PRINCIPAL TO MONEY-D
           STRING "YTD PRINCIPAL PAID .......: " MONEY-D
               INTO STATEMENT-WORK
           WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK

           IF ACTUAL-FOUND
               MOVE SPACES TO STATEMENT-WORK
               MOVE BILL-PRINCIPAL-BALANCE TO MONEY-D
               STRING "PRINCIPAL BALANCE ........: " MONEY-D
                   INTO STATEMENT-WORK
               WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF.
       8000-WRITE-STATEMENT-EXIT.
           EXIT.

      * ONE LINE FOR EACH LATE FEE STILL OWED, BY THE PAYMENT IT WAS
      * CHARGED FOR.
       8050-WRITE-FEE-LINES.
           PERFORM 4600-START-FEES THRU 4600-START-FEES-EXIT
           PERFORM UNTIL FEE-EOF
               IF LF-OUTSTANDING
                   COMPUTE FEE-OWED = LF-FEE-AMOUNT
                       - LF-PAID-AMOUNT - LF-WAIVED-AMOUNT
                   IF FEE-OWED > 0
                       MOVE SPACES TO STATEMENT-WORK
                       MOVE LF-PAYMENT-NBR TO FEE-PAYMENT-D
                       MOVE FEE-OWED TO MONEY-D
                       STRING "LATE FEE PMT " FEE-PAYMENT-D " DUE "
                           LF-DUE-DATE " ..: " MONEY-D
                           INTO STATEMENT-WORK
                       WRITE BILLING-STATEMENT-LINE FROM STATEMENT-WORK
                   END-IF
               END-IF
               PERFORM 4700-READ-FEE THRU 4700-READ-FEE-EXIT
           END-PERFORM.
       8050-WRITE-FEE-LINES-EXIT.
           EXIT.

       8100-WRITE-RUN-SUMMARY.
           MOVE ALL "-" TO BILLING-STATEMENT-LINE
           WRITE BILLING-STATEMENT-LINE
       8100-WRITE-RUN-SUMMARY-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS ON THE SCHEDULE
      * AND THE STATEMENTS PRODUCED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE V-HEADER-COUNT TO RL-COUNT-IN
           MOVE STATEMENT-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANBILL COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANBILL.

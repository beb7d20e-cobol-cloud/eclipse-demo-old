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
       PROGRAM-ID. LOANTRBAL.
       REMARKS. MONTH-END LOAN TRIAL BALANCE AND INTEREST ACCRUAL RUN.
               THE RUN IS MADE ON THE LAST BUSINESS DAY OF THE MONTH -
               THE BUSINESS DATE FROM THE RUNCTL RUN CONTROL - AND
               VALUES THE PORTFOLIO AS OF THE LAST CALENDAR DAY OF
               THAT MONTH. ON ANY OTHER BUSINESS DAY IT STOPS.
               LOANMSTR IS READ IN LOAN NUMBER ORDER WITH THE
               LOANSKED SCHEDULES (TRAILER VERIFIED FIRST) AND THE
               LOANSTAT POSTING RESULTS ALONGSIDE. EVERY ACTIVE LOAN
               OPENED BY MONTH END IS LISTED ON THE TRBALRPT TRIAL
               BALANCE WITH ITS OUTSTANDING PRINCIPAL, RATE, NEXT DUE
               DATE, REMAINING TERM, MATURITY AND DELINQUENCY BUCKET.
               THE PRINCIPAL IS THE ACTUAL BALANCE ON LOANBAL ONCE A
               LOAN HAS POSTED, OTHERWISE THE LOANSKED BALANCE AFTER
               THE LAST INSTALLMENT DUE BY MONTH END. THE RATE IS THE
               CONTRACT RATE UNLESS AN ACTIVE LOANMOD MODIFICATION HAS
               TAKEN EFFECT BY THE NEXT INSTALLMENT. THE DAYS PAST DUE
               COME FROM THE LOANSTAT STATUSES BY THE SAME RULE
               LOANPOST AND LOANCOLL AGE BY.
               INTEREST IS ACCRUED FROM THE LAST DUE DATE ON OR BEFORE
               MONTH END (ORIGINATION IF NONE HAS FALLEN DUE) TO MONTH
               END ON THE LOAN'S LM-DAY-COUNT BASIS - 30/360, ACTUAL/
               360 OR ACTUAL/365. A LOAN 90 OR MORE DAYS PAST DUE IS
               ON NON-ACCRUAL AND ACCRUES NOTHING. A LOAN ON NEITHER
               LOANSKED NOR LOANBAL IS LISTED AT ITS ORIGINAL
               PRINCIPAL AS NOT SCHEDULED AND ACCRUES NOTHING.
               THE REPORT ENDS WITH SUBTOTALS BY LM-PRODUCT-CODE -
               LOANS, PRINCIPAL, WEIGHTED-AVERAGE RATE AND MATURITY
               IN MONTHS, ACCRUED INTEREST AND NON-ACCRUAL PRINCIPAL -
               AND THE PRINCIPAL BY DELINQUENCY BUCKET.
               THE ACCRUAL IS BOOKED BY PRODUCT IN THE GLJRNL JOURNAL
               LAYOUT: ACCRJRNL DEBITS ACCRUED INTEREST RECEIVABLE
               AND CREDITS INTEREST INCOME AS OF MONTH END; ACCRREVS
               CARRIES THE SAME ENTRIES REVERSED FOR THE GL TO LOAD
               ON THE FIRST DAY OF THE NEXT MONTH. THE TRBALPRF PROOF
               REPORT PROVES BOTH FILES BALANCE AND TIES THE TOTAL
               PRINCIPAL TO THE LOANS RECEIVABLE CONTROL FIGURE ON
               GLCNTL WITHIN THE SAME TOLERANCE THE BATCH USES.
               THE RUN IS A STEP OF THE BATCH CHAIN UNDER LOANCTL AND
               WILL NOT START UNTIL LOANPOST, LOANPAYPOST AND
               LOANGLEXT HAVE COMPLETED FOR THE BUSINESS DATE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSKED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SKED-FILE-STATUS.

           SELECT LOAN-STATUS-FILE ASSIGN TO "LOANSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-FILE-STATUS.

           SELECT LOAN-BALANCE-FILE ASSIGN TO "LOANBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-LOAN-NUMBER
               FILE STATUS IS BAL-FILE-STATUS.

           SELECT LOAN-MOD-FILE ASSIGN TO "LOANMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MOD-FILE-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCNTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "TRBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRUAL-ENTRY-FILE ASSIGN TO "ACCRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVERSAL-ENTRY-FILE ASSIGN TO "ACCRREVS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-REPORT-FILE ASSIGN TO "TRBALPRF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD LOAN-SCHEDULE-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 54 CHARACTERS.
       COPY "SKEDFILE.CPY".

       FD LOAN-STATUS-FILE.
       01 STATUS-RECORD PIC X(45).

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-MOD-FILE.
       COPY "LOANMOD.CPY".

      * THE INTEREST CONTROL TOTAL LOANAMORTBATCH RECONCILES TO,
      * FOLLOWED BY THE LOANS RECEIVABLE PRINCIPAL CONTROL FIGURE.
       FD GL-CONTROL-FILE.
       01 GL-CONTROL-RECORD.
           05 GL-CONTROL-TOTAL PIC 9(9)V99.
           05 GL-PRINCIPAL-CONTROL PIC 9(9)V99.

       FD TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-LINE PIC X(132).

      * BOTH ENTRY FILES ARE WRITTEN FROM ACCRUAL-ENTRY-WORK.
       FD ACCRUAL-ENTRY-FILE.
       01 JOURNAL-ENTRY-RECORD PIC X(56).

       FD REVERSAL-ENTRY-FILE.
       01 REVERSAL-ENTRY-RECORD PIC X(56).

       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 MASTER-FILE-STATUS PIC X(02).
       01 SKED-FILE-STATUS PIC X(02).
       01 STAT-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 MOD-FILE-STATUS PIC X(02).
       01 GL-FILE-STATUS PIC X(02).

       01 MASTER-EOF-SWITCH PIC 9 VALUE 0.
         88 MASTER-EOF VALUE 1.
       01 SKED-EOF-SWITCH PIC 9 VALUE 0.
         88 SKED-EOF VALUE 1.
       01 STAT-EOF-SWITCH PIC 9 VALUE 0.
         88 STAT-EOF VALUE 1.
       01 MOD-EOF-SWITCH PIC 9 VALUE 0.
         88 MOD-EOF VALUE 1.

       01 BAL-OPEN-SWITCH PIC 9 VALUE 0.
         88 BAL-FILE-OPEN VALUE 1.
       01 MOD-OPEN-SWITCH PIC 9 VALUE 0.
         88 MOD-FILE-OPEN VALUE 1.
       01 MONTH-BAD-SWITCH PIC 9 VALUE 0.
         88 MONTH-BAD VALUE 1.
       01 ACTUAL-FOUND-SWITCH PIC 9 VALUE 0.
         88 ACTUAL-FOUND VALUE 1.
       01 SKED-FOUND-SWITCH PIC 9 VALUE 0.
         88 SKED-FOUND VALUE 1.
       01 NEXT-DUE-FOUND-SWITCH PIC 9 VALUE 0.
         88 NEXT-DUE-FOUND VALUE 1.
       01 NON-ACCRUAL-SWITCH PIC 9 VALUE 0.
         88 NON-ACCRUAL VALUE 1.
       01 PRODUCT-FOUND-SWITCH PIC 9 VALUE 0.
         88 PRODUCT-FOUND VALUE 1.

      * TRAILER VERIFICATION PASS WORK FIELDS.
       01 SKED-BAD-SWITCH PIC 9 VALUE 0.
         88 SKED-BAD VALUE 1.
       01 TRAILER-FOUND-SWITCH PIC 9 VALUE 0.
         88 TRAILER-FOUND VALUE 1.
       01 V-HEADER-COUNT PIC S9(7) COMP VALUE 0.
       01 V-DETAIL-COUNT PIC S9(7) COMP VALUE 0.
       01 V-INTEREST-SUM PIC S9(11)V99 COMP-3 VALUE 0.
       01 V-TRL-HEADER-COUNT PIC S9(7) COMP.
       01 V-TRL-DETAIL-COUNT PIC S9(7) COMP.
       01 V-TRL-TOTAL-INTEREST PIC S9(11)V99 COMP-3.

      * PARSED VIEW OF THE LOANSTAT RECORD LOANPOST WRITES.
       01 STATUS-DETAIL-LINE.
           05 STAT-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(1).
           05 STAT-PAYMENT-NBR PIC 9(3).
           05 FILLER PIC X(1).
           05 STAT-DUE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 STAT-EXPECTED PIC 9(7).99.
           05 FILLER PIC X(1).
           05 STAT-RECEIVED PIC 9(7).99.
           05 FILLER PIC X(1).
           05 STAT-PAY-STATUS PIC X(1).

       01 AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 AS-OF-DATE-R REDEFINES AS-OF-DATE.
           05 AS-OF-YYYY PIC 9(4).
           05 AS-OF-MM PIC 9(2).
           05 AS-OF-DD PIC 9(2).
       01 NEXT-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 NEXT-BUSINESS-DATE-R REDEFINES NEXT-BUSINESS-DATE.
           05 NB-YYYY PIC 9(4).
           05 NB-MM PIC 9(2).
           05 NB-DD PIC 9(2).

      * THE LAST CALENDAR DAY OF THE BUSINESS DATE'S MONTH, THE DATE
      * THE TRIAL BALANCE AND THE ACCRUAL ARE MADE AS OF.
       01 MONTH-END-DATE PIC 9(8) VALUE ZERO.
       01 MONTH-END-DATE-R REDEFINES MONTH-END-DATE.
           05 ME-YYYY PIC 9(4).
           05 ME-MM PIC 9(2).
           05 ME-DD PIC 9(2).
       01 MONTH-END-INT PIC S9(7) COMP.

       01 DATE-WORK.
           05 DW-YYYY PIC 9(4).
           05 DW-MM PIC 9(2).
           05 DW-DD PIC 9(2).
       01 DATE-WORK-N REDEFINES DATE-WORK PIC 9(8).

      * THE DATE INTEREST ACCRUES FROM.
       01 ACCRUE-FROM-DATE PIC 9(8).
       01 ACCRUE-FROM-DATE-R REDEFINES ACCRUE-FROM-DATE.
           05 AF-YYYY PIC 9(4).
           05 AF-MM PIC 9(2).
           05 AF-DD PIC 9(2).
       01 ACCRUE-FROM-INT PIC S9(7) COMP.
       01 START-DAY PIC S9(3) COMP.
       01 END-DAY PIC S9(3) COMP.

       01 MATURITY-DATE PIC 9(8).
       01 MATURITY-DATE-R REDEFINES MATURITY-DATE.
           05 MAT-YYYY PIC 9(4).
           05 MAT-MM PIC 9(2).
           05 MAT-DD PIC 9(2).

      * THE ACCRUED INTEREST RECEIVABLE ACCOUNT IS NEW WITH THIS RUN;
      * INTEREST INCOME IS THE ACCOUNT LOANGLEXT CREDITS.
       01 GL-ACCT-ACCRUED-INT PIC 9(5) VALUE 12100.
       01 GL-ACCT-INT-INCOME PIC 9(5) VALUE 41000.

      * THE PRINCIPAL MAY DIFFER FROM THE GL CONTROL FIGURE BY UP TO
      * THE SAME TOLERANCE LOANAMORTBATCH ALLOWS THE INTEREST.
       01 GL-PRINCIPAL-AMT PIC S9(11)V99 COMP-3 VALUE 0.
       01 RECON-DIFF PIC S9(11)V99 COMP-3.
       01 RECON-TOLERANCE PIC S9(7)V99 COMP-3 VALUE 1.00.

      * THE LOAN IN HAND.
       01 CURR-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 CURR-PRODUCT-CODE PIC X(4).
       01 LOAN-PRINCIPAL PIC S9(9)V99 COMP-3.
       01 LOAN-RATE PIC S9(2)V9(4) COMP-3.
       01 NEXT-DUE-DATE PIC 9(8).
       01 REMAINING-PAYMENTS PIC S9(3) COMP.
       01 REMAINING-MONTHS PIC S9(3) COMP.
       01 ACCRUAL-DAYS PIC S9(5) COMP.
       01 ACCRUAL-DIVISOR PIC S9(5) COMP.
       01 ACCRUED-AMT PIC S9(9)V99 COMP-3.
       01 BUCKET-NDX PIC S9(3) COMP.

      * THE DELINQUENCY OF THE LOAN IN HAND FROM LOANSTAT.
       01 OLDEST-DUE-DATE PIC 9(8).
       01 OLDEST-DUE-INT PIC S9(7) COMP.
       01 DAYS-PAST-DUE PIC S9(5) COMP.
       01 DUE-INT PIC S9(7) COMP.
       01 EXPECTED-AMT PIC S9(9)V99 COMP-3.
       01 RECEIVED-AMT PIC S9(9)V99 COMP-3.
       01 PAST-DUE-AMT PIC S9(9)V99 COMP-3.

      * WHAT THE SCHEDULE SAYS ABOUT THE LOAN IN HAND.
       01 SKED-BALANCE PIC S9(9)V99 COMP-3.
       01 LAST-DUE-DATE PIC 9(8).
       01 LAST-DUE-NBR PIC S9(3) COMP.
       01 NEXT-SKED-DATE PIC 9(8).
       01 PAID-NEXT-DATE PIC 9(8).

       01 PRODUCT-TOTAL-COUNT PIC S9(3) COMP VALUE ZERO.
       01 PRODUCT-NDX PIC S9(3) COMP.

      * TRIAL BALANCE TOTALS FOR EACH PRODUCT CODE. THE RATE AND
      * MATURITY WEIGHTS ARE SUMS OF PRINCIPAL TIMES RATE AND
      * PRINCIPAL TIMES MONTHS TO MATURITY.
       01 PRODUCT-TOTALS-TABLE.
           05 PRODUCT-TOTAL-ENTRY OCCURS 50 TIMES.
               10 PT-PRODUCT-CODE PIC X(4).
               10 PT-LOAN-COUNT PIC S9(5) COMP.
               10 PT-PRINCIPAL PIC S9(11)V99 COMP-3.
               10 PT-RATE-WEIGHT PIC S9(13)V9(6) COMP-3.
               10 PT-MONTHS-WEIGHT PIC S9(14)V99 COMP-3.
               10 PT-ACCRUED PIC S9(11)V99 COMP-3.
               10 PT-NONACCRUAL-COUNT PIC S9(5) COMP.
               10 PT-NONACCRUAL PIC S9(11)V99 COMP-3.

      * THE DELINQUENCY BUCKETS, WITH THE LOANS AND PRINCIPAL IN
      * EACH.
       01 BUCKET-NAME-TABLE.
           05 FILLER PIC X(42) VALUE
               "CURRENT1-29   30-59  60-89  90-119 120+   ".
       01 BUCKET-NAME-R REDEFINES BUCKET-NAME-TABLE.
           05 BUCKET-NAME PIC X(7) OCCURS 6 TIMES.
       01 BUCKET-TOTALS.
           05 BUCKET-TOTAL-ENTRY OCCURS 6 TIMES.
               10 BK-COUNT PIC S9(5) COMP.
               10 BK-PRINCIPAL PIC S9(11)V99 COMP-3.

       01 MASTER-READ-COUNT PIC S9(5) COMP VALUE ZERO.
       01 LISTED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 CLOSED-SKIPPED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 NOT-OPEN-COUNT PIC S9(5) COMP VALUE ZERO.
       01 NO-SKED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 NONACCRUAL-COUNT PIC S9(5) COMP VALUE ZERO.
       01 ENTRY-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-PRINCIPAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 TOTAL-RATE-WEIGHT PIC S9(13)V9(6) COMP-3 VALUE ZERO.
       01 TOTAL-MONTHS-WEIGHT PIC S9(14)V99 COMP-3 VALUE ZERO.
       01 TOTAL-ACCRUED PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 TOTAL-NONACCRUAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 ACCRUAL-DEBITS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 ACCRUAL-CREDITS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 REVERSAL-DEBITS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 REVERSAL-CREDITS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 AVERAGE-RATE PIC S9(2)V9(4) COMP-3.
       01 AVERAGE-MONTHS PIC S9(3)V9 COMP-3.

      * THE SAME ENTRY LAYOUT LOANGLEXT WRITES TO GLJRNL.
       01 ACCRUAL-ENTRY-WORK.
           05 JE-ACCOUNT PIC 9(5).
           05 FILLER PIC X(1).
           05 JE-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 JE-DEBIT-CREDIT PIC X(1).
           05 FILLER PIC X(1).
           05 JE-AMOUNT PIC 9(9).99.
           05 FILLER PIC X(1).
           05 JE-DESCRIPTION PIC X(30).

       01 COUNT-D PIC ZZZZ9.
       01 TOTAL-D PIC Z(10)9.99.
       01 RATE-D PIC Z9.9999.
       01 MONTHS-D PIC ZZ9.9.
       01 REPORT-WORK PIC X(132).

       01 TRIAL-BALANCE-DETAIL-LINE.
           05 TB-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TB-BORROWER PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-PRINCIPAL PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-RATE PIC Z9.9999.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-NEXT-DUE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-REMAINING PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-MATURITY PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-DAYS-PAST-DUE PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-BUCKET PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-BASIS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-ACCRUAL-DAYS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-ACCRUED PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-FLAG PIC X(13).

       01 PRODUCT-SUMMARY-LINE.
           05 PS-PRODUCT-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PS-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PS-PRINCIPAL PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PS-RATE PIC Z9.9999.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PS-MONTHS PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PS-ACCRUED PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PS-NONACCRUAL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PS-NONACCRUAL PIC Z(10)9.99.

       01 BUCKET-SUMMARY-LINE.
           05 BS-NAME PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BS-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BS-PRINCIPAL PIC Z(10)9.99.

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           PERFORM 0100-SET-MONTH-END THRU 0100-SET-MONTH-END-EXIT
           IF MONTH-BAD
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LOANTRBAL CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               GOBACK
           END-IF

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANTRBAL CANNOT OPEN LOANSKED - STATUS "
                   SKED-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF

           PERFORM 0150-VERIFY-SKED THRU 0150-VERIFY-SKED-EXIT
           CLOSE LOAN-SCHEDULE-FILE
           IF SKED-BAD
               DISPLAY "LOANTRBAL ABANDONING RUN - LOANSKED FAILED "
                   "TRAILER VERIFICATION"
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           MOVE ZERO TO SKED-EOF-SWITCH

           OPEN INPUT LOAN-STATUS-FILE
           IF STAT-FILE-STATUS NOT = "00"
               DISPLAY "LOANTRBAL CANNOT OPEN LOANSTAT - STATUS "
                   STAT-FILE-STATUS " - NOTHING HAS POSTED, RUN "
                   "ABANDONED"
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-SCHEDULE-FILE
               GOBACK
           END-IF

      * WITHOUT LOANBAL NOTHING HAS POSTED TO ACTUAL BALANCES AND
      * THE SCHEDULE BALANCE IS USED; WITHOUT LOANMOD EVERY LOAN IS
      * AT ITS CONTRACT RATE.
           OPEN INPUT LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANTRBAL LOANBAL NOT AVAILABLE - STATUS "
                   BAL-FILE-STATUS " - SCHEDULE BALANCES USED"
           END-IF

           OPEN INPUT LOAN-MOD-FILE
           IF MOD-FILE-STATUS = "00"
               SET MOD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANTRBAL LOANMOD NOT AVAILABLE - STATUS "
                   MOD-FILE-STATUS " - CONTRACT RATES USED"
           END-IF

           OPEN OUTPUT TRIAL-BALANCE-FILE
           OPEN OUTPUT ACCRUAL-ENTRY-FILE
           OPEN OUTPUT REVERSAL-ENTRY-FILE
           OPEN OUTPUT PROOF-REPORT-FILE

           INITIALIZE BUCKET-TOTALS
           PERFORM 8000-WRITE-REPORT-HEADING
               THRU 8000-WRITE-REPORT-HEADING-EXIT

           PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           PERFORM 1200-READ-STATUS THRU 1200-READ-STATUS-EXIT

           PERFORM 1000-READ-MASTER THRU 1000-READ-MASTER-EXIT
           PERFORM UNTIL MASTER-EOF
               PERFORM 2000-PROCESS-LOAN THRU 2000-PROCESS-LOAN-EXIT
               PERFORM 1000-READ-MASTER THRU 1000-READ-MASTER-EXIT
           END-PERFORM

           PERFORM 8200-WRITE-PRODUCT-SUMMARY
               THRU 8200-WRITE-PRODUCT-SUMMARY-EXIT
           PERFORM 8300-WRITE-BUCKET-SUMMARY
               THRU 8300-WRITE-BUCKET-SUMMARY-EXIT

           PERFORM 5000-WRITE-ACCRUAL-ENTRIES
               THRU 5000-WRITE-ACCRUAL-ENTRIES-EXIT
           PERFORM 6000-READ-GL-CONTROL THRU 6000-READ-GL-CONTROL-EXIT
           PERFORM 8500-WRITE-PROOF-REPORT
               THRU 8500-WRITE-PROOF-REPORT-EXIT

           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT

           MOVE LISTED-COUNT TO COUNT-D
           DISPLAY "LOANTRBAL LISTED " COUNT-D " LOAN(S) AS OF "
               MONTH-END-DATE
           MOVE TOTAL-ACCRUED TO TOTAL-D
           DISPLAY "LOANTRBAL INTEREST ACCRUED " TOTAL-D
           MOVE NONACCRUAL-COUNT TO COUNT-D
           DISPLAY "LOANTRBAL LOANS ON NON-ACCRUAL " COUNT-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NOTHING IS VALUED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * POSTING AND GL EXTRACT HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANTRBAL" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANTRBAL NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * THE LAST DAY OF THE BUSINESS DATE'S MONTH. THE RUN BELONGS
      * ON THE LAST BUSINESS DAY OF THE MONTH - THE NEXT BUSINESS DAY
      * MUST FALL IN A LATER MONTH - SO THAT EVERYTHING DUE IN THE
      * MONTH HAS POSTED AND NOTHING FROM THE NEXT MONTH HAS.
       0100-SET-MONTH-END.
           MOVE RL-BUSINESS-DATE TO AS-OF-DATE

           IF AS-OF-MM < 1 OR AS-OF-MM > 12 OR AS-OF-YYYY < 1800
               DISPLAY "LOANTRBAL BUSINESS DATE " AS-OF-DATE
                   " IS NOT VALID - RUN ABANDONED"
               SET MONTH-BAD TO TRUE
               GO TO 0100-SET-MONTH-END-EXIT
           END-IF

           IF AS-OF-MM = 12
               COMPUTE DW-YYYY = AS-OF-YYYY + 1
               MOVE 1 TO DW-MM
           ELSE
               MOVE AS-OF-YYYY TO DW-YYYY
               COMPUTE DW-MM = AS-OF-MM + 1
           END-IF
           MOVE 1 TO DW-DD
           COMPUTE MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(DATE-WORK-N) - 1
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(MONTH-END-INT)

           COMPUTE RL-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(AS-OF-DATE) + 1)
           SET RL-NEXT-BUSINESS-DAY TO TRUE
           CALL "LOANCTL" USING RUN-LINK
           IF RL-OK
               MOVE RL-WORK-DATE TO NEXT-BUSINESS-DATE
           ELSE
               DISPLAY "LOANTRBAL " RL-MESSAGE
               MOVE RL-WORK-DATE TO NEXT-BUSINESS-DATE
           END-IF

           IF NB-YYYY = AS-OF-YYYY AND NB-MM = AS-OF-MM
               DISPLAY "LOANTRBAL BUSINESS DATE " AS-OF-DATE
                   " IS NOT THE LAST BUSINESS DAY OF THE MONTH - "
                   "RUN ABANDONED"
               SET MONTH-BAD TO TRUE
           END-IF.
       0100-SET-MONTH-END-EXIT.
           EXIT.

      * FIRST PASS - COUNT THE HEADERS AND DETAILS AND SUM THE
      * DETAIL INTEREST, THEN CHECK THEM AGAINST THE TRAILER. A FILE
      * WITH NO TRAILER OR WITH COUNTS OR HASH THAT DO NOT AGREE IS
      * NOT TRUSTED.
       0150-VERIFY-SKED.
           PERFORM UNTIL SKED-EOF
               READ LOAN-SCHEDULE-FILE
                   AT END
                       SET SKED-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SKED-REC-HEADER
                               ADD 1 TO V-HEADER-COUNT
                           WHEN SKED-REC-DETAIL
                               ADD 1 TO V-DETAIL-COUNT
                               ADD SD-INTEREST TO V-INTEREST-SUM
                           WHEN SKED-REC-TRAILER
                               SET TRAILER-FOUND TO TRUE
                               MOVE ST-HEADER-COUNT TO
                                   V-TRL-HEADER-COUNT
                               MOVE ST-DETAIL-COUNT TO
                                   V-TRL-DETAIL-COUNT
                               MOVE ST-TOTAL-INTEREST TO
                                   V-TRL-TOTAL-INTEREST
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE ZERO TO SKED-EOF-SWITCH

           IF NOT TRAILER-FOUND
               DISPLAY "LOANSKED HAS NO TRAILER RECORD"
               SET SKED-BAD TO TRUE
               GO TO 0150-VERIFY-SKED-EXIT
           END-IF
           IF V-HEADER-COUNT NOT = V-TRL-HEADER-COUNT
                   OR V-DETAIL-COUNT NOT = V-TRL-DETAIL-COUNT
               DISPLAY "LOANSKED RECORD COUNTS DO NOT MATCH TRAILER"
               SET SKED-BAD TO TRUE
               GO TO 0150-VERIFY-SKED-EXIT
           END-IF
           IF V-INTEREST-SUM NOT = V-TRL-TOTAL-INTEREST
               DISPLAY "LOANSKED INTEREST HASH DOES NOT MATCH TRAILER"
               SET SKED-BAD TO TRUE
           END-IF.
       0150-VERIFY-SKED-EXIT.
           EXIT.

       1000-READ-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
                   GO TO 1000-READ-MASTER-EXIT
           END-READ
           ADD 1 TO MASTER-READ-COUNT.
       1000-READ-MASTER-EXIT.
           EXIT.

      * THE SCHEDULE TRAILER ENDS THE SCHEDULES.
       1100-READ-SKED.
           READ LOAN-SCHEDULE-FILE
               AT END
                   SET SKED-EOF TO TRUE
                   GO TO 1100-READ-SKED-EXIT
           END-READ
           IF SKED-REC-TRAILER
               SET SKED-EOF TO TRUE
           END-IF.
       1100-READ-SKED-EXIT.
           EXIT.

       1200-READ-STATUS.
           READ LOAN-STATUS-FILE
               AT END
                   SET STAT-EOF TO TRUE
                   GO TO 1200-READ-STATUS-EXIT
           END-READ
           MOVE STATUS-RECORD TO STATUS-DETAIL-LINE.
       1200-READ-STATUS-EXIT.
           EXIT.

      * VALUE THE LOAN IN HAND AS OF MONTH END, ACCRUE ITS INTEREST
      * AND LIST IT. CLOSED LOANS AND LOANS NOT YET OPENED BY MONTH
      * END ARE NOT ON THE BOOKS AND ARE LEFT OFF.
       2000-PROCESS-LOAN.
           MOVE LM-LOAN-NUMBER TO CURR-LOAN-NUMBER
           MOVE LM-PRODUCT-CODE TO CURR-PRODUCT-CODE

           IF LM-STATUS-CLOSED
               ADD 1 TO CLOSED-SKIPPED-COUNT
               GO TO 2000-PROCESS-LOAN-EXIT
           END-IF
           IF LM-ORIGINATION-DATE > MONTH-END-DATE
               ADD 1 TO NOT-OPEN-COUNT
               GO TO 2000-PROCESS-LOAN-EXIT
           END-IF

           PERFORM 2300-READ-BALANCE THRU 2300-READ-BALANCE-EXIT
           PERFORM 3000-MATCH-SKED THRU 3000-MATCH-SKED-EXIT
           PERFORM 3500-AGE-LOAN THRU 3500-AGE-LOAN-EXIT
           PERFORM 2500-FIND-RATE THRU 2500-FIND-RATE-EXIT
           PERFORM 4000-SET-LOAN-TERMS THRU 4000-SET-LOAN-TERMS-EXIT
           PERFORM 4500-ACCRUE-INTEREST THRU 4500-ACCRUE-INTEREST-EXIT
           PERFORM 4800-ADD-TO-TOTALS THRU 4800-ADD-TO-TOTALS-EXIT
           PERFORM 8100-WRITE-DETAIL THRU 8100-WRITE-DETAIL-EXIT.
       2000-PROCESS-LOAN-EXIT.
           EXIT.

       2300-READ-BALANCE.
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
       2300-READ-BALANCE-EXIT.
           EXIT.

      * THE RATE FOR THE PERIOD RUNNING OVER MONTH END IS THE RATE OF
      * THE NEXT INSTALLMENT - THE CONTRACT RATE, OR THAT OF THE
      * LATEST ACTIVE MODIFICATION TAKING EFFECT BY THAT INSTALLMENT.
       2500-FIND-RATE.
           MOVE LM-RATE TO LOAN-RATE
           IF NOT MOD-FILE-OPEN
               GO TO 2500-FIND-RATE-EXIT
           END-IF

           MOVE ZERO TO MOD-EOF-SWITCH
           MOVE CURR-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE ZERO TO MD-PAYMENT-NBR
           START LOAN-MOD-FILE KEY IS NOT LESS THAN MD-KEY
               INVALID KEY
                   GO TO 2500-FIND-RATE-EXIT
           END-START

           PERFORM UNTIL MOD-EOF
               READ LOAN-MOD-FILE NEXT RECORD
                   AT END
                       SET MOD-EOF TO TRUE
                   NOT AT END
                       IF MD-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                               OR MD-PAYMENT-NBR > LAST-DUE-NBR + 1
                           SET MOD-EOF TO TRUE
                       ELSE
                           IF MD-ACTIVE AND MD-NEW-RATE NOT = ZERO
                               MOVE MD-NEW-RATE TO LOAN-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2500-FIND-RATE-EXIT.
           EXIT.

      * BRING LOANSKED UP TO THE LOAN IN HAND AND READ ITS ROWS FOR
      * THE BALANCE AND DATE OF THE LAST INSTALLMENT DUE BY MONTH
      * END, THE FIRST ONE DUE AFTER IT, THE ONE AFTER THE LAST
      * PAYMENT POSTED, THE NUMBER STILL TO COME AND THE MATURITY.
       3000-MATCH-SKED.
           MOVE ZERO TO SKED-FOUND-SWITCH
           MOVE ZERO TO NEXT-DUE-FOUND-SWITCH
           MOVE LM-PRINCIPAL TO SKED-BALANCE
           MOVE ZERO TO LAST-DUE-DATE
           MOVE ZERO TO LAST-DUE-NBR
           MOVE ZERO TO NEXT-SKED-DATE
           MOVE ZERO TO PAID-NEXT-DATE
           MOVE ZERO TO REMAINING-PAYMENTS
           MOVE ZERO TO MATURITY-DATE

           PERFORM UNTIL SKED-EOF
                   OR (SKED-REC-HEADER
                       AND SH-LOAN-NUMBER NOT < CURR-LOAN-NUMBER)
               PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           END-PERFORM
           IF SKED-EOF
               GO TO 3000-MATCH-SKED-EXIT
           END-IF
           IF SH-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
               GO TO 3000-MATCH-SKED-EXIT
           END-IF

           SET SKED-FOUND TO TRUE
           PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           PERFORM UNTIL SKED-EOF OR NOT SKED-REC-DETAIL
               PERFORM 3100-SKED-ONE-ROW THRU 3100-SKED-ONE-ROW-EXIT
               PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           END-PERFORM.
       3000-MATCH-SKED-EXIT.
           EXIT.

       3100-SKED-ONE-ROW.
           MOVE SD-PAY-DATE TO MATURITY-DATE
           IF ACTUAL-FOUND
                   AND SD-PAYMENT-NBR = LB-PAID-THRU-NBR + 1
               MOVE SD-PAY-DATE TO PAID-NEXT-DATE
           END-IF

           IF SD-PAY-DATE NOT = ZERO
                   AND SD-PAY-DATE NOT > MONTH-END-DATE
               MOVE SD-BALANCE TO SKED-BALANCE
               MOVE SD-PAY-DATE TO LAST-DUE-DATE
               MOVE SD-PAYMENT-NBR TO LAST-DUE-NBR
           ELSE
               ADD 1 TO REMAINING-PAYMENTS
               IF NOT NEXT-DUE-FOUND
                   SET NEXT-DUE-FOUND TO TRUE
                   MOVE SD-PAY-DATE TO NEXT-SKED-DATE
               END-IF
           END-IF.
       3100-SKED-ONE-ROW-EXIT.
           EXIT.

      * BRING LOANSTAT UP TO THE LOAN IN HAND AND AGE ITS ROWS.
       3500-AGE-LOAN.
           MOVE ZERO TO OLDEST-DUE-DATE
           MOVE ZERO TO OLDEST-DUE-INT

           PERFORM UNTIL STAT-EOF
                   OR STAT-LOAN-NUMBER NOT < CURR-LOAN-NUMBER
               PERFORM 1200-READ-STATUS THRU 1200-READ-STATUS-EXIT
           END-PERFORM
           PERFORM UNTIL STAT-EOF
                   OR STAT-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
               PERFORM 3600-AGE-ONE-ROW THRU 3600-AGE-ONE-ROW-EXIT
               PERFORM 1200-READ-STATUS THRU 1200-READ-STATUS-EXIT
           END-PERFORM.
       3500-AGE-LOAN-EXIT.
           EXIT.

      * THE ROW IN HAND IS PAST DUE WHEN IT IS A MISSED OR
      * SHORT-PAID INSTALLMENT DUE BY MONTH END THAT HAS NOT SINCE
      * BEEN MADE UP OUT OF SUSPENSE. LOANSTAT IS IN PAYMENT NUMBER
      * ORDER, SO THE FIRST SUCH ROW IS THE OLDEST.
       3600-AGE-ONE-ROW.
           IF OLDEST-DUE-DATE NOT = ZERO
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF
           IF STAT-PAY-STATUS NOT = "M" AND STAT-PAY-STATUS NOT = "S"
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF
           IF STAT-DUE-DATE = ZERO
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF
           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(STAT-DUE-DATE)
           IF DUE-INT = 0 OR DUE-INT > MONTH-END-INT
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF
           IF ACTUAL-FOUND
                   AND LB-PAID-THRU-NBR NOT < STAT-PAYMENT-NBR
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF

           COMPUTE EXPECTED-AMT = FUNCTION NUMVAL(STAT-EXPECTED)
           COMPUTE RECEIVED-AMT = FUNCTION NUMVAL(STAT-RECEIVED)
           COMPUTE PAST-DUE-AMT = EXPECTED-AMT - RECEIVED-AMT
           IF PAST-DUE-AMT NOT > 0
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF

           MOVE STAT-DUE-DATE TO OLDEST-DUE-DATE
           MOVE DUE-INT TO OLDEST-DUE-INT.
       3600-AGE-ONE-ROW-EXIT.
           EXIT.

      * THE PRINCIPAL, NEXT DUE DATE, MONTHS TO MATURITY AND
      * DELINQUENCY BUCKET OF THE LOAN IN HAND. A DELINQUENT LOAN IS
      * NEXT DUE ON ITS OLDEST UNPAID INSTALLMENT; A POSTED LOAN ON
      * THE ONE AFTER ITS LAST PAYMENT; ANY OTHER ON THE FIRST ONE
      * AFTER MONTH END.
       4000-SET-LOAN-TERMS.
           IF ACTUAL-FOUND
               MOVE LB-PRINCIPAL-BALANCE TO LOAN-PRINCIPAL
           ELSE
               MOVE SKED-BALANCE TO LOAN-PRINCIPAL
           END-IF
           IF LOAN-PRINCIPAL < ZERO
               MOVE ZERO TO LOAN-PRINCIPAL
           END-IF

           MOVE ZERO TO DAYS-PAST-DUE
           IF OLDEST-DUE-DATE NOT = ZERO
               COMPUTE DAYS-PAST-DUE = MONTH-END-INT - OLDEST-DUE-INT
               MOVE OLDEST-DUE-DATE TO NEXT-DUE-DATE
           ELSE
               IF ACTUAL-FOUND
                   MOVE PAID-NEXT-DATE TO NEXT-DUE-DATE
               ELSE
                   MOVE NEXT-SKED-DATE TO NEXT-DUE-DATE
               END-IF
           END-IF

           MOVE ZERO TO REMAINING-MONTHS
           IF MATURITY-DATE > MONTH-END-DATE
               COMPUTE REMAINING-MONTHS = (MAT-YYYY * 12 + MAT-MM)
                   - (ME-YYYY * 12 + ME-MM)
           END-IF

           EVALUATE TRUE
               WHEN DAYS-PAST-DUE = 0
                   MOVE 1 TO BUCKET-NDX
               WHEN DAYS-PAST-DUE < 30
                   MOVE 2 TO BUCKET-NDX
               WHEN DAYS-PAST-DUE < 60
                   MOVE 3 TO BUCKET-NDX
               WHEN DAYS-PAST-DUE < 90
                   MOVE 4 TO BUCKET-NDX
               WHEN DAYS-PAST-DUE < 120
                   MOVE 5 TO BUCKET-NDX
               WHEN OTHER
                   MOVE 6 TO BUCKET-NDX
           END-EVALUATE.
       4000-SET-LOAN-TERMS-EXIT.
           EXIT.

      * INTEREST FROM THE LAST DUE DATE BY MONTH END (ORIGINATION IF
      * NONE) TO MONTH END. 30/360 COUNTS EVERY MONTH AS 30 DAYS - A
      * 31ST IS TAKEN AS THE 30TH, AND A MONTH END ON THE 31ST ONLY
      * WHEN THE PERIOD STARTED ON THE 30TH OR 31ST. THE ACTUAL BASES
      * COUNT CALENDAR DAYS OVER A 360 OR 365-DAY YEAR. A LOAN 90 OR
      * MORE DAYS PAST DUE, OR KNOWN TO NEITHER LOANSKED NOR LOANBAL,
      * ACCRUES NOTHING.
       4500-ACCRUE-INTEREST.
           MOVE ZERO TO NON-ACCRUAL-SWITCH
           MOVE ZERO TO ACCRUAL-DAYS
           MOVE ZERO TO ACCRUED-AMT

           IF NOT SKED-FOUND AND NOT ACTUAL-FOUND
               GO TO 4500-ACCRUE-INTEREST-EXIT
           END-IF
           IF DAYS-PAST-DUE NOT < 90
               SET NON-ACCRUAL TO TRUE
               GO TO 4500-ACCRUE-INTEREST-EXIT
           END-IF

           IF LAST-DUE-DATE NOT = ZERO
               MOVE LAST-DUE-DATE TO ACCRUE-FROM-DATE
           ELSE
               MOVE LM-ORIGINATION-DATE TO ACCRUE-FROM-DATE
           END-IF
           IF ACCRUE-FROM-DATE = ZERO
               GO TO 4500-ACCRUE-INTEREST-EXIT
           END-IF
           COMPUTE ACCRUE-FROM-INT =
               FUNCTION INTEGER-OF-DATE(ACCRUE-FROM-DATE)
           IF ACCRUE-FROM-INT = 0 OR ACCRUE-FROM-INT NOT < MONTH-END-INT
               GO TO 4500-ACCRUE-INTEREST-EXIT
           END-IF

           EVALUATE LM-DAY-COUNT
               WHEN "A"
                   COMPUTE ACCRUAL-DAYS =
                       MONTH-END-INT - ACCRUE-FROM-INT
                   MOVE 360 TO ACCRUAL-DIVISOR
               WHEN "Y"
                   COMPUTE ACCRUAL-DAYS =
                       MONTH-END-INT - ACCRUE-FROM-INT
                   MOVE 365 TO ACCRUAL-DIVISOR
               WHEN OTHER
                   MOVE AF-DD TO START-DAY
                   MOVE ME-DD TO END-DAY
                   IF START-DAY = 31
                       MOVE 30 TO START-DAY
                   END-IF
                   IF END-DAY = 31 AND START-DAY = 30
                       MOVE 30 TO END-DAY
                   END-IF
                   COMPUTE ACCRUAL-DAYS = (ME-YYYY - AF-YYYY) * 360
                       + (ME-MM - AF-MM) * 30 + END-DAY - START-DAY
                   MOVE 360 TO ACCRUAL-DIVISOR
           END-EVALUATE
           IF ACCRUAL-DAYS < 0
               MOVE ZERO TO ACCRUAL-DAYS
           END-IF

           COMPUTE ACCRUED-AMT ROUNDED = LOAN-PRINCIPAL * LOAN-RATE
               / 100 * ACCRUAL-DAYS / ACCRUAL-DIVISOR.
       4500-ACCRUE-INTEREST-EXIT.
           EXIT.

      * ADD THE LOAN IN HAND TO ITS PRODUCT, ITS BUCKET AND THE
      * GRAND TOTALS.
       4800-ADD-TO-TOTALS.
           ADD 1 TO LISTED-COUNT
           ADD 1 TO BK-COUNT(BUCKET-NDX)
           ADD LOAN-PRINCIPAL TO BK-PRINCIPAL(BUCKET-NDX)
           ADD LOAN-PRINCIPAL TO TOTAL-PRINCIPAL
           COMPUTE TOTAL-RATE-WEIGHT = TOTAL-RATE-WEIGHT
               + LOAN-PRINCIPAL * LOAN-RATE
           COMPUTE TOTAL-MONTHS-WEIGHT = TOTAL-MONTHS-WEIGHT
               + LOAN-PRINCIPAL * REMAINING-MONTHS
           ADD ACCRUED-AMT TO TOTAL-ACCRUED
           IF NOT SKED-FOUND AND NOT ACTUAL-FOUND
               ADD 1 TO NO-SKED-COUNT
           END-IF
           IF NON-ACCRUAL
               ADD 1 TO NONACCRUAL-COUNT
               ADD LOAN-PRINCIPAL TO TOTAL-NONACCRUAL
           END-IF

           PERFORM 4900-FIND-PRODUCT-BUCKET
               THRU 4900-FIND-PRODUCT-BUCKET-EXIT
           IF PRODUCT-NDX = ZERO
               GO TO 4800-ADD-TO-TOTALS-EXIT
           END-IF
           ADD 1 TO PT-LOAN-COUNT(PRODUCT-NDX)
           ADD LOAN-PRINCIPAL TO PT-PRINCIPAL(PRODUCT-NDX)
           COMPUTE PT-RATE-WEIGHT(PRODUCT-NDX) =
               PT-RATE-WEIGHT(PRODUCT-NDX) + LOAN-PRINCIPAL * LOAN-RATE
           COMPUTE PT-MONTHS-WEIGHT(PRODUCT-NDX) =
               PT-MONTHS-WEIGHT(PRODUCT-NDX)
               + LOAN-PRINCIPAL * REMAINING-MONTHS
           ADD ACCRUED-AMT TO PT-ACCRUED(PRODUCT-NDX)
           IF NON-ACCRUAL
               ADD 1 TO PT-NONACCRUAL-COUNT(PRODUCT-NDX)
               ADD LOAN-PRINCIPAL TO PT-NONACCRUAL(PRODUCT-NDX)
           END-IF.
       4800-ADD-TO-TOTALS-EXIT.
           EXIT.

       4900-FIND-PRODUCT-BUCKET.
           MOVE ZERO TO PRODUCT-FOUND-SWITCH
           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
                   OR PRODUCT-FOUND
               IF PT-PRODUCT-CODE(PRODUCT-NDX) = CURR-PRODUCT-CODE
                   SET PRODUCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PRODUCT-FOUND
               SUBTRACT 1 FROM PRODUCT-NDX
               GO TO 4900-FIND-PRODUCT-BUCKET-EXIT
           END-IF

           IF PRODUCT-TOTAL-COUNT < 50
               ADD 1 TO PRODUCT-TOTAL-COUNT
               MOVE PRODUCT-TOTAL-COUNT TO PRODUCT-NDX
               MOVE CURR-PRODUCT-CODE TO PT-PRODUCT-CODE(PRODUCT-NDX)
               MOVE ZERO TO PT-LOAN-COUNT(PRODUCT-NDX)
               MOVE ZERO TO PT-PRINCIPAL(PRODUCT-NDX)
               MOVE ZERO TO PT-RATE-WEIGHT(PRODUCT-NDX)
               MOVE ZERO TO PT-MONTHS-WEIGHT(PRODUCT-NDX)
               MOVE ZERO TO PT-ACCRUED(PRODUCT-NDX)
               MOVE ZERO TO PT-NONACCRUAL-COUNT(PRODUCT-NDX)
               MOVE ZERO TO PT-NONACCRUAL(PRODUCT-NDX)
           ELSE
               DISPLAY "LOANTRBAL PRODUCT TABLE FULL - PRODUCT "
                   CURR-PRODUCT-CODE " LEFT OUT OF THE SUBTOTALS "
                   "AND ENTRIES"
               MOVE ZERO TO PRODUCT-NDX
           END-IF.
       4900-FIND-PRODUCT-BUCKET-EXIT.
           EXIT.

      * EACH PRODUCT'S ACCRUAL DEBITS ACCRUED INTEREST RECEIVABLE AND
      * CREDITS INTEREST INCOME ON ACCRJRNL; ACCRREVS TAKES THE SAME
      * ENTRIES BACK OUT FOR THE FIRST DAY OF THE NEXT MONTH.
       5000-WRITE-ACCRUAL-ENTRIES.
           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
               IF PT-ACCRUED(PRODUCT-NDX) NOT = ZERO
                   MOVE SPACES TO ACCRUAL-ENTRY-WORK
                   MOVE GL-ACCT-ACCRUED-INT TO JE-ACCOUNT
                   MOVE "D" TO JE-DEBIT-CREDIT
                   PERFORM 5100-WRITE-ONE-ENTRY
                       THRU 5100-WRITE-ONE-ENTRY-EXIT

                   MOVE SPACES TO ACCRUAL-ENTRY-WORK
                   MOVE GL-ACCT-INT-INCOME TO JE-ACCOUNT
                   MOVE "C" TO JE-DEBIT-CREDIT
                   PERFORM 5100-WRITE-ONE-ENTRY
                       THRU 5100-WRITE-ONE-ENTRY-EXIT
               END-IF
           END-PERFORM.
       5000-WRITE-ACCRUAL-ENTRIES-EXIT.
           EXIT.

      * WRITE THE ACCRUAL ENTRY SET UP BY THE CALLER IN
      * ACCRUAL-ENTRY-WORK, THEN ITS REVERSAL WITH THE DEBIT AND
      * CREDIT SWAPPED.
       5100-WRITE-ONE-ENTRY.
           MOVE PT-PRODUCT-CODE(PRODUCT-NDX) TO JE-PRODUCT-CODE
           MOVE PT-ACCRUED(PRODUCT-NDX) TO JE-AMOUNT
           STRING "INTEREST ACCRUED TO " MONTH-END-DATE
               INTO JE-DESCRIPTION
           IF JE-DEBIT-CREDIT = "D"
               ADD PT-ACCRUED(PRODUCT-NDX) TO ACCRUAL-DEBITS
               ADD PT-ACCRUED(PRODUCT-NDX) TO REVERSAL-CREDITS
           ELSE
               ADD PT-ACCRUED(PRODUCT-NDX) TO ACCRUAL-CREDITS
               ADD PT-ACCRUED(PRODUCT-NDX) TO REVERSAL-DEBITS
           END-IF
           WRITE JOURNAL-ENTRY-RECORD FROM ACCRUAL-ENTRY-WORK
           ADD 1 TO ENTRY-COUNT

           IF JE-DEBIT-CREDIT = "D"
               MOVE "C" TO JE-DEBIT-CREDIT
           ELSE
               MOVE "D" TO JE-DEBIT-CREDIT
           END-IF
           MOVE SPACES TO JE-DESCRIPTION
           STRING "REVERSE ACCRUAL TO " MONTH-END-DATE
               INTO JE-DESCRIPTION
           WRITE REVERSAL-ENTRY-RECORD FROM ACCRUAL-ENTRY-WORK
           ADD 1 TO ENTRY-COUNT.
       5100-WRITE-ONE-ENTRY-EXIT.
           EXIT.

      * THE LOANS RECEIVABLE CONTROL FIGURE FOLLOWS THE INTEREST
      * CONTROL TOTAL ON GLCNTL. A MISSING FILE OR FIGURE IS TAKEN
      * AS ZERO, WHICH THE PROOF THEN SHOWS AS NOT TYING.
       6000-READ-GL-CONTROL.
           MOVE ZERO TO GL-PRINCIPAL-AMT
           OPEN INPUT GL-CONTROL-FILE
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "LOANTRBAL GL CONTROL FILE GLCNTL NOT FOUND - "
                   "TREATING PRINCIPAL CONTROL AS ZERO"
               GO TO 6000-READ-GL-CONTROL-EXIT
           END-IF

           READ GL-CONTROL-FILE
               AT END
                   MOVE ZEROS TO GL-CONTROL-RECORD
           END-READ
           CLOSE GL-CONTROL-FILE
           IF GL-PRINCIPAL-CONTROL NUMERIC
               MOVE GL-PRINCIPAL-CONTROL TO GL-PRINCIPAL-AMT
           ELSE
               DISPLAY "LOANTRBAL GLCNTL CARRIES NO PRINCIPAL CONTROL "
                   "FIGURE - TREATING PRINCIPAL CONTROL AS ZERO"
           END-IF.
       6000-READ-GL-CONTROL-EXIT.
           EXIT.

       8000-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-WORK
           STRING "MONTH-END LOAN TRIAL BALANCE AS OF " MONTH-END-DATE
               " - BUSINESS DATE " AS-OF-DATE INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           STRING "LOAN NO   BORROWER                  PROD "
               "   PRINCIPAL    RATE NEXT DUE REM MATURITY "
               "  DPD BUCKET  B DAY    ACCRUED" INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK.
       8000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

       8100-WRITE-DETAIL.
           MOVE CURR-LOAN-NUMBER TO TB-LOAN-NUMBER
           MOVE LM-BORROWER-NAME TO TB-BORROWER
           MOVE CURR-PRODUCT-CODE TO TB-PRODUCT-CODE
           MOVE LOAN-PRINCIPAL TO TB-PRINCIPAL
           MOVE LOAN-RATE TO TB-RATE
           MOVE NEXT-DUE-DATE TO TB-NEXT-DUE
           MOVE REMAINING-PAYMENTS TO TB-REMAINING
           MOVE MATURITY-DATE TO TB-MATURITY
           MOVE DAYS-PAST-DUE TO TB-DAYS-PAST-DUE
           MOVE BUCKET-NAME(BUCKET-NDX) TO TB-BUCKET
           IF LM-DAY-COUNT = SPACE
               MOVE "T" TO TB-BASIS
           ELSE
               MOVE LM-DAY-COUNT TO TB-BASIS
           END-IF
           MOVE ACCRUAL-DAYS TO TB-ACCRUAL-DAYS
           MOVE ACCRUED-AMT TO TB-ACCRUED
           MOVE SPACES TO TB-FLAG
           IF NON-ACCRUAL
               MOVE "NON-ACCRUAL" TO TB-FLAG
           END-IF
           IF NOT SKED-FOUND AND NOT ACTUAL-FOUND
               MOVE "NOT SCHEDULED" TO TB-FLAG
           END-IF
           WRITE TRIAL-BALANCE-LINE FROM TRIAL-BALANCE-DETAIL-LINE.
       8100-WRITE-DETAIL-EXIT.
           EXIT.

      * THE SUBTOTALS FOR EACH PRODUCT AND THE GRAND TOTAL. THE
      * AVERAGE RATE AND MONTHS TO MATURITY ARE WEIGHTED BY
      * PRINCIPAL.
       8200-WRITE-PRODUCT-SUMMARY.
           MOVE SPACES TO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE "SUBTOTALS BY PRODUCT" TO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           STRING "PROD   LOANS       PRINCIPAL  WA RATE  WA MAT"
               "         ACCRUED  NONACC   NONACC PRINCPL"
               INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK

           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
               MOVE PT-PRODUCT-CODE(PRODUCT-NDX) TO PS-PRODUCT-CODE
               MOVE PT-LOAN-COUNT(PRODUCT-NDX) TO PS-COUNT
               MOVE PT-PRINCIPAL(PRODUCT-NDX) TO PS-PRINCIPAL
               MOVE ZERO TO AVERAGE-RATE
               MOVE ZERO TO AVERAGE-MONTHS
               IF PT-PRINCIPAL(PRODUCT-NDX) > ZERO
                   COMPUTE AVERAGE-RATE ROUNDED =
                       PT-RATE-WEIGHT(PRODUCT-NDX)
                       / PT-PRINCIPAL(PRODUCT-NDX)
                   COMPUTE AVERAGE-MONTHS ROUNDED =
                       PT-MONTHS-WEIGHT(PRODUCT-NDX)
                       / PT-PRINCIPAL(PRODUCT-NDX)
               END-IF
               MOVE AVERAGE-RATE TO PS-RATE
               MOVE AVERAGE-MONTHS TO PS-MONTHS
               MOVE PT-ACCRUED(PRODUCT-NDX) TO PS-ACCRUED
               MOVE PT-NONACCRUAL-COUNT(PRODUCT-NDX) TO
                   PS-NONACCRUAL-COUNT
               MOVE PT-NONACCRUAL(PRODUCT-NDX) TO PS-NONACCRUAL
               WRITE TRIAL-BALANCE-LINE FROM PRODUCT-SUMMARY-LINE
           END-PERFORM

           MOVE "TOTAL" TO PS-PRODUCT-CODE
           MOVE LISTED-COUNT TO PS-COUNT
           MOVE TOTAL-PRINCIPAL TO PS-PRINCIPAL
           MOVE ZERO TO AVERAGE-RATE
           MOVE ZERO TO AVERAGE-MONTHS
           IF TOTAL-PRINCIPAL > ZERO
               COMPUTE AVERAGE-RATE ROUNDED =
                   TOTAL-RATE-WEIGHT / TOTAL-PRINCIPAL
               COMPUTE AVERAGE-MONTHS ROUNDED =
                   TOTAL-MONTHS-WEIGHT / TOTAL-PRINCIPAL
           END-IF
           MOVE AVERAGE-RATE TO PS-RATE
           MOVE AVERAGE-MONTHS TO PS-MONTHS
           MOVE TOTAL-ACCRUED TO PS-ACCRUED
           MOVE NONACCRUAL-COUNT TO PS-NONACCRUAL-COUNT
           MOVE TOTAL-NONACCRUAL TO PS-NONACCRUAL
           WRITE TRIAL-BALANCE-LINE FROM PRODUCT-SUMMARY-LINE.
       8200-WRITE-PRODUCT-SUMMARY-EXIT.
           EXIT.

       8300-WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE "PRINCIPAL BY DELINQUENCY BUCKET" TO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           STRING "BUCKET   LOANS       PRINCIPAL" INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK

           PERFORM VARYING BUCKET-NDX FROM 1 BY 1
                   UNTIL BUCKET-NDX > 6
               MOVE BUCKET-NAME(BUCKET-NDX) TO BS-NAME
               MOVE BK-COUNT(BUCKET-NDX) TO BS-COUNT
               MOVE BK-PRINCIPAL(BUCKET-NDX) TO BS-PRINCIPAL
               WRITE TRIAL-BALANCE-LINE FROM BUCKET-SUMMARY-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           MOVE MASTER-READ-COUNT TO COUNT-D
           STRING "LOANS READ ...............: " COUNT-D
               INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           MOVE CLOSED-SKIPPED-COUNT TO COUNT-D
           STRING "CLOSED - NOT LISTED ......: " COUNT-D
               INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           MOVE NOT-OPEN-COUNT TO COUNT-D
           STRING "OPENED AFTER MONTH END ...: " COUNT-D
               INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           MOVE NO-SKED-COUNT TO COUNT-D
           STRING "NOT SCHEDULED - NO ACCRUAL: " COUNT-D
               INTO REPORT-WORK
           WRITE TRIAL-BALANCE-LINE FROM REPORT-WORK.
       8300-WRITE-BUCKET-SUMMARY-EXIT.
           EXIT.

      * PROVE THE ACCRUAL AND REVERSAL ENTRIES BALANCE AND AGREE TO
      * THE LOANS, AND TIE THE TRIAL BALANCE PRINCIPAL TO THE GL.
       8500-WRITE-PROOF-REPORT.
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "MONTH-END TRIAL BALANCE PROOF REPORT AS OF "
               MONTH-END-DATE " - BUSINESS DATE " AS-OF-DATE
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE TOTAL-ACCRUED TO TOTAL-D
           STRING "INTEREST ACCRUED ON LOANS : " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE ACCRUAL-DEBITS TO TOTAL-D
           STRING "ACCRUAL DEBITS ...........: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE ACCRUAL-CREDITS TO TOTAL-D
           STRING "ACCRUAL CREDITS ..........: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           IF ACCRUAL-DEBITS = ACCRUAL-CREDITS
                   AND ACCRUAL-DEBITS = TOTAL-ACCRUED
               MOVE "ACCRUAL ENTRIES ARE IN BALANCE" TO
                   PROOF-REPORT-LINE
           ELSE
               MOVE "ACCRUAL ENTRIES ARE OUT OF BALANCE - DO NOT LOAD"
                   TO PROOF-REPORT-LINE
           END-IF
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE REVERSAL-DEBITS TO TOTAL-D
           STRING "REVERSAL DEBITS ..........: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE REVERSAL-CREDITS TO TOTAL-D
           STRING "REVERSAL CREDITS .........: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           IF REVERSAL-DEBITS = REVERSAL-CREDITS
                   AND REVERSAL-DEBITS = ACCRUAL-DEBITS
               MOVE "REVERSAL ENTRIES ARE IN BALANCE" TO
                   PROOF-REPORT-LINE
           ELSE
               MOVE "REVERSAL ENTRIES ARE OUT OF BALANCE - DO NOT LOAD"
                   TO PROOF-REPORT-LINE
           END-IF
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE TOTAL-NONACCRUAL TO TOTAL-D
           STRING "NON-ACCRUAL PRINCIPAL ....: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE TOTAL-PRINCIPAL TO TOTAL-D
           STRING "TRIAL BALANCE PRINCIPAL ..: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE GL-PRINCIPAL-AMT TO TOTAL-D
           STRING "GL PRINCIPAL CONTROL .....: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           COMPUTE RECON-DIFF = TOTAL-PRINCIPAL - GL-PRINCIPAL-AMT
           IF RECON-DIFF < 0
               MULTIPLY RECON-DIFF BY -1 GIVING RECON-DIFF
           END-IF
           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE RECON-DIFF TO TOTAL-D
           STRING "DIFFERENCE ...............: " TOTAL-D
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           IF RECON-DIFF > RECON-TOLERANCE
               MOVE "TRIAL BALANCE DOES NOT TIE TO THE GL CONTROL"
                   TO PROOF-REPORT-LINE
               MOVE RECON-DIFF TO TOTAL-D
               DISPLAY "LOANTRBAL PRINCIPAL DOES NOT TIE TO GL "
                   "CONTROL - DIFFERENCE " TOTAL-D
           ELSE
               MOVE "TRIAL BALANCE TIES TO THE GL CONTROL" TO
                   PROOF-REPORT-LINE
           END-IF
           WRITE PROOF-REPORT-LINE.
       8500-WRITE-PROOF-REPORT-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-STATUS-FILE
           CLOSE TRIAL-BALANCE-FILE
           CLOSE ACCRUAL-ENTRY-FILE
           CLOSE REVERSAL-ENTRY-FILE
           CLOSE PROOF-REPORT-FILE
           IF BAL-FILE-OPEN
               CLOSE LOAN-BALANCE-FILE
           END-IF
           IF MOD-FILE-OPEN
               CLOSE LOAN-MOD-FILE
           END-IF.
       9000-CLOSE-FILES-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS READ, THE LOANS
      * LISTED AND THE LOANS NOT SCHEDULED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE MASTER-READ-COUNT TO RL-COUNT-IN
           MOVE LISTED-COUNT TO RL-COUNT-OUT
           MOVE NO-SKED-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANTRBAL COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANTRBAL.

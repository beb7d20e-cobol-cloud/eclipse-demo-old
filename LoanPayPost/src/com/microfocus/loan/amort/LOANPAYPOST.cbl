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
       PROGRAM-ID. LOANPAYPOST.
       REMARKS. PAYOFF POSTING RUN. THIS PROGRAM CLOSES LOANS THAT
               HAVE BEEN PAID OFF. IT READS ONE CARD FROM THE
               PAYOFFFD FILE FOR EVERY PAYOFF WIRE OR CHECK RECEIVED -
               LOAN NUMBER, DATE THE FUNDS ARRIVED AND AMOUNT - AND
               RE-PRICES THE LOAN TO THAT DATE EXACTLY AS LOANPAYOFF
               QUOTES IT: THE SCHEDULE FROM LOANSKED (TRAILER COUNTS
               AND TOTAL-INTEREST HASH VERIFIED BEFORE ANY POSTING IS
               DONE), THE LOANSTAT POSTING RESULTS, THE ACTUAL
               BALANCES ON LOANBAL ONCE LOANPOST HAS POSTED THE LOAN,
               THE LATE FEES STILL OWED ON LOANFEE, ANY ESCROW
               ADVANCE NOT YET RECOVERED, INTEREST A FORBEARANCE
               DEFERRED THAT IS NOT YET IN THE BALANCE, AND PER-DIEM
               INTEREST TO THE FUNDS DATE AT THE RATE OF THE LATEST
               ACTIVE LOANMOD MODIFICATION (THE CONTRACT RATE IF
               THERE IS NONE). FUNDS SHORT OF THE PAYOFF
               ARE REJECTED AND THE LOAN IS LEFT AS IT IS.
               AN ACCEPTED PAYOFF PAYS THE OUTSTANDING LATE FEES, THE
               ESCROW ADVANCE, THE INTEREST AND THE PRINCIPAL, IN
               THAT ORDER, AND:
               ADDS A PAYOFF RECORD TO THE LOANHIST HISTORY AND
               CLEARS THE LOAN'S LOANBAL BALANCES; MARKS ITS LOANFEE
               FEES PAID; TURNS OFF ITS ACHENRL ENROLLMENT SO LOANACH
               DOES NOT DRAFT A PAID LOAN; SETS LM-STATUS TO C ON THE
               LOANMSTR MASTER WITH A CLOSE ENTRY ON THE LOANJRNL
               CHANGE JOURNAL; REFUNDS THE ESCROW BALANCE HELD ON
               LOANBAL, ANY FUNDS OVER THE PAYOFF AND ANY SUSPENSE
               AND UNMATCHED RECEIPTS OVER WHAT WAS OWED; ADDS THE SPLIT
               TO THE PAYOFFLG LOG THE GL EXTRACT BOOKS FROM; PRINTS A
               PAID-IN-FULL LETTER TO PIFLTRS; AND WRITES A LIEN
               RELEASE REQUEST TO LIENRQST.
               EVERY CARD, ACCEPTED OR REJECTED, IS LISTED ON THE
               PAYOFFRG REGISTER WITH THE RUN TOTALS. A CARD FOR A
               LOAN ALREADY CLOSED IS REJECTED, SO THE RUN IS SAFE TO
               REPEAT. WITHOUT LOANFEE NO LATE FEES ARE PRICED OR
               SETTLED, WITHOUT ACHENRL NO ENROLLMENT IS TURNED OFF,
               AND WITHOUT LOANMOD THE CONTRACT RATE IS USED.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANPOST HAS COMPLETED FOR THE
               BUSINESS DATE. THE RUN DATE - THE POSTING DATE AND THE
               LATEST FUNDS DATE ACCEPTED - IS THAT BUSINESS DATE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PAYOFF-FUNDS-FILE ASSIGN TO "PAYOFFFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUNDS-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT LOAN-FEE-FILE ASSIGN TO "LOANFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-KEY
               FILE STATUS IS FEE-FILE-STATUS.

           SELECT ACH-ENROLLMENT-FILE ASSIGN TO "ACHENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-LOAN-NUMBER
               FILE STATUS IS ACH-FILE-STATUS.

           SELECT LOAN-MOD-FILE ASSIGN TO "LOANMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MOD-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT PAYOFF-LOG-FILE ASSIGN TO "PAYOFFLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT PAID-LETTER-FILE ASSIGN TO "PIFLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIEN-RELEASE-FILE ASSIGN TO "LIENRQST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYOFF-REGISTER-FILE ASSIGN TO "PAYOFFRG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD PAYOFF-FUNDS-FILE.
       01 PAYOFF-FUNDS-RECORD.
           05 PFD-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(1).
           05 PFD-FUNDS-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PFD-AMOUNT PIC 9(7)V99.

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD LOAN-SCHEDULE-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 54 CHARACTERS.
       COPY "SKEDFILE.CPY".

       FD LOAN-STATUS-FILE.
       01 STATUS-RECORD PIC X(45).

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       FD LOAN-FEE-FILE.
       COPY "LOANFEE.CPY".

       FD ACH-ENROLLMENT-FILE.
       COPY "ACHENRL.CPY".

       FD LOAN-MOD-FILE.
       COPY "LOANMOD.CPY".

       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS.
       COPY "MSTRJRNL.CPY".

       FD PAYOFF-LOG-FILE.
       COPY "PAYOFFLG.CPY".

       FD PAID-LETTER-FILE.
       01 PAID-LETTER-LINE PIC X(80).

       FD LIEN-RELEASE-FILE.
       COPY "LIENRQST.CPY".

       FD PAYOFF-REGISTER-FILE.
       01 PAYOFF-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 FUNDS-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 SKED-FILE-STATUS PIC X(02).
       01 STAT-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 FEE-FILE-STATUS PIC X(02).
       01 ACH-FILE-STATUS PIC X(02).
       01 JRNL-FILE-STATUS PIC X(02).
       01 LOG-FILE-STATUS PIC X(02).
       01 MOD-FILE-STATUS PIC X(02).

       01 BEFORE-IMAGE PIC X(250).

       01 ACTUAL-FOUND-SWITCH PIC 9 VALUE 0.
         88 ACTUAL-FOUND VALUE 1.
       01 FEE-OPEN-SWITCH PIC 9 VALUE 0.
         88 FEE-FILE-OPEN VALUE 1.
       01 FEE-EOF-SWITCH PIC 9 VALUE 0.
         88 FEE-EOF VALUE 1.
       01 ACH-OPEN-SWITCH PIC 9 VALUE 0.
         88 ACH-FILE-OPEN VALUE 1.
       01 DRAFT-STOPPED-SWITCH PIC 9 VALUE 0.
         88 DRAFT-STOPPED VALUE 1.
       01 MOD-OPEN-SWITCH PIC 9 VALUE 0.
         88 MOD-FILE-OPEN VALUE 1.
       01 MOD-EOF-SWITCH PIC 9 VALUE 0.
         88 MOD-EOF VALUE 1.

       01 FUNDS-EOF-SWITCH PIC 9 VALUE 0.
         88 FUNDS-EOF VALUE 1.

       01 SKED-EOF-SWITCH PIC 9 VALUE 0.
         88 SKED-EOF VALUE 1.

       01 STAT-EOF-SWITCH PIC 9 VALUE 0.
         88 STAT-EOF VALUE 1.

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

      * THE PAYOFF IS PRICED TO THE DATE THE FUNDS ARRIVED.
       01 RUN-DATE PIC 9(8).
       01 RUN-INT PIC S9(7) COMP.
       01 PAYOFF-DATE PIC 9(8).
       01 PAYOFF-INT PIC S9(7) COMP.
       01 REQUEST-LOAN PIC 9(8).
       01 FUNDS-AMT PIC S9(9)V99 COMP-3.
       01 REJECT-REASON PIC X(30).

      * SCHEDULE SCAN RESULTS - THE BALANCE AFTER THE LAST PAYMENT
      * DUE ON OR BEFORE THE FUNDS DATE AND THAT PAYMENT'S DUE DATE,
      * FROM WHICH THE PER-DIEM INTEREST ACCRUES.
       01 LOAN-ON-SKED-SWITCH PIC 9 VALUE 0.
         88 LOAN-ON-SKED VALUE 1.
       01 IN-LOAN-SWITCH PIC 9 VALUE 0.
         88 IN-LOAN VALUE 1.
       01 ROW-DATE-BAD-SWITCH PIC 9 VALUE 0.
         88 ROW-DATE-BAD VALUE 1.
       01 LOAN-UNDATABLE-SWITCH PIC 9 VALUE 0.
         88 LOAN-UNDATABLE VALUE 1.
       01 PAYOFF-BALANCE PIC S9(9)V99 COMP-3.
       01 ACCRUE-FROM-DATE PIC 9(8).
       01 ACCRUE-FROM-INT PIC S9(7) COMP.
       01 LAST-DUE-NBR PIC S9(3) COMP.

      * THE RATE THE LOAN ACCRUES AT - THE CONTRACT RATE OR THAT OF
      * THE LATEST ACTIVE MODIFICATION IN EFFECT - AND THE INTEREST A
      * FORBEARANCE DEFERRED THAT IS NOT YET PART OF THE BALANCE.
       01 LOAN-RATE PIC S9(2)V9(4) COMP-3.
       01 RATE-NBR PIC S9(3) COMP.
       01 LOAN-POSTED-SWITCH PIC 9 VALUE 0.
         88 LOAN-POSTED VALUE 1.
       01 POSTED-THRU-NBR PIC S9(3) COMP.
       01 DEFER-CUTOFF-INT PIC S9(7) COMP.
       01 PREV-ROW-DUE-INT PIC S9(7) COMP.
       01 ROW-OPENING-BALANCE PIC S9(9)V99 COMP-3.
       01 ROW-FULL-INTEREST PIC S9(7)V99 COMP-3.
       01 ROW-DAYS PIC S9(5) COMP.
       01 ROW-DIVISOR PIC S9(5) COMP.
       01 PERIODIC-RATE PIC S9(3)V9(10) COMP-3.
       01 DEFERRED-INTEREST PIC S9(9)V99 COMP-3.

      * HEADER FIELDS AND WORK AREAS FOR DATING SCHEDULE ROWS THE
      * BATCH LEFT UNDATED (NO FIRST-PAY-DATE ON THE LOAN), USING
      * THE SAME ORIGINATION-DATE DERIVATION LOANPOST USES.
       01 CURR-ORIG-DATE PIC 9(8).
       01 CURR-FREQUENCY PIC X(01).
       01 ROW-DUE-DATE PIC 9(8).
       01 ROW-DUE-INT PIC S9(7) COMP.
       01 PERIOD-NBR PIC S9(3) COMP.
       01 BASE-INT PIC S9(7) COMP.

       01 DATE-WORK.
           05 DW-YYYY PIC 9(4).
           05 DW-MM PIC 9(2).
           05 DW-DD PIC 9(2).
       01 DATE-WORK-N REDEFINES DATE-WORK PIC 9(8).
       01 TOTAL-MONTHS PIC S9(7) COMP.
       01 YEAR-PART PIC S9(5) COMP.
       01 MONTH-REM PIC S9(4) COMP.
       01 LEAP-QUOT PIC S9(5) COMP.
       01 LEAP-REM PIC S9(4) COMP.
       01 MONTH-END-DD PIC S9(2) COMP.

       01 DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 DAYS-IN-MONTH-R REDEFINES DAYS-IN-MONTH-TABLE.
           05 DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.

       01 STAT-EXPECTED-AMT PIC S9(9)V99 COMP-3.
       01 STAT-RECEIVED-AMT PIC S9(9)V99 COMP-3.
       01 STAT-DUE-INT PIC S9(7) COMP.
       01 PAST-DUE-AMT PIC S9(9)V99 COMP-3.
       01 UNAPPLIED-AMT PIC S9(9)V99 COMP-3.
       01 UNMATCHED-AMT PIC S9(9)V99 COMP-3.
       01 FEES-OWED-AMT PIC S9(9)V99 COMP-3.
       01 FEE-OWED PIC S9(7)V99 COMP-3.
       01 ESCROW-ADVANCE PIC S9(7)V99 COMP-3.

       01 ACCRUED-DAYS PIC S9(5) COMP.
       01 PER-DIEM-DIVISOR PIC S9(5) COMP.
       01 PER-DIEM-AMT PIC S9(7)V9(4) COMP-3.
       01 ACCRUED-INTEREST PIC S9(9)V99 COMP-3.
       01 TOTAL-PAYOFF PIC S9(9)V99 COMP-3.
       01 UNAPPLIED-EXCESS PIC S9(9)V99 COMP-3.

      * HOW AN ACCEPTED PAYOFF IS SPLIT AND WHAT GOES BACK TO THE
      * BORROWER.
       01 SPLIT-REMAINING PIC S9(9)V99 COMP-3.
       01 PAID-FEES PIC S9(7)V99 COMP-3.
       01 PAID-ADVANCE PIC S9(7)V99 COMP-3.
       01 PAID-INTEREST PIC S9(7)V99 COMP-3.
       01 PAID-PRINCIPAL PIC S9(9)V99 COMP-3.
       01 UNAPPLIED-USED PIC S9(9)V99 COMP-3.
       01 SUSPENSE-HELD PIC S9(9)V99 COMP-3.
       01 SUSPENSE-USED PIC S9(9)V99 COMP-3.
       01 UNMATCHED-USED PIC S9(9)V99 COMP-3.
       01 SUSPENSE-REFUND PIC S9(9)V99 COMP-3.
       01 SUSPENSE-RELEASED PIC S9(7)V99 COMP-3.
       01 ESCROW-REFUND PIC S9(7)V99 COMP-3.
       01 OVERAGE-REFUND PIC S9(9)V99 COMP-3.
       01 TOTAL-REFUND PIC S9(9)V99 COMP-3.
       01 PAID-THRU-NBR PIC S9(3) COMP-3.
       01 SHORT-AMT PIC S9(9)V99 COMP-3.

       01 ACCEPTED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 REJECTED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 DRAFTS-STOPPED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 FEES-SETTLED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 FUNDS-POSTED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 FUNDS-REJECTED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 REFUND-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 COUNT-D PIC ZZZZ9.
       01 MONEY-D PIC Z(8)9.99.
       01 TOTAL-D PIC Z(10)9.99.

       01 LETTER-WORK PIC X(80).

       01 REGISTER-DETAIL-LINE.
           05 RG-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-FUNDS-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-FUNDS-D PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-PAYOFF-D PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-REFUND-D PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-RESULT PIC X(40).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT OPEN LOANSKED - STATUS "
                   SKED-FILE-STATUS
               GOBACK
           END-IF

           PERFORM 0150-VERIFY-SKED THRU 0150-VERIFY-SKED-EXIT
           CLOSE LOAN-SCHEDULE-FILE
           IF SKED-BAD
               DISPLAY "LOANPAYPOST ABANDONING RUN - LOANSKED FAILED "
                   "TRAILER VERIFICATION"
               GOBACK
           END-IF

           OPEN I-O LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               GOBACK
           END-IF

           OPEN INPUT PAYOFF-FUNDS-FILE
           IF FUNDS-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT OPEN PAYOFFFD - STATUS "
                   FUNDS-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF

           PERFORM 0200-OPEN-POSTING-FILES
               THRU 0200-OPEN-POSTING-FILES-EXIT

      * WITHOUT LOANFEE NO LATE FEE HAS BEEN ASSESSED YET.
           OPEN I-O LOAN-FEE-FILE
           IF FEE-FILE-STATUS = "00"
               SET FEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANPAYPOST LOANFEE NOT AVAILABLE - STATUS "
                   FEE-FILE-STATUS " - NO LATE FEES PRICED OR SETTLED"
           END-IF

      * WITHOUT ACHENRL NO LOAN IS ENROLLED FOR DRAFTING.
           OPEN I-O ACH-ENROLLMENT-FILE
           IF ACH-FILE-STATUS = "00"
               SET ACH-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANPAYPOST ACHENRL NOT AVAILABLE - STATUS "
                   ACH-FILE-STATUS " - NO ENROLLMENTS TURNED OFF"
           END-IF

      * WITHOUT LOANMOD NO LOAN HAS BEEN MODIFIED.
           OPEN INPUT LOAN-MOD-FILE
           IF MOD-FILE-STATUS = "00"
               SET MOD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANPAYPOST LOANMOD NOT AVAILABLE - STATUS "
                   MOD-FILE-STATUS " - CONTRACT RATES USED"
           END-IF

           OPEN OUTPUT PAID-LETTER-FILE
           OPEN OUTPUT LIEN-RELEASE-FILE
           OPEN OUTPUT PAYOFF-REGISTER-FILE

           MOVE RL-BUSINESS-DATE TO RUN-DATE
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM 8000-WRITE-REGISTER-HEADING
               THRU 8000-WRITE-REGISTER-HEADING-EXIT

           PERFORM 1000-READ-FUNDS THRU 1000-READ-FUNDS-EXIT
           PERFORM UNTIL FUNDS-EOF
               PERFORM 2000-PROCESS-FUNDS
                   THRU 2000-PROCESS-FUNDS-EXIT
               PERFORM 1000-READ-FUNDS THRU 1000-READ-FUNDS-EXIT
           END-PERFORM

           PERFORM 8200-WRITE-REGISTER-TOTALS
               THRU 8200-WRITE-REGISTER-TOTALS-EXIT

           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT

           MOVE ACCEPTED-COUNT TO COUNT-D
           DISPLAY "LOANPAYPOST PAID OFF " COUNT-D " LOAN(S)"
           MOVE REJECTED-COUNT TO COUNT-D
           DISPLAY "LOANPAYPOST REJECTED " COUNT-D " PAYOFF(S)"
           MOVE DRAFTS-STOPPED-COUNT TO COUNT-D
           DISPLAY "LOANPAYPOST TURNED OFF " COUNT-D
               " ACH ENROLLMENT(S)"

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NO PAYOFF IS POSTED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * RECEIPTS HAVE POSTED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANPAYPOST" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPAYPOST NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * THE HISTORY AND ACTUAL-BALANCE FILES ARE CREATED EMPTY THE
      * FIRST TIME, AS LOANPOST DOES. THE JOURNAL AND THE PAYOFF LOG
      * ARE ADDED TO, NEVER REPLACED. A PAYOFF THAT CANNOT BE
      * RECORDED IN ALL OF THEM IS NOT POSTED AT ALL.
       0200-OPEN-POSTING-FILES.
           OPEN I-O LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-FILE
               OPEN I-O LOAN-HISTORY-FILE
           END-IF
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT OPEN LOANHIST - STATUS "
                   HIST-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE PAYOFF-FUNDS-FILE
               GOBACK
           END-IF

           OPEN I-O LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-BALANCE-FILE
               CLOSE LOAN-BALANCE-FILE
               OPEN I-O LOAN-BALANCE-FILE
           END-IF
           IF BAL-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT OPEN LOANBAL - STATUS "
                   BAL-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE PAYOFF-FUNDS-FILE
               CLOSE LOAN-HISTORY-FILE
               GOBACK
           END-IF

      * MASTER UPDATES MUST HIT THE SAME CHANGE JOURNAL LOANMAINT
      * WRITES, OR A REBUILD FROM BACKUP PLUS JOURNAL WOULD REOPEN
      * THE LOANS THIS RUN CLOSES.
           OPEN EXTEND JOURNAL-FILE
           IF JRNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT OPEN LOANJRNL - STATUS "
                   JRNL-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE PAYOFF-FUNDS-FILE
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               GOBACK
           END-IF

           OPEN EXTEND PAYOFF-LOG-FILE
           IF LOG-FILE-STATUS = "35"
               OPEN OUTPUT PAYOFF-LOG-FILE
           END-IF
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT OPEN PAYOFFLG - STATUS "
                   LOG-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE PAYOFF-FUNDS-FILE
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               CLOSE JOURNAL-FILE
               GOBACK
           END-IF.
       0200-OPEN-POSTING-FILES-EXIT.
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

       1000-READ-FUNDS.
           READ PAYOFF-FUNDS-FILE
               AT END
                   SET FUNDS-EOF TO TRUE
           END-READ.
       1000-READ-FUNDS-EXIT.
           EXIT.

      * PRICE ONE FUNDS CARD TO THE DATE THE FUNDS ARRIVED AND POST
      * IT IF IT COVERS THE PAYOFF. A CARD FOR A LOAN NOT ON THE
      * MASTER OR THE SCHEDULE, ALREADY CLOSED, WITH AN UNUSABLE
      * FUNDS DATE OR AMOUNT, OR SHORT OF THE PAYOFF IS REJECTED AND
      * THE FUNDS ARE LEFT FOR THE OPERATOR TO RETURN OR RESUBMIT.
       2000-PROCESS-FUNDS.
           MOVE PFD-LOAN-NUMBER TO REQUEST-LOAN
           MOVE PFD-FUNDS-DATE TO PAYOFF-DATE
           MOVE PFD-AMOUNT TO FUNDS-AMT
           MOVE ZERO TO TOTAL-PAYOFF

           COMPUTE PAYOFF-INT =
               FUNCTION INTEGER-OF-DATE(PAYOFF-DATE)
           IF PAYOFF-INT = 0
               MOVE "FUNDS DATE NOT VALID" TO REJECT-REASON
               PERFORM 8100-WRITE-REJECTION
                   THRU 8100-WRITE-REJECTION-EXIT
               GO TO 2000-PROCESS-FUNDS-EXIT
           END-IF
           IF PAYOFF-INT > RUN-INT
               MOVE "FUNDS DATE AFTER RUN DATE" TO REJECT-REASON
               PERFORM 8100-WRITE-REJECTION
                   THRU 8100-WRITE-REJECTION-EXIT
               GO TO 2000-PROCESS-FUNDS-EXIT
           END-IF
           IF FUNDS-AMT NOT > ZERO
               MOVE "NO FUNDS ON CARD" TO REJECT-REASON
               PERFORM 8100-WRITE-REJECTION
                   THRU 8100-WRITE-REJECTION-EXIT
               GO TO 2000-PROCESS-FUNDS-EXIT
           END-IF

           MOVE REQUEST-LOAN TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON LOANMSTR" TO REJECT-REASON
                   PERFORM 8100-WRITE-REJECTION
                       THRU 8100-WRITE-REJECTION-EXIT
                   GO TO 2000-PROCESS-FUNDS-EXIT
           END-READ

           IF LM-STATUS-CLOSED
               MOVE "LOAN ALREADY CLOSED" TO REJECT-REASON
               PERFORM 8100-WRITE-REJECTION
                   THRU 8100-WRITE-REJECTION-EXIT
               GO TO 2000-PROCESS-FUNDS-EXIT
           END-IF

           PERFORM 3000-SCAN-SCHEDULE THRU 3000-SCAN-SCHEDULE-EXIT
           IF NOT LOAN-ON-SKED
               MOVE "NO SCHEDULE ON LOANSKED" TO REJECT-REASON
               PERFORM 8100-WRITE-REJECTION
                   THRU 8100-WRITE-REJECTION-EXIT
               GO TO 2000-PROCESS-FUNDS-EXIT
           END-IF
           IF LOAN-UNDATABLE
               MOVE "SCHEDULE CANNOT BE DATED" TO REJECT-REASON
               PERFORM 8100-WRITE-REJECTION
                   THRU 8100-WRITE-REJECTION-EXIT
               GO TO 2000-PROCESS-FUNDS-EXIT
           END-IF

           PERFORM 4000-SCAN-STATUS THRU 4000-SCAN-STATUS-EXIT
           PERFORM 4500-USE-ACTUAL-BALANCE
               THRU 4500-USE-ACTUAL-BALANCE-EXIT
           PERFORM 4700-SUM-FEES THRU 4700-SUM-FEES-EXIT
           PERFORM 5000-COMPUTE-PAYOFF THRU 5000-COMPUTE-PAYOFF-EXIT

           IF FUNDS-AMT < TOTAL-PAYOFF
               COMPUTE SHORT-AMT = TOTAL-PAYOFF - FUNDS-AMT
               MOVE SHORT-AMT TO MONEY-D
               MOVE SPACES TO REJECT-REASON
               STRING "SHORT " MONEY-D INTO REJECT-REASON
               PERFORM 8100-WRITE-REJECTION
                   THRU 8100-WRITE-REJECTION-EXIT
               GO TO 2000-PROCESS-FUNDS-EXIT
           END-IF

           PERFORM 5500-SPLIT-FUNDS THRU 5500-SPLIT-FUNDS-EXIT
           PERFORM 6000-WRITE-HISTORY THRU 6000-WRITE-HISTORY-EXIT
           PERFORM 6100-CLEAR-BALANCE THRU 6100-CLEAR-BALANCE-EXIT
           PERFORM 6200-SETTLE-FEES THRU 6200-SETTLE-FEES-EXIT
           PERFORM 6300-STOP-DRAFTS THRU 6300-STOP-DRAFTS-EXIT
           PERFORM 6400-CLOSE-MASTER THRU 6400-CLOSE-MASTER-EXIT
           PERFORM 6500-WRITE-PAYOFF-LOG
               THRU 6500-WRITE-PAYOFF-LOG-EXIT
           PERFORM 7000-PRINT-LETTER THRU 7000-PRINT-LETTER-EXIT
           PERFORM 7100-WRITE-LIEN-REQUEST
               THRU 7100-WRITE-LIEN-REQUEST-EXIT

           ADD 1 TO ACCEPTED-COUNT
           ADD FUNDS-AMT TO FUNDS-POSTED-TOTAL
           ADD TOTAL-REFUND TO REFUND-TOTAL
           MOVE REQUEST-LOAN TO RG-LOAN-NUMBER
           MOVE PAYOFF-DATE TO RG-FUNDS-DATE
           MOVE FUNDS-AMT TO RG-FUNDS-D
           MOVE TOTAL-PAYOFF TO RG-PAYOFF-D
           MOVE TOTAL-REFUND TO RG-REFUND-D
           IF DRAFT-STOPPED
               MOVE "PAID IN FULL - ACH TURNED OFF" TO RG-RESULT
           ELSE
               MOVE "PAID IN FULL" TO RG-RESULT
           END-IF
           WRITE PAYOFF-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
       2000-PROCESS-FUNDS-EXIT.
           EXIT.

      * WALK THE LOAN'S SCHEDULE ROWS AND KEEP THE BALANCE AFTER THE
      * LAST PAYMENT DUE ON OR BEFORE THE PAYOFF DATE. ROWS THE
      * BATCH LEFT UNDATED (LOANS WITH NO FIRST-PAY-DATE) ARE DATED
      * FROM THE HEADER'S ORIGINATION DATE AND FREQUENCY, EXACTLY
      * AS LOANPOST DATES THEM; A LOAN WHOSE ROWS CANNOT BE DATED
      * AT ALL IS FLAGGED AND ITS FUNDS REJECTED. WHEN THE PAYOFF
      * DATE FALLS BEFORE THE FIRST DUE DATE THE FULL PRINCIPAL IS
      * STILL OUTSTANDING AND INTEREST ACCRUES FROM THE ORIGINATION
      * DATE. THE INTEREST ANY FORBEARANCE DEFERRED IS COUNTED ON
      * THE WAY THROUGH.
       3000-SCAN-SCHEDULE.
           MOVE ZERO TO LOAN-ON-SKED-SWITCH
           MOVE ZERO TO IN-LOAN-SWITCH
           MOVE ZERO TO LOAN-UNDATABLE-SWITCH
           MOVE ZERO TO SKED-EOF-SWITCH
           MOVE LM-PRINCIPAL TO PAYOFF-BALANCE
           MOVE LM-ORIGINATION-DATE TO ACCRUE-FROM-DATE
           MOVE ZERO TO LAST-DUE-NBR
           MOVE ZERO TO PREV-ROW-DUE-INT
           MOVE ZERO TO DEFERRED-INTEREST
           PERFORM 3100-FIND-POSTED-THRU
               THRU 3100-FIND-POSTED-THRU-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST CANNOT REOPEN LOANSKED - STATUS "
                   SKED-FILE-STATUS " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF

           PERFORM UNTIL SKED-EOF
               READ LOAN-SCHEDULE-FILE
                   AT END
                       SET SKED-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SKED-REC-HEADER
                               IF SH-LOAN-NUMBER = REQUEST-LOAN
                                   SET LOAN-ON-SKED TO TRUE
                                   SET IN-LOAN TO TRUE
                                   MOVE SH-ORIGINATION-DATE TO
                                       CURR-ORIG-DATE
                                   MOVE SH-FREQUENCY TO
                                       CURR-FREQUENCY
                               ELSE
                                   MOVE ZERO TO IN-LOAN-SWITCH
                               END-IF
                           WHEN SKED-REC-DETAIL
                               IF IN-LOAN
                                   PERFORM 3300-TAKE-ROW
                                       THRU 3300-TAKE-ROW-EXIT
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LOAN-SCHEDULE-FILE

           MOVE ZERO TO ACCRUE-FROM-INT
           IF ACCRUE-FROM-DATE NOT = ZERO
               COMPUTE ACCRUE-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(ACCRUE-FROM-DATE)
           END-IF.
       3000-SCAN-SCHEDULE-EXIT.
           EXIT.

      * WHETHER LOANPOST HAS POSTED THE LOAN AND, IF SO, THE LAST
      * INSTALLMENT IT IS PAID THROUGH. LOANPOST HAS POSTED THROUGH
      * THE RUN DATE, SO ANY DEFERRED INTEREST DUE TO GO ONTO THE
      * BALANCE BY THEN IS IN THE ACTUAL PRINCIPAL ALREADY; ON THE
      * SCHEDULE IT IS IN THE BALANCE OF EVERY ROW FROM THE ONE
      * THAT ADDED IT.
       3100-FIND-POSTED-THRU.
           MOVE ZERO TO LOAN-POSTED-SWITCH
           MOVE ZERO TO POSTED-THRU-NBR
           MOVE PAYOFF-INT TO DEFER-CUTOFF-INT
           MOVE REQUEST-LOAN TO LB-LOAN-NUMBER
           READ LOAN-BALANCE-FILE
               INVALID KEY
                   GO TO 3100-FIND-POSTED-THRU-EXIT
           END-READ
           SET LOAN-POSTED TO TRUE
           MOVE LB-PAID-THRU-NBR TO POSTED-THRU-NBR
           MOVE RUN-INT TO DEFER-CUTOFF-INT.
       3100-FIND-POSTED-THRU-EXIT.
           EXIT.

      * DATE ONE OF THE LOAN'S ROWS, KEEP ITS BALANCE IF IT FALLS
      * DUE BY THE PAYOFF DATE, AND COUNT WHAT ITS FORBEARANCE
      * DEFERRED.
       3300-TAKE-ROW.
           PERFORM 3500-SET-ROW-DUE-DATE
               THRU 3500-SET-ROW-DUE-DATE-EXIT
           IF ROW-DATE-BAD
               SET LOAN-UNDATABLE TO TRUE
               GO TO 3300-TAKE-ROW-EXIT
           END-IF
           IF ROW-DUE-INT <= PAYOFF-INT
               MOVE SD-BALANCE TO PAYOFF-BALANCE
               MOVE ROW-DUE-DATE TO ACCRUE-FROM-DATE
               MOVE SD-PAYMENT-NBR TO LAST-DUE-NBR
           END-IF
           PERFORM 3600-DEFER-ROW-INTEREST
               THRU 3600-DEFER-ROW-INTEREST-EXIT
           MOVE ROW-DUE-INT TO PREV-ROW-DUE-INT.
       3300-TAKE-ROW-EXIT.
           EXIT.

      * DATE THE DETAIL ROW IN HAND. A ROW THE BATCH DATED IS TAKEN
      * AS-IS; AN UNDATED ROW IS DERIVED FROM THE HEADER'S
      * ORIGINATION DATE AND FREQUENCY EXACTLY AS LOANPOST DOES -
      * MONTHLY LOANS ADVANCE BY CALENDAR MONTH (DAY CLAMPED TO
      * MONTH END), BI-WEEKLY AND WEEKLY LOANS BY 14 AND 7 DAYS. AN
      * UNUSABLE ORIGINATION DATE FLAGS THE ROW AS UNDATABLE.
       3500-SET-ROW-DUE-DATE.
           MOVE ZERO TO ROW-DATE-BAD-SWITCH

           IF SD-PAY-DATE NOT = ZERO
               MOVE SD-PAY-DATE TO ROW-DUE-DATE
               COMPUTE ROW-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(ROW-DUE-DATE)
               IF ROW-DUE-INT NOT = 0
                   GO TO 3500-SET-ROW-DUE-DATE-EXIT
               END-IF
           END-IF

           MOVE CURR-ORIG-DATE TO DATE-WORK-N
           IF DW-YYYY < 1800 OR DW-MM < 1 OR DW-MM > 12
                   OR DW-DD < 1 OR DW-DD > 31
               SET ROW-DATE-BAD TO TRUE
               GO TO 3500-SET-ROW-DUE-DATE-EXIT
           END-IF

           MOVE SD-PAYMENT-NBR TO PERIOD-NBR
           EVALUATE TRUE
               WHEN CURR-FREQUENCY = "B" OR CURR-FREQUENCY = "W"
                   COMPUTE BASE-INT =
                       FUNCTION INTEGER-OF-DATE(DATE-WORK-N)
                   IF BASE-INT = 0
                       SET ROW-DATE-BAD TO TRUE
                       GO TO 3500-SET-ROW-DUE-DATE-EXIT
                   END-IF
                   IF CURR-FREQUENCY = "B"
                       COMPUTE ROW-DUE-INT =
                           BASE-INT + 14 * PERIOD-NBR
                   ELSE
                       COMPUTE ROW-DUE-INT =
                           BASE-INT + 7 * PERIOD-NBR
                   END-IF
                   COMPUTE ROW-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(ROW-DUE-INT)
               WHEN OTHER
                   COMPUTE TOTAL-MONTHS =
                       DW-YYYY * 12 + DW-MM - 1 + PERIOD-NBR
                   DIVIDE TOTAL-MONTHS BY 12
                       GIVING YEAR-PART REMAINDER MONTH-REM
                   MOVE YEAR-PART TO DW-YYYY
                   COMPUTE DW-MM = MONTH-REM + 1
                   MOVE DAYS-IN-MONTH(DW-MM) TO MONTH-END-DD
                   IF DW-MM = 2
                       DIVIDE DW-YYYY BY 4
                           GIVING LEAP-QUOT REMAINDER LEAP-REM
                       IF LEAP-REM = 0
                           DIVIDE DW-YYYY BY 100
                               GIVING LEAP-QUOT REMAINDER LEAP-REM
                           IF LEAP-REM NOT = 0
                               MOVE 29 TO MONTH-END-DD
                           ELSE
                               DIVIDE DW-YYYY BY 400
                                   GIVING LEAP-QUOT
                                   REMAINDER LEAP-REM
                               IF LEAP-REM = 0
                                   MOVE 29 TO MONTH-END-DD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF DW-DD > MONTH-END-DD
                       MOVE MONTH-END-DD TO DW-DD
                   END-IF
                   MOVE DATE-WORK-N TO ROW-DUE-DATE
                   COMPUTE ROW-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(ROW-DUE-DATE)
                   IF ROW-DUE-INT = 0
                       SET ROW-DATE-BAD TO TRUE
                   END-IF
           END-EVALUATE.
       3500-SET-ROW-DUE-DATE-EXIT.
           EXIT.

      * INTEREST A FORBEARANCE DEFERRED GOES ONTO THE BALANCE AT THE
      * ROW WHERE THE FORBEARANCE ENDS - ON THE SCHEDULE ALSO AT THE
      * ROW WHERE A LATER MODIFICATION TAKES EFFECT. ONCE THAT ROW
      * IS REACHED (BY THE PAYOFF DATE ON THE SCHEDULE, BY THE RUN
      * DATE ON A LOAN LOANPOST HAS POSTED) IT IS IN THE PRINCIPAL.
      * UNTIL THEN IT IS OWED ON TOP: FOR EACH FORBEARANCE ROW DUE
      * BY THE PAYOFF DATE, THE FULL INTEREST ON THE ROW'S OPENING
      * BALANCE AT THE RATE IN EFFECT, WORKED AS THE SCHEDULE WORKS
      * IT, LESS THE INTEREST THE REDUCED PAYMENT COVERED. ON A
      * POSTED LOAN ONLY ROWS IT IS PAID THROUGH COUNT - INTEREST FOR
      * A LATER ROW IS IN THE PER-DIEM.
       3600-DEFER-ROW-INTEREST.
           IF ROW-DUE-INT <= DEFER-CUTOFF-INT
               IF SD-FORBEARANCE-ENDS
                   MOVE ZERO TO DEFERRED-INTEREST
               END-IF
               IF SD-MOD-TAKES-EFFECT AND NOT LOAN-POSTED
                   MOVE ZERO TO DEFERRED-INTEREST
               END-IF
           END-IF
           IF NOT SD-ROW-FORBEARANCE OR ROW-DUE-INT > PAYOFF-INT
               GO TO 3600-DEFER-ROW-INTEREST-EXIT
           END-IF
           IF LOAN-POSTED AND SD-PAYMENT-NBR > POSTED-THRU-NBR
               GO TO 3600-DEFER-ROW-INTEREST-EXIT
           END-IF

           MOVE SD-PAYMENT-NBR TO RATE-NBR
           PERFORM 4800-FIND-RATE THRU 4800-FIND-RATE-EXIT
           COMPUTE ROW-OPENING-BALANCE = SD-BALANCE + SD-PRINCIPAL
           IF (LM-DAY-COUNT = "A" OR LM-DAY-COUNT = "Y")
                   AND SD-PAY-DATE NOT = ZERO
                   AND PREV-ROW-DUE-INT NOT = 0
               IF LM-DAY-COUNT = "A"
                   MOVE 36000 TO ROW-DIVISOR
               ELSE
                   MOVE 36500 TO ROW-DIVISOR
               END-IF
               COMPUTE ROW-DAYS = ROW-DUE-INT - PREV-ROW-DUE-INT
               COMPUTE ROW-FULL-INTEREST ROUNDED =
                   ROW-OPENING-BALANCE * LOAN-RATE * ROW-DAYS
                   / ROW-DIVISOR
           ELSE
               EVALUATE CURR-FREQUENCY
                   WHEN "B"
                       MOVE 2600 TO ROW-DIVISOR
                   WHEN "W"
                       MOVE 5200 TO ROW-DIVISOR
                   WHEN OTHER
                       MOVE 1200 TO ROW-DIVISOR
               END-EVALUATE
               COMPUTE PERIODIC-RATE = LOAN-RATE / ROW-DIVISOR
               COMPUTE ROW-FULL-INTEREST ROUNDED =
                   ROW-OPENING-BALANCE * PERIODIC-RATE
           END-IF
           IF ROW-FULL-INTEREST > SD-INTEREST
               COMPUTE DEFERRED-INTEREST = DEFERRED-INTEREST
                   + ROW-FULL-INTEREST - SD-INTEREST
           END-IF.
       3600-DEFER-ROW-INTEREST-EXIT.
           EXIT.

      * NET THE LOANPOST POSTING RESULTS INTO THE PAYOFF. SHORT-PAID
      * AND MISSED PAYMENTS DUE ON OR BEFORE THE PAYOFF DATE ARE
      * STILL OWED ON TOP OF THE SCHEDULED BALANCE; UNAPPLIED
      * RECEIPTS AND ANY OVERPAYMENT ON A PAID PERIOD ARE CREDITED.
      * A MISSING LOANSTAT FILE SIMPLY MEANS NOTHING HAS POSTED YET.
       4000-SCAN-STATUS.
           MOVE ZERO TO PAST-DUE-AMT
           MOVE ZERO TO UNAPPLIED-AMT
           MOVE ZERO TO UNMATCHED-AMT
           MOVE ZERO TO STAT-EOF-SWITCH

           OPEN INPUT LOAN-STATUS-FILE
           IF STAT-FILE-STATUS NOT = "00"
               GO TO 4000-SCAN-STATUS-EXIT
           END-IF

           PERFORM UNTIL STAT-EOF
               READ LOAN-STATUS-FILE
                   AT END
                       SET STAT-EOF TO TRUE
                   NOT AT END
                       MOVE STATUS-RECORD TO STATUS-DETAIL-LINE
                       IF STAT-LOAN-NUMBER = REQUEST-LOAN
                           PERFORM 4100-NET-ONE-STATUS
                               THRU 4100-NET-ONE-STATUS-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-STATUS-FILE.
       4000-SCAN-STATUS-EXIT.
           EXIT.

       4100-NET-ONE-STATUS.
           COMPUTE STAT-EXPECTED-AMT =
               FUNCTION NUMVAL(STAT-EXPECTED)
           COMPUTE STAT-RECEIVED-AMT =
               FUNCTION NUMVAL(STAT-RECEIVED)
           MOVE ZERO TO STAT-DUE-INT
           IF STAT-DUE-DATE NOT = ZERO
               COMPUTE STAT-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(STAT-DUE-DATE)
           END-IF

           EVALUATE STAT-PAY-STATUS
               WHEN "S"
               WHEN "M"
                   IF STAT-DUE-INT NOT = 0
                           AND STAT-DUE-INT <= PAYOFF-INT
                       COMPUTE PAST-DUE-AMT = PAST-DUE-AMT
                           + STAT-EXPECTED-AMT - STAT-RECEIVED-AMT
                   END-IF
               WHEN "P"
                   IF STAT-RECEIVED-AMT > STAT-EXPECTED-AMT
                       COMPUTE UNAPPLIED-AMT = UNAPPLIED-AMT
                           + STAT-RECEIVED-AMT - STAT-EXPECTED-AMT
                   END-IF
               WHEN "U"
                   ADD STAT-RECEIVED-AMT TO UNAPPLIED-AMT
                   ADD STAT-RECEIVED-AMT TO UNMATCHED-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4100-NET-ONE-STATUS-EXIT.
           EXIT.

      * A LOAN LOANPOST HAS POSTED IS PRICED FROM ITS ACTUAL
      * BALANCES. THE ACTUAL PRINCIPAL ALREADY CARRIES THE PRINCIPAL
      * OF EVERY INSTALLMENT NOT YET PAID, AND INTEREST ON IT
      * ACCRUES FROM THE DUE DATE OF THE LAST INSTALLMENT PAID (OR
      * ORIGINATION), SO NOTHING IS ADDED BACK FOR PAST-DUE ROWS.
      * SUSPENSE AND UNMATCHED RECEIPTS ARE CREDITED; OVERPAYMENTS
      * HAVE ALREADY GONE TO PRINCIPAL. A NEGATIVE ESCROW BALANCE IS
      * MONEY THE SERVICER ADVANCED FROM ESCROW AND IS OWED BACK.
       4500-USE-ACTUAL-BALANCE.
           MOVE ZERO TO ACTUAL-FOUND-SWITCH
           MOVE ZERO TO ESCROW-ADVANCE
           MOVE REQUEST-LOAN TO LB-LOAN-NUMBER
           READ LOAN-BALANCE-FILE
               INVALID KEY
                   GO TO 4500-USE-ACTUAL-BALANCE-EXIT
           END-READ
           SET ACTUAL-FOUND TO TRUE

           MOVE LB-PRINCIPAL-BALANCE TO PAYOFF-BALANCE
           IF LB-PAID-THRU-DATE NOT = ZERO
               MOVE LB-PAID-THRU-DATE TO ACCRUE-FROM-DATE
           ELSE
               MOVE LM-ORIGINATION-DATE TO ACCRUE-FROM-DATE
           END-IF
           MOVE ZERO TO ACCRUE-FROM-INT
           IF ACCRUE-FROM-DATE NOT = ZERO
               COMPUTE ACCRUE-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(ACCRUE-FROM-DATE)
           END-IF

           MOVE ZERO TO PAST-DUE-AMT
           COMPUTE UNAPPLIED-AMT = LB-SUSPENSE-BALANCE + UNMATCHED-AMT
           IF LB-ESCROW-BALANCE < 0
               COMPUTE ESCROW-ADVANCE = ZERO - LB-ESCROW-BALANCE
           END-IF.
       4500-USE-ACTUAL-BALANCE-EXIT.
           EXIT.

      * THE LATE FEES THE LOAN STILL OWES - EVERY OUTSTANDING FEE ON
      * THE LEDGER LESS WHAT HAS BEEN PAID OR WAIVED ON IT.
       4700-SUM-FEES.
           MOVE ZERO TO FEES-OWED-AMT
           IF NOT FEE-FILE-OPEN
               GO TO 4700-SUM-FEES-EXIT
           END-IF

           MOVE ZERO TO FEE-EOF-SWITCH
           MOVE REQUEST-LOAN TO LF-LOAN-NUMBER
           MOVE ZERO TO LF-PAYMENT-NBR
           START LOAN-FEE-FILE KEY IS NOT LESS THAN LF-KEY
               INVALID KEY
                   GO TO 4700-SUM-FEES-EXIT
           END-START

           PERFORM UNTIL FEE-EOF
               READ LOAN-FEE-FILE NEXT RECORD
                   AT END
                       SET FEE-EOF TO TRUE
                   NOT AT END
                       IF LF-LOAN-NUMBER NOT = REQUEST-LOAN
                           SET FEE-EOF TO TRUE
                       ELSE
                           IF LF-OUTSTANDING
                               COMPUTE FEE-OWED = LF-FEE-AMOUNT
                                   - LF-PAID-AMOUNT - LF-WAIVED-AMOUNT
                               IF FEE-OWED > 0
                                   ADD FEE-OWED TO FEES-OWED-AMT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       4700-SUM-FEES-EXIT.
           EXIT.

      * THE RATE IN EFFECT FOR INSTALLMENT RATE-NBR - THE CONTRACT
      * RATE, OR THAT OF THE LATEST ACTIVE MODIFICATION TAKING EFFECT
      * BY THAT INSTALLMENT, FOUND AS LOANTRBAL FINDS IT.
       4800-FIND-RATE.
           MOVE LM-RATE TO LOAN-RATE
           IF NOT MOD-FILE-OPEN
               GO TO 4800-FIND-RATE-EXIT
           END-IF

           MOVE ZERO TO MOD-EOF-SWITCH
           MOVE REQUEST-LOAN TO MD-LOAN-NUMBER
           MOVE ZERO TO MD-PAYMENT-NBR
           START LOAN-MOD-FILE KEY IS NOT LESS THAN MD-KEY
               INVALID KEY
                   GO TO 4800-FIND-RATE-EXIT
           END-START

           PERFORM UNTIL MOD-EOF
               READ LOAN-MOD-FILE NEXT RECORD
                   AT END
                       SET MOD-EOF TO TRUE
                   NOT AT END
                       IF MD-LOAN-NUMBER NOT = REQUEST-LOAN
                               OR MD-PAYMENT-NBR > RATE-NBR
                           SET MOD-EOF TO TRUE
                       ELSE
                           IF MD-ACTIVE AND MD-NEW-RATE NOT = ZERO
                               MOVE MD-NEW-RATE TO LOAN-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       4800-FIND-RATE-EXIT.
           EXIT.

      * PER-DIEM INTEREST FROM THE LAST DUE DATE (OR ORIGINATION)
      * TO THE PAYOFF DATE AT THE RATE OF THE INSTALLMENT NOW
      * RUNNING - THE NOTE RATE OR THAT OF AN ACTIVE MODIFICATION -
      * ON THE LOAN'S DAY-COUNT BASIS: A 360-DAY YEAR FOR ACTUAL/360
      * NOTES, 365 OTHERWISE. AN UNUSABLE ACCRUAL DATE, OR A PAYOFF
      * DATE BEFORE IT, ACCRUES NOTHING. DEFERRED FORBEARANCE
      * INTEREST AND ANY ESCROW ADVANCE ARE OWED ON TOP. UNAPPLIED
      * FUNDS ALREADY HELD ARE CREDITED; WHAT THEY COME TO OVER WHAT
      * THE LOAN OWES IS REFUNDED, NOT LOST.
       5000-COMPUTE-PAYOFF.
           IF LM-DAY-COUNT = "A"
               MOVE 36000 TO PER-DIEM-DIVISOR
           ELSE
               MOVE 36500 TO PER-DIEM-DIVISOR
           END-IF
           COMPUTE RATE-NBR = LAST-DUE-NBR + 1
           PERFORM 4800-FIND-RATE THRU 4800-FIND-RATE-EXIT
           COMPUTE PER-DIEM-AMT ROUNDED =
               PAYOFF-BALANCE * LOAN-RATE / PER-DIEM-DIVISOR

           MOVE ZERO TO ACCRUED-DAYS
           IF ACCRUE-FROM-INT NOT = 0
                   AND PAYOFF-INT > ACCRUE-FROM-INT
               COMPUTE ACCRUED-DAYS = PAYOFF-INT - ACCRUE-FROM-INT
           END-IF
           COMPUTE ACCRUED-INTEREST ROUNDED =
               PER-DIEM-AMT * ACCRUED-DAYS

           COMPUTE TOTAL-PAYOFF = PAYOFF-BALANCE + ACCRUED-INTEREST
               + DEFERRED-INTEREST + ESCROW-ADVANCE
               + PAST-DUE-AMT + FEES-OWED-AMT - UNAPPLIED-AMT
           MOVE ZERO TO UNAPPLIED-EXCESS
           IF TOTAL-PAYOFF < 0
               COMPUTE UNAPPLIED-EXCESS = ZERO - TOTAL-PAYOFF
               IF UNAPPLIED-EXCESS > UNAPPLIED-AMT
                   MOVE UNAPPLIED-AMT TO UNAPPLIED-EXCESS
               END-IF
               MOVE ZERO TO TOTAL-PAYOFF
           END-IF.
       5000-COMPUTE-PAYOFF-EXIT.
           EXIT.

      * SPLIT WHAT THE LOAN OWED - THE LATE FEES FIRST, THEN THE
      * ESCROW ADVANCE, THEN THE INTEREST (DEFERRED INTEREST
      * INCLUDED), AND WHAT IS LEFT IS THE PRINCIPAL RETIRED. THE
      * SUSPENSE AND UNMATCHED RECEIPTS CREDITED IN THE PRICING MET
      * PART OF IT AND ARE CARRIED AS UNAPPLIED-USED - SUSPENSE
      * FIRST, THEN UNMATCHED RECEIPTS; THE PAYOFF FUNDS MET THE
      * REST. FUNDS OVER THE PAYOFF, UNAPPLIED FUNDS OVER WHAT WAS
      * OWED, AND THE ESCROW STILL HELD FOR THE BORROWER ARE
      * REFUNDED. SUSPENSE HELD ON LOANBAL IS RELEASED WHOLE - USED
      * OR REFUNDED.
       5500-SPLIT-FUNDS.
           COMPUTE OVERAGE-REFUND = FUNDS-AMT - TOTAL-PAYOFF
               + UNAPPLIED-EXCESS
           COMPUTE SPLIT-REMAINING = PAYOFF-BALANCE + ACCRUED-INTEREST
               + DEFERRED-INTEREST + ESCROW-ADVANCE
               + PAST-DUE-AMT + FEES-OWED-AMT
           IF SPLIT-REMAINING < 0
               MOVE ZERO TO SPLIT-REMAINING
           END-IF
           COMPUTE UNAPPLIED-USED = UNAPPLIED-AMT - UNAPPLIED-EXCESS
           COMPUTE SUSPENSE-HELD = UNAPPLIED-AMT - UNMATCHED-AMT
           MOVE UNAPPLIED-USED TO SUSPENSE-USED
           IF SUSPENSE-USED > SUSPENSE-HELD
               MOVE SUSPENSE-HELD TO SUSPENSE-USED
           END-IF
           COMPUTE UNMATCHED-USED = UNAPPLIED-USED - SUSPENSE-USED
           COMPUTE SUSPENSE-REFUND = SUSPENSE-HELD - SUSPENSE-USED

           MOVE FEES-OWED-AMT TO PAID-FEES
           IF PAID-FEES > SPLIT-REMAINING
               MOVE SPLIT-REMAINING TO PAID-FEES
           END-IF
           SUBTRACT PAID-FEES FROM SPLIT-REMAINING

           MOVE ESCROW-ADVANCE TO PAID-ADVANCE
           IF PAID-ADVANCE > SPLIT-REMAINING
               MOVE SPLIT-REMAINING TO PAID-ADVANCE
           END-IF
           SUBTRACT PAID-ADVANCE FROM SPLIT-REMAINING

           COMPUTE PAID-INTEREST = ACCRUED-INTEREST + DEFERRED-INTEREST
           IF PAID-INTEREST > SPLIT-REMAINING
               MOVE SPLIT-REMAINING TO PAID-INTEREST
           END-IF
           SUBTRACT PAID-INTEREST FROM SPLIT-REMAINING
           MOVE SPLIT-REMAINING TO PAID-PRINCIPAL

           MOVE ZERO TO SUSPENSE-RELEASED
           MOVE ZERO TO ESCROW-REFUND
           MOVE ZERO TO PAID-THRU-NBR
           IF ACTUAL-FOUND
               MOVE LB-SUSPENSE-BALANCE TO SUSPENSE-RELEASED
               IF LB-ESCROW-BALANCE > 0
                   MOVE LB-ESCROW-BALANCE TO ESCROW-REFUND
               END-IF
               MOVE LB-PAID-THRU-NBR TO PAID-THRU-NBR
           END-IF
           COMPUTE TOTAL-REFUND = ESCROW-REFUND + OVERAGE-REFUND.
       5500-SPLIT-FUNDS-EXIT.
           EXIT.

      * THE PAYOFF GOES ON HISTORY FIRST - IF IT CANNOT BE RECORDED
      * NOTHING ELSE ABOUT THE LOAN IS CHANGED.
       6000-WRITE-HISTORY.
           MOVE SPACES TO LOAN-HISTORY-RECORD
           MOVE REQUEST-LOAN TO LH-LOAN-NUMBER
           MOVE PAYOFF-DATE TO LH-TRAN-DATE
           MOVE PAID-THRU-NBR TO LH-PAYMENT-NBR
           SET LH-TRAN-PAYOFF TO TRUE
           MOVE 1 TO LH-SEQUENCE
           MOVE RUN-DATE TO LH-POSTED-DATE
           MOVE FUNDS-AMT TO LH-AMOUNT
           MOVE PAID-INTEREST TO LH-INTEREST
           MOVE PAID-PRINCIPAL TO LH-PRINCIPAL
           COMPUTE LH-ESCROW = PAID-ADVANCE - ESCROW-REFUND
           MOVE ZERO TO LH-CURTAILMENT
           COMPUTE LH-SUSPENSE = ZERO - SUSPENSE-RELEASED
           MOVE PAID-THRU-NBR TO LH-PAID-THRU-NBR
           MOVE ZERO TO LH-PRINCIPAL-BALANCE
           MOVE ZERO TO LH-SUSPENSE-BALANCE
           MOVE PAID-FEES TO LH-FEES
           MOVE TOTAL-REFUND TO LH-REFUND
           COMPUTE LH-ADVANCE = ZERO - PAID-ADVANCE
           WRITE LOAN-HISTORY-RECORD
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST LOANHIST WRITE FAILED - STATUS "
                   HIST-FILE-STATUS " - LOAN " REQUEST-LOAN
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6000-WRITE-HISTORY-EXIT.
           EXIT.

      * A PAID LOAN CARRIES NO PRINCIPAL, SUSPENSE OR ESCROW. A LOAN
      * LOANPOST HAS NEVER POSTED GETS ITS LOANBAL RECORD NOW, SO
      * READERS SEE IT PAID RATHER THAN NEVER POSTED.
       6100-CLEAR-BALANCE.
           IF NOT ACTUAL-FOUND
               MOVE SPACES TO LOAN-BALANCE-RECORD
               MOVE REQUEST-LOAN TO LB-LOAN-NUMBER
               MOVE ZERO TO LB-PAID-THRU-NBR
               MOVE ZERO TO LB-PAID-THRU-DATE
               MOVE ZERO TO LB-TOTAL-CURTAILMENT
               MOVE ZERO TO LB-LAST-TRAN-DATE
               MOVE ZERO TO LB-LAST-DISB-DATE
               MOVE ZERO TO LB-LAST-DISB-SEQ
           END-IF
           MOVE ZERO TO LB-PRINCIPAL-BALANCE
           MOVE ZERO TO LB-SUSPENSE-BALANCE
           MOVE ZERO TO LB-ESCROW-BALANCE
           IF PAYOFF-DATE > LB-LAST-TRAN-DATE
               MOVE PAYOFF-DATE TO LB-LAST-TRAN-DATE
           END-IF
           MOVE RUN-DATE TO LB-LAST-POST-DATE

           IF ACTUAL-FOUND
               REWRITE LOAN-BALANCE-RECORD
           ELSE
               WRITE LOAN-BALANCE-RECORD
           END-IF
           IF BAL-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST LOANBAL UPDATE FAILED - STATUS "
                   BAL-FILE-STATUS " - LOAN " REQUEST-LOAN
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6100-CLEAR-BALANCE-EXIT.
           EXIT.

      * EVERY FEE STILL OUTSTANDING WAS PRICED INTO THE PAYOFF AND
      * IS NOW PAID, AS OF THE DATE THE FUNDS ARRIVED.
       6200-SETTLE-FEES.
           IF NOT FEE-FILE-OPEN
               GO TO 6200-SETTLE-FEES-EXIT
           END-IF

           MOVE ZERO TO FEE-EOF-SWITCH
           MOVE REQUEST-LOAN TO LF-LOAN-NUMBER
           MOVE ZERO TO LF-PAYMENT-NBR
           START LOAN-FEE-FILE KEY IS NOT LESS THAN LF-KEY
               INVALID KEY
                   GO TO 6200-SETTLE-FEES-EXIT
           END-START

           PERFORM UNTIL FEE-EOF
               READ LOAN-FEE-FILE NEXT RECORD
                   AT END
                       SET FEE-EOF TO TRUE
                   NOT AT END
                       IF LF-LOAN-NUMBER NOT = REQUEST-LOAN
                           SET FEE-EOF TO TRUE
                       ELSE
                           IF LF-OUTSTANDING
                               PERFORM 6250-SETTLE-ONE-FEE
                                   THRU 6250-SETTLE-ONE-FEE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       6200-SETTLE-FEES-EXIT.
           EXIT.

       6250-SETTLE-ONE-FEE.
           COMPUTE LF-PAID-AMOUNT = LF-FEE-AMOUNT - LF-WAIVED-AMOUNT
           MOVE PAYOFF-DATE TO LF-PAID-DATE
           SET LF-PAID TO TRUE
           REWRITE LOAN-FEE-RECORD
           IF FEE-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST LOANFEE UPDATE FAILED - STATUS "
                   FEE-FILE-STATUS " - LOAN " REQUEST-LOAN
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF
           ADD 1 TO FEES-SETTLED-COUNT.
       6250-SETTLE-ONE-FEE-EXIT.
           EXIT.

      * TURN OFF THE LOAN'S ACH ENROLLMENT SO LOANACH NEVER DRAFTS
      * THE PAID LOAN AGAIN. THE ENROLLMENT ITSELF IS KEPT.
       6300-STOP-DRAFTS.
           MOVE ZERO TO DRAFT-STOPPED-SWITCH
           IF NOT ACH-FILE-OPEN
               GO TO 6300-STOP-DRAFTS-EXIT
           END-IF

           MOVE REQUEST-LOAN TO AE-LOAN-NUMBER
           READ ACH-ENROLLMENT-FILE
               INVALID KEY
                   GO TO 6300-STOP-DRAFTS-EXIT
           END-READ
           IF NOT AE-DRAFT-ON
               GO TO 6300-STOP-DRAFTS-EXIT
           END-IF

           SET AE-DRAFT-OFF TO TRUE
           REWRITE ACH-ENROLLMENT-RECORD
           IF ACH-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST ACHENRL UPDATE FAILED - STATUS "
                   ACH-FILE-STATUS " - LOAN " REQUEST-LOAN
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF
           SET DRAFT-STOPPED TO TRUE
           ADD 1 TO DRAFTS-STOPPED-COUNT.
       6300-STOP-DRAFTS-EXIT.
           EXIT.

      * CLOSE THE LOAN ON THE MASTER AND JOURNAL THE CLOSE THE SAME
      * WAY LOANMAINT DOES.
       6400-CLOSE-MASTER.
           MOVE LOAN-MASTER-RECORD TO BEFORE-IMAGE
           SET LM-STATUS-CLOSED TO TRUE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LOANPAYPOST LOAN " REQUEST-LOAN
                       " LOANMSTR REWRITE FAILED - RUN STOPPED"
                   PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
                   GOBACK
           END-REWRITE
           PERFORM 6450-WRITE-JOURNAL THRU 6450-WRITE-JOURNAL-EXIT.
       6400-CLOSE-MASTER-EXIT.
           EXIT.

       6450-WRITE-JOURNAL.
           ACCEPT MJ-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT MJ-JOURNAL-TIME FROM TIME
           MOVE "LOANPAYPOST" TO MJ-OPERATOR
           MOVE SPACES TO MJ-APPROVED-BY
           SET MJ-FUNCTION-CLOSE TO TRUE
           MOVE LM-LOAN-NUMBER TO MJ-LOAN-NUMBER
           MOVE BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO MJ-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST LOANJRNL WRITE FAILED - STATUS "
                   JRNL-FILE-STATUS " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6450-WRITE-JOURNAL-EXIT.
           EXIT.

      * THE SPLIT GOES TO THE PAYOFF LOG BY PRODUCT, FOR THE GL
      * EXTRACT TO TAKE THE LOAN OFF THE BOOKS AS OF THE FUNDS DATE.
       6500-WRITE-PAYOFF-LOG.
           MOVE SPACES TO PAYOFF-LOG-RECORD
           MOVE REQUEST-LOAN TO PL-LOAN-NUMBER
           MOVE LM-PRODUCT-CODE TO PL-PRODUCT-CODE
           MOVE PAYOFF-DATE TO PL-FUNDS-DATE
           MOVE RUN-DATE TO PL-POSTED-DATE
           MOVE FUNDS-AMT TO PL-FUNDS-AMOUNT
           MOVE TOTAL-PAYOFF TO PL-PAYOFF-AMOUNT
           MOVE PAID-PRINCIPAL TO PL-PRINCIPAL
           MOVE PAID-INTEREST TO PL-INTEREST
           MOVE PAID-FEES TO PL-FEES
           MOVE SUSPENSE-USED TO PL-UNAPPLIED
           MOVE UNMATCHED-USED TO PL-UNMATCHED
           MOVE SUSPENSE-REFUND TO PL-SUSPENSE-REFUND
           MOVE ESCROW-REFUND TO PL-ESCROW-REFUND
           MOVE PAID-ADVANCE TO PL-ESCROW-ADVANCE
           MOVE OVERAGE-REFUND TO PL-OVERAGE-REFUND
           WRITE PAYOFF-LOG-RECORD
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYPOST PAYOFFLG WRITE FAILED - STATUS "
                   LOG-FILE-STATUS " - LOAN " REQUEST-LOAN
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6500-WRITE-PAYOFF-LOG-EXIT.
           EXIT.

       7000-PRINT-LETTER.
           MOVE ALL "-" TO PAID-LETTER-LINE
           WRITE PAID-LETTER-LINE

           MOVE SPACES TO LETTER-WORK
           STRING "PAID IN FULL NOTICE         " RUN-DATE
               INTO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE LM-BORROWER-NAME TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE LM-MAIL-ADDRESS TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           STRING LM-MAIL-CITY " " LM-MAIL-STATE " " LM-MAIL-ZIP
               INTO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           STRING "RE: LOAN " REQUEST-LOAN
               INTO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           STRING "WE RECEIVED YOUR PAYOFF FUNDS ON " PAYOFF-DATE
               " AND YOUR LOAN IS NOW"
               INTO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK
           MOVE "PAID IN FULL. THANK YOU. WE HAVE ASKED FOR THE LIEN "
               TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK
           MOVE "SECURING THE LOAN TO BE RELEASED AND WILL SEND YOU "
               TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK
           MOVE "THE RELEASE ONCE IT HAS BEEN RECORDED." TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK
           IF DRAFT-STOPPED
               MOVE "AUTOMATIC PAYMENTS FROM YOUR BANK ACCOUNT HAVE "
                   TO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
               MOVE "BEEN STOPPED." TO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           MOVE SPACES TO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE FUNDS-AMT TO MONEY-D
           STRING "PAYOFF FUNDS RECEIVED ....: " MONEY-D
               INTO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE PAID-PRINCIPAL TO MONEY-D
           STRING "PRINCIPAL PAID ...........: " MONEY-D
               INTO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE PAID-INTEREST TO MONEY-D
           STRING "INTEREST PAID ............: " MONEY-D
               INTO LETTER-WORK
           WRITE PAID-LETTER-LINE FROM LETTER-WORK

           IF DEFERRED-INTEREST > 0
               MOVE SPACES TO LETTER-WORK
               MOVE DEFERRED-INTEREST TO MONEY-D
               STRING "  OF WHICH DEFERRED ......: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           IF PAID-ADVANCE > 0
               MOVE SPACES TO LETTER-WORK
               MOVE PAID-ADVANCE TO MONEY-D
               STRING "ESCROW ADVANCE REPAID ....: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           IF PAID-FEES > 0
               MOVE SPACES TO LETTER-WORK
               MOVE PAID-FEES TO MONEY-D
               STRING "LATE FEES PAID ...........: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           IF UNAPPLIED-USED > 0
               MOVE SPACES TO LETTER-WORK
               MOVE UNAPPLIED-USED TO MONEY-D
               STRING "UNAPPLIED FUNDS CREDITED .: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           IF ESCROW-REFUND > 0
               MOVE SPACES TO LETTER-WORK
               MOVE ESCROW-REFUND TO MONEY-D
               STRING "ESCROW BALANCE REFUNDED ..: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           IF OVERAGE-REFUND > 0
               MOVE SPACES TO LETTER-WORK
               MOVE OVERAGE-REFUND TO MONEY-D
               STRING "OVERPAYMENT REFUNDED .....: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           IF UNAPPLIED-EXCESS > 0
               MOVE SPACES TO LETTER-WORK
               MOVE UNAPPLIED-EXCESS TO MONEY-D
               STRING "  OF WHICH UNAPPLIED .....: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF

           IF TOTAL-REFUND > 0
               MOVE SPACES TO LETTER-WORK
               MOVE TOTAL-REFUND TO MONEY-D
               STRING "TOTAL REFUND DUE YOU .....: " MONEY-D
                   INTO LETTER-WORK
               WRITE PAID-LETTER-LINE FROM LETTER-WORK
           END-IF.
       7000-PRINT-LETTER-EXIT.
           EXIT.

       7100-WRITE-LIEN-REQUEST.
           MOVE SPACES TO LIEN-RELEASE-RECORD
           MOVE REQUEST-LOAN TO LR-LOAN-NUMBER
           MOVE RUN-DATE TO LR-REQUEST-DATE
           MOVE PAYOFF-DATE TO LR-PAID-IN-FULL-DATE
           MOVE LM-BORROWER-NAME TO LR-BORROWER-NAME
           MOVE LM-TAXPAYER-ID TO LR-TAXPAYER-ID
           MOVE LM-MAIL-ADDRESS TO LR-ADDRESS
           MOVE LM-MAIL-CITY TO LR-CITY
           MOVE LM-MAIL-STATE TO LR-STATE
           MOVE LM-MAIL-ZIP TO LR-ZIP
           MOVE LM-ORIGINATION-DATE TO LR-NOTE-DATE
           MOVE LM-PRINCIPAL TO LR-NOTE-AMOUNT
           MOVE LM-PRODUCT-CODE TO LR-PRODUCT-CODE
           WRITE LIEN-RELEASE-RECORD.
       7100-WRITE-LIEN-REQUEST-EXIT.
           EXIT.

       8000-WRITE-REGISTER-HEADING.
           MOVE SPACES TO PAYOFF-REGISTER-LINE
           STRING "PAYOFF POSTING REGISTER " RUN-DATE
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           STRING "LOAN NBR  FUNDS DT    FUNDS RCVD    PAYOFF AMT"
               "        REFUND  RESULT"
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE.
       8000-WRITE-REGISTER-HEADING-EXIT.
           EXIT.

      * LIST A REJECTED CARD ON THE REGISTER AND THE CONSOLE. THE
      * PAYOFF AMOUNT IS SHOWN WHEN THE LOAN GOT AS FAR AS PRICING.
       8100-WRITE-REJECTION.
           ADD 1 TO REJECTED-COUNT
           ADD FUNDS-AMT TO FUNDS-REJECTED-TOTAL
           MOVE REQUEST-LOAN TO RG-LOAN-NUMBER
           MOVE PAYOFF-DATE TO RG-FUNDS-DATE
           MOVE FUNDS-AMT TO RG-FUNDS-D
           MOVE TOTAL-PAYOFF TO RG-PAYOFF-D
           MOVE ZERO TO RG-REFUND-D
           MOVE SPACES TO RG-RESULT
           STRING "REJECTED - " REJECT-REASON
               DELIMITED BY SIZE INTO RG-RESULT
           WRITE PAYOFF-REGISTER-LINE FROM REGISTER-DETAIL-LINE
           DISPLAY "LOANPAYPOST LOAN " REQUEST-LOAN
               " PAYOFF REJECTED - " REJECT-REASON.
       8100-WRITE-REJECTION-EXIT.
           EXIT.

       8200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           MOVE ACCEPTED-COUNT TO COUNT-D
           STRING "LOANS PAID IN FULL .......: " COUNT-D
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           MOVE FUNDS-POSTED-TOTAL TO TOTAL-D
           STRING "FUNDS POSTED .............: " TOTAL-D
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           MOVE REFUND-TOTAL TO TOTAL-D
           STRING "REFUNDS DUE BORROWERS ....: " TOTAL-D
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           MOVE REJECTED-COUNT TO COUNT-D
           STRING "PAYOFFS REJECTED .........: " COUNT-D
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           MOVE FUNDS-REJECTED-TOTAL TO TOTAL-D
           STRING "FUNDS NOT POSTED .........: " TOTAL-D
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           MOVE DRAFTS-STOPPED-COUNT TO COUNT-D
           STRING "ACH ENROLLMENTS TURNED OFF: " COUNT-D
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE

           MOVE SPACES TO PAYOFF-REGISTER-LINE
           MOVE FEES-SETTLED-COUNT TO COUNT-D
           STRING "LATE FEES SETTLED ........: " COUNT-D
               INTO PAYOFF-REGISTER-LINE
           WRITE PAYOFF-REGISTER-LINE.
       8200-WRITE-REGISTER-TOTALS-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE PAYOFF-FUNDS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE LOAN-BALANCE-FILE
           CLOSE JOURNAL-FILE
           CLOSE PAYOFF-LOG-FILE
           IF FEE-FILE-OPEN
               CLOSE LOAN-FEE-FILE
           END-IF
           IF ACH-FILE-OPEN
               CLOSE ACH-ENROLLMENT-FILE
           END-IF
           IF MOD-FILE-OPEN
               CLOSE LOAN-MOD-FILE
           END-IF
           CLOSE PAID-LETTER-FILE
           CLOSE LIEN-RELEASE-FILE
           CLOSE PAYOFF-REGISTER-FILE.
       9000-CLOSE-FILES-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE FUNDS CARDS READ, THE
      * PAYOFFS POSTED AND THE CARDS REJECTED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           COMPUTE RL-COUNT-IN = ACCEPTED-COUNT + REJECTED-COUNT
           MOVE ACCEPTED-COUNT TO RL-COUNT-OUT
           MOVE REJECTED-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPAYPOST COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANPAYPOST.

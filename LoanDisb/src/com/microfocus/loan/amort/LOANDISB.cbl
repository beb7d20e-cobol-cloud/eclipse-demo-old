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
       PROGRAM-ID. LOANDISB.
       REMARKS. ESCROW DISBURSEMENT RUN. THIS PROGRAM PAYS THE TAX
               AND INSURANCE BILLS THE ESCROW IS COLLECTED FOR. IT
               READS THE ESCRPAYE PAYEE FILE ESCRMAINT KEEPS, IN LOAN
               NUMBER ORDER, AND SELECTS EVERY ACTIVE PAYEE WHOSE
               NEXT BILL FALLS DUE WITHIN THE RUNCTL DISBURSEMENT
               WINDOW OF THE AS-OF DATE (15 DAYS UNLESS CHANGED ON
               CTLMAINT, SO THE PAYMENT REACHES THE PAYEE BEFORE THE
               DUE DATE) OR IS ALREADY PAST DUE.
               EACH BILL IS CHECKED AGAINST THE LOAN'S ESCROW BALANCE
               ON LOANBAL. A BILL THE BALANCE DOES NOT COVER IS STILL
               PAID, SO THE TAXES AND COVERAGE DO NOT LAPSE, BUT IS
               FLAGGED AS AN ADVANCE FOR THE AMOUNT BEYOND THE
               BALANCE. FOR EVERY BILL PAID THE RUN ADDS A
               DISBURSEMENT RECORD TO THE LOANHIST HISTORY, WRITES THE
               CHECK TO THE ESCRCHKS REGISTER FILE FOR TREASURY,
               APPENDS THE PAYMENT TO THE ESCRDISB FILE THE ANNUAL
               ESCROW ANALYSIS READS (WHICH PUTS IT IN LOAN NUMBER
               ORDER ITSELF), TAKES THE PAYMENT OUT OF
               LB-ESCROW-BALANCE, RECORDS THE PAYMENT ON THE PAYEE
               AND, LAST, ROLLS THE PAYEE'S NEXT DUE DATE FORWARD BY
               THE BILLING FREQUENCY. ESCRCHKS, LIKE ESCRDISB, IS
               ADDED TO BY EACH RUN.
               A BILL FOR A LOAN NOT ON LOANMSTR OR CLOSED, OR NOT
               YET POSTED BY LOANPOST (NO LOANBAL RECORD, SO NO
               ESCROW BALANCE TO CHARGE), IS HELD - NOT PAID AND ITS
               DUE DATE LEFT AS IT IS - SO IT COMES UP AGAIN ON THE
               NEXT RUN. EVERY BILL SELECTED, PAID OR HELD, IS
               LISTED ON THE DISBRGST REGISTER WITH THE RUN TOTALS.
               EACH PAYEE IS PAID AT MOST ONCE A RUN, AND THE ROLLED
               DUE DATE KEEPS A REPEATED RUN FROM PAYING IT AGAIN. A
               BILL ALREADY ON HISTORY FROM A RUN THAT STOPPED BEFORE
               ITS DUE DATE WAS ROLLED IS NOT PAID AGAIN: IF ITS
               ESCROW WAS CHARGED (LOANBAL RECORDS THE LAST BILL
               CHARGED, AND A BILL IS ONLY CHARGED ONCE ITS CHECK AND
               ANALYSIS RECORD ARE WRITTEN) ONLY THE DUE DATE IS
               ROLLED AND IT IS LISTED AS PAID ON AN EARLIER RUN,
               OTHERWISE THE PAYMENT IS COMPLETED WITHOUT A SECOND
               HISTORY RECORD, AND WITHOUT A SECOND CHECK OR ANALYSIS
               RECORD WHERE THE STOPPED RUN HAD WRITTEN THEM.
               THE AS-OF DATE, WHICH IS ALSO THE PAYMENT DATE AND
               THE DATE THE PAYMENT IS POSTED TO HISTORY, IS THE
               BUSINESS DATE FROM THE RUNCTL RUN CONTROL.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANPOST AND LOANPAYPOST HAVE
               COMPLETED FOR THE BUSINESS DATE, SO EVERY BILL IS
               CHARGED AGAINST AN UP-TO-DATE ESCROW BALANCE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ESCROW-PAYEE-FILE ASSIGN TO "ESCRPAYE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EP-KEY
               FILE STATUS IS PAYEE-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

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

           SELECT DISBURSEMENT-FILE ASSIGN TO "ESCRDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISB-FILE-STATUS.

           SELECT ESCROW-CHECK-FILE ASSIGN TO "ESCRCHKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.

           SELECT DISB-REGISTER-FILE ASSIGN TO "DISBRGST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ESCROW-PAYEE-FILE.
       COPY "ESCRPAYE.CPY".

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

      * SAME LAYOUT LOANESCROW READS.
       FD DISBURSEMENT-FILE.
       01 DISBURSEMENT-RECORD.
           05 DSB-LOAN-NUMBER PIC 9(8).
           05 DSB-PAYEE-TYPE PIC X(1).
           05 DSB-DATE PIC 9(8).
           05 DSB-AMOUNT PIC 9(7)V99.

       FD ESCROW-CHECK-FILE.
       COPY "ESCRCHK.CPY".

       FD DISB-REGISTER-FILE.
       01 DISB-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 PAYEE-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 DISB-FILE-STATUS PIC X(02).
       01 CHECK-FILE-STATUS PIC X(02).

       01 PAYEE-EOF-SWITCH PIC 9 VALUE 0.
         88 PAYEE-EOF VALUE 1.

       01 ADVANCE-SWITCH PIC 9 VALUE 0.
         88 BILL-ADVANCED VALUE 1.

       01 ALREADY-PAID-SWITCH PIC 9 VALUE 0.
         88 ALREADY-PAID VALUE 1.

       01 PAYEE-ROLLED-SWITCH PIC 9 VALUE 0.
         88 PAYEE-ROLLED VALUE 1.

       01 ESCROW-CHARGED-SWITCH PIC 9 VALUE 0.
         88 ESCROW-CHARGED VALUE 1.

       01 CHECK-WRITTEN-SWITCH PIC 9 VALUE 0.
         88 CHECK-WRITTEN VALUE 1.

       01 DISB-WRITTEN-SWITCH PIC 9 VALUE 0.
         88 DISB-WRITTEN VALUE 1.

       01 EARLIER-EOF-SWITCH PIC 9 VALUE 0.
         88 EARLIER-EOF VALUE 1.

       01 AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 AS-OF-INT PIC S9(7) COMP.
       01 WINDOW-DAYS PIC S9(3) COMP VALUE 15.
       01 WINDOW-END-INT PIC S9(7) COMP.
       01 WINDOW-END-DATE PIC 9(8).
       01 DUE-INT PIC S9(7) COMP.

      * ROLLING A DUE DATE FORWARD BY WHOLE MONTHS.
       01 DATE-WORK.
           05 DW-YYYY PIC 9(4).
           05 DW-MM PIC 9(2).
           05 DW-DD PIC 9(2).
       01 DATE-WORK-N REDEFINES DATE-WORK PIC 9(8).
       01 ROLL-MONTHS PIC S9(3) COMP.
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

       01 HOLD-REASON PIC X(30).
       01 BILL-DUE-DATE PIC 9(8).
       01 PAY-AMT PIC S9(7)V99 COMP-3.
       01 BALANCE-BEFORE PIC S9(7)V99 COMP-3.
       01 ADVANCE-AMT PIC S9(7)V99 COMP-3.

       01 ITEM-NUMBER PIC S9(5) COMP VALUE ZERO.

      * CHECKS AND ANALYSIS RECORDS AN UNFINISHED EARLIER RUN WROTE
      * FOR THE SAME PAYMENT DATE, SO A RESTART DOES NOT ISSUE THEM
      * A SECOND TIME.
       01 EARLIER-CHECK-TABLE.
           05 EARLIER-CHECK-ENTRY OCCURS 2000 TIMES.
               10 EK-LOAN-NUMBER PIC 9(8).
               10 EK-PAYEE-SEQ PIC 9(2).
       01 EARLIER-CHECK-USED PIC S9(5) COMP VALUE ZERO.
       01 EARLIER-DISB-TABLE.
           05 EARLIER-DISB-ENTRY OCCURS 2000 TIMES.
               10 ED-LOAN-NUMBER PIC 9(8).
               10 ED-PAYEE-TYPE PIC X(1).
               10 ED-AMOUNT PIC 9(7)V99.
               10 ED-MATCHED PIC X(1).
       01 EARLIER-DISB-USED PIC S9(5) COMP VALUE ZERO.
       01 EARLIER-NDX PIC S9(5) COMP.
       01 PAID-COUNT PIC S9(5) COMP VALUE ZERO.
       01 ADVANCE-COUNT PIC S9(5) COMP VALUE ZERO.
       01 HELD-COUNT PIC S9(5) COMP VALUE ZERO.
       01 ROLLED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 SUSPENDED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 PAID-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 ADVANCE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 HELD-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 COUNT-D PIC ZZZZ9.
       01 MONEY-D PIC Z(8)9.99.
       01 TOTAL-D PIC Z(10)9.99.

       01 REGISTER-DETAIL-LINE.
           05 RG-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-PAYEE-SEQ PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-PAYEE-TYPE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-PAYEE-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-AMOUNT-D PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-BALANCE-D PIC Z(8)9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RG-RESULT PIC X(40).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           PERFORM 0100-SET-PAY-WINDOW THRU 0100-SET-PAY-WINDOW-EXIT

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               GOBACK
           END-IF

           OPEN I-O ESCROW-PAYEE-FILE
           IF PAYEE-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB CANNOT OPEN ESCRPAYE - STATUS "
                   PAYEE-FILE-STATUS " - NO PAYEES, NOTHING PAID"
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF

           IF RL-RESTART
               PERFORM 0300-LOAD-EARLIER-OUTPUT
                   THRU 0300-LOAD-EARLIER-OUTPUT-EXIT
           END-IF

           PERFORM 0200-OPEN-POSTING-FILES
               THRU 0200-OPEN-POSTING-FILES-EXIT

           OPEN OUTPUT DISB-REGISTER-FILE

           PERFORM 8000-WRITE-REGISTER-HEADING
               THRU 8000-WRITE-REGISTER-HEADING-EXIT

           PERFORM 1000-READ-PAYEE THRU 1000-READ-PAYEE-EXIT
           PERFORM UNTIL PAYEE-EOF
               PERFORM 2000-PROCESS-PAYEE THRU 2000-PROCESS-PAYEE-EXIT
               PERFORM 1000-READ-PAYEE THRU 1000-READ-PAYEE-EXIT
           END-PERFORM

           PERFORM 8200-WRITE-REGISTER-TOTALS
               THRU 8200-WRITE-REGISTER-TOTALS-EXIT
           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT

           MOVE PAID-COUNT TO COUNT-D
           DISPLAY "LOANDISB PAID " COUNT-D " BILL(S)"
           MOVE PAID-TOTAL TO TOTAL-D
           DISPLAY "LOANDISB TOTAL DISBURSED " TOTAL-D
           MOVE ADVANCE-COUNT TO COUNT-D
           DISPLAY "LOANDISB ESCROW ADVANCES " COUNT-D
           MOVE HELD-COUNT TO COUNT-D
           DISPLAY "LOANDISB BILLS HELD " COUNT-D
           MOVE ROLLED-COUNT TO COUNT-D
           DISPLAY "LOANDISB PAID ON AN EARLIER RUN " COUNT-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NO BILL IS PAID UNTIL LOANCTL HAS CONFIRMED THE DAY'S POSTING
      * STEPS HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANDISB" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANDISB NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * BILLS DUE ON OR BEFORE THE END OF THE WINDOW ARE PAID NOW.
       0100-SET-PAY-WINDOW.
           MOVE RL-BUSINESS-DATE TO AS-OF-DATE
           COMPUTE AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(AS-OF-DATE)

           MOVE RL-DISB-WINDOW TO WINDOW-DAYS
           IF WINDOW-DAYS < 0
               MOVE ZERO TO WINDOW-DAYS
           END-IF
           COMPUTE WINDOW-END-INT = AS-OF-INT + WINDOW-DAYS
           COMPUTE WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-END-INT).
       0100-SET-PAY-WINDOW-EXIT.
           EXIT.

      * HISTORY, BALANCES AND THE ANALYSIS FEED ARE ALL REQUIRED - A
      * BILL THAT CANNOT BE RECORDED EVERYWHERE IS NOT PAID.
       0200-OPEN-POSTING-FILES.
           OPEN I-O LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-FILE
               OPEN I-O LOAN-HISTORY-FILE
           END-IF
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB CANNOT OPEN LOANHIST - STATUS "
                   HIST-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE ESCROW-PAYEE-FILE
               GOBACK
           END-IF

           OPEN I-O LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-BALANCE-FILE
               CLOSE LOAN-BALANCE-FILE
               OPEN I-O LOAN-BALANCE-FILE
           END-IF
           IF BAL-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB CANNOT OPEN LOANBAL - STATUS "
                   BAL-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE ESCROW-PAYEE-FILE
               CLOSE LOAN-HISTORY-FILE
               GOBACK
           END-IF

           OPEN EXTEND DISBURSEMENT-FILE
           IF DISB-FILE-STATUS = "35"
               OPEN OUTPUT DISBURSEMENT-FILE
           END-IF
           IF DISB-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB CANNOT OPEN ESCRDISB - STATUS "
                   DISB-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE ESCROW-PAYEE-FILE
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               GOBACK
           END-IF

      * TREASURY TAKES THE CHECKS BY PAYMENT DATE, SO A RERUN ADDS TO
      * THE REGISTER RATHER THAN REPLACING IT.
           OPEN EXTEND ESCROW-CHECK-FILE
           IF CHECK-FILE-STATUS = "35"
               OPEN OUTPUT ESCROW-CHECK-FILE
           END-IF
           IF CHECK-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB CANNOT OPEN ESCRCHKS - STATUS "
                   CHECK-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE ESCROW-PAYEE-FILE
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               CLOSE DISBURSEMENT-FILE
               GOBACK
           END-IF.
       0200-OPEN-POSTING-FILES-EXIT.
           EXIT.

      * AN EARLIER RUN FOR THIS DATE STOPPED PART WAY. ITS CHECKS AND
      * ANALYSIS RECORDS FOR THE DATE ARE NOTED SO A BILL IT HAD
      * STARTED TO PAY IS FINISHED WITHOUT A SECOND CHECK, AND THE
      * CHECK NUMBERING CARRIES ON FROM WHERE IT STOPPED.
       0300-LOAD-EARLIER-OUTPUT.
           OPEN INPUT ESCROW-CHECK-FILE
           IF CHECK-FILE-STATUS = "00"
               MOVE ZERO TO EARLIER-EOF-SWITCH
               PERFORM 0310-LOAD-ONE-CHECK THRU 0310-LOAD-ONE-CHECK-EXIT
                   UNTIL EARLIER-EOF
               CLOSE ESCROW-CHECK-FILE
           END-IF

           OPEN INPUT DISBURSEMENT-FILE
           IF DISB-FILE-STATUS = "00"
               MOVE ZERO TO EARLIER-EOF-SWITCH
               PERFORM 0320-LOAD-ONE-DISB THRU 0320-LOAD-ONE-DISB-EXIT
                   UNTIL EARLIER-EOF
               CLOSE DISBURSEMENT-FILE
           END-IF.
       0300-LOAD-EARLIER-OUTPUT-EXIT.
           EXIT.

       0310-LOAD-ONE-CHECK.
           READ ESCROW-CHECK-FILE
               AT END
                   SET EARLIER-EOF TO TRUE
                   GO TO 0310-LOAD-ONE-CHECK-EXIT
           END-READ
           IF EC-PAYMENT-DATE NOT = AS-OF-DATE
               GO TO 0310-LOAD-ONE-CHECK-EXIT
           END-IF
           IF EC-ITEM-NUMBER > ITEM-NUMBER
               MOVE EC-ITEM-NUMBER TO ITEM-NUMBER
           END-IF
           IF EARLIER-CHECK-USED >= 2000
               DISPLAY "LOANDISB TOO MANY CHECKS ON ESCRCHKS FOR "
                   AS-OF-DATE " - RESTART NOT RUN"
               CLOSE ESCROW-CHECK-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE ESCROW-PAYEE-FILE
               GOBACK
           END-IF
           ADD 1 TO EARLIER-CHECK-USED
           MOVE EC-LOAN-NUMBER TO EK-LOAN-NUMBER(EARLIER-CHECK-USED)
           MOVE EC-PAYEE-SEQ TO EK-PAYEE-SEQ(EARLIER-CHECK-USED).
       0310-LOAD-ONE-CHECK-EXIT.
           EXIT.

       0320-LOAD-ONE-DISB.
           READ DISBURSEMENT-FILE
               AT END
                   SET EARLIER-EOF TO TRUE
                   GO TO 0320-LOAD-ONE-DISB-EXIT
           END-READ
           IF DSB-DATE NOT = AS-OF-DATE
               GO TO 0320-LOAD-ONE-DISB-EXIT
           END-IF
           IF EARLIER-DISB-USED >= 2000
               DISPLAY "LOANDISB TOO MANY PAYMENTS ON ESCRDISB FOR "
                   AS-OF-DATE " - RESTART NOT RUN"
               CLOSE DISBURSEMENT-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE ESCROW-PAYEE-FILE
               GOBACK
           END-IF
           ADD 1 TO EARLIER-DISB-USED
           MOVE DSB-LOAN-NUMBER TO ED-LOAN-NUMBER(EARLIER-DISB-USED)
           MOVE DSB-PAYEE-TYPE TO ED-PAYEE-TYPE(EARLIER-DISB-USED)
           MOVE DSB-AMOUNT TO ED-AMOUNT(EARLIER-DISB-USED)
           MOVE "N" TO ED-MATCHED(EARLIER-DISB-USED).
       0320-LOAD-ONE-DISB-EXIT.
           EXIT.

       1000-READ-PAYEE.
           READ ESCROW-PAYEE-FILE NEXT RECORD
               AT END
                   SET PAYEE-EOF TO TRUE
           END-READ.
       1000-READ-PAYEE-EXIT.
           EXIT.

      * PAY ONE PAYEE'S BILL IF IT IS DUE. SUSPENDED PAYEES AND BILLS
      * NOT YET DUE ARE PASSED OVER WITHOUT BEING LISTED.
       2000-PROCESS-PAYEE.
           IF EP-SUSPENDED
               ADD 1 TO SUSPENDED-COUNT
               GO TO 2000-PROCESS-PAYEE-EXIT
           END-IF

           MOVE EP-NEXT-DUE-DATE TO BILL-DUE-DATE
           MOVE EP-BILL-AMOUNT TO PAY-AMT
           MOVE ZERO TO BALANCE-BEFORE

           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(EP-NEXT-DUE-DATE)
           IF DUE-INT = 0
               MOVE "NEXT DUE DATE NOT VALID" TO HOLD-REASON
               PERFORM 8100-WRITE-HOLD THRU 8100-WRITE-HOLD-EXIT
               GO TO 2000-PROCESS-PAYEE-EXIT
           END-IF
           IF DUE-INT > WINDOW-END-INT
               GO TO 2000-PROCESS-PAYEE-EXIT
           END-IF

           MOVE EP-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN NOT ON LOANMSTR" TO HOLD-REASON
                   PERFORM 8100-WRITE-HOLD THRU 8100-WRITE-HOLD-EXIT
                   GO TO 2000-PROCESS-PAYEE-EXIT
           END-READ
           IF LM-STATUS-CLOSED
               MOVE "LOAN IS CLOSED" TO HOLD-REASON
               PERFORM 8100-WRITE-HOLD THRU 8100-WRITE-HOLD-EXIT
               GO TO 2000-PROCESS-PAYEE-EXIT
           END-IF

           MOVE EP-LOAN-NUMBER TO LB-LOAN-NUMBER
           READ LOAN-BALANCE-FILE
               INVALID KEY
                   MOVE "LOAN NOT YET POSTED" TO HOLD-REASON
                   PERFORM 8100-WRITE-HOLD THRU 8100-WRITE-HOLD-EXIT
                   GO TO 2000-PROCESS-PAYEE-EXIT
           END-READ
           MOVE LB-ESCROW-BALANCE TO BALANCE-BEFORE

      * WHATEVER THE BALANCE DOES NOT COVER IS ADVANCED.
           MOVE ZERO TO ADVANCE-SWITCH
           MOVE ZERO TO ADVANCE-AMT
           IF PAY-AMT > LB-ESCROW-BALANCE
               SET BILL-ADVANCED TO TRUE
               IF LB-ESCROW-BALANCE > 0
                   COMPUTE ADVANCE-AMT = PAY-AMT - LB-ESCROW-BALANCE
               ELSE
                   MOVE PAY-AMT TO ADVANCE-AMT
               END-IF
           END-IF

           MOVE ZERO TO CHECK-WRITTEN-SWITCH
           MOVE ZERO TO DISB-WRITTEN-SWITCH
           PERFORM 6000-WRITE-HISTORY THRU 6000-WRITE-HISTORY-EXIT
           IF ALREADY-PAID
               PERFORM 6050-CHECK-EARLIER-RUN
                   THRU 6050-CHECK-EARLIER-RUN-EXIT
               IF PAYEE-ROLLED
                   MOVE "ALREADY PAID THIS DATE" TO HOLD-REASON
                   PERFORM 8100-WRITE-HOLD THRU 8100-WRITE-HOLD-EXIT
                   GO TO 2000-PROCESS-PAYEE-EXIT
               END-IF
               IF ESCROW-CHARGED
                   PERFORM 6200-ROLL-PAYEE THRU 6200-ROLL-PAYEE-EXIT
                   ADD 1 TO ROLLED-COUNT
                   MOVE "PAID ON AN EARLIER RUN - DUE DATE ROLLED"
                       TO RG-RESULT
                   PERFORM 8050-WRITE-REGISTER-DETAIL
                       THRU 8050-WRITE-REGISTER-DETAIL-EXIT
                   GO TO 2000-PROCESS-PAYEE-EXIT
               END-IF
               PERFORM 6060-FIND-EARLIER-OUTPUT
                   THRU 6060-FIND-EARLIER-OUTPUT-EXIT
           END-IF

      * THE CHECK AND THE ANALYSIS RECORD ARE WRITTEN BEFORE THE
      * ESCROW IS CHARGED, SO THE LOANBAL MARKER THE CHARGE CARRIES
      * MEANS BOTH ARE ON FILE, AND THE DUE DATE IS ROLLED LAST, SO A
      * BILL IS ONLY PASSED OVER ONCE EVERYTHING ABOUT ITS PAYMENT
      * HAS BEEN RECORDED.
           IF NOT CHECK-WRITTEN
               PERFORM 6300-WRITE-CHECK THRU 6300-WRITE-CHECK-EXIT
           END-IF
           IF NOT DISB-WRITTEN
               PERFORM 6400-WRITE-DISBURSEMENT
                   THRU 6400-WRITE-DISBURSEMENT-EXIT
           END-IF
           PERFORM 6100-CHARGE-ESCROW THRU 6100-CHARGE-ESCROW-EXIT
           PERFORM 6200-ROLL-PAYEE THRU 6200-ROLL-PAYEE-EXIT

           ADD 1 TO PAID-COUNT
           ADD PAY-AMT TO PAID-TOTAL
           MOVE SPACES TO RG-RESULT
           IF BILL-ADVANCED
               ADD 1 TO ADVANCE-COUNT
               ADD ADVANCE-AMT TO ADVANCE-TOTAL
               MOVE ADVANCE-AMT TO MONEY-D
               STRING "PAID - ADVANCED " MONEY-D
                   DELIMITED BY SIZE INTO RG-RESULT
           ELSE
               MOVE "PAID" TO RG-RESULT
           END-IF
           PERFORM 8050-WRITE-REGISTER-DETAIL
               THRU 8050-WRITE-REGISTER-DETAIL-EXIT.
       2000-PROCESS-PAYEE-EXIT.
           EXIT.

      * THE PAYMENT GOES ON HISTORY FIRST. THE PAYEE NUMBER IS THE
      * SEQUENCE, SO A PAYEE ALREADY ON HISTORY FOR THIS PAYMENT DATE
      * IS NOT PAID A SECOND TIME.
       6000-WRITE-HISTORY.
           MOVE ZERO TO ALREADY-PAID-SWITCH
           MOVE SPACES TO LOAN-HISTORY-RECORD
           MOVE EP-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE AS-OF-DATE TO LH-TRAN-DATE
           MOVE LB-PAID-THRU-NBR TO LH-PAYMENT-NBR
           SET LH-TRAN-DISBURSEMENT TO TRUE
           MOVE EP-PAYEE-SEQ TO LH-SEQUENCE
           MOVE AS-OF-DATE TO LH-POSTED-DATE
           MOVE PAY-AMT TO LH-AMOUNT
           MOVE ZERO TO LH-INTEREST
           MOVE ZERO TO LH-PRINCIPAL
           COMPUTE LH-ESCROW = ZERO - PAY-AMT
           MOVE ZERO TO LH-CURTAILMENT
           MOVE ZERO TO LH-SUSPENSE
           MOVE LB-PAID-THRU-NBR TO LH-PAID-THRU-NBR
           MOVE LB-PRINCIPAL-BALANCE TO LH-PRINCIPAL-BALANCE
           MOVE LB-SUSPENSE-BALANCE TO LH-SUSPENSE-BALANCE
           MOVE ZERO TO LH-FEES
           MOVE ZERO TO LH-REFUND
           MOVE ADVANCE-AMT TO LH-ADVANCE
           WRITE LOAN-HISTORY-RECORD
           IF HIST-FILE-STATUS = "22"
               SET ALREADY-PAID TO TRUE
               GO TO 6000-WRITE-HISTORY-EXIT
           END-IF
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB LOANHIST WRITE FAILED - STATUS "
                   HIST-FILE-STATUS " - LOAN " EP-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6000-WRITE-HISTORY-EXIT.
           EXIT.

      * A PAYEE ALREADY ON HISTORY FOR THIS PAYMENT DATE WAS EITHER
      * PAID IN FULL BY AN EARLIER RUN TODAY - ITS LAST PAID DATE IS
      * TODAY - OR BY A RUN THAT STOPPED BEFORE ITS DUE DATE WAS
      * ROLLED. IN THAT CASE THE LOANBAL MARKER SHOWS WHETHER ITS
      * ESCROW WAS CHARGED: IF SO THE CHECK AND THE ANALYSIS RECORD
      * ARE ALREADY WRITTEN AND ONLY THE ROLL IS STILL TO DO,
      * OTHERWISE THE PAYMENT IS COMPLETED NOW.
       6050-CHECK-EARLIER-RUN.
           MOVE ZERO TO PAYEE-ROLLED-SWITCH
           MOVE ZERO TO ESCROW-CHARGED-SWITCH
           IF EP-LAST-PAID-DATE = AS-OF-DATE
               SET PAYEE-ROLLED TO TRUE
               GO TO 6050-CHECK-EARLIER-RUN-EXIT
           END-IF
           IF LB-LAST-DISB-DATE NOT NUMERIC
               GO TO 6050-CHECK-EARLIER-RUN-EXIT
           END-IF
           IF LB-LAST-DISB-DATE = AS-OF-DATE
               IF LB-LAST-DISB-SEQ >= EP-PAYEE-SEQ
                   SET ESCROW-CHARGED TO TRUE
               END-IF
           END-IF.
       6050-CHECK-EARLIER-RUN-EXIT.
           EXIT.

      * A BILL AN UNFINISHED RUN HAD STARTED TO PAY BUT NOT CHARGED
      * MAY ALREADY HAVE ITS CHECK, ITS ANALYSIS RECORD OR BOTH. EACH
      * ONE ALREADY ON FILE FOR THIS PAYMENT DATE IS NOT WRITTEN
      * AGAIN. AN ANALYSIS RECORD CARRIES NO PAYEE NUMBER, SO IT IS
      * MATCHED ON LOAN, PAYEE TYPE AND AMOUNT, EACH ONE ONLY ONCE.
       6060-FIND-EARLIER-OUTPUT.
           PERFORM VARYING EARLIER-NDX FROM 1 BY 1
                   UNTIL EARLIER-NDX > EARLIER-CHECK-USED
                      OR CHECK-WRITTEN
               IF EK-LOAN-NUMBER(EARLIER-NDX) = EP-LOAN-NUMBER
                   AND EK-PAYEE-SEQ(EARLIER-NDX) = EP-PAYEE-SEQ
                   SET CHECK-WRITTEN TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING EARLIER-NDX FROM 1 BY 1
                   UNTIL EARLIER-NDX > EARLIER-DISB-USED
                      OR DISB-WRITTEN
               IF ED-LOAN-NUMBER(EARLIER-NDX) = EP-LOAN-NUMBER
                   AND ED-PAYEE-TYPE(EARLIER-NDX) = EP-PAYEE-TYPE
                   AND ED-AMOUNT(EARLIER-NDX) = PAY-AMT
                   AND ED-MATCHED(EARLIER-NDX) = "N"
                   MOVE "Y" TO ED-MATCHED(EARLIER-NDX)
                   SET DISB-WRITTEN TO TRUE
               END-IF
           END-PERFORM.
       6060-FIND-EARLIER-OUTPUT-EXIT.
           EXIT.

      * THE CHARGE AND THE MARKER FOR THE BILL GO ON LOANBAL IN ONE
      * REWRITE.
       6100-CHARGE-ESCROW.
           SUBTRACT PAY-AMT FROM LB-ESCROW-BALANCE
           MOVE AS-OF-DATE TO LB-LAST-DISB-DATE
           MOVE EP-PAYEE-SEQ TO LB-LAST-DISB-SEQ
           REWRITE LOAN-BALANCE-RECORD
           IF BAL-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB LOANBAL REWRITE FAILED - STATUS "
                   BAL-FILE-STATUS " - LOAN " EP-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6100-CHARGE-ESCROW-EXIT.
           EXIT.

      * RECORD THE PAYMENT ON THE PAYEE AND MOVE ITS NEXT DUE DATE ON
      * BY ONE BILLING PERIOD.
       6200-ROLL-PAYEE.
           MOVE AS-OF-DATE TO EP-LAST-PAID-DATE
           MOVE PAY-AMT TO EP-LAST-PAID-AMOUNT
           EVALUATE TRUE
               WHEN EP-BILLED-MONTHLY
                   MOVE 1 TO ROLL-MONTHS
               WHEN EP-BILLED-QUARTERLY
                   MOVE 3 TO ROLL-MONTHS
               WHEN EP-BILLED-SEMIANNUAL
                   MOVE 6 TO ROLL-MONTHS
               WHEN OTHER
                   MOVE 12 TO ROLL-MONTHS
           END-EVALUATE
           PERFORM 6250-ROLL-DUE-DATE THRU 6250-ROLL-DUE-DATE-EXIT
           REWRITE ESCROW-PAYEE-RECORD
           IF PAYEE-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB ESCRPAYE REWRITE FAILED - STATUS "
                   PAYEE-FILE-STATUS " - LOAN " EP-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6200-ROLL-PAYEE-EXIT.
           EXIT.

      * A DAY PAST THE END OF THE NEW MONTH FALLS BACK TO MONTH END.
       6250-ROLL-DUE-DATE.
           MOVE EP-NEXT-DUE-DATE TO DATE-WORK-N
           COMPUTE TOTAL-MONTHS = DW-YYYY * 12 + DW-MM - 1 + ROLL-MONTHS
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
                           GIVING LEAP-QUOT REMAINDER LEAP-REM
                       IF LEAP-REM = 0
                           MOVE 29 TO MONTH-END-DD
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DW-DD > MONTH-END-DD
               MOVE MONTH-END-DD TO DW-DD
           END-IF
           MOVE DATE-WORK-N TO EP-NEXT-DUE-DATE.
       6250-ROLL-DUE-DATE-EXIT.
           EXIT.

       6300-WRITE-CHECK.
           ADD 1 TO ITEM-NUMBER
           MOVE SPACES TO ESCROW-CHECK-RECORD
           MOVE AS-OF-DATE TO EC-PAYMENT-DATE
           MOVE ITEM-NUMBER TO EC-ITEM-NUMBER
           MOVE EP-LOAN-NUMBER TO EC-LOAN-NUMBER
           MOVE EP-PAYEE-SEQ TO EC-PAYEE-SEQ
           MOVE EP-PAYEE-TYPE TO EC-PAYEE-TYPE
           MOVE PAY-AMT TO EC-AMOUNT
           IF BILL-ADVANCED
               MOVE "Y" TO EC-ADVANCE-FLAG
           ELSE
               MOVE "N" TO EC-ADVANCE-FLAG
           END-IF
           MOVE ADVANCE-AMT TO EC-ADVANCE-AMOUNT
           MOVE BILL-DUE-DATE TO EC-DUE-DATE
           MOVE EP-PAYEE-NAME TO EC-PAYEE-NAME
           MOVE EP-ADDRESS TO EC-ADDRESS
           MOVE EP-CITY TO EC-CITY
           MOVE EP-STATE TO EC-STATE
           MOVE EP-ZIP TO EC-ZIP
           MOVE EP-REFERENCE TO EC-REFERENCE
           MOVE LM-BORROWER-NAME TO EC-BORROWER-NAME
           WRITE ESCROW-CHECK-RECORD
           IF CHECK-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB ESCRCHKS WRITE FAILED - STATUS "
                   CHECK-FILE-STATUS " - LOAN " EP-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6300-WRITE-CHECK-EXIT.
           EXIT.

       6400-WRITE-DISBURSEMENT.
           MOVE EP-LOAN-NUMBER TO DSB-LOAN-NUMBER
           MOVE EP-PAYEE-TYPE TO DSB-PAYEE-TYPE
           MOVE AS-OF-DATE TO DSB-DATE
           MOVE PAY-AMT TO DSB-AMOUNT
           WRITE DISBURSEMENT-RECORD
           IF DISB-FILE-STATUS NOT = "00"
               DISPLAY "LOANDISB ESCRDISB WRITE FAILED - STATUS "
                   DISB-FILE-STATUS " - LOAN " EP-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6400-WRITE-DISBURSEMENT-EXIT.
           EXIT.

       8000-WRITE-REGISTER-HEADING.
           MOVE SPACES TO DISB-REGISTER-LINE
           STRING "ESCROW DISBURSEMENT REGISTER " AS-OF-DATE
               " - BILLS DUE THROUGH " WINDOW-END-DATE
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           STRING "LOAN NBR  PY  T  PAYEE                         "
               "  DUE DATE      BILL AMT    ESCROW BAL   RESULT"
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE.
       8000-WRITE-REGISTER-HEADING-EXIT.
           EXIT.

      * THE ESCROW BALANCE SHOWN IS WHAT THE LOAN HELD BEFORE THE
      * BILL WAS PAID.
       8050-WRITE-REGISTER-DETAIL.
           MOVE EP-LOAN-NUMBER TO RG-LOAN-NUMBER
           MOVE EP-PAYEE-SEQ TO RG-PAYEE-SEQ
           MOVE EP-PAYEE-TYPE TO RG-PAYEE-TYPE
           MOVE EP-PAYEE-NAME TO RG-PAYEE-NAME
           MOVE BILL-DUE-DATE TO RG-DUE-DATE
           MOVE PAY-AMT TO RG-AMOUNT-D
           MOVE BALANCE-BEFORE TO RG-BALANCE-D
           WRITE DISB-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
       8050-WRITE-REGISTER-DETAIL-EXIT.
           EXIT.

      * LIST A HELD BILL ON THE REGISTER AND THE CONSOLE. ITS DUE
      * DATE IS NOT ROLLED, SO IT COMES UP AGAIN ON THE NEXT RUN.
       8100-WRITE-HOLD.
           ADD 1 TO HELD-COUNT
           ADD PAY-AMT TO HELD-TOTAL
           MOVE SPACES TO RG-RESULT
           STRING "HELD - " HOLD-REASON
               DELIMITED BY SIZE INTO RG-RESULT
           PERFORM 8050-WRITE-REGISTER-DETAIL
               THRU 8050-WRITE-REGISTER-DETAIL-EXIT
           DISPLAY "LOANDISB LOAN " EP-LOAN-NUMBER " PAYEE "
               EP-PAYEE-SEQ " BILL HELD - " HOLD-REASON.
       8100-WRITE-HOLD-EXIT.
           EXIT.

       8200-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE PAID-COUNT TO COUNT-D
           STRING "BILLS PAID ...............: " COUNT-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE PAID-TOTAL TO TOTAL-D
           STRING "TOTAL DISBURSED ..........: " TOTAL-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE ADVANCE-COUNT TO COUNT-D
           STRING "PAID AS ADVANCES .........: " COUNT-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE ADVANCE-TOTAL TO TOTAL-D
           STRING "ESCROW ADVANCED ..........: " TOTAL-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE HELD-COUNT TO COUNT-D
           STRING "BILLS HELD ...............: " COUNT-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE HELD-TOTAL TO TOTAL-D
           STRING "AMOUNT HELD ..............: " TOTAL-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE ROLLED-COUNT TO COUNT-D
           STRING "PAID ON AN EARLIER RUN ...: " COUNT-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE

           MOVE SPACES TO DISB-REGISTER-LINE
           MOVE SUSPENDED-COUNT TO COUNT-D
           STRING "PAYEES SUSPENDED .........: " COUNT-D
               INTO DISB-REGISTER-LINE
           WRITE DISB-REGISTER-LINE.
       8200-WRITE-REGISTER-TOTALS-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE ESCROW-PAYEE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE LOAN-BALANCE-FILE
           CLOSE DISBURSEMENT-FILE
           CLOSE ESCROW-CHECK-FILE
           CLOSE DISB-REGISTER-FILE.
       9000-CLOSE-FILES-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE BILLS SELECTED, THE
      * BILLS PAID AND THE BILLS HELD.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           COMPUTE RL-COUNT-IN = PAID-COUNT + HELD-COUNT
           MOVE PAID-COUNT TO RL-COUNT-OUT
           MOVE HELD-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANDISB COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANDISB.

               PAYMENT NUMBER; LOANSKED IS ALREADY IN LOAN NUMBER
               ORDER. RECEIPTS FOR LOANS OR PERIODS NOT ON LOANSKED
               ARE WRITTEN TO THE STATUS FILE WITH STATUS U. THE
               AGING AS-OF DATE IS THE BUSINESS DATE FROM THE RUNCTL
               RUN CONTROL.
               EVERY RECEIPT MATCHED TO A SCHEDULE ROW IS ALSO
               APPLIED TO THE LOAN'S ACTUAL BALANCES ON THE LOANBAL
               FILE AND ADDED TO THE LOANHIST TRANSACTION HISTORY,
               SPLIT INTO INTEREST, PRINCIPAL, ESCROW, CURTAILMENT
               AND SUSPENSE. A RECEIPT GOES TO SUSPENSE FIRST AND
               SUSPENSE COMPLETES WHOLE PITI INSTALLMENTS, OLDEST
               FIRST, UP TO THE PERIOD THE RECEIPT WAS SENT FOR -
               INTEREST ON THE ACTUAL PRINCIPAL, NOT THE CONTRACT
               BALANCE. MONEY LEFT OVER ONCE THAT PERIOD IS PAID IS
               AN OVERPAYMENT AND CURTAILS PRINCIPAL; MONEY SHORT OF
               AN INSTALLMENT WAITS IN SUSPENSE. RECEIPTS ALREADY ON
               LOANHIST FROM AN EARLIER RUN ARE NOT APPLIED AGAIN,
               SO THE RUN CAN BE REPEATED SAFELY.
               MONEY LEFT OVER ONCE THE PERIOD IS PAID GOES FIRST TO
               ANY LATE FEES STILL OWED ON THE LOANFEE LEDGER,
               OLDEST FIRST, AND ONLY WHAT REMAINS AFTER THAT
               CURTAILS PRINCIPAL. WITHOUT A LOANFEE FILE NO FEES
               ARE COLLECTED.
               A LOAN MODIFICATION IS CARRIED ON THE SCHEDULE ROWS.
               A ROW BEFORE THE LOAN'S LATEST MODIFICATION THAT WAS
               NOT PAID IN FULL AND HAS FALLEN DUE IS GIVEN STATUS
               C - CLEARED BY CAPITALIZING THE ARREARS - AND IS NOT
               AGED. ONCE THE ROW WHERE A MODIFICATION TAKES EFFECT
               FALLS DUE THE INTEREST AND ESCROW STILL UNPAID ON THE
               CLEARED INSTALLMENTS ARE ADDED TO THE ACTUAL PRINCIPAL
               (THEIR PRINCIPAL IS STILL IN IT), THE ESCROW IS
               CREDITED TO THE ESCROW BALANCE, AND THE LOAN IS
               TREATED AS PAID THROUGH THE ROW BEFORE IT; ONCE THE ROW
               WHERE A FORBEARANCE ENDS FALLS DUE THE DEFERRED
               INTEREST IS ADDED TO THE PRINCIPAL. NEITHER IS APPLIED
               AHEAD OF ITS DUE DATE. EACH IS RECORDED ON LOANHIST AS A
               MODIFICATION (TYPE M) AND IS NOT APPLIED AGAIN ON A
               RERUN. A ROW WITH NOTHING DUE, SUCH AS A FORBEARANCE
               MONTH, IS PAID AS SOON AS IT FALLS DUE IF THE LOAN IS
               PAID UP TO IT.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANAMORTBATCH HAS REBUILT
               LOANSKED AND LOANACHRETN HAS CLEARED RECEIPTS FOR THE
               SAME BUSINESS DATE.

       ENVIRONMENT DIVISION.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGEREPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT LOAN-BALANCE-FILE ASSIGN TO "LOANBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-LOAN-NUMBER
               FILE STATUS IS BAL-FILE-STATUS.

           SELECT LOAN-FEE-FILE ASSIGN TO "LOANFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-KEY
               FILE STATUS IS FEE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE PIC X(132).

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-FEE-FILE.
       COPY "LOANFEE.CPY".

       WORKING-STORAGE SECTION.

       01 SKED-FILE-STATUS PIC X(02).
       01 RCPT-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 FEE-FILE-STATUS PIC X(02).

       01 SKED-EOF-SWITCH PIC 9 VALUE 0.
         88 SKED-EOF VALUE 1.
           05 CURR-RCPT-DATE PIC 9(8).
           05 CURR-RCPT-AMOUNT PIC 9(7)V99.

       01 AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 AS-OF-INT PIC S9(7) COMP.

       01 GRAND-90-D PIC ZZZZZZZZZ9.99.
       01 COUNT-D PIC ZZZZ9.

      * ACTUAL-BALANCE POSTING WORK FIELDS. THE LOAN'S SCHEDULE ROWS
      * ARE KEPT AS THEY ARE READ SO THAT A RECEIPT CAN COMPLETE AN
      * EARLIER INSTALLMENT THAN THE ONE IT WAS SENT FOR.
       01 BAL-NEW-SWITCH PIC 9 VALUE 0.
         88 BAL-NEW VALUE 1.
       01 INSTALLMENT-SHORT-SWITCH PIC 9 VALUE 0.
         88 INSTALLMENT-SHORT VALUE 1.
       01 FEE-OPEN-SWITCH PIC 9 VALUE 0.
         88 FEE-FILE-OPEN VALUE 1.
       01 FEE-EOF-SWITCH PIC 9 VALUE 0.
         88 FEE-EOF VALUE 1.

       01 SKED-ROW-TABLE.
           05 SKED-ROW OCCURS 480 TIMES.
               10 SR-DUE-DATE PIC 9(8).
               10 SR-PAYMENT PIC S9(7)V99 COMP-3.
               10 SR-INTEREST PIC S9(7)V99 COMP-3.
               10 SR-PRINCIPAL PIC S9(7)V99 COMP-3.
               10 SR-BALANCE PIC S9(9)V99 COMP-3.
               10 SR-ESCROW PIC S9(7)V99 COMP-3.
       01 ROW-COUNT PIC S9(3) COMP.
       01 APPLY-NBR PIC S9(3) COMP.

       01 SCHED-OPENING PIC S9(9)V99 COMP-3.
       01 INST-INTEREST PIC S9(7)V99 COMP-3.
       01 INST-PRINCIPAL PIC S9(7)V99 COMP-3.
       01 INST-ESCROW PIC S9(7)V99 COMP-3.
       01 INST-TOTAL PIC S9(7)V99 COMP-3.
       01 RCPT-INTEREST PIC S9(7)V99 COMP-3.
       01 RCPT-PRINCIPAL PIC S9(7)V99 COMP-3.
       01 RCPT-ESCROW PIC S9(7)V99 COMP-3.
       01 RCPT-CURTAILMENT PIC S9(7)V99 COMP-3.
       01 RCPT-FEES PIC S9(7)V99 COMP-3.
       01 FEE-OWED PIC S9(7)V99 COMP-3.
       01 FEE-PAYMENT PIC S9(7)V99 COMP-3.
       01 SUSPENSE-BEFORE PIC S9(7)V99 COMP-3.

      * IDENTICAL RECEIPTS FOR ONE PERIOD ON ONE DAY ARE NUMBERED IN
      * FILE ORDER SO EACH HAS ITS OWN LOANHIST KEY.
       01 SEQ-TABLE.
           05 SEQ-ENTRY OCCURS 50 TIMES.
               10 SEQ-DATE PIC 9(8).
               10 SEQ-COUNT PIC 9(3).
       01 SEQ-USED PIC S9(3) COMP.
       01 SEQ-NDX PIC S9(3) COMP.
       01 RCPT-SEQUENCE PIC 9(3).

       01 RCPT-APPLIED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 RCPT-ON-FILE-COUNT PIC S9(5) COMP VALUE ZERO.
       01 CURTAILMENT-COUNT PIC S9(5) COMP VALUE ZERO.
       01 FEES-PAID-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-FEES-PAID PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 TOTAL-D PIC Z(10)9.99.

      * MODIFICATION CAPITALIZATION. WHERE A MODIFICATION TAKES
      * EFFECT THE AMOUNT IS THE INTEREST AND ESCROW STILL UNPAID ON
      * THE INSTALLMENTS IT CLEARS; WHERE A FORBEARANCE ENDS IT IS
      * THE STEP UP IN THE SCHEDULED BALANCE FROM THE ROW BEFORE.
       01 CAPITALIZED-AMT PIC S9(9)V99 COMP-3.
       01 CAP-INTEREST PIC S9(9)V99 COMP-3.
       01 CAP-ESCROW PIC S9(9)V99 COMP-3.
       01 CAP-ROW-INTEREST PIC S9(7)V99 COMP-3.
       01 PRIOR-NBR PIC S9(3) COMP.
       01 CAP-FIRST-NBR PIC S9(3) COMP.
       01 MODS-CAPITALIZED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 MODS-ON-FILE-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-CAPITALIZED PIC S9(11)V99 COMP-3 VALUE ZERO.

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANPOST CANNOT OPEN LOANSKED - STATUS "
               CLOSE LOAN-SCHEDULE-FILE
               GOBACK
           END-IF
           PERFORM 0200-OPEN-BALANCE-FILES
               THRU 0200-OPEN-BALANCE-FILES-EXIT
           OPEN OUTPUT LOAN-STATUS-FILE
           OPEN OUTPUT AGING-REPORT-FILE

           CLOSE RECEIPTS-FILE
           CLOSE LOAN-STATUS-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE LOAN-BALANCE-FILE
           IF FEE-FILE-OPEN
               CLOSE LOAN-FEE-FILE
           END-IF

           MOVE LOANS-POSTED-COUNT TO COUNT-D
           DISPLAY "LOANPOST POSTED " COUNT-D " LOAN(S)"
           MOVE UNMATCHED-RCPT-COUNT TO COUNT-D
           DISPLAY "LOANPOST UNMATCHED RECEIPTS " COUNT-D
           MOVE RCPT-APPLIED-COUNT TO COUNT-D
           DISPLAY "LOANPOST RECEIPTS APPLIED TO HISTORY " COUNT-D
           MOVE RCPT-ON-FILE-COUNT TO COUNT-D
           DISPLAY "LOANPOST RECEIPTS ALREADY ON HISTORY " COUNT-D
           MOVE CURTAILMENT-COUNT TO COUNT-D
           DISPLAY "LOANPOST CURTAILMENTS " COUNT-D
           MOVE FEES-PAID-COUNT TO COUNT-D
           DISPLAY "LOANPOST LATE FEES PAID " COUNT-D
           MOVE TOTAL-FEES-PAID TO TOTAL-D
           DISPLAY "LOANPOST LATE FEES COLLECTED " TOTAL-D
           MOVE MODS-CAPITALIZED-COUNT TO COUNT-D
           DISPLAY "LOANPOST MODIFICATION AMOUNTS CAPITALIZED " COUNT-D
           MOVE MODS-ON-FILE-COUNT TO COUNT-D
           DISPLAY "LOANPOST MODIFICATIONS ALREADY ON HISTORY " COUNT-D
           MOVE TOTAL-CAPITALIZED TO TOTAL-D
           DISPLAY "LOANPOST PRINCIPAL CAPITALIZED " TOTAL-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * POSTING RUNS ONLY ONCE LOANCTL HAS CONFIRMED THE SCHEDULE AND
      * RECEIPTS ARE CURRENT FOR THE BUSINESS DATE AND RECORDED THE
      * START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANPOST" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPOST NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       0100-SET-AS-OF-DATE.
           MOVE RL-BUSINESS-DATE TO AS-OF-DATE
           COMPUTE AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(AS-OF-DATE).
       0100-SET-AS-OF-DATE-EXIT.
           EXIT.

      * THE HISTORY AND ACTUAL-BALANCE FILES ARE CREATED EMPTY THE
      * FIRST TIME THE RUN FINDS THEM MISSING. A RUN THAT CANNOT
      * KEEP HISTORY DOES NOT POST. THE FEE LEDGER IS LOANLATE'S TO
      * CREATE; UNTIL IT EXISTS THERE ARE NO FEES TO COLLECT.
       0200-OPEN-BALANCE-FILES.
           OPEN I-O LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
               CLOSE LOAN-HISTORY-FILE
               OPEN I-O LOAN-HISTORY-FILE
           END-IF
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANPOST CANNOT OPEN LOANHIST - STATUS "
                   HIST-FILE-STATUS
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE RECEIPTS-FILE
               GOBACK
           END-IF

           OPEN I-O LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-BALANCE-FILE
               CLOSE LOAN-BALANCE-FILE
               OPEN I-O LOAN-BALANCE-FILE
           END-IF
           IF BAL-FILE-STATUS NOT = "00"
               DISPLAY "LOANPOST CANNOT OPEN LOANBAL - STATUS "
                   BAL-FILE-STATUS
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE RECEIPTS-FILE
               CLOSE LOAN-HISTORY-FILE
               GOBACK
           END-IF

           OPEN I-O LOAN-FEE-FILE
           IF FEE-FILE-STATUS = "00"
               SET FEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANPOST LOANFEE NOT AVAILABLE - STATUS "
                   FEE-FILE-STATUS " - NO LATE FEES COLLECTED"
           END-IF.
       0200-OPEN-BALANCE-FILES-EXIT.
           EXIT.

      * FIRST PASS - COUNT THE HEADERS AND DETAILS AND SUM THE
      * DETAIL INTEREST, THEN CHECK THEM AGAINST THE TRAILER. A FILE
      * WITH NO TRAILER OR WITH COUNTS OR HASH THAT DO NOT AGREE IS
           SET LOAN-ACTIVE TO TRUE
           ADD 1 TO LOANS-POSTED-COUNT
           MOVE ZERO TO LOAN-AGE-CUR LOAN-AGE-30
               LOAN-AGE-60 LOAN-AGE-90

      * A LOAN NOT YET ON LOANBAL STARTS WITH NOTHING APPLIED; ITS
      * PRINCIPAL IS TAKEN FROM THE OPENING BALANCE OF ROW 1.
           MOVE ZERO TO ROW-COUNT
           MOVE ZERO TO BAL-NEW-SWITCH
           MOVE CURR-LOAN-NUMBER TO LB-LOAN-NUMBER
           READ LOAN-BALANCE-FILE
               INVALID KEY
                   SET BAL-NEW TO TRUE
           END-READ
           IF BAL-NEW
               MOVE SPACES TO LOAN-BALANCE-RECORD
               MOVE CURR-LOAN-NUMBER TO LB-LOAN-NUMBER
               MOVE ZERO TO LB-PRINCIPAL-BALANCE
               MOVE ZERO TO LB-SUSPENSE-BALANCE
               MOVE ZERO TO LB-ESCROW-BALANCE
               MOVE ZERO TO LB-PAID-THRU-NBR
               MOVE ZERO TO LB-PAID-THRU-DATE
               MOVE ZERO TO LB-TOTAL-CURTAILMENT
               MOVE ZERO TO LB-LAST-TRAN-DATE
               MOVE ZERO TO LB-LAST-POST-DATE
               MOVE ZERO TO LB-LAST-DISB-DATE
               MOVE ZERO TO LB-LAST-DISB-SEQ
           END-IF.
       2000-START-LOAN-EXIT.
           EXIT.

               PERFORM 8050-WRITE-REPORT-DETAIL
                   THRU 8050-WRITE-REPORT-DETAIL-EXIT
           END-IF

      * A LOAN WITH NO RECEIPT APPLIED YET STILL GETS ITS LOANBAL
      * RECORD, SO READERS CAN TELL "NOTHING PAID" FROM "NEVER
      * POSTED".
           IF BAL-NEW
               PERFORM 4300-SAVE-BALANCE THRU 4300-SAVE-BALANCE-EXIT
           END-IF
           MOVE ZERO TO LOAN-ACTIVE-SWITCH.
       2900-FINISH-LOAN-EXIT.
           EXIT.
               PERFORM 6000-READ-RECEIPT THRU 6000-READ-RECEIPT-EXIT
           END-PERFORM

      * SCHEDULE ROWS DATED BY LOANAMORT CARRY THE AUTHORITATIVE DUE
      * DATE; ONLY UNDATED ROWS FALL BACK TO THE ORIGINATION-DATE
      * DERIVATION.
                   THRU 7000-COMPUTE-DUE-DATE-EXIT
           END-IF

           PERFORM 3100-KEEP-SKED-ROW THRU 3100-KEEP-SKED-ROW-EXIT

      * NOTHING IS CAPITALIZED, AND NO INSTALLMENT IS CLEARED, UNTIL
      * THE ROW CARRYING THE MODIFICATION HAS FALLEN DUE.
           IF (SD-MOD-TAKES-EFFECT OR SD-FORBEARANCE-ENDS)
                   AND DUE-INT <= AS-OF-INT
               PERFORM 5000-CAPITALIZE THRU 5000-CAPITALIZE-EXIT
           END-IF

           MOVE ZERO TO RECEIVED-AMT
           MOVE ZERO TO SEQ-USED
           PERFORM UNTIL RCPT-EOF
                   OR CURR-RCPT-LOAN NOT = CURR-LOAN-NUMBER
                   OR CURR-RCPT-PMT NOT = PERIOD-NBR
               ADD CURR-RCPT-AMOUNT TO RECEIVED-AMT
               PERFORM 4000-APPLY-RECEIPT THRU 4000-APPLY-RECEIPT-EXIT
               PERFORM 6000-READ-RECEIPT THRU 6000-READ-RECEIPT-EXIT
           END-PERFORM

      * A ROW WITH NOTHING DUE - A FORBEARANCE MONTH - IS PAID ONCE
      * IT FALLS DUE IF THE LOAN IS PAID UP TO IT, SO THE PAID-THRU
      * POSITION DOES NOT SIT AT THE LAST MONTH BEFORE FORBEARANCE.
           IF DUE-INT <= AS-OF-INT
                   AND SD-PITI = ZERO
                   AND LB-PAID-THRU-NBR = PERIOD-NBR - 1
               MOVE PERIOD-NBR TO LB-PAID-THRU-NBR
               MOVE DUE-DATE TO LB-PAID-THRU-DATE
               MOVE AS-OF-DATE TO LB-LAST-POST-DATE
               PERFORM 4300-SAVE-BALANCE THRU 4300-SAVE-BALANCE-EXIT
           END-IF

           MOVE CURR-LOAN-NUMBER TO STAT-LOAN-NUMBER
           MOVE PERIOD-NBR TO STAT-PAYMENT-NBR
           MOVE DUE-DATE TO STAT-DUE-DATE
           EVALUATE TRUE
               WHEN RECEIVED-AMT >= EXPECTED-AMT
                   MOVE "P" TO STAT-PAY-STATUS
               WHEN SD-ROW-CLEARED AND DUE-INT <= AS-OF-INT
                   MOVE "C" TO STAT-PAY-STATUS
               WHEN RECEIVED-AMT > 0
                   MOVE "S" TO STAT-PAY-STATUS
               WHEN DUE-INT <= AS-OF-INT

           IF DUE-INT <= AS-OF-INT
                   AND RECEIVED-AMT < EXPECTED-AMT
                   AND NOT SD-ROW-CLEARED
               COMPUTE PAST-DUE-AMT = EXPECTED-AMT - RECEIVED-AMT
               COMPUTE DAYS-PAST-DUE = AS-OF-INT - DUE-INT
               EVALUATE TRUE
       3000-POST-ONE-PERIOD-EXIT.
           EXIT.

      * KEEP THE DETAIL ROW IN HAND FOR THE INSTALLMENT SPLITS. THE
      * FIRST ROW OF A LOAN NEW TO LOANBAL ALSO GIVES ITS STARTING
      * PRINCIPAL - ROW 1'S BALANCE PLUS ROW 1'S PRINCIPAL.
       3100-KEEP-SKED-ROW.
           IF PERIOD-NBR < 1 OR PERIOD-NBR > 480
               GO TO 3100-KEEP-SKED-ROW-EXIT
           END-IF
           IF BAL-NEW AND ROW-COUNT = 0
               COMPUTE LB-PRINCIPAL-BALANCE = SD-BALANCE + SD-PRINCIPAL
           END-IF
           MOVE PERIOD-NBR TO ROW-COUNT
           MOVE DUE-DATE TO SR-DUE-DATE(PERIOD-NBR)
           MOVE SD-PAYMENT TO SR-PAYMENT(PERIOD-NBR)
           MOVE SD-INTEREST TO SR-INTEREST(PERIOD-NBR)
           MOVE SD-PRINCIPAL TO SR-PRINCIPAL(PERIOD-NBR)
           MOVE SD-BALANCE TO SR-BALANCE(PERIOD-NBR)
           MOVE SD-ESCROW TO SR-ESCROW(PERIOD-NBR).
       3100-KEEP-SKED-ROW-EXIT.
           EXIT.

      * APPLY THE RECEIPT IN HAND TO THE LOAN'S ACTUAL BALANCES AND
      * ADD IT TO HISTORY. A RECEIPT ALREADY ON HISTORY FROM AN
      * EARLIER RUN IS LEFT ALONE. THE MONEY GOES TO SUSPENSE FIRST;
      * SUSPENSE THEN COMPLETES INSTALLMENTS, OLDEST FIRST, UP TO
      * THE PERIOD THE RECEIPT WAS SENT FOR. WHAT IS LEFT ONCE THAT
      * PERIOD IS PAID GOES TO LATE FEES STILL OWED, AND WHAT IS
      * LEFT AFTER THAT IS AN OVERPAYMENT AND CURTAILS PRINCIPAL;
      * WHAT IS LEFT SHORT OF AN INSTALLMENT STAYS IN SUSPENSE.
       4000-APPLY-RECEIPT.
           IF PERIOD-NBR < 1 OR PERIOD-NBR > ROW-COUNT
               GO TO 4000-APPLY-RECEIPT-EXIT
           END-IF

           PERFORM 4100-SET-SEQUENCE THRU 4100-SET-SEQUENCE-EXIT

           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE CURR-RCPT-DATE TO LH-TRAN-DATE
           MOVE PERIOD-NBR TO LH-PAYMENT-NBR
           SET LH-TRAN-RECEIPT TO TRUE
           MOVE RCPT-SEQUENCE TO LH-SEQUENCE
           READ LOAN-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO RCPT-ON-FILE-COUNT
                   GO TO 4000-APPLY-RECEIPT-EXIT
           END-READ

           MOVE LB-SUSPENSE-BALANCE TO SUSPENSE-BEFORE
           MOVE ZERO TO RCPT-INTEREST
           MOVE ZERO TO RCPT-PRINCIPAL
           MOVE ZERO TO RCPT-ESCROW
           MOVE ZERO TO RCPT-CURTAILMENT
           MOVE ZERO TO RCPT-FEES
           ADD CURR-RCPT-AMOUNT TO LB-SUSPENSE-BALANCE

           MOVE ZERO TO INSTALLMENT-SHORT-SWITCH
           PERFORM UNTIL LB-PAID-THRU-NBR >= PERIOD-NBR
                   OR INSTALLMENT-SHORT
               PERFORM 4200-APPLY-INSTALLMENT
                   THRU 4200-APPLY-INSTALLMENT-EXIT
           END-PERFORM

           IF LB-PAID-THRU-NBR >= PERIOD-NBR
                   AND LB-SUSPENSE-BALANCE > 0
                   AND FEE-FILE-OPEN
               PERFORM 4400-PAY-FEES THRU 4400-PAY-FEES-EXIT
           END-IF

           IF LB-PAID-THRU-NBR >= PERIOD-NBR
                   AND LB-SUSPENSE-BALANCE > 0
                   AND LB-PRINCIPAL-BALANCE > 0
               MOVE LB-SUSPENSE-BALANCE TO RCPT-CURTAILMENT
               IF RCPT-CURTAILMENT > LB-PRINCIPAL-BALANCE
                   MOVE LB-PRINCIPAL-BALANCE TO RCPT-CURTAILMENT
               END-IF
               SUBTRACT RCPT-CURTAILMENT FROM LB-SUSPENSE-BALANCE
               SUBTRACT RCPT-CURTAILMENT FROM LB-PRINCIPAL-BALANCE
               ADD RCPT-CURTAILMENT TO LB-TOTAL-CURTAILMENT
               ADD 1 TO CURTAILMENT-COUNT
           END-IF

           MOVE SPACES TO LOAN-HISTORY-RECORD
           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE CURR-RCPT-DATE TO LH-TRAN-DATE
           MOVE PERIOD-NBR TO LH-PAYMENT-NBR
           SET LH-TRAN-RECEIPT TO TRUE
           MOVE RCPT-SEQUENCE TO LH-SEQUENCE
           MOVE AS-OF-DATE TO LH-POSTED-DATE
           MOVE CURR-RCPT-AMOUNT TO LH-AMOUNT
           MOVE RCPT-INTEREST TO LH-INTEREST
           MOVE RCPT-PRINCIPAL TO LH-PRINCIPAL
           MOVE RCPT-ESCROW TO LH-ESCROW
           MOVE RCPT-CURTAILMENT TO LH-CURTAILMENT
           MOVE RCPT-FEES TO LH-FEES
           MOVE ZERO TO LH-REFUND
           MOVE ZERO TO LH-ADVANCE
           COMPUTE LH-SUSPENSE = LB-SUSPENSE-BALANCE - SUSPENSE-BEFORE
           MOVE LB-PAID-THRU-NBR TO LH-PAID-THRU-NBR
           MOVE LB-PRINCIPAL-BALANCE TO LH-PRINCIPAL-BALANCE
           MOVE LB-SUSPENSE-BALANCE TO LH-SUSPENSE-BALANCE
           WRITE LOAN-HISTORY-RECORD
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANPOST LOANHIST WRITE FAILED - STATUS "
                   HIST-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   " - RUN STOPPED"
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               GOBACK
           END-IF
           ADD 1 TO RCPT-APPLIED-COUNT

           IF CURR-RCPT-DATE > LB-LAST-TRAN-DATE
               MOVE CURR-RCPT-DATE TO LB-LAST-TRAN-DATE
           END-IF
           MOVE AS-OF-DATE TO LB-LAST-POST-DATE
           PERFORM 4300-SAVE-BALANCE THRU 4300-SAVE-BALANCE-EXIT.
       4000-APPLY-RECEIPT-EXIT.
           EXIT.

      * NUMBER THE RECEIPT AMONG THOSE FOR THE SAME PERIOD AND DATE
      * SEEN SO FAR IN THIS RUN.
       4100-SET-SEQUENCE.
           PERFORM VARYING SEQ-NDX FROM 1 BY 1
                   UNTIL SEQ-NDX > SEQ-USED
                   OR SEQ-DATE(SEQ-NDX) = CURR-RCPT-DATE
               CONTINUE
           END-PERFORM
           IF SEQ-NDX > SEQ-USED
               IF SEQ-USED < 50
                   ADD 1 TO SEQ-USED
               END-IF
               MOVE SEQ-USED TO SEQ-NDX
               MOVE CURR-RCPT-DATE TO SEQ-DATE(SEQ-NDX)
               MOVE ZERO TO SEQ-COUNT(SEQ-NDX)
           END-IF
           ADD 1 TO SEQ-COUNT(SEQ-NDX)
           MOVE SEQ-COUNT(SEQ-NDX) TO RCPT-SEQUENCE.
       4100-SET-SEQUENCE-EXIT.
           EXIT.

      * COMPLETE THE NEXT UNPAID INSTALLMENT OUT OF SUSPENSE IF
      * SUSPENSE WILL COVER IT. INTEREST IS THE SCHEDULED INTEREST
      * SCALED FROM THE CONTRACT OPENING BALANCE TO THE ACTUAL ONE,
      * SO A CURTAILED LOAN PAYS LESS INTEREST AND MORE PRINCIPAL
      * OUT OF THE SAME PAYMENT; THE ESCROW PORTION IS AS SCHEDULED.
       4200-APPLY-INSTALLMENT.
           COMPUTE APPLY-NBR = LB-PAID-THRU-NBR + 1

           COMPUTE SCHED-OPENING =
               SR-BALANCE(APPLY-NBR) + SR-PRINCIPAL(APPLY-NBR)
           IF SCHED-OPENING > 0
               COMPUTE INST-INTEREST ROUNDED =
                   SR-INTEREST(APPLY-NBR) * LB-PRINCIPAL-BALANCE
                   / SCHED-OPENING
           ELSE
               MOVE ZERO TO INST-INTEREST
           END-IF
           COMPUTE INST-PRINCIPAL =
               SR-PAYMENT(APPLY-NBR) - INST-INTEREST
           IF INST-PRINCIPAL > LB-PRINCIPAL-BALANCE
               MOVE LB-PRINCIPAL-BALANCE TO INST-PRINCIPAL
           END-IF
           IF INST-PRINCIPAL < 0
               MOVE ZERO TO INST-PRINCIPAL
           END-IF
           MOVE SR-ESCROW(APPLY-NBR) TO INST-ESCROW
           COMPUTE INST-TOTAL =
               INST-INTEREST + INST-PRINCIPAL + INST-ESCROW

           IF INST-TOTAL > LB-SUSPENSE-BALANCE
               SET INSTALLMENT-SHORT TO TRUE
               GO TO 4200-APPLY-INSTALLMENT-EXIT
           END-IF

           SUBTRACT INST-TOTAL FROM LB-SUSPENSE-BALANCE
           SUBTRACT INST-PRINCIPAL FROM LB-PRINCIPAL-BALANCE
           ADD INST-ESCROW TO LB-ESCROW-BALANCE
           ADD INST-INTEREST TO RCPT-INTEREST
           ADD INST-PRINCIPAL TO RCPT-PRINCIPAL
           ADD INST-ESCROW TO RCPT-ESCROW
           MOVE APPLY-NBR TO LB-PAID-THRU-NBR
           MOVE SR-DUE-DATE(APPLY-NBR) TO LB-PAID-THRU-DATE.
       4200-APPLY-INSTALLMENT-EXIT.
           EXIT.

      * WRITE OR REWRITE THE LOAN'S LOANBAL RECORD. IT IS SAVED
      * AFTER EVERY RECEIPT SO THAT IT NEVER FALLS BEHIND LOANHIST.
       4300-SAVE-BALANCE.
           IF BAL-NEW
               WRITE LOAN-BALANCE-RECORD
               MOVE ZERO TO BAL-NEW-SWITCH
           ELSE
               REWRITE LOAN-BALANCE-RECORD
           END-IF
           IF BAL-FILE-STATUS NOT = "00"
               DISPLAY "LOANPOST LOANBAL UPDATE FAILED - STATUS "
                   BAL-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   " - RUN STOPPED"
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               GOBACK
           END-IF.
       4300-SAVE-BALANCE-EXIT.
           EXIT.

      * PAY THE LOAN'S OUTSTANDING LATE FEES OUT OF SUSPENSE, IN
      * PAYMENT NUMBER ORDER, UNTIL THE FEES OR THE MONEY RUN OUT.
      * A FEE PAID IN PART STAYS OUTSTANDING FOR THE REST.
       4400-PAY-FEES.
           MOVE ZERO TO FEE-EOF-SWITCH
           MOVE CURR-LOAN-NUMBER TO LF-LOAN-NUMBER
           MOVE ZERO TO LF-PAYMENT-NBR
           START LOAN-FEE-FILE KEY IS NOT LESS THAN LF-KEY
               INVALID KEY
                   GO TO 4400-PAY-FEES-EXIT
           END-START

           PERFORM UNTIL FEE-EOF
                   OR LB-SUSPENSE-BALANCE NOT > 0
               READ LOAN-FEE-FILE NEXT RECORD
                   AT END
                       SET FEE-EOF TO TRUE
                   NOT AT END
                       IF LF-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                           SET FEE-EOF TO TRUE
                       ELSE
                           IF LF-OUTSTANDING
                               PERFORM 4450-PAY-ONE-FEE
                                   THRU 4450-PAY-ONE-FEE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       4400-PAY-FEES-EXIT.
           EXIT.

       4450-PAY-ONE-FEE.
           COMPUTE FEE-OWED =
               LF-FEE-AMOUNT - LF-PAID-AMOUNT - LF-WAIVED-AMOUNT
           IF FEE-OWED NOT > 0
               GO TO 4450-PAY-ONE-FEE-EXIT
           END-IF
           IF FEE-OWED > LB-SUSPENSE-BALANCE
               MOVE LB-SUSPENSE-BALANCE TO FEE-PAYMENT
           ELSE
               MOVE FEE-OWED TO FEE-PAYMENT
           END-IF

           ADD FEE-PAYMENT TO LF-PAID-AMOUNT
           MOVE CURR-RCPT-DATE TO LF-PAID-DATE
           IF FEE-PAYMENT = FEE-OWED
               SET LF-PAID TO TRUE
           END-IF
           REWRITE LOAN-FEE-RECORD
           IF FEE-FILE-STATUS NOT = "00"
               DISPLAY "LOANPOST LOANFEE UPDATE FAILED - STATUS "
                   FEE-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   " - RUN STOPPED"
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               CLOSE LOAN-FEE-FILE
               GOBACK
           END-IF

           SUBTRACT FEE-PAYMENT FROM LB-SUSPENSE-BALANCE
           ADD FEE-PAYMENT TO RCPT-FEES
           ADD FEE-PAYMENT TO TOTAL-FEES-PAID
           IF LF-PAID
               ADD 1 TO FEES-PAID-COUNT
           END-IF.
       4450-PAY-ONE-FEE-EXIT.
           EXIT.

      * A MODIFICATION CAPITALIZES AN AMOUNT INTO PRINCIPAL AT THIS
      * ROW. IT IS ONLY REACHED ONCE THE ROW HAS FALLEN DUE.
      * WHERE A MODIFICATION TAKES EFFECT THE INSTALLMENTS BEFORE IT
      * ARE CLEARED, SO THE LOAN IS PAID THROUGH THE ROW BEFORE. THE
      * PRINCIPAL OF THOSE INSTALLMENTS WAS NEVER PAID AND IS STILL
      * IN THE ACTUAL PRINCIPAL, SO ONLY THEIR UNPAID INTEREST AND
      * ESCROW ARE CAPITALIZED, AND THE ESCROW PART IS CREDITED TO
      * THE ESCROW BALANCE AS IF IT HAD BEEN PAID. SUSPENSE IS LEFT
      * FOR THE NEXT INSTALLMENT.
      * WHERE A FORBEARANCE ENDS THE DEFERRED INTEREST IS
      * CAPITALIZED - THE STEP UP FROM THE SCHEDULED BALANCE AFTER
      * THE ROW BEFORE TO THIS ROW'S OPENING BALANCE.
      * THE HISTORY RECORD CARRIES THE INTEREST AND ESCROW PARTS SO
      * THE GL EXTRACT CAN BOOK THEM. A CAPITALIZATION ALREADY ON
      * HISTORY FROM AN EARLIER RUN IS LEFT ALONE.
       5000-CAPITALIZE.
           IF PERIOD-NBR < 2 OR PERIOD-NBR > ROW-COUNT
               GO TO 5000-CAPITALIZE-EXIT
           END-IF
           COMPUTE PRIOR-NBR = PERIOD-NBR - 1

           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE DUE-DATE TO LH-TRAN-DATE
           MOVE PERIOD-NBR TO LH-PAYMENT-NBR
           SET LH-TRAN-MODIFICATION TO TRUE
           MOVE 1 TO LH-SEQUENCE
           READ LOAN-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO MODS-ON-FILE-COUNT
                   GO TO 5000-CAPITALIZE-EXIT
           END-READ

           MOVE ZERO TO CAP-INTEREST
           MOVE ZERO TO CAP-ESCROW
           IF SD-MOD-TAKES-EFFECT
               COMPUTE CAP-FIRST-NBR = LB-PAID-THRU-NBR + 1
               PERFORM 5100-ADD-ROW-ARREARS
                   THRU 5100-ADD-ROW-ARREARS-EXIT
                   VARYING APPLY-NBR FROM CAP-FIRST-NBR BY 1
                   UNTIL APPLY-NBR > PRIOR-NBR
           ELSE
               COMPUTE CAP-INTEREST = SD-BALANCE + SD-PRINCIPAL
                   - SR-BALANCE(PRIOR-NBR)
               IF CAP-INTEREST < 0
                   MOVE ZERO TO CAP-INTEREST
               END-IF
           END-IF
           COMPUTE CAPITALIZED-AMT = CAP-INTEREST + CAP-ESCROW

           ADD CAPITALIZED-AMT TO LB-PRINCIPAL-BALANCE
           ADD CAP-ESCROW TO LB-ESCROW-BALANCE
           IF SD-MOD-TAKES-EFFECT
                   AND LB-PAID-THRU-NBR < PRIOR-NBR
               MOVE PRIOR-NBR TO LB-PAID-THRU-NBR
               MOVE SR-DUE-DATE(PRIOR-NBR) TO LB-PAID-THRU-DATE
           END-IF

           MOVE SPACES TO LOAN-HISTORY-RECORD
           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE DUE-DATE TO LH-TRAN-DATE
           MOVE PERIOD-NBR TO LH-PAYMENT-NBR
           SET LH-TRAN-MODIFICATION TO TRUE
           MOVE 1 TO LH-SEQUENCE
           MOVE AS-OF-DATE TO LH-POSTED-DATE
           MOVE CAPITALIZED-AMT TO LH-AMOUNT
           MOVE CAP-INTEREST TO LH-INTEREST
           MOVE ZERO TO LH-PRINCIPAL
           MOVE CAP-ESCROW TO LH-ESCROW
           MOVE ZERO TO LH-CURTAILMENT
           MOVE ZERO TO LH-SUSPENSE
           MOVE ZERO TO LH-FEES
           MOVE ZERO TO LH-REFUND
           MOVE ZERO TO LH-ADVANCE
           MOVE LB-PAID-THRU-NBR TO LH-PAID-THRU-NBR
           MOVE LB-PRINCIPAL-BALANCE TO LH-PRINCIPAL-BALANCE
           MOVE LB-SUSPENSE-BALANCE TO LH-SUSPENSE-BALANCE
           WRITE LOAN-HISTORY-RECORD
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANPOST LOANHIST WRITE FAILED - STATUS "
                   HIST-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   " - RUN STOPPED"
               CLOSE LOAN-HISTORY-FILE
               CLOSE LOAN-BALANCE-FILE
               GOBACK
           END-IF
           ADD 1 TO MODS-CAPITALIZED-COUNT
           ADD CAPITALIZED-AMT TO TOTAL-CAPITALIZED

           MOVE AS-OF-DATE TO LB-LAST-POST-DATE
           PERFORM 4300-SAVE-BALANCE THRU 4300-SAVE-BALANCE-EXIT.
       5000-CAPITALIZE-EXIT.
           EXIT.

      * THE INTEREST AND ESCROW OF ONE CLEARED INSTALLMENT. THE
      * INTEREST IS FIGURED ON THE ACTUAL PRINCIPAL THE SAME WAY AS
      * WHEN AN INSTALLMENT IS PAID.
       5100-ADD-ROW-ARREARS.
           COMPUTE SCHED-OPENING =
               SR-BALANCE(APPLY-NBR) + SR-PRINCIPAL(APPLY-NBR)
           IF SCHED-OPENING > 0
               COMPUTE CAP-ROW-INTEREST ROUNDED =
                   SR-INTEREST(APPLY-NBR) * LB-PRINCIPAL-BALANCE
                   / SCHED-OPENING
           ELSE
               MOVE ZERO TO CAP-ROW-INTEREST
           END-IF
           ADD CAP-ROW-INTEREST TO CAP-INTEREST
           ADD SR-ESCROW(APPLY-NBR) TO CAP-ESCROW.
       5100-ADD-ROW-ARREARS-EXIT.
           EXIT.

       6000-READ-RECEIPT.
           READ RECEIPTS-FILE
               AT END
       8100-WRITE-REPORT-TOTALS-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS POSTED, THE
      * RECEIPTS APPLIED AND THE RECEIPTS LEFT UNMATCHED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE LOANS-POSTED-COUNT TO RL-COUNT-IN
           MOVE RCPT-APPLIED-COUNT TO RL-COUNT-OUT
           MOVE UNMATCHED-RCPT-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPOST COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANPOST.

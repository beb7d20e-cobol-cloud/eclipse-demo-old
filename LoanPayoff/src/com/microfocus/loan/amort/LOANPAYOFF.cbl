               WROTE (WHOSE TRAILER COUNTS AND TOTAL-INTEREST HASH
               ARE VERIFIED BEFORE ANY QUOTING IS DONE), FINDS THE
               SCHEDULED BALANCE AFTER THE LAST PAYMENT DUE ON OR
               BEFORE THE PAYOFF DATE, AND ADDS PER-DIEM INTEREST
               FROM THAT DUE DATE TO THE PAYOFF DATE AT LM-RATE, OR
               AT THE RATE OF THE LATEST ACTIVE MODIFICATION ON THE
               LOANMOD FILE ONCE ONE HAS TAKEN EFFECT. INTEREST A
               FORBEARANCE DEFERRED THAT IS NOT YET IN THE BALANCE
               IS ADDED AS WELL.
               SCHEDULE ROWS THE BATCH LEFT UNDATED (LOANS WITH NO
               FIRST-PAY-DATE) ARE DATED FROM THE HEADER'S
               ORIGINATION DATE AND FREQUENCY, EXACTLY AS LOANPOST
               NETTED IN - SHORT-PAID AND MISSED PAYMENTS DUE ON OR
               BEFORE THE PAYOFF DATE ARE ADDED BACK (THE SCHEDULED
               BALANCE ASSUMES THEY WERE PAID) AND UNAPPLIED OR
               OVERPAID RECEIPTS ARE CREDITED, ANY OVER WHAT IS OWED
               BEING QUOTED AS A REFUND - AND A DATED PAYOFF
               STATEMENT WITH A GOOD-THROUGH DATE AND THE PER-DIEM
               AMOUNT IS PRINTED TO THE PAYOFFST FILE.
               ONCE LOANPOST HAS POSTED THE LOAN, THE QUOTE IS
               PRICED FROM WHAT REALLY HAPPENED RATHER THAN THE
               CONTRACT: THE ACTUAL PRINCIPAL BALANCE ON THE LOANBAL
               FILE (AFTER CURTAILMENTS), PER-DIEM INTEREST FROM THE
               DUE DATE OF THE LAST INSTALLMENT ACTUALLY PAID, AND
               THE FUNDS HELD IN SUSPENSE AND ANY UNMATCHED RECEIPTS
               CREDITED, AND ANY ESCROW THE SERVICER ADVANCED AND
               HAS NOT RECOVERED (A NEGATIVE ESCROW BALANCE) ADDED.
               LOANS NOT YET ON LOANBAL ARE QUOTED FROM THE
               SCHEDULE AND LOANSTAT AS ABOVE.
               LATE FEES STILL OWED ON THE LOANFEE LEDGER (LESS ANY
               PART PAID OR WAIVED) ARE ADDED TO EVERY QUOTE.
               THE RUN IS A STEP OF THE BATCH CHAIN UNDER LOANCTL AND
               WILL NOT START UNTIL LOANPOST HAS COMPLETED FOR THE
               BUSINESS DATE; EACH STATEMENT IS DATED WITH THAT
               BUSINESS DATE.

       ENVIRONMENT DIVISION.

           SELECT PAYOFF-STATEMENT-FILE ASSIGN TO "PAYOFFST"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT LOAN-MOD-FILE ASSIGN TO "LOANMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MOD-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PAYOFF-STATEMENT-FILE.
       01 PAYOFF-STATEMENT-LINE PIC X(80).

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-FEE-FILE.
       COPY "LOANFEE.CPY".

       FD LOAN-MOD-FILE.
       COPY "LOANMOD.CPY".

       WORKING-STORAGE SECTION.

       01 RQST-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 SKED-FILE-STATUS PIC X(02).
       01 STAT-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 FEE-FILE-STATUS PIC X(02).
       01 MOD-FILE-STATUS PIC X(02).

       01 BAL-OPEN-SWITCH PIC 9 VALUE 0.
         88 BAL-FILE-OPEN VALUE 1.
       01 ACTUAL-FOUND-SWITCH PIC 9 VALUE 0.
         88 ACTUAL-FOUND VALUE 1.
       01 FEE-OPEN-SWITCH PIC 9 VALUE 0.
         88 FEE-FILE-OPEN VALUE 1.
       01 FEE-EOF-SWITCH PIC 9 VALUE 0.
         88 FEE-EOF VALUE 1.
       01 MOD-OPEN-SWITCH PIC 9 VALUE 0.
         88 MOD-FILE-OPEN VALUE 1.
       01 MOD-EOF-SWITCH PIC 9 VALUE 0.
         88 MOD-EOF VALUE 1.

       01 RQST-EOF-SWITCH PIC 9 VALUE 0.
         88 RQST-EOF VALUE 1.
           05 STAT-PAY-STATUS PIC X(1).

       01 RUN-DATE PIC 9(8).
       01 RUN-INT PIC S9(7) COMP.
       01 PAYOFF-DATE PIC 9(8).
       01 PAYOFF-INT PIC S9(7) COMP.
       01 REQUEST-LOAN PIC 9(8).
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

       01 QUOTES-PRINTED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 REQUESTS-SKIPPED-COUNT PIC S9(5) COMP VALUE ZERO.

       01 STATEMENT-WORK PIC X(80).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAYOFF CANNOT OPEN LOANSKED - STATUS "

           OPEN OUTPUT PAYOFF-STATEMENT-FILE

      * WITHOUT LOANBAL NOTHING HAS POSTED YET AND EVERY LOAN IS
      * QUOTED FROM THE SCHEDULE.
           OPEN INPUT LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANPAYOFF LOANBAL NOT AVAILABLE - STATUS "
                   BAL-FILE-STATUS " - QUOTING FROM SCHEDULE ONLY"
           END-IF

      * WITHOUT LOANFEE NO LATE FEE HAS BEEN ASSESSED YET.
           OPEN INPUT LOAN-FEE-FILE
           IF FEE-FILE-STATUS = "00"
               SET FEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANPAYOFF LOANFEE NOT AVAILABLE - STATUS "
                   FEE-FILE-STATUS " - NO LATE FEES QUOTED"
           END-IF

      * WITHOUT LOANMOD NO LOAN HAS BEEN MODIFIED.
           OPEN INPUT LOAN-MOD-FILE
           IF MOD-FILE-STATUS = "00"
               SET MOD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANPAYOFF LOANMOD NOT AVAILABLE - STATUS "
                   MOD-FILE-STATUS " - CONTRACT RATES USED"
           END-IF

           MOVE RL-BUSINESS-DATE TO RUN-DATE
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)

           PERFORM 1000-READ-REQUEST THRU 1000-READ-REQUEST-EXIT
           PERFORM UNTIL RQST-EOF
           CLOSE PAYOFF-REQUEST-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE PAYOFF-STATEMENT-FILE
           IF BAL-FILE-OPEN
               CLOSE LOAN-BALANCE-FILE
           END-IF
           IF FEE-FILE-OPEN
               CLOSE LOAN-FEE-FILE
           END-IF
           IF MOD-FILE-OPEN
               CLOSE LOAN-MOD-FILE
           END-IF

           MOVE QUOTES-PRINTED-COUNT TO COUNT-D
           DISPLAY "LOANPAYOFF PRINTED " COUNT-D " QUOTE(S)"
           MOVE REQUESTS-SKIPPED-COUNT TO COUNT-D
           DISPLAY "LOANPAYOFF SKIPPED " COUNT-D " REQUEST(S)"

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NO QUOTE IS PRICED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * RECEIPTS HAVE POSTED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANPAYOFF" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPAYOFF NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * FIRST PASS - COUNT THE HEADERS AND DETAILS AND SUM THE
      * DETAIL INTEREST, THEN CHECK THEM AGAINST THE TRAILER. A FILE
      * WITH NO TRAILER OR WITH COUNTS OR HASH THAT DO NOT AGREE IS
           END-IF

           PERFORM 4000-SCAN-STATUS THRU 4000-SCAN-STATUS-EXIT
           PERFORM 4500-USE-ACTUAL-BALANCE
               THRU 4500-USE-ACTUAL-BALANCE-EXIT
           PERFORM 4700-SUM-FEES THRU 4700-SUM-FEES-EXIT
           PERFORM 5000-COMPUTE-PAYOFF THRU 5000-COMPUTE-PAYOFF-EXIT
           PERFORM 6000-WRITE-STATEMENT THRU 6000-WRITE-STATEMENT-EXIT
           ADD 1 TO QUOTES-PRINTED-COUNT.
      * AT ALL IS FLAGGED AND ITS REQUEST SKIPPED. WHEN THE PAYOFF
      * DATE FALLS BEFORE THE FIRST DUE DATE THE FULL PRINCIPAL IS
      * STILL OUTSTANDING AND INTEREST ACCRUES FROM THE ORIGINATION
      * DATE. THE INTEREST ANY FORBEARANCE DEFERRED IS COUNTED ON
      * THE WAY THROUGH.
       3000-SCAN-SCHEDULE.
           MOVE ZERO TO LOAN-ON-SKED-SWITCH
           MOVE ZERO TO IN-LOAN-SWITCH
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
                               END-IF
                           WHEN SKED-REC-DETAIL
                               IF IN-LOAN
                                   PERFORM 3300-TAKE-ROW
                                       THRU 3300-TAKE-ROW-EXIT
                               END-IF
                           WHEN OTHER
                               CONTINUE
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
           IF NOT BAL-FILE-OPEN
               GO TO 3100-FIND-POSTED-THRU-EXIT
           END-IF
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

      * NET THE LOANPOST POSTING RESULTS INTO THE QUOTE. SHORT-PAID
      * AND MISSED PAYMENTS DUE ON OR BEFORE THE PAYOFF DATE ARE
      * STILL OWED ON TOP OF THE SCHEDULED BALANCE; UNAPPLIED
       4000-SCAN-STATUS.
           MOVE ZERO TO PAST-DUE-AMT
           MOVE ZERO TO UNAPPLIED-AMT
           MOVE ZERO TO UNMATCHED-AMT
           MOVE ZERO TO STAT-EOF-SWITCH

           OPEN INPUT LOAN-STATUS-FILE
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
           IF NOT BAL-FILE-OPEN
               GO TO 4500-USE-ACTUAL-BALANCE-EXIT
           END-IF

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
      * THE LOAN OWES IS QUOTED AS A REFUND.
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
               INTO STATEMENT-WORK
           WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK

           IF ACTUAL-FOUND
               MOVE SPACES TO STATEMENT-WORK
               STRING "INTEREST PAID THROUGH ....: " ACCRUE-FROM-DATE
                   INTO STATEMENT-WORK
               WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           MOVE SPACES TO STATEMENT-WORK
           MOVE PAYOFF-BALANCE TO MONEY-D
           STRING "PRINCIPAL BALANCE ........: " MONEY-D
               INTO STATEMENT-WORK
           WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK

           IF DEFERRED-INTEREST > 0
               MOVE SPACES TO STATEMENT-WORK
               MOVE DEFERRED-INTEREST TO MONEY-D
               STRING "DEFERRED INTEREST ........: " MONEY-D
                   INTO STATEMENT-WORK
               WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           MOVE SPACES TO STATEMENT-WORK
           MOVE PAST-DUE-AMT TO MONEY-D
           STRING "PAST DUE AMOUNTS .........: " MONEY-D
               INTO STATEMENT-WORK
           WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK

           IF FEES-OWED-AMT > 0
               MOVE SPACES TO STATEMENT-WORK
               MOVE FEES-OWED-AMT TO MONEY-D
               STRING "LATE FEES OUTSTANDING ....: " MONEY-D
                   INTO STATEMENT-WORK
               WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           IF ESCROW-ADVANCE > 0
               MOVE SPACES TO STATEMENT-WORK
               MOVE ESCROW-ADVANCE TO MONEY-D
               STRING "ESCROW ADVANCE ...........: " MONEY-D
                   INTO STATEMENT-WORK
               WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           MOVE SPACES TO STATEMENT-WORK
           MOVE UNAPPLIED-AMT TO MONEY-D
           STRING "LESS UNAPPLIED FUNDS .....: " MONEY-D
               INTO STATEMENT-WORK
           WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK

           IF UNAPPLIED-EXCESS > 0
               MOVE SPACES TO STATEMENT-WORK
               MOVE UNAPPLIED-EXCESS TO MONEY-D
               STRING "UNAPPLIED FUNDS REFUNDED .: " MONEY-D
                   INTO STATEMENT-WORK
               WRITE PAYOFF-STATEMENT-LINE FROM STATEMENT-WORK
           END-IF

           MOVE SPACES TO STATEMENT-WORK
           MOVE PER-DIEM-AMT TO PER-DIEM-D
           STRING "PER DIEM AFTER PAYOFF ....: " PER-DIEM-D
       6000-WRITE-STATEMENT-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE REQUESTS READ, THE
      * QUOTES PRINTED AND THE REQUESTS SKIPPED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           COMPUTE RL-COUNT-IN =
               QUOTES-PRINTED-COUNT + REQUESTS-SKIPPED-COUNT
           MOVE QUOTES-PRINTED-COUNT TO RL-COUNT-OUT
           MOVE REQUESTS-SKIPPED-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPAYOFF COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANPAYOFF.

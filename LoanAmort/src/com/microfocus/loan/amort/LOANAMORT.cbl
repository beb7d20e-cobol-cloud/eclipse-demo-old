               30/360 WITHOUT IT. THE LEVEL PAYMENT IS STILL SOLVED
               AT THE PERIODIC RATE, SO THE FINAL PAYMENT ABSORBS
               THE DAY-COUNT DIFFERENCES.
               WHEN THE CALLER SUPPLIES MODIFICATIONS IN MOD-SCHEDULE,
               EACH ONE TAKES EFFECT AT ITS PAYMENT NUMBER - THE
               CAPITALIZED ARREARS ARE ADDED TO THE BALANCE, THE RATE
               BECOMES THE MODIFIED RATE AND THE SCHEDULE IS
               LENGTHENED OR SHORTENED TO END AFTER THE FORBEARANCE
               PAYMENTS PLUS THE MODIFIED TERM. DURING A FORBEARANCE
               THE REDUCED PAYMENT GOES TO ESCROW FIRST, THEN
               INTEREST, THEN PRINCIPAL; INTEREST IT DOES NOT COVER
               IS DEFERRED AND ADDED TO THE BALANCE WHEN THE
               FORBEARANCE ENDS, AND THE PAYMENT IS THEN RE-SOLVED
               OVER THE MODIFIED TERM. THE ROWS ARE FLAGGED IN
               OUTFORBEAR AND OUTMODEVENT. ONCE A MODIFICATION HAS
               TAKEN EFFECT THE MODIFIED RATE STANDS AND LATER RATE
               RESETS ARE NOT APPLIED.

       ENVIRONMENT DIVISION.

       01 RESET-FLAG PIC X(01).
       01 ESCROW-AMT PIC S9(7)V99 COMP-3.
       01 PITI-AMT PIC S9(9)V99 COMP-3.
       01 ROW-PAYMENT PIC S9(7)V99 COMP-3.
       01 ROW-ESCROW PIC S9(7)V99 COMP-3.

      * MODIFICATION AND FORBEARANCE WORK FIELDS. SCHEDULE-TERM IS
      * THE NUMBER OF ROWS THE SCHEDULE RUNS TO - THE LOAN TERM
      * UNTIL A MODIFICATION CHANGES IT.
       01 SCHEDULE-TERM PIC S9(3) COMP.
       01 MOD-NDX PIC S9(2) COMP.
       01 MODS-REACHED PIC S9(2) COMP.
       01 REAMORT-TERM PIC S9(3) COMP.
       01 FORBEAR-LEFT PIC S9(3) COMP.
       01 FORBEAR-END-NBR PIC S9(3) COMP.
       01 FORBEAR-PMT PIC S9(7)V99 COMP-3.
       01 FORBEAR-PI PIC S9(7)V99 COMP-3.
       01 DEFERRED-INTEREST PIC S9(9)V99 COMP-3.
       01 FORBEAR-FLAG PIC X(01).
       01 MOD-EVENT PIC X(01).

       01 PAY-DATE-SWITCH PIC 9 VALUE 0.
         88 PAY-DATES-ON VALUE 1.

           MOVE PRINCIPAL TO REMAINING-BALANCE
           MOVE ZERO TO TOTAL-INTEREST
           MOVE LOANTERM TO SCHEDULE-TERM
           MOVE ZERO TO MODS-REACHED
           MOVE ZERO TO FORBEAR-LEFT
           MOVE ZERO TO FORBEAR-END-NBR
           MOVE ZERO TO DEFERRED-INTEREST

           IF NOT LOAN-TYPE-BALLOON
               MOVE LOANTERM TO REMAINING-TERM
           MOVE LOANTERM TO PAYOFF-MONTH

           PERFORM VARYING PMT-NBR FROM 1 BY 1
                   UNTIL PMT-NBR > SCHEDULE-TERM
                   OR REMAINING-BALANCE = ZERO
               MOVE SPACE TO RESET-FLAG
               MOVE SPACE TO FORBEAR-FLAG
               MOVE SPACE TO MOD-EVENT
               IF FORBEAR-END-NBR > 0 AND PMT-NBR = FORBEAR-END-NBR
                   PERFORM 0500-END-FORBEARANCE
                       THRU 0500-END-FORBEARANCE-EXIT
               END-IF
               IF MOD-COUNT > 0 AND MOD-COUNT <= 4
                   PERFORM VARYING MOD-NDX FROM 1 BY 1
                           UNTIL MOD-NDX > MOD-COUNT
                       IF MOD-PAYMENT-NBR(MOD-NDX) = PMT-NBR
                               AND MOD-TERM(MOD-NDX) > 0
                           PERFORM 0400-APPLY-MODIFICATION
                               THRU 0400-APPLY-MODIFICATION-EXIT
                       END-IF
                   END-PERFORM
               END-IF
               IF RESET-COUNT > 0 AND RESET-COUNT <= 6
                       AND MODS-REACHED = 0
                   PERFORM VARYING RESET-NDX FROM 1 BY 1
                           UNTIL RESET-NDX > RESET-COUNT
                       IF RESET-PAYMENT-NBR(RESET-NDX) = PMT-NBR
                               THRU 0200-SET-PERIODIC-RATE-EXIT
                           IF NOT LOAN-TYPE-BALLOON
                               COMPUTE REMAINING-TERM =
                                   SCHEDULE-TERM - PMT-NBR + 1
                               PERFORM 0100-SOLVE-PAYMENT
                                   THRU 0100-SOLVE-PAYMENT-EXIT
                           END-IF
                       REMAINING-BALANCE * MONTHLY-RATE
               END-IF

               MOVE ESCROW-AMT TO ROW-ESCROW
               IF FORBEAR-LEFT > 0
                   PERFORM 0600-FORBEAR-ROW THRU 0600-FORBEAR-ROW-EXIT
               ELSE
                   IF LOAN-TYPE-BALLOON
                       IF PMT-NBR = SCHEDULE-TERM
                           MOVE REMAINING-BALANCE TO PRINCIPAL-AMT
                       ELSE
                           MOVE EXTRA-PAYMENT TO PRINCIPAL-AMT
                           IF PRINCIPAL-AMT > REMAINING-BALANCE
                               MOVE REMAINING-BALANCE TO PRINCIPAL-AMT
                           END-IF
                       END-IF
                       COMPUTE MONTHLY-PAYMENT ROUNDED =
                           PRINCIPAL-AMT + INTEREST-AMT
                       IF PRINCIPAL-AMT = REMAINING-BALANCE
                           MOVE PMT-NBR TO PAYOFF-MONTH
                       END-IF
                   ELSE
                       COMPUTE PRINCIPAL-AMT ROUNDED =
                           MONTHLY-PAYMENT - INTEREST-AMT
                           + EXTRA-PAYMENT

                       IF PRINCIPAL-AMT >= REMAINING-BALANCE
                               OR PMT-NBR = SCHEDULE-TERM
                           MOVE REMAINING-BALANCE TO PRINCIPAL-AMT
                           COMPUTE MONTHLY-PAYMENT ROUNDED =
                               PRINCIPAL-AMT + INTEREST-AMT
                           MOVE PMT-NBR TO PAYOFF-MONTH
                       END-IF
                   END-IF
                   MOVE MONTHLY-PAYMENT TO ROW-PAYMENT
               END-IF

               SUBTRACT PRINCIPAL-AMT FROM REMAINING-BALANCE
               ADD INTEREST-AMT TO TOTAL-INTEREST

               MOVE ROW-PAYMENT TO OUTPAYMENT(PMT-NBR)
               MOVE INTEREST-AMT TO OUTINTPAID(PMT-NBR)
               MOVE PRINCIPAL-AMT TO OUTPRINCPAID(PMT-NBR)
               MOVE REMAINING-BALANCE TO OUTBALANCE(PMT-NBR)
               MOVE RESET-FLAG TO OUTRATERESET(PMT-NBR)
               MOVE ROW-ESCROW TO OUTESCROW(PMT-NBR)
               COMPUTE PITI-AMT = ROW-PAYMENT + ROW-ESCROW
               MOVE PITI-AMT TO OUTPITI(PMT-NBR)
               MOVE PAY-DUE-DATE TO OUTPAYDATE(PMT-NBR)
               MOVE FORBEAR-FLAG TO OUTFORBEAR(PMT-NBR)
               MOVE MOD-EVENT TO OUTMODEVENT(PMT-NBR)
           END-PERFORM

           MOVE TOTAL-INTEREST TO OUTTOTINTPAID
           MOVE PAYOFF-MONTH TO OUTPAYOFFMONTH
           MOVE MODS-REACHED TO OUTMODCOUNT

           GOBACK.

       0300-SET-PAY-DATE-EXIT.
           EXIT.

      * A MODIFICATION TAKES EFFECT AT THIS ROW. THE ARREARS IT
      * CAPITALIZES - AND ANY INTEREST STILL DEFERRED FROM AN
      * EARLIER FORBEARANCE - GO ONTO THE BALANCE, THE MODIFIED RATE
      * REPLACES THE CURRENT ONE AND THE SCHEDULE IS MADE TO END
      * AFTER THE FORBEARANCE PAYMENTS PLUS THE MODIFIED TERM.
      * WITHOUT A FORBEARANCE THE PAYMENT IS RE-SOLVED AT ONCE;
      * WITH ONE IT IS RE-SOLVED WHEN THE FORBEARANCE ENDS.
       0400-APPLY-MODIFICATION.
           ADD MOD-CAPITALIZED(MOD-NDX) TO REMAINING-BALANCE
           ADD DEFERRED-INTEREST TO REMAINING-BALANCE
           MOVE ZERO TO DEFERRED-INTEREST
           MOVE MOD-RATE(MOD-NDX) TO CURRENT-RATE
           PERFORM 0200-SET-PERIODIC-RATE
               THRU 0200-SET-PERIODIC-RATE-EXIT

           MOVE MOD-TERM(MOD-NDX) TO REAMORT-TERM
           MOVE MOD-FORBEAR-COUNT(MOD-NDX) TO FORBEAR-LEFT
           IF FORBEAR-LEFT < 0
               MOVE ZERO TO FORBEAR-LEFT
           END-IF
           MOVE MOD-FORBEAR-PAYMENT(MOD-NDX) TO FORBEAR-PMT
           COMPUTE SCHEDULE-TERM =
               PMT-NBR - 1 + FORBEAR-LEFT + REAMORT-TERM
           IF SCHEDULE-TERM > 480
               MOVE 480 TO SCHEDULE-TERM
           END-IF

           IF FORBEAR-LEFT > 0
               COMPUTE FORBEAR-END-NBR = PMT-NBR + FORBEAR-LEFT
           ELSE
               MOVE ZERO TO FORBEAR-END-NBR
               IF NOT LOAN-TYPE-BALLOON
                   MOVE REAMORT-TERM TO REMAINING-TERM
                   PERFORM 0100-SOLVE-PAYMENT
                       THRU 0100-SOLVE-PAYMENT-EXIT
               END-IF
           END-IF
           MOVE "M" TO MOD-EVENT
           ADD 1 TO MODS-REACHED.
       0400-APPLY-MODIFICATION-EXIT.
           EXIT.

      * THE FORBEARANCE IS OVER. THE INTEREST IT DEFERRED GOES ONTO
      * THE BALANCE AND THE PAYMENT IS RE-SOLVED OVER THE MODIFIED
      * TERM.
       0500-END-FORBEARANCE.
           ADD DEFERRED-INTEREST TO REMAINING-BALANCE
           MOVE ZERO TO DEFERRED-INTEREST
           MOVE ZERO TO FORBEAR-END-NBR
           IF NOT LOAN-TYPE-BALLOON
               MOVE REAMORT-TERM TO REMAINING-TERM
               PERFORM 0100-SOLVE-PAYMENT
                   THRU 0100-SOLVE-PAYMENT-EXIT
           END-IF
           MOVE "R" TO MOD-EVENT.
       0500-END-FORBEARANCE-EXIT.
           EXIT.

      * ONE ROW OF A FORBEARANCE. THE REDUCED PAYMENT COVERS ESCROW
      * FIRST, THEN THE ROW'S INTEREST, THEN PRINCIPAL. INTEREST-AMT
      * IS LEFT AS THE INTEREST ACTUALLY PAID; THE REST IS DEFERRED.
       0600-FORBEAR-ROW.
           IF ROW-ESCROW > FORBEAR-PMT
               MOVE FORBEAR-PMT TO ROW-ESCROW
           END-IF
           COMPUTE FORBEAR-PI = FORBEAR-PMT - ROW-ESCROW
           IF INTEREST-AMT > FORBEAR-PI
               COMPUTE DEFERRED-INTEREST =
                   DEFERRED-INTEREST + INTEREST-AMT - FORBEAR-PI
               MOVE FORBEAR-PI TO INTEREST-AMT
           END-IF
           COMPUTE PRINCIPAL-AMT = FORBEAR-PI - INTEREST-AMT
           IF PRINCIPAL-AMT > REMAINING-BALANCE
               MOVE REMAINING-BALANCE TO PRINCIPAL-AMT
           END-IF
           COMPUTE ROW-PAYMENT = INTEREST-AMT + PRINCIPAL-AMT
           MOVE "F" TO FORBEAR-FLAG
           SUBTRACT 1 FROM FORBEAR-LEFT.
       0600-FORBEAR-ROW-EXIT.
           EXIT.

       END PROGRAM LOANAMORT.

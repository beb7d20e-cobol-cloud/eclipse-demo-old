               LOANSKED SCHEDULES THE OVERNIGHT BATCH WROTE (TRAILER
               COUNTS AND TOTAL-INTEREST HASH VERIFIED BEFORE ANY
               DRAFTING IS DONE) FOR PAYMENT ROWS FALLING DUE IN THE
               DRAFT WINDOW. A DUE DATE THAT FALLS ON A WEEKEND OR
               A HOLIDAY ON THE RUNCTL CALENDAR IS ROLLED FORWARD TO
               THE NEXT BUSINESS DAY, AND A ROW IS DRAFTED WHEN THAT
               DRAFT DATE IS AFTER THE BUSINESS DATE AND NO LATER
               THAN THE NEXT BUSINESS DAY (WIDENED BY THE RUNCTL ACH
               WINDOW, DEFAULT 1, LESS ONE DAY), SO A RUN ON EVERY
               BUSINESS DAY DRAFTS EACH ROW EXACTLY ONCE, WEEKEND AND
               HOLIDAY DUE DATES INCLUDED. FOR EACH SUCH ROW
               ON A LOAN ENROLLED ON THE ACHENRL FILE WITH ITS DRAFT
               FLAG ON, A DRAFT RECORD WITH THE BANK ROUTING AND
               ACCOUNT NUMBERS AND THE FULL PITI AMOUNT IS WRITTEN
               INTO RECEIPTS (BOTH CARRY THE SAME LAYOUT, KEYED ON
               LOAN AND PAYMENT NUMBER) AHEAD OF THE LOANPOST RUN.
               RETURNED ITEMS ARE HANDLED BY THE SEPARATE
               LOANACHRETN RUN. THE AS-OF DATE IS THE BUSINESS DATE
               FROM THE RUNCTL RUN CONTROL. THE DRAFT AND ITS RECEIPT
               CARRY THE DRAFT DATE, THE DAY THE MONEY SETTLES.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANAMORTBATCH, LOANACHRETN
               AND LOANPAYPOST HAVE COMPLETED FOR THE BUSINESS DATE,
               SO NO DRAFT IS CUT FROM A STALE SCHEDULE OR BEFORE THE
               DAY'S RETURNS HAVE BEEN TAKEN OFF RECEIPTS.

       ENVIRONMENT DIVISION.

       01 V-TRL-DETAIL-COUNT PIC S9(7) COMP.
       01 V-TRL-TOTAL-INTEREST PIC S9(11)V99 COMP-3.

       01 AS-OF-DATE PIC 9(8) VALUE ZERO.
       01 AS-OF-INT PIC S9(7) COMP.
       01 WINDOW-DAYS PIC S9(3) COMP VALUE 1.
       01 NEXT-BUSINESS-INT PIC S9(7) COMP.
       01 WINDOW-END-INT PIC S9(7) COMP.
       01 DUE-INT PIC S9(7) COMP.
       01 DRAFT-DATE PIC 9(8).
       01 DRAFT-INT PIC S9(7) COMP.

       01 ENROLLED-LOANS-COUNT PIC S9(5) COMP VALUE ZERO.
       01 DRAFTS-WRITTEN-COUNT PIC S9(5) COMP VALUE ZERO.
       01 DRAFTS-ROLLED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-DRAFTED PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 COUNT-D PIC ZZZZ9.
       01 TOTAL-D PIC Z(10)9.99.

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANACH CANNOT OPEN LOANSKED - STATUS "
           DISPLAY "LOANACH ENROLLED LOANS SEEN " COUNT-D
           MOVE DRAFTS-WRITTEN-COUNT TO COUNT-D
           DISPLAY "LOANACH WROTE " COUNT-D " DRAFT(S)"
           MOVE DRAFTS-ROLLED-COUNT TO COUNT-D
           DISPLAY "LOANACH ROLLED " COUNT-D
               " DRAFT(S) PAST A WEEKEND OR HOLIDAY"
           MOVE TOTAL-DRAFTED TO TOTAL-D
           DISPLAY "LOANACH TOTAL DRAFTED " TOTAL-D
           DISPLAY "LOANACH SORT-MERGE ACHRCPT INTO RECEIPTS "
               "BEFORE THE NEXT LOANPOST RUN"

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NO DRAFT IS CUT UNTIL LOANCTL HAS CONFIRMED THE SCHEDULES,
      * RETURNS AND PAYMENTS FOR THE BUSINESS DATE ARE IN, AND
      * RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANACH" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANACH NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * THE WINDOW RUNS FROM THE DAY AFTER THE BUSINESS DATE TO THE
      * NEXT BUSINESS DAY, WIDENED BY THE ACH WINDOW LESS ONE DAY.
      * EVERY DRAFT DATE IS A BUSINESS DAY, SO EACH ONE FALLS IN THE
      * WINDOW OF EXACTLY ONE DAILY RUN - THE BUSINESS DAY BEFORE IT.
       0100-SET-DRAFT-WINDOW.
           MOVE RL-BUSINESS-DATE TO AS-OF-DATE
           COMPUTE AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(AS-OF-DATE)

           MOVE RL-ACH-WINDOW TO WINDOW-DAYS
           IF WINDOW-DAYS < 1
               MOVE 1 TO WINDOW-DAYS
           END-IF

           COMPUTE RL-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(AS-OF-INT + 1)
           SET RL-NEXT-BUSINESS-DAY TO TRUE
           CALL "LOANCTL" USING RUN-LINK
           IF RL-OK
               COMPUTE NEXT-BUSINESS-INT =
                   FUNCTION INTEGER-OF-DATE(RL-WORK-DATE)
           ELSE
               DISPLAY "LOANACH " RL-MESSAGE
               COMPUTE NEXT-BUSINESS-INT = AS-OF-INT + 1
           END-IF
           COMPUTE WINDOW-END-INT =
               NEXT-BUSINESS-INT + WINDOW-DAYS - 1.
       0100-SET-DRAFT-WINDOW-EXIT.
           EXIT.

       2000-START-LOAN-EXIT.
           EXIT.

      * DRAFT ONE SCHEDULE ROW WHEN ITS DRAFT DATE - THE DUE DATE,
      * ROLLED TO THE NEXT BUSINESS DAY WHEN IT FALLS ON A WEEKEND OR
      * HOLIDAY - FALLS IN THE WINDOW. THE DRAFT CARRIES THE FULL
      * PITI SO THE ESCROW PORTION IS COLLECTED TOO, AND THE DRAFT
      * AND THE MATCHING RECEIPT ARE DATED WITH THE DRAFT DATE. A ROW
      * WITH NOTHING DUE - A FORBEARANCE THAT SUSPENDS THE PAYMENT -
      * IS NOT DRAFTED.
       3000-DRAFT-ONE-PERIOD.
           IF NOT LOAN-ENROLLED
               GO TO 3000-DRAFT-ONE-PERIOD-EXIT
           IF SD-PAY-DATE = ZERO
               GO TO 3000-DRAFT-ONE-PERIOD-EXIT
           END-IF
           IF SD-PITI NOT > ZERO
               GO TO 3000-DRAFT-ONE-PERIOD-EXIT
           END-IF

           COMPUTE DUE-INT =
               FUNCTION INTEGER-OF-DATE(SD-PAY-DATE)
               GO TO 3000-DRAFT-ONE-PERIOD-EXIT
           END-IF

           MOVE SD-PAY-DATE TO RL-WORK-DATE
           SET RL-NEXT-BUSINESS-DAY TO TRUE
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANACH LOAN " SD-LOAN-NUMBER " PAYMENT "
                   SD-PAYMENT-NBR " " RL-MESSAGE
               MOVE SD-PAY-DATE TO RL-WORK-DATE
           END-IF
           MOVE RL-WORK-DATE TO DRAFT-DATE
           COMPUTE DRAFT-INT =
               FUNCTION INTEGER-OF-DATE(DRAFT-DATE)
           IF DRAFT-INT > WINDOW-END-INT
               GO TO 3000-DRAFT-ONE-PERIOD-EXIT
           END-IF
           IF DRAFT-INT NOT = DUE-INT
               ADD 1 TO DRAFTS-ROLLED-COUNT
           END-IF

           MOVE SPACES TO DRAFT-RECORD
           MOVE AE-ROUTING-NUMBER TO AD-ROUTING-NUMBER
           MOVE AE-ACCOUNT-NUMBER TO AD-ACCOUNT-NUMBER
           MOVE SD-PITI TO AD-AMOUNT
           MOVE SD-LOAN-NUMBER TO AD-LOAN-NUMBER
           MOVE SD-PAYMENT-NBR TO AD-PAYMENT-NBR
           MOVE DRAFT-DATE TO AD-DUE-DATE
           WRITE DRAFT-RECORD

           MOVE SD-LOAN-NUMBER TO RCPT-LOAN-NUMBER
           MOVE SD-PAYMENT-NBR TO RCPT-PAYMENT-NBR
           MOVE DRAFT-DATE TO RCPT-DATE
           MOVE SD-PITI TO RCPT-AMOUNT
           WRITE RECEIPT-RECORD

       3000-DRAFT-ONE-PERIOD-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE ENROLLED LOANS SEEN AND
      * THE DRAFTS WRITTEN.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE ENROLLED-LOANS-COUNT TO RL-COUNT-IN
           MOVE DRAFTS-WRITTEN-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANACH COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANACH.

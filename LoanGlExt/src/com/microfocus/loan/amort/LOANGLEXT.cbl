      $set ilnamespace "com.microfocus.loan.amort"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANGLEXT.
       REMARKS. GL JOURNAL ENTRY EXTRACT. THIS PROGRAM WRITES A
               BALANCED JOURNAL-ENTRY FILE (GLJRNL) THE GL DEPARTMENT
               CAN LOAD FOR THE MONEY THE DAY'S POSTING RUNS MOVED.
               THE LOANSKED SCHEDULES THE OVERNIGHT BATCH WROTE
               (TRAILER COUNTS AND TOTAL-INTEREST HASH VERIFIED
               BEFORE ANY EXTRACTING IS DONE) GIVE THE LOANS TO BOOK
               AND EACH LOAN'S PRODUCT CODE FROM THE SCHEDULE HEADER;
               THE AMOUNTS COME FROM THE LOANHIST TRANSACTION HISTORY
               AND ARE SELECTED BY THE DATE EACH TRANSACTION WAS
               POSTED. THE ENTRIES COVER ONE POSTING PERIOD - THE DAYS
               AFTER THE PRIOR BUSINESS DATE UP TO AND INCLUDING THE
               BUSINESS DATE ON THE RUNCTL RUN CONTROL, SO THE
               NIGHTLY LOADS FOLLOW ON FROM EACH OTHER, A WEEKEND OR
               HOLIDAY IS BOOKED WITH THE NEXT BUSINESS DAY, AND NO
               LOAD RE-POSTS AN EARLIER DAY'S WORK. A RECEIPT THAT
               ARRIVES LATE IS BOOKED ON THE DAY IT WAS POSTED,
               WHATEVER DATE IT CARRIES.
               FOR EVERY RECEIPT LOANPOST APPLIED IN THE PERIOD CASH
               IS DEBITED FOR WHAT CAME IN, AND INTEREST INCOME,
               LOANS RECEIVABLE (PRINCIPAL AND CURTAILMENT) AND THE
               ESCROW LIABILITY ARE CREDITED FOR THE RECEIPT'S OWN
               SPLIT. WHAT A RECEIPT PUT INTO SUSPENSE IS CREDITED TO
               THE SUSPENSE LIABILITY, AND SUSPENSE IT USED UP TO
               COMPLETE AN INSTALLMENT IS DEBITED BACK OUT OF IT.
               EVERY TAX OR INSURANCE BILL LOANDISB PAID IN THE
               PERIOD DEBITS THE ESCROW LIABILITY FOR THE PART THE
               BORROWER'S ESCROW COVERED AND ESCROW ADVANCES
               RECEIVABLE FOR THE PART THE SERVICER ADVANCED, AND
               CREDITS CASH. EACH IS BROKEN OUT BY PRODUCT CODE. A
               PROOF REPORT (GLPROOF) SHOWS THE DEBIT AND CREDIT
               TOTALS BY PRODUCT, PROVES THE EXTRACT BALANCES, AND
               SHOWS THAT THE LIFE-TO-DATE SCHEDULED INTEREST READ
               DURING THE EXTRACT TIES TO THE LOANSKED TRAILER
               HASH.
               LATE FEES ARE BOOKED BY PRODUCT FROM THE LOANFEE
               LEDGER AND THE LOANHIST TRANSACTION HISTORY. A FEE
               ASSESSED IN THE PERIOD DEBITS LATE FEES RECEIVABLE
               AND CREDITS LATE FEE INCOME; FEES PAID BY RECEIPTS
               POSTED IN THE PERIOD DEBIT CASH AND CREDIT THE
               RECEIVABLE; A FEE WAIVED OR REVERSED IN THE PERIOD
               TAKES THE UNPAID AMOUNT BACK OUT OF INCOME AND THE
               RECEIVABLE. WITHOUT LOANFEE THE FEE ASSESSMENTS AND
               WAIVERS ARE LEFT OUT.
               LOANS PAID OFF IN THE PERIOD ARE BOOKED BY PRODUCT
               FROM THE PAYOFFLG LOG LOANPAYPOST WRITES, BY THE DATE
               THE PAYOFF WAS POSTED, SO A LOAN LEAVES THE BOOKS THE
               DAY ITS PAYOFF IS POSTED WHETHER OR NOT IT IS STILL ON
               LOANSKED. LOANS RECEIVABLE IS CREDITED FOR THE WHOLE
               BALANCE RETIRED AND INTEREST INCOME AND LATE FEES
               RECEIVABLE FOR THE REST OF THE SPLIT; THE SUSPENSE
               LIABILITY IS DEBITED FOR THE SUSPENSE THE PAYOFF USED
               AND CASH FOR THE PAYOFF FUNDS KEPT AND THE UNMATCHED
               RECEIPTS USED (NEVER BOOKED WHEN THEY ARRIVED). AN
               ESCROW ADVANCE THE PAYOFF REPAID IS CREDITED TO ESCROW
               ADVANCES RECEIVABLE. THE ESCROW BALANCE REFUNDED, AND
               SUSPENSE REFUNDED FOR BEING OVER WHAT WAS OWED, DEBIT
               THE ESCROW AND SUSPENSE LIABILITIES AND CREDIT CASH.
               FUNDS OVER THE PAYOFF, AND UNMATCHED RECEIPTS OVER WHAT
               WAS OWED, GO STRAIGHT BACK TO THE BORROWER AND ARE NOT
               BOOKED.
               WITHOUT PAYOFFLG NO PAYOFFS ARE BOOKED.
               ARREARS A LOAN MODIFICATION CAPITALIZED IN THE PERIOD
               (THE MODIFICATION RECORDS LOANPOST ADDS TO LOANHIST)
               DEBIT LOANS RECEIVABLE AND CREDIT INTEREST INCOME FOR
               THE INTEREST CAPITALIZED - MONTH-END ACCRUALS REVERSE
               ON THE FIRST, SO NONE OF IT IS STILL HELD AS ACCRUED -
               AND THE ESCROW LIABILITY FOR THE ESCROW CAPITALIZED.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANPOST, LOANLATE,
               LOANPAYPOST AND LOANDISB HAVE COMPLETED FOR THE
               BUSINESS DATE, SO THE DAY'S POSTINGS, FEES, PAYOFFS
               AND DISBURSEMENTS ARE ALL BOOKED.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SKED-FILE-STATUS.

           SELECT LOAN-FEE-FILE ASSIGN TO "LOANFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-KEY
               FILE STATUS IS FEE-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT PAYOFF-LOG-FILE ASSIGN TO "PAYOFFLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORD IS VARYING IN SIZE FROM 16 TO 54 CHARACTERS.
       COPY "SKEDFILE.CPY".

       FD LOAN-FEE-FILE.
       COPY "LOANFEE.CPY".

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       FD PAYOFF-LOG-FILE.
       COPY "PAYOFFLG.CPY".

       FD JOURNAL-ENTRY-FILE.
       01 JOURNAL-ENTRY-RECORD.
       WORKING-STORAGE SECTION.

       01 SKED-FILE-STATUS PIC X(02).
       01 FEE-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 LOG-FILE-STATUS PIC X(02).

       01 SKED-EOF-SWITCH PIC 9 VALUE 0.
         88 SKED-EOF VALUE 1.

       01 LOAN-ACTIVE-SWITCH PIC 9 VALUE 0.
         88 LOAN-ACTIVE VALUE 1.

       01 FEE-OPEN-SWITCH PIC 9 VALUE 0.
         88 FEE-FILE-OPEN VALUE 1.
       01 FEE-EOF-SWITCH PIC 9 VALUE 0.
         88 FEE-EOF VALUE 1.
       01 HIST-EOF-SWITCH PIC 9 VALUE 0.
         88 HIST-EOF VALUE 1.
       01 LOG-EOF-SWITCH PIC 9 VALUE 0.
         88 LOG-EOF VALUE 1.

      * TRAILER VERIFICATION PASS WORK FIELDS.
       01 SKED-BAD-SWITCH PIC 9 VALUE 0.
         88 SKED-BAD VALUE 1.
       01 V-TRL-DETAIL-COUNT PIC S9(7) COMP.
       01 V-TRL-TOTAL-INTEREST PIC S9(11)V99 COMP-3.

       01 CURR-PRODUCT-CODE PIC X(4).
       01 CURR-LOAN-NUMBER PIC 9(8).

      * THE POSTING PERIOD THE JOURNAL ENTRIES COVER.
       01 WINDOW-FROM-INT PIC S9(7) COMP.
       01 WINDOW-FROM.
           05 WF-YYYYMM PIC 9(6).
           05 WF-DD PIC 9(2).
       01 GL-ACCT-LOANS-RECV PIC 9(5) VALUE 12000.
       01 GL-ACCT-ESCROW-LIAB PIC 9(5) VALUE 22000.
       01 GL-ACCT-INT-INCOME PIC 9(5) VALUE 41000.
       01 GL-ACCT-FEES-RECV PIC 9(5) VALUE 12500.
       01 GL-ACCT-FEE-INCOME PIC 9(5) VALUE 42000.
       01 GL-ACCT-SUSPENSE PIC 9(5) VALUE 21000.
       01 GL-ACCT-ESCROW-ADV PIC 9(5) VALUE 12600.

      * PER-PRODUCT ACCUMULATORS. A BLANK PRODUCT CODE (LOANS THAT
      * PREDATE THE RATE SHEET) IS CARRIED AS ITS OWN BUCKET.
               10 PT-INTEREST PIC S9(11)V99 COMP-3.
               10 PT-PRINCIPAL PIC S9(11)V99 COMP-3.
               10 PT-ESCROW PIC S9(11)V99 COMP-3.
               10 PT-SUSPENSE PIC S9(11)V99 COMP-3.
               10 PT-FEE-ASSESSED PIC S9(9)V99 COMP-3.
               10 PT-FEE-COLLECTED PIC S9(9)V99 COMP-3.
               10 PT-FEE-WAIVED PIC S9(9)V99 COMP-3.
               10 PT-PAYOFF-PRINCIPAL PIC S9(11)V99 COMP-3.
               10 PT-PAYOFF-INTEREST PIC S9(9)V99 COMP-3.
               10 PT-PAYOFF-FEES PIC S9(9)V99 COMP-3.
               10 PT-ESCROW-REFUND PIC S9(9)V99 COMP-3.
               10 PT-PAYOFF-UNAPPLIED PIC S9(11)V99 COMP-3.
               10 PT-DISB-ESCROW PIC S9(11)V99 COMP-3.
               10 PT-DISB-ADVANCE PIC S9(11)V99 COMP-3.
               10 PT-PAYOFF-ADVANCE PIC S9(9)V99 COMP-3.
               10 PT-PAYOFF-UNMATCHED PIC S9(11)V99 COMP-3.
               10 PT-SUSPENSE-REFUND PIC S9(11)V99 COMP-3.
               10 PT-CAP-INTEREST PIC S9(11)V99 COMP-3.
               10 PT-CAP-ESCROW PIC S9(11)V99 COMP-3.

       01 SCHEDULED-INTEREST PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 EXTRACT-DEBITS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 EXTRACT-CREDITS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 CASH-AMOUNT PIC S9(11)V99 COMP-3.
       01 SUSPENSE-AMOUNT PIC S9(11)V99 COMP-3.
       01 ENTRY-COUNT PIC S9(5) COMP VALUE ZERO.

       01 RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-ESCROW-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-SUSPENSE-D PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-CASH-D PIC ZZZZZZZZZ9.99.

       01 PROOF-PAYOFF-LINE.
           05 PRF-PAYOFF-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-PAYOFF-PRINCIPAL-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-PAYOFF-INTEREST-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-PAYOFF-FEES-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-ESCROW-REFUND-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-PAYOFF-UNAPPLIED-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-PAYOFF-ADVANCE-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-PAYOFF-UNMATCHED-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-SUSPENSE-REFUND-D PIC ZZZZZZZZZ9.99.

       01 PROOF-DISB-LINE.
           05 PRF-DISB-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-DISB-ESCROW-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-DISB-ADVANCE-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-DISB-CASH-D PIC ZZZZZZZZZ9.99.

       01 PROOF-CAP-LINE.
           05 PRF-CAP-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-CAP-INTEREST-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-CAP-ESCROW-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-CAP-TOTAL-D PIC ZZZZZZZZZ9.99.

       01 PROOF-FEE-LINE.
           05 PRF-FEE-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-ASSESSED-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-COLLECTED-D PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-WAIVED-D PIC ZZZZZZZZZ9.99.

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANGLEXT CANNOT OPEN LOANSKED - STATUS "
           OPEN INPUT LOAN-SCHEDULE-FILE
           MOVE ZERO TO SKED-EOF-SWITCH

           OPEN INPUT LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "LOANGLEXT CANNOT OPEN LOANHIST - STATUS "
                   HIST-FILE-STATUS " - NOTHING HAS POSTED, RUN "
                   "ABANDONED"
               CLOSE LOAN-SCHEDULE-FILE
               GOBACK
           END-IF

      * THE FEE LEDGER ONLY FEEDS THE FEE ASSESSED AND WAIVED ENTRIES.
           OPEN INPUT LOAN-FEE-FILE
           IF FEE-FILE-STATUS = "00"
               SET FEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANGLEXT LOANFEE NOT AVAILABLE - STATUS "
                   FEE-FILE-STATUS " - NO FEE ASSESSMENTS BOOKED"
           END-IF

           OPEN OUTPUT JOURNAL-ENTRY-FILE
           OPEN OUTPUT PROOF-REPORT-FILE

           MOVE RL-BUSINESS-DATE TO RUN-DATE
           PERFORM 0100-SET-PERIOD-WINDOW
               THRU 0100-SET-PERIOD-WINDOW-EXIT

           PERFORM 1000-READ-SKED THRU 1000-READ-SKED-EXIT
           PERFORM UNTIL SKED-EOF
               EVALUATE TRUE
                   WHEN SKED-REC-HEADER
                       MOVE SH-PRODUCT-CODE TO CURR-PRODUCT-CODE
                       MOVE SH-LOAN-NUMBER TO CURR-LOAN-NUMBER
                       SET LOAN-ACTIVE TO TRUE
                       PERFORM 5000-EXTRACT-LOAN-ACTIVITY
                           THRU 5000-EXTRACT-LOAN-ACTIVITY-EXIT
                   WHEN SKED-REC-DETAIL
                       PERFORM 3000-EXTRACT-ONE-PERIOD
                           THRU 3000-EXTRACT-ONE-PERIOD-EXIT
               PERFORM 1000-READ-SKED THRU 1000-READ-SKED-EXIT
           END-PERFORM

           PERFORM 5500-EXTRACT-PAYOFFS
               THRU 5500-EXTRACT-PAYOFFS-EXIT

           PERFORM 4000-WRITE-JOURNAL-ENTRIES
               THRU 4000-WRITE-JOURNAL-ENTRIES-EXIT
           PERFORM 8000-WRITE-PROOF-REPORT
               THRU 8000-WRITE-PROOF-REPORT-EXIT

           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-HISTORY-FILE
           IF FEE-FILE-OPEN
               CLOSE LOAN-FEE-FILE
           END-IF
           CLOSE JOURNAL-ENTRY-FILE
           CLOSE PROOF-REPORT-FILE

           MOVE EXTRACT-CREDITS TO TOTAL-D
           DISPLAY "LOANGLEXT TOTAL CREDITS " TOTAL-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NOTHING IS EXTRACTED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * POSTING STEPS HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANGLEXT" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANGLEXT NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * THE POSTING PERIOD THE ENTRIES COVER - THE DAY AFTER THE
      * PRIOR BUSINESS DATE THROUGH THE BUSINESS DATE. ON THE FIRST
      * BUSINESS DATE THERE IS NO PRIOR DATE AND THE PERIOD IS THE
      * BUSINESS DATE ALONE.
       0100-SET-PERIOD-WINDOW.
           MOVE RL-BUSINESS-DATE TO WINDOW-TO-N
           MOVE RL-BUSINESS-DATE TO WINDOW-FROM-N
           IF RL-PRIOR-BUSINESS-DATE = ZERO
               GO TO 0100-SET-PERIOD-WINDOW-EXIT
           END-IF

           COMPUTE WINDOW-FROM-INT =
               FUNCTION INTEGER-OF-DATE(RL-PRIOR-BUSINESS-DATE) + 1
           COMPUTE WINDOW-FROM-N =
               FUNCTION DATE-OF-INTEGER(WINDOW-FROM-INT).
       0100-SET-PERIOD-WINDOW-EXIT.
           EXIT.

           EXIT.

      * EVERY ROW'S SCHEDULED INTEREST GOES INTO THE LIFE-TO-DATE
      * PROOF FIGURE THAT MUST TIE TO THE TRAILER HASH. WHAT WAS
      * COLLECTED ON THE ROW IS BOOKED FROM THE RECEIPTS ON LOANHIST,
      * NOT FROM THE SCHEDULE.
       3000-EXTRACT-ONE-PERIOD.
           IF NOT LOAN-ACTIVE
               GO TO 3000-EXTRACT-ONE-PERIOD-EXIT
           END-IF

           ADD SD-INTEREST TO SCHEDULED-INTEREST.
       3000-EXTRACT-ONE-PERIOD-EXIT.
           EXIT.

               MOVE ZERO TO PT-INTEREST(PRODUCT-NDX)
               MOVE ZERO TO PT-PRINCIPAL(PRODUCT-NDX)
               MOVE ZERO TO PT-ESCROW(PRODUCT-NDX)
               MOVE ZERO TO PT-SUSPENSE(PRODUCT-NDX)
               MOVE ZERO TO PT-FEE-ASSESSED(PRODUCT-NDX)
               MOVE ZERO TO PT-FEE-COLLECTED(PRODUCT-NDX)
               MOVE ZERO TO PT-FEE-WAIVED(PRODUCT-NDX)
               MOVE ZERO TO PT-PAYOFF-PRINCIPAL(PRODUCT-NDX)
               MOVE ZERO TO PT-PAYOFF-INTEREST(PRODUCT-NDX)
               MOVE ZERO TO PT-PAYOFF-FEES(PRODUCT-NDX)
               MOVE ZERO TO PT-ESCROW-REFUND(PRODUCT-NDX)
               MOVE ZERO TO PT-PAYOFF-UNAPPLIED(PRODUCT-NDX)
               MOVE ZERO TO PT-DISB-ESCROW(PRODUCT-NDX)
               MOVE ZERO TO PT-DISB-ADVANCE(PRODUCT-NDX)
               MOVE ZERO TO PT-PAYOFF-ADVANCE(PRODUCT-NDX)
               MOVE ZERO TO PT-PAYOFF-UNMATCHED(PRODUCT-NDX)
               MOVE ZERO TO PT-SUSPENSE-REFUND(PRODUCT-NDX)
               MOVE ZERO TO PT-CAP-INTEREST(PRODUCT-NDX)
               MOVE ZERO TO PT-CAP-ESCROW(PRODUCT-NDX)
           ELSE
               DISPLAY "LOANGLEXT PRODUCT TABLE FULL - PRODUCT "
                   CURR-PRODUCT-CODE " OMITTED FROM EXTRACT"
       3100-FIND-PRODUCT-BUCKET-EXIT.
           EXIT.

      * WRITE THE BALANCED ENTRIES - ONE CASH DEBIT FOR THE PRODUCT'S
      * RECEIPTS AGAINST THEIR INTEREST, PRINCIPAL, ESCROW AND
      * SUSPENSE, THEN A DEBIT AND CREDIT PAIR FOR EACH OF THE
      * PRODUCT'S FEES ASSESSED, COLLECTED AND WAIVED, THEN ITS
      * PAYOFFS AND ESCROW REFUNDS, THEN ITS ESCROW DISBURSEMENTS,
      * THEN THE ARREARS ITS MODIFICATIONS CAPITALIZED.
      * THE NET SUSPENSE OF THE PERIOD'S RECEIPTS IS A CREDIT WHEN
      * MORE WENT INTO SUSPENSE THAN CAME OUT OF IT, OTHERWISE A
      * DEBIT. ZERO-AMOUNT
      * LINES ARE SUPPRESSED SO THE GL LOAD NEVER SEES AN EMPTY ENTRY.
       4000-WRITE-JOURNAL-ENTRIES.
           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
               COMPUTE CASH-AMOUNT = PT-INTEREST(PRODUCT-NDX)
                   + PT-PRINCIPAL(PRODUCT-NDX)
                   + PT-ESCROW(PRODUCT-NDX)
                   + PT-SUSPENSE(PRODUCT-NDX)

               IF CASH-AMOUNT NOT = ZERO
                   MOVE GL-ACCT-CASH TO JE-ACCOUNT
                       THRU 4100-WRITE-ONE-ENTRY-EXIT
                   ADD PT-ESCROW(PRODUCT-NDX) TO EXTRACT-CREDITS
               END-IF

               IF PT-SUSPENSE(PRODUCT-NDX) > ZERO
                   MOVE GL-ACCT-SUSPENSE TO JE-ACCOUNT
                   MOVE "C" TO JE-DEBIT-CREDIT
                   MOVE PT-SUSPENSE(PRODUCT-NDX) TO JE-AMOUNT
                   MOVE "PAYMENTS HELD IN SUSPENSE" TO JE-DESCRIPTION
                   PERFORM 4100-WRITE-ONE-ENTRY
                       THRU 4100-WRITE-ONE-ENTRY-EXIT
                   ADD PT-SUSPENSE(PRODUCT-NDX) TO EXTRACT-CREDITS
               END-IF
               IF PT-SUSPENSE(PRODUCT-NDX) < ZERO
                   COMPUTE SUSPENSE-AMOUNT =
                       ZERO - PT-SUSPENSE(PRODUCT-NDX)
                   MOVE GL-ACCT-SUSPENSE TO JE-ACCOUNT
                   MOVE "D" TO JE-DEBIT-CREDIT
                   MOVE SUSPENSE-AMOUNT TO JE-AMOUNT
                   MOVE "SUSPENSE APPLIED TO PAYMENTS" TO
                       JE-DESCRIPTION
                   PERFORM 4100-WRITE-ONE-ENTRY
                       THRU 4100-WRITE-ONE-ENTRY-EXIT
                   ADD SUSPENSE-AMOUNT TO EXTRACT-DEBITS
               END-IF

               PERFORM 4200-WRITE-FEE-ENTRIES
                   THRU 4200-WRITE-FEE-ENTRIES-EXIT
               PERFORM 4300-WRITE-PAYOFF-ENTRIES
                   THRU 4300-WRITE-PAYOFF-ENTRIES-EXIT
               PERFORM 4400-WRITE-DISB-ENTRIES
                   THRU 4400-WRITE-DISB-ENTRIES-EXIT
               PERFORM 4500-WRITE-CAP-ENTRIES
                   THRU 4500-WRITE-CAP-ENTRIES-EXIT
           END-PERFORM.
       4000-WRITE-JOURNAL-ENTRIES-EXIT.
           EXIT.
       4100-WRITE-ONE-ENTRY-EXIT.
           EXIT.

       4200-WRITE-FEE-ENTRIES.
           IF PT-FEE-ASSESSED(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-FEES-RECV TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-FEE-ASSESSED(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LATE FEES ASSESSED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-FEE-ASSESSED(PRODUCT-NDX) TO EXTRACT-DEBITS

               MOVE GL-ACCT-FEE-INCOME TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-FEE-ASSESSED(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LATE FEE INCOME" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-FEE-ASSESSED(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-FEE-COLLECTED(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-CASH TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-FEE-COLLECTED(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LATE FEES COLLECTED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-FEE-COLLECTED(PRODUCT-NDX) TO EXTRACT-DEBITS

               MOVE GL-ACCT-FEES-RECV TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-FEE-COLLECTED(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LATE FEES RECEIVABLE PAID" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-FEE-COLLECTED(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-FEE-WAIVED(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-FEE-INCOME TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-FEE-WAIVED(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LATE FEES WAIVED OR REVERSED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-FEE-WAIVED(PRODUCT-NDX) TO EXTRACT-DEBITS

               MOVE GL-ACCT-FEES-RECV TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-FEE-WAIVED(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LATE FEES RECEIVABLE WAIVED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-FEE-WAIVED(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF.
       4200-WRITE-FEE-ENTRIES-EXIT.
           EXIT.

      * A PAYOFF CREDITS THE PRINCIPAL, INTEREST AND LATE FEES IT
      * SETTLED. THE SUSPENSE THAT MET PART OF IT COMES OUT OF THE
      * SUSPENSE LIABILITY AND CASH IS DEBITED FOR THE REST - THE
      * PAYOFF FUNDS KEPT AND THE UNMATCHED RECEIPTS USED, WHICH
      * WERE NEVER BOOKED WHEN THEY ARRIVED. AN ESCROW ADVANCE THE
      * PAYOFF REPAID IS CREDITED TO ESCROW ADVANCES RECEIVABLE. THE
      * ESCROW BALANCE AND ANY SUSPENSE OVER WHAT WAS OWED ARE SENT
      * BACK TO THE BORROWER OUT OF THE ESCROW AND SUSPENSE
      * LIABILITIES.
       4300-WRITE-PAYOFF-ENTRIES.
           COMPUTE CASH-AMOUNT = PT-PAYOFF-PRINCIPAL(PRODUCT-NDX)
               + PT-PAYOFF-INTEREST(PRODUCT-NDX)
               + PT-PAYOFF-FEES(PRODUCT-NDX)
               + PT-PAYOFF-ADVANCE(PRODUCT-NDX)
               - PT-PAYOFF-UNAPPLIED(PRODUCT-NDX)

           IF CASH-AMOUNT NOT = ZERO
               MOVE GL-ACCT-CASH TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE CASH-AMOUNT TO JE-AMOUNT
               MOVE "LOAN PAYOFFS RECEIVED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD CASH-AMOUNT TO EXTRACT-DEBITS
           END-IF

           IF PT-PAYOFF-UNAPPLIED(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-SUSPENSE TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-PAYOFF-UNAPPLIED(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "SUSPENSE APPLIED TO PAYOFFS" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-PAYOFF-UNAPPLIED(PRODUCT-NDX) TO EXTRACT-DEBITS
           END-IF

           IF PT-PAYOFF-PRINCIPAL(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-LOANS-RECV TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-PAYOFF-PRINCIPAL(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LOANS PAID OFF" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-PAYOFF-PRINCIPAL(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-PAYOFF-INTEREST(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-INT-INCOME TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-PAYOFF-INTEREST(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "PAYOFF INTEREST INCOME" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-PAYOFF-INTEREST(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-PAYOFF-FEES(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-FEES-RECV TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-PAYOFF-FEES(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "LATE FEES PAID AT PAYOFF" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-PAYOFF-FEES(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-PAYOFF-ADVANCE(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-ESCROW-ADV TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-PAYOFF-ADVANCE(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "ESCROW ADVANCES REPAID AT PAYOFF" TO
                   JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-PAYOFF-ADVANCE(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-ESCROW-REFUND(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-ESCROW-LIAB TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-ESCROW-REFUND(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "ESCROW REFUNDED AT PAYOFF" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-ESCROW-REFUND(PRODUCT-NDX) TO EXTRACT-DEBITS

               MOVE GL-ACCT-CASH TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-ESCROW-REFUND(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "ESCROW REFUND ISSUED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-ESCROW-REFUND(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-SUSPENSE-REFUND(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-SUSPENSE TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-SUSPENSE-REFUND(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "SUSPENSE REFUNDED AT PAYOFF" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-SUSPENSE-REFUND(PRODUCT-NDX) TO EXTRACT-DEBITS

               MOVE GL-ACCT-CASH TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-SUSPENSE-REFUND(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "SUSPENSE REFUND ISSUED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-SUSPENSE-REFUND(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF.
       4300-WRITE-PAYOFF-ENTRIES-EXIT.
           EXIT.

      * A TAX OR INSURANCE BILL PAID FROM ESCROW DEBITS THE ESCROW
      * LIABILITY FOR WHAT THE BORROWER'S ESCROW BALANCE COVERED AND
      * ESCROW ADVANCES RECEIVABLE FOR WHAT THE SERVICER ADVANCED,
      * AND CREDITS CASH FOR THE WHOLE BILL.
       4400-WRITE-DISB-ENTRIES.
           IF PT-DISB-ESCROW(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-ESCROW-LIAB TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-DISB-ESCROW(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "ESCROW BILLS PAID" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-DISB-ESCROW(PRODUCT-NDX) TO EXTRACT-DEBITS
           END-IF

           IF PT-DISB-ADVANCE(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-ESCROW-ADV TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE PT-DISB-ADVANCE(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "ESCROW ADVANCES" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-DISB-ADVANCE(PRODUCT-NDX) TO EXTRACT-DEBITS
           END-IF

           COMPUTE CASH-AMOUNT = PT-DISB-ESCROW(PRODUCT-NDX)
               + PT-DISB-ADVANCE(PRODUCT-NDX)
           IF CASH-AMOUNT NOT = ZERO
               MOVE GL-ACCT-CASH TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE CASH-AMOUNT TO JE-AMOUNT
               MOVE "ESCROW DISBURSEMENTS ISSUED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD CASH-AMOUNT TO EXTRACT-CREDITS
           END-IF.
       4400-WRITE-DISB-ENTRIES-EXIT.
           EXIT.

      * ARREARS A MODIFICATION CAPITALIZED ARE ADDED TO LOANS
      * RECEIVABLE. THE INTEREST IN THEM WAS EARNED BUT NEVER
      * COLLECTED AND IS CREDITED TO INTEREST INCOME - MONTH-END
      * ACCRUALS REVERSE ON THE FIRST, SO NONE OF IT IS STILL
      * CARRIED AS ACCRUED INTEREST RECEIVABLE. THE ESCROW IN THEM
      * WAS CREDITED TO THE BORROWER'S ESCROW BALANCE.
       4500-WRITE-CAP-ENTRIES.
           COMPUTE CASH-AMOUNT = PT-CAP-INTEREST(PRODUCT-NDX)
               + PT-CAP-ESCROW(PRODUCT-NDX)
           IF CASH-AMOUNT NOT = ZERO
               MOVE GL-ACCT-LOANS-RECV TO JE-ACCOUNT
               MOVE "D" TO JE-DEBIT-CREDIT
               MOVE CASH-AMOUNT TO JE-AMOUNT
               MOVE "ARREARS CAPITALIZED" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD CASH-AMOUNT TO EXTRACT-DEBITS
           END-IF

           IF PT-CAP-INTEREST(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-INT-INCOME TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-CAP-INTEREST(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "CAPITALIZED INTEREST INCOME" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-CAP-INTEREST(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF

           IF PT-CAP-ESCROW(PRODUCT-NDX) NOT = ZERO
               MOVE GL-ACCT-ESCROW-LIAB TO JE-ACCOUNT
               MOVE "C" TO JE-DEBIT-CREDIT
               MOVE PT-CAP-ESCROW(PRODUCT-NDX) TO JE-AMOUNT
               MOVE "CAPITALIZED ESCROW" TO JE-DESCRIPTION
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
               ADD PT-CAP-ESCROW(PRODUCT-NDX) TO EXTRACT-CREDITS
           END-IF.
       4500-WRITE-CAP-ENTRIES-EXIT.
           EXIT.

      * THE LOAN'S ACTIVITY IN THE POSTING PERIOD, INTO ITS PRODUCT'S
      * BUCKETS - FEES ASSESSED AND FEES WAIVED OR REVERSED FROM THE
      * LOANFEE LEDGER, RECEIPTS, DISBURSEMENTS AND CAPITALIZED
      * ARREARS FROM LOANHIST.
      * A WAIVE TAKES OUT ONLY WHAT WAS STILL UNPAID; A
      * REVERSE IS ONLY EVER DONE BEFORE ANYTHING WAS PAID, SO IT
      * TAKES OUT THE WHOLE FEE.
       5000-EXTRACT-LOAN-ACTIVITY.
           PERFORM 3100-FIND-PRODUCT-BUCKET
               THRU 3100-FIND-PRODUCT-BUCKET-EXIT
           IF PRODUCT-NDX = ZERO
               GO TO 5000-EXTRACT-LOAN-ACTIVITY-EXIT
           END-IF

           IF FEE-FILE-OPEN
               PERFORM 5100-EXTRACT-FEE-LEDGER
                   THRU 5100-EXTRACT-FEE-LEDGER-EXIT
           END-IF
           PERFORM 5200-EXTRACT-HISTORY
               THRU 5200-EXTRACT-HISTORY-EXIT.
       5000-EXTRACT-LOAN-ACTIVITY-EXIT.
           EXIT.

       5100-EXTRACT-FEE-LEDGER.
           MOVE ZERO TO FEE-EOF-SWITCH
           MOVE CURR-LOAN-NUMBER TO LF-LOAN-NUMBER
           MOVE ZERO TO LF-PAYMENT-NBR
           START LOAN-FEE-FILE KEY IS NOT LESS THAN LF-KEY
               INVALID KEY
                   GO TO 5100-EXTRACT-FEE-LEDGER-EXIT
           END-START

           PERFORM UNTIL FEE-EOF
               READ LOAN-FEE-FILE NEXT RECORD
                   AT END
                       SET FEE-EOF TO TRUE
                   NOT AT END
                       IF LF-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                           SET FEE-EOF TO TRUE
                       ELSE
                           IF LF-ASSESSED-DATE >= WINDOW-FROM-N
                                   AND LF-ASSESSED-DATE <= WINDOW-TO-N
                               ADD LF-FEE-AMOUNT TO
                                   PT-FEE-ASSESSED(PRODUCT-NDX)
                           END-IF
                           IF LF-ACTION-DATE >= WINDOW-FROM-N
                                   AND LF-ACTION-DATE <= WINDOW-TO-N
                               IF LF-WAIVED
                                   ADD LF-WAIVED-AMOUNT TO
                                       PT-FEE-WAIVED(PRODUCT-NDX)
                               END-IF
                               IF LF-REVERSED
                                   ADD LF-FEE-AMOUNT TO
                                       PT-FEE-WAIVED(PRODUCT-NDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       5100-EXTRACT-FEE-LEDGER-EXIT.
           EXIT.

      * EVERY TRANSACTION POSTED IN THE PERIOD IS TAKEN ON THE DATE IT
      * WAS POSTED, NOT THE DATE IT CARRIES. A RECEIPT IS BOOKED AT
      * ITS OWN SPLIT - CURTAILMENT REDUCES PRINCIPAL LIKE THE
      * INSTALLMENT PRINCIPAL, AND THE SUSPENSE IS THE NET CHANGE THE
      * RECEIPT MADE TO IT (NEGATIVE WHEN SUSPENSE WAS USED UP). A
      * DISBURSEMENT IS SPLIT BETWEEN THE PART THE ESCROW BALANCE
      * COVERED AND THE PART ADVANCED. A MODIFICATION IS BOOKED AT
      * THE INTEREST AND ESCROW IT CAPITALIZED. PAYOFFS ARE BOOKED
      * FROM THE PAYOFF LOG AND ARE PASSED OVER.
       5200-EXTRACT-HISTORY.
           MOVE ZERO TO HIST-EOF-SWITCH
           MOVE LOW-VALUES TO LH-KEY
           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   GO TO 5200-EXTRACT-HISTORY-EXIT
           END-START

           PERFORM UNTIL HIST-EOF
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF LH-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                           SET HIST-EOF TO TRUE
                       ELSE
                           IF LH-POSTED-DATE >= WINDOW-FROM-N
                                   AND LH-POSTED-DATE <= WINDOW-TO-N
                               PERFORM 5250-EXTRACT-ONE-HISTORY
                                   THRU 5250-EXTRACT-ONE-HISTORY-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       5200-EXTRACT-HISTORY-EXIT.
           EXIT.

       5250-EXTRACT-ONE-HISTORY.
           EVALUATE TRUE
               WHEN LH-TRAN-RECEIPT
                   ADD LH-INTEREST TO PT-INTEREST(PRODUCT-NDX)
                   ADD LH-PRINCIPAL TO PT-PRINCIPAL(PRODUCT-NDX)
                   ADD LH-CURTAILMENT TO PT-PRINCIPAL(PRODUCT-NDX)
                   ADD LH-ESCROW TO PT-ESCROW(PRODUCT-NDX)
                   ADD LH-SUSPENSE TO PT-SUSPENSE(PRODUCT-NDX)
                   ADD LH-FEES TO PT-FEE-COLLECTED(PRODUCT-NDX)
               WHEN LH-TRAN-DISBURSEMENT
                   COMPUTE PT-DISB-ESCROW(PRODUCT-NDX) =
                       PT-DISB-ESCROW(PRODUCT-NDX)
                       + LH-AMOUNT - LH-ADVANCE
                   ADD LH-ADVANCE TO PT-DISB-ADVANCE(PRODUCT-NDX)
               WHEN LH-TRAN-MODIFICATION
                   ADD LH-INTEREST TO PT-CAP-INTEREST(PRODUCT-NDX)
                   ADD LH-ESCROW TO PT-CAP-ESCROW(PRODUCT-NDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5250-EXTRACT-ONE-HISTORY-EXIT.
           EXIT.

      * PAYOFFS POSTED IN THE POSTING PERIOD, INTO THEIR
      * PRODUCT'S BUCKETS. THE LOG IS READ ON ITS OWN BECAUSE A PAID
      * LOAN DROPS OFF LOANSKED ONCE THE BATCH RUNS AGAIN.
       5500-EXTRACT-PAYOFFS.
           OPEN INPUT PAYOFF-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "LOANGLEXT PAYOFFLG NOT AVAILABLE - STATUS "
                   LOG-FILE-STATUS " - NO PAYOFFS BOOKED"
               GO TO 5500-EXTRACT-PAYOFFS-EXIT
           END-IF

           PERFORM UNTIL LOG-EOF
               READ PAYOFF-LOG-FILE
                   AT END
                       SET LOG-EOF TO TRUE
                   NOT AT END
                       IF PL-POSTED-DATE >= WINDOW-FROM-N
                               AND PL-POSTED-DATE <= WINDOW-TO-N
                           PERFORM 5550-EXTRACT-ONE-PAYOFF
                               THRU 5550-EXTRACT-ONE-PAYOFF-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYOFF-LOG-FILE.
       5500-EXTRACT-PAYOFFS-EXIT.
           EXIT.

       5550-EXTRACT-ONE-PAYOFF.
           MOVE PL-PRODUCT-CODE TO CURR-PRODUCT-CODE
           PERFORM 3100-FIND-PRODUCT-BUCKET
               THRU 3100-FIND-PRODUCT-BUCKET-EXIT
           IF PRODUCT-NDX = ZERO
               GO TO 5550-EXTRACT-ONE-PAYOFF-EXIT
           END-IF
           ADD PL-PRINCIPAL TO PT-PAYOFF-PRINCIPAL(PRODUCT-NDX)
           ADD PL-INTEREST TO PT-PAYOFF-INTEREST(PRODUCT-NDX)
           ADD PL-FEES TO PT-PAYOFF-FEES(PRODUCT-NDX)
           ADD PL-ESCROW-REFUND TO PT-ESCROW-REFUND(PRODUCT-NDX)
           ADD PL-UNAPPLIED TO PT-PAYOFF-UNAPPLIED(PRODUCT-NDX)
           ADD PL-ESCROW-ADVANCE TO PT-PAYOFF-ADVANCE(PRODUCT-NDX)
           ADD PL-UNMATCHED TO PT-PAYOFF-UNMATCHED(PRODUCT-NDX)
           ADD PL-SUSPENSE-REFUND TO PT-SUSPENSE-REFUND(PRODUCT-NDX).
       5550-EXTRACT-ONE-PAYOFF-EXIT.
           EXIT.

       8000-WRITE-PROOF-REPORT.

           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "PROD       INTEREST      PRINCIPAL"
               "         ESCROW       SUSPENSE           CASH"
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

               MOVE PT-INTEREST(PRODUCT-NDX) TO PRF-INTEREST-D
               MOVE PT-PRINCIPAL(PRODUCT-NDX) TO PRF-PRINCIPAL-D
               MOVE PT-ESCROW(PRODUCT-NDX) TO PRF-ESCROW-D
               MOVE PT-SUSPENSE(PRODUCT-NDX) TO PRF-SUSPENSE-D
               COMPUTE CASH-AMOUNT = PT-INTEREST(PRODUCT-NDX)
                   + PT-PRINCIPAL(PRODUCT-NDX)
                   + PT-ESCROW(PRODUCT-NDX)
                   + PT-SUSPENSE(PRODUCT-NDX)
               MOVE CASH-AMOUNT TO PRF-CASH-D
               WRITE PROOF-REPORT-LINE FROM PROOF-DETAIL-LINE
           END-PERFORM

           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "PROD  FEES ASSESSED FEES COLLECTED"
               "    FEES WAIVED"
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
               MOVE PT-PRODUCT-CODE(PRODUCT-NDX) TO
                   PRF-FEE-PRODUCT-CODE
               MOVE PT-FEE-ASSESSED(PRODUCT-NDX) TO PRF-ASSESSED-D
               MOVE PT-FEE-COLLECTED(PRODUCT-NDX) TO PRF-COLLECTED-D
               MOVE PT-FEE-WAIVED(PRODUCT-NDX) TO PRF-WAIVED-D
               WRITE PROOF-REPORT-LINE FROM PROOF-FEE-LINE
           END-PERFORM

           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "PROD PAYOFF PRINCPL       INTEREST"
               "           FEES  ESCROW REFUND  SUSPENSE USED"
               "    ESC ADVANCE UNMATCHED USED  SUSP REFUNDED"
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
               MOVE PT-PRODUCT-CODE(PRODUCT-NDX) TO
                   PRF-PAYOFF-PRODUCT-CODE
               MOVE PT-PAYOFF-PRINCIPAL(PRODUCT-NDX) TO
                   PRF-PAYOFF-PRINCIPAL-D
               MOVE PT-PAYOFF-INTEREST(PRODUCT-NDX) TO
                   PRF-PAYOFF-INTEREST-D
               MOVE PT-PAYOFF-FEES(PRODUCT-NDX) TO PRF-PAYOFF-FEES-D
               MOVE PT-ESCROW-REFUND(PRODUCT-NDX) TO
                   PRF-ESCROW-REFUND-D
               MOVE PT-PAYOFF-UNAPPLIED(PRODUCT-NDX) TO
                   PRF-PAYOFF-UNAPPLIED-D
               MOVE PT-PAYOFF-ADVANCE(PRODUCT-NDX) TO
                   PRF-PAYOFF-ADVANCE-D
               MOVE PT-PAYOFF-UNMATCHED(PRODUCT-NDX) TO
                   PRF-PAYOFF-UNMATCHED-D
               MOVE PT-SUSPENSE-REFUND(PRODUCT-NDX) TO
                   PRF-SUSPENSE-REFUND-D
               WRITE PROOF-REPORT-LINE FROM PROOF-PAYOFF-LINE
           END-PERFORM

           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "PROD    ESCROW PAID       ADVANCED"
               "      CASH PAID"
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
               MOVE PT-PRODUCT-CODE(PRODUCT-NDX) TO
                   PRF-DISB-PRODUCT-CODE
               MOVE PT-DISB-ESCROW(PRODUCT-NDX) TO PRF-DISB-ESCROW-D
               MOVE PT-DISB-ADVANCE(PRODUCT-NDX) TO PRF-DISB-ADVANCE-D
               COMPUTE CASH-AMOUNT = PT-DISB-ESCROW(PRODUCT-NDX)
                   + PT-DISB-ADVANCE(PRODUCT-NDX)
               MOVE CASH-AMOUNT TO PRF-DISB-CASH-D
               WRITE PROOF-REPORT-LINE FROM PROOF-DISB-LINE
           END-PERFORM

           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "PROD   CAP INTEREST     CAP ESCROW"
               "    CAPITALIZED"
               INTO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           PERFORM VARYING PRODUCT-NDX FROM 1 BY 1
                   UNTIL PRODUCT-NDX > PRODUCT-TOTAL-COUNT
               MOVE PT-PRODUCT-CODE(PRODUCT-NDX) TO
                   PRF-CAP-PRODUCT-CODE
               MOVE PT-CAP-INTEREST(PRODUCT-NDX) TO PRF-CAP-INTEREST-D
               MOVE PT-CAP-ESCROW(PRODUCT-NDX) TO PRF-CAP-ESCROW-D
               COMPUTE CASH-AMOUNT = PT-CAP-INTEREST(PRODUCT-NDX)
                   + PT-CAP-ESCROW(PRODUCT-NDX)
               MOVE CASH-AMOUNT TO PRF-CAP-TOTAL-D
               WRITE PROOF-REPORT-LINE FROM PROOF-CAP-LINE
           END-PERFORM

           MOVE SPACES TO PROOF-REPORT-LINE
           MOVE EXTRACT-DEBITS TO TOTAL-D
           STRING "TOTAL DEBITS .............: " TOTAL-D
       8000-WRITE-PROOF-REPORT-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE SCHEDULE ROWS READ AND
      * THE JOURNAL ENTRIES WRITTEN.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE V-DETAIL-COUNT TO RL-COUNT-IN
           MOVE ENTRY-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANGLEXT COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANGLEXT.

               POSTING RESULTS, MERGED CO-SEQUENTIALLY WITH THE
               LOANSKED FILE (WHOSE TRAILER COUNTS AND TOTAL-INTEREST
               HASH ARE VERIFIED BEFORE ANY ANALYSIS IS DONE) AND
               WINDOWED TO THE ANALYSIS YEAR - THE CALENDAR YEAR
               BEFORE THE BUSINESS DATE ON THE RUNCTL RUN CONTROL,
               WHICH IS ALSO THE DATE THE STATEMENTS ARE PREPARED.
               A ROW'S YEAR COMES FROM SD-PAY-DATE, FALLING BACK TO
               THE DUE DATE LOANPOST DERIVED ONTO LOANSTAT FOR
               UNDATED SCHEDULES.
               DISBURSEMENTS COME FROM THE ESCRDISB FILE - ONE RECORD
               PER PAYMENT MADE, WITH LOAN NUMBER, PAYEE TYPE (T FOR
               TAX, I FOR INSURANCE), DATE AND AMOUNT. THE LOANDISB
               DISBURSEMENT RUN APPENDS EVERY TAX AND INSURANCE BILL
               IT PAYS, SO THE FILE BUILDS UP OVER THE YEARS IN NO
               PARTICULAR LOAN ORDER; THE RUN SORTS IT BY LOAN NUMBER
               AND DATE INTO THE ESCRDSRT WORK FILE BEFORE ANY
               ANALYSIS IS DONE. ONLY PAYMENTS DATED IN THE ANALYSIS
               YEAR ARE TAKEN, SO ONE YEAR'S COLLECTIONS NET AGAINST
               THAT YEAR'S DISBURSEMENTS. FOR EACH LOAN WITH ESCROW
               ACTIVITY THE RUN
               COMPUTES THE PERIOD ESCROW BALANCE, THE REQUIRED
               CUSHION (ONE SIXTH OF THE ANNUAL DISBURSEMENTS - TWO
               MONTHS), AND THE SHORTAGE OR SURPLUS, AND PRINTS THE
               THEY ARE ONLY SHOWN ON THE STATEMENT FOR REVIEW.
               DISBURSEMENTS FOR LOANS WITH NO SCHEDULE ON LOANSKED
               ARE COUNTED AND REPORTED AT END OF RUN.
               THE RUN IS A STEP OF THE BATCH CHAIN UNDER LOANCTL AND
               WILL NOT START UNTIL LOANPOST AND LOANDISB HAVE
               COMPLETED FOR THE BUSINESS DATE, SO EVERY COLLECTION
               AND DISBURSEMENT OF THE YEAR IS IN THE ANALYSIS.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-FILE-STATUS.

           SELECT DISB-INPUT-FILE ASSIGN TO "ESCRDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISB-INPUT-STATUS.

           SELECT DISB-SORT-FILE ASSIGN TO "ESCRDWRK".

           SELECT DISBURSEMENT-FILE ASSIGN TO "ESCRDSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISB-FILE-STATUS.

       FD LOAN-STATUS-FILE.
       01 STATUS-RECORD PIC X(45).

       FD DISB-INPUT-FILE.
       01 DISB-INPUT-RECORD PIC X(26).

       SD DISB-SORT-FILE.
       01 DISB-SORT-RECORD.
           05 SRT-LOAN-NUMBER PIC 9(8).
           05 SRT-PAYEE-TYPE PIC X(1).
           05 SRT-DATE PIC 9(8).
           05 SRT-AMOUNT PIC 9(7)V99.

      * ESCRDISB IN LOAN NUMBER AND DATE ORDER.
       FD DISBURSEMENT-FILE.
       01 DISBURSEMENT-RECORD.
           05 DSB-LOAN-NUMBER PIC 9(8).
       FD ANALYSIS-STATEMENT-FILE.
       01 ANALYSIS-STATEMENT-LINE PIC X(80).

       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS.
       COPY "MSTRJRNL.CPY".

       WORKING-STORAGE SECTION.

       01 SKED-FILE-STATUS PIC X(02).
       01 STAT-FILE-STATUS PIC X(02).
       01 DISB-INPUT-STATUS PIC X(02).
       01 DISB-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 JRNL-FILE-STATUS PIC X(02).
           05 RYD-YYYY PIC 9(4).
           05 RYD-MMDD PIC 9(4).

       01 ANALYSIS-YEAR PIC 9(4).
       01 BUSINESS-DATE PIC 9(8).
       01 BUSINESS-DATE-R REDEFINES BUSINESS-DATE.
           05 BUS-YYYY PIC 9(4).
           05 BUS-MMDD PIC 9(4).

       01 DISB-OPEN-SWITCH PIC 9 VALUE 0.
         88 DISB-FILE-OPEN VALUE 1.

      * ESCRDISB SORT AND ANALYSIS-YEAR WORK FIELDS.
       01 DISB-BAD-SWITCH PIC 9 VALUE 0.
         88 DISB-BAD VALUE 1.
       01 DISB-IN-YEAR-SWITCH PIC 9 VALUE 0.
         88 DISB-IN-YEAR VALUE 1.
       01 DISB-DATE-WORK PIC 9(8).
       01 DISB-DATE-WORK-R REDEFINES DISB-DATE-WORK.
           05 DDW-YYYY PIC 9(4).
           05 DDW-MMDD PIC 9(4).

      * PER-LOAN ANALYSIS ACCUMULATORS.
       01 ESCROW-COLLECTED PIC S9(9)V99 COMP-3.
       01 DISBURSED-TAX PIC S9(9)V99 COMP-3.

       01 STATEMENT-WORK PIC X(80).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANESCROW CANNOT OPEN LOANSKED - STATUS "
               GOBACK
           END-IF

           OPEN INPUT DISB-INPUT-FILE
           IF DISB-INPUT-STATUS = "00"
               CLOSE DISB-INPUT-FILE
               PERFORM 0170-SORT-DISB THRU 0170-SORT-DISB-EXIT
               IF DISB-BAD
                   DISPLAY "LOANESCROW ABANDONING RUN - ESCRDISB "
                       "COULD NOT BE SORTED"
                   CLOSE LOAN-SCHEDULE-FILE
                   CLOSE LOAN-STATUS-FILE
                   GOBACK
               END-IF
               SET DISB-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANESCROW ESCRDISB NOT AVAILABLE - STATUS "
                   DISB-INPUT-STATUS " - ANALYZING WITH NO "
                   "DISBURSEMENTS"
               SET DISB-EOF TO TRUE
           END-IF

           OPEN OUTPUT ANALYSIS-STATEMENT-FILE

           MOVE RL-BUSINESS-DATE TO RUN-DATE
           ACCEPT APPLY-PARM FROM ENVIRONMENT "ESCRAPPLY"

           MOVE RUN-DATE TO BUSINESS-DATE
           COMPUTE ANALYSIS-YEAR = BUS-YYYY - 1
           DISPLAY "LOANESCROW ANALYZING YEAR " ANALYSIS-YEAR
               " - ESCRDISB PAYMENTS DATED IN THAT YEAR ONLY"

      * MASTER UPDATES MUST HIT THE SAME CHANGE JOURNAL LOANMAINT
      * WRITES, OR A REBUILD FROM BACKUP PLUS JOURNAL WOULD LOSE
           DISPLAY "LOANESCROW DISBURSEMENTS WITHOUT A SCHEDULE "
               COUNT-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NOTHING IS ANALYZED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * POSTING AND DISBURSEMENTS HAVE COMPLETED AND RECORDED THE
      * START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANESCROW" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANESCROW NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * FIRST PASS - COUNT THE HEADERS AND DETAILS AND SUM THE
      * DETAIL INTEREST, THEN CHECK THEM AGAINST THE TRAILER. A FILE
      * WITH NO TRAILER OR WITH COUNTS OR HASH THAT DO NOT AGREE IS
       0150-VERIFY-SKED-EXIT.
           EXIT.

      * ESCRDISB IS MATCHED TO THE SCHEDULES CO-SEQUENTIALLY, BUT
      * THE DISBURSEMENT RUN APPENDS EACH DAY'S PAYMENTS TO THE END
      * OF IT, SO IT IS SORTED BY LOAN NUMBER AND DATE FIRST AND THE
      * SORTED COPY IS WHAT THE ANALYSIS READS.
       0170-SORT-DISB.
           SORT DISB-SORT-FILE
               ON ASCENDING KEY SRT-LOAN-NUMBER
               ON ASCENDING KEY SRT-DATE
               USING DISB-INPUT-FILE
               GIVING DISBURSEMENT-FILE
           IF SORT-RETURN NOT = ZERO
               DISPLAY "LOANESCROW ESCRDISB SORT FAILED - RETURN "
                   SORT-RETURN
               SET DISB-BAD TO TRUE
               GO TO 0170-SORT-DISB-EXIT
           END-IF
           OPEN INPUT DISBURSEMENT-FILE
           IF DISB-FILE-STATUS NOT = "00"
               DISPLAY "LOANESCROW CANNOT OPEN ESCRDSRT - STATUS "
                   DISB-FILE-STATUS
               SET DISB-BAD TO TRUE
           END-IF.
       0170-SORT-DISB-EXIT.
           EXIT.

       1000-READ-SKED.
           READ LOAN-SCHEDULE-FILE
               AT END
           ACCEPT MJ-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT MJ-JOURNAL-TIME FROM TIME
           MOVE "LOANESCROW" TO MJ-OPERATOR
           MOVE SPACES TO MJ-APPROVED-BY
           MOVE "C" TO MJ-FUNCTION
           MOVE LM-LOAN-NUMBER TO MJ-LOAN-NUMBER
           MOVE BEFORE-IMAGE TO MJ-BEFORE-IMAGE
       6500-MATCH-STATUS-EXIT.
           EXIT.

      * PAYMENTS DATED OUTSIDE THE ANALYSIS YEAR ARE PASSED OVER.
       7000-READ-DISBURSEMENT.
           MOVE ZERO TO DISB-IN-YEAR-SWITCH
           PERFORM UNTIL DISB-EOF OR DISB-IN-YEAR
               READ DISBURSEMENT-FILE
                   AT END
                       SET DISB-EOF TO TRUE
                   NOT AT END
                       MOVE DSB-DATE TO DISB-DATE-WORK
                       IF DDW-YYYY = ANALYSIS-YEAR
                           SET DISB-IN-YEAR TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF DISB-EOF
               GO TO 7000-READ-DISBURSEMENT-EXIT
           END-IF
           MOVE DSB-LOAN-NUMBER TO CURR-DISB-LOAN
           MOVE DSB-PAYEE-TYPE TO CURR-DISB-TYPE
           MOVE DSB-AMOUNT TO CURR-DISB-AMOUNT.
       8000-WRITE-ANALYSIS-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS ON THE SCHEDULE,
      * THE STATEMENTS PRODUCED AND THE DISBURSEMENTS MATCHING NO
      * LOAN.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE V-HEADER-COUNT TO RL-COUNT-IN
           MOVE STATEMENT-COUNT TO RL-COUNT-OUT
           MOVE ORPHAN-DISB-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANESCROW COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANESCROW.

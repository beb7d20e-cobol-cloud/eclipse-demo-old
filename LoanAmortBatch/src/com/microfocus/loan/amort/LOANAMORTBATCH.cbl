               RECORD COUNTS AND A TOTAL-INTEREST HASH THAT EVERY
               DOWNSTREAM READER VERIFIES BEFORE TRUSTING THE FILE.
               A CHECKPOINT FILE IS REWRITTEN EVERY N LOANS SO THAT A
               FAILED RUN CAN BE RESTARTED FROM THE LAST CHECKPOINT
               INSTEAD OF FROM RECORD ONE. THE RUN IS A STEP OF THE
               NIGHTLY CHAIN UNDER LOANCTL; WHEN THE RUN CONTROL SHOWS
               AN EARLIER RUN FOR THE SAME BUSINESS DATE THAT NEVER
               FINISHED, THIS RUN RESTARTS FROM THE CHECKPOINT. IT
               WILL NOT START UNTIL LOANPEND HAS LISTED THE LOAN
               MASTER CHANGES STILL AWAITING APPROVAL AT CUTOFF.
               EVERY LOAN IS EDITED WITH THE SAME RULES THE QUOTE
               SCREEN APPLIES BEFORE LOANAMORT IS CALLED. RECORDS
               THAT FAIL ARE WRITTEN TO A REJECT FILE WITH A REASON
               OUT OF TOLERANCE ARE REJECTED. IF THE SHEET CANNOT BE
               OPENED THE RUN CONTINUES WITH RATE VERIFICATION
               SKIPPED AND A WARNING DISPLAYED.
               A LOAN'S ACTIVE MODIFICATIONS ON THE LOANMOD FILE ARE
               PASSED TO LOANAMORT WITH THE ORIGINAL MASTER TERMS, SO
               THE SCHEDULE KEEPS ITS ORIGINAL ROWS UP TO EACH
               MODIFICATION AND IS RE-AMORTIZED FROM THERE. THE
               DETAIL RECORDS CARRY THE FORBEARANCE ROWS, THE ROWS
               CLEARED BY THE LATEST MODIFICATION - ONLY THOSE
               ALREADY DUE ON THE BUSINESS DATE - AND THE ROWS WHERE
               AN AMOUNT WAS CAPITALIZED. THE EXCEPTION REPORT COUNTS
               THE LOANS MODIFIED AND ANY MODIFICATION THE LOAN PAID
               OFF BEFORE REACHING.

       ENVIRONMENT DIVISION.

               RECORD KEY IS RS-KEY
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT LOAN-MODIFICATION-FILE ASSIGN TO "LOANMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MOD-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           RECORD IS VARYING IN SIZE FROM 16 TO 54 CHARACTERS.
       COPY "SKEDFILE.CPY".

      * THE LOANS RECEIVABLE PRINCIPAL CONTROL FIGURE AFTER THE
      * INTEREST CONTROL TOTAL IS FOR THE MONTH-END LOANTRBAL PROOF.
       FD GL-CONTROL-FILE.
       01 GL-CONTROL-RECORD.
           05 GL-CONTROL-TOTAL PIC 9(9)V99.
           05 GL-PRINCIPAL-CONTROL PIC 9(9)V99.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHK-TOTAL-INTEREST PIC 9(9)V99.
           05 CHK-REJECT-TOTAL PIC 9(5).
           05 CHK-REJECT-COUNT PIC 9(5) OCCURS 10 TIMES.
           05 CHK-MODIFIED-COUNT PIC 9(5).
           05 CHK-MOD-MISSED-COUNT PIC 9(5).

       FD REJECT-FILE.
       01 REJECT-RECORD.
       FD RATE-SHEET-FILE.
       COPY "RATESHET.CPY".

       FD LOAN-MODIFICATION-FILE.
       COPY "LOANMOD.CPY".

       WORKING-STORAGE SECTION.

       01 MASTER-EOF-SWITCH PIC 9 VALUE 0.
       01 MASTER-FILE-STATUS PIC X(02).
       01 CHK-FILE-STATUS PIC X(02).

       01 RESTART-SWITCH PIC 9 VALUE 0.
         88 RESTART-RUN VALUE 1.

       01 SHEET-SCAN-EOF-SWITCH PIC 9.
         88 SHEET-SCAN-EOF VALUE 1.

      * LOAN MODIFICATIONS. CLEARED-BEFORE-NBR IS THE PAYMENT NUMBER
      * OF THE LATEST MODIFICATION THE SCHEDULE REACHES; ROWS BEFORE
      * IT THAT HAVE FALLEN DUE ARE MARKED CLEARED ON LOANSKED.
       01 MOD-FILE-STATUS PIC X(02).
       01 MOD-FILE-SWITCH PIC 9 VALUE 0.
         88 MOD-FILE-OPEN VALUE 1.
       01 MOD-SCAN-EOF-SWITCH PIC 9.
         88 MOD-SCAN-EOF VALUE 1.
       01 MOD-LOAD-NDX PIC S9(2) COMP.
       01 CLEARED-BEFORE-NBR PIC S9(3) COMP.
       01 MODIFIED-LOAN-COUNT PIC S9(5) COMP VALUE 0.
       01 MOD-MISSED-COUNT PIC S9(5) COMP VALUE 0.
       01 MOD-PAYMENT-D PIC ZZ9.

       01 ACCEPT-COUNT-D PIC ZZZZ9.
       01 REJECT-COUNT-D PIC ZZZZ9.
       01 REASON-CODE-D PIC 99.

       COPY "AMORTIN.CPY".
       COPY "AMORTOUT.CPY".
       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LOANAMORTBATCH CANNOT OPEN LOANMSTR - STATUS "
               DISPLAY "RATE SHEET RATESHT NOT AVAILABLE - STATUS "
                   RATE-FILE-STATUS " - RATE VERIFICATION SKIPPED"
           END-IF
           OPEN INPUT LOAN-MODIFICATION-FILE
           IF MOD-FILE-STATUS = "00"
               SET MOD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANAMORTBATCH LOANMOD NOT AVAILABLE - STATUS "
                   MOD-FILE-STATUS " - NO MODIFICATIONS APPLIED"
           END-IF
           IF RL-RESTART
               PERFORM 0500-RESTART-FROM-CHECKPOINT
                   THRU 0500-RESTART-FROM-CHECKPOINT-EXIT
           END-IF
           IF RATE-SHEET-OPEN
               CLOSE RATE-SHEET-FILE
           END-IF
           IF MOD-FILE-OPEN
               CLOSE LOAN-MODIFICATION-FILE
           END-IF

           PERFORM 4000-WRITE-EXCEPTION-REPORT
               THRU 4000-WRITE-EXCEPTION-REPORT-EXIT

           PERFORM 2000-RECONCILE-GL THRU 2000-RECONCILE-GL-EXIT

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * THE SCHEDULE IS BUILT FOR THE CURRENT BUSINESS DATE ONLY ONCE
      * LOANCTL HAS RECORDED THE START; A RUN IT REFUSES DOES NOTHING.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANAMORTBATCH" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANAMORTBATCH NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       0500-RESTART-FROM-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHK-FILE-STATUS NOT = "00"
                       REJECT-COUNT(REASON-NBR)
               END-PERFORM
           END-IF
           IF CHK-MODIFIED-COUNT NUMERIC
               MOVE CHK-MODIFIED-COUNT TO MODIFIED-LOAN-COUNT
               MOVE CHK-MOD-MISSED-COUNT TO MOD-MISSED-COUNT
           END-IF
           DISPLAY "RESTARTING AFTER INPUT RECORD " CHK-RECORDS-READ
               " WITH " CHK-LOAN-COUNT " LOAN(S) ALREADY PROCESSED".
       0500-RESTART-FROM-CHECKPOINT-EXIT.
      * FIRST BAND AT OR PAST THE TERM WITH THE SAME PRODUCT IS THE
      * BAND; WITHIN IT THE DATED ROWS ASCEND AND THE LATEST ONE
      * EFFECTIVE ON OR BEFORE THE AS-OF DATE WINS. A LOAN WITH NO
      * ORIGINATION DATE IS CHECKED AGAINST THE SHEET IN EFFECT ON THE
      * BUSINESS DATE. A RATE MORE THAN RATE-TOLERANCE AWAY FROM THE
      * SHEET IS REJECTED.
       1070-VERIFY-RATE.
           MOVE ZERO TO RATE-FOUND-SWITCH
           IF LM-ORIGINATION-DATE NOT = ZERO
               MOVE LM-ORIGINATION-DATE TO LOOKUP-AS-OF
           ELSE
               MOVE RL-BUSINESS-DATE TO LOOKUP-AS-OF
           END-IF

           MOVE LM-PRODUCT-CODE TO RS-PRODUCT-CODE
           MOVE LM-FIRST-PAY-DATE TO FIRST-PAY-DATE
           MOVE LM-ANNUAL-TAX TO ANNUAL-TAX
           MOVE LM-ANNUAL-INSURANCE TO ANNUAL-INSURANCE
           PERFORM 1120-LOAD-MODIFICATIONS
               THRU 1120-LOAD-MODIFICATIONS-EXIT

           CALL "LOANAMORT" USING LOANINFO OUTDATA
           MOVE OUTPAYOFFMONTH TO PAYOFF-NBR
           PERFORM 1140-CHECK-MODIFICATIONS
               THRU 1140-CHECK-MODIFICATIONS-EXIT

      * LOANS AT OR BELOW THE RESTART HIGH-WATER MARK ALREADY HAVE
      * THEIR SCHEDULES ON LOANSKED FROM BEFORE THE ABEND. THEY ARE
       1100-PROCESS-LOAN-EXIT.
           EXIT.

      * LOAD THE LOAN'S ACTIVE MODIFICATIONS, IN PAYMENT NUMBER
      * ORDER, INTO THE MODIFICATION SCHEDULE LOANAMORT WORKS FROM.
      * ONLY FOUR FIT; ANY FURTHER ONE IS REPORTED AND LEFT OUT.
       1120-LOAD-MODIFICATIONS.
           MOVE ZERO TO MOD-COUNT
           IF NOT MOD-FILE-OPEN
               GO TO 1120-LOAD-MODIFICATIONS-EXIT
           END-IF

           MOVE LM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE ZERO TO MD-PAYMENT-NBR
           MOVE ZERO TO MOD-SCAN-EOF-SWITCH
           START LOAN-MODIFICATION-FILE KEY >= MD-KEY
               INVALID KEY
                   SET MOD-SCAN-EOF TO TRUE
           END-START
           PERFORM 1130-READ-MODIFICATION
               THRU 1130-READ-MODIFICATION-EXIT
               UNTIL MOD-SCAN-EOF.
       1120-LOAD-MODIFICATIONS-EXIT.
           EXIT.

       1130-READ-MODIFICATION.
           READ LOAN-MODIFICATION-FILE NEXT
               AT END
                   SET MOD-SCAN-EOF TO TRUE
                   GO TO 1130-READ-MODIFICATION-EXIT
           END-READ
           IF MD-LOAN-NUMBER NOT = LM-LOAN-NUMBER
               SET MOD-SCAN-EOF TO TRUE
               GO TO 1130-READ-MODIFICATION-EXIT
           END-IF
           IF NOT MD-ACTIVE
               GO TO 1130-READ-MODIFICATION-EXIT
           END-IF
           IF MOD-COUNT >= 4
               MOVE MD-PAYMENT-NBR TO MOD-PAYMENT-D
               DISPLAY "LOANAMORTBATCH LOAN " LM-LOAN-NUMBER
                   " HAS MORE THAN 4 MODIFICATIONS - PAYMENT "
                   MOD-PAYMENT-D " NOT APPLIED"
               GO TO 1130-READ-MODIFICATION-EXIT
           END-IF

           ADD 1 TO MOD-COUNT
           MOVE MD-PAYMENT-NBR TO MOD-PAYMENT-NBR(MOD-COUNT)
           MOVE MD-NEW-RATE TO MOD-RATE(MOD-COUNT)
           MOVE MD-NEW-TERM TO MOD-TERM(MOD-COUNT)
           MOVE MD-CAPITALIZED-AMT TO MOD-CAPITALIZED(MOD-COUNT)
           MOVE MD-FORBEAR-COUNT TO MOD-FORBEAR-COUNT(MOD-COUNT)
           MOVE MD-FORBEAR-PAYMENT TO MOD-FORBEAR-PAYMENT(MOD-COUNT).
       1130-READ-MODIFICATION-EXIT.
           EXIT.

      * FIND THE LATEST MODIFICATION THE SCHEDULE REACHED - THE ROWS
      * BEFORE IT HAD WHATEVER WAS STILL UNPAID ON THEM CAPITALIZED.
      * A MODIFICATION THE LOAN PAID OFF BEFORE REACHING IS REPORTED.
       1140-CHECK-MODIFICATIONS.
           MOVE ZERO TO CLEARED-BEFORE-NBR
           IF MOD-COUNT = ZERO
               GO TO 1140-CHECK-MODIFICATIONS-EXIT
           END-IF

           ADD 1 TO MODIFIED-LOAN-COUNT
           PERFORM VARYING MOD-LOAD-NDX FROM 1 BY 1
                   UNTIL MOD-LOAD-NDX > MOD-COUNT
               IF MOD-PAYMENT-NBR(MOD-LOAD-NDX) <= PAYOFF-NBR
                   MOVE MOD-PAYMENT-NBR(MOD-LOAD-NDX) TO
                       CLEARED-BEFORE-NBR
               ELSE
                   ADD 1 TO MOD-MISSED-COUNT
                   MOVE MOD-PAYMENT-NBR(MOD-LOAD-NDX) TO MOD-PAYMENT-D
                   DISPLAY "LOANAMORTBATCH LOAN " LM-LOAN-NUMBER
                       " PAYS OFF BEFORE ITS MODIFICATION AT PAYMENT "
                       MOD-PAYMENT-D
               END-IF
           END-PERFORM.
       1140-CHECK-MODIFICATIONS-EXIT.
           EXIT.

      * WRITE ONE PACKED DETAIL RECORD FOR PAYMENT DETAIL-NDX OF THE
      * CURRENT LOAN. THE EDITED OUTDATA FIELDS ARE DE-EDITED INTO
      * THE COMP-3 DETAIL AMOUNTS SO DOWNSTREAM READERS CAN DO
           MOVE OUTESCROW(DETAIL-NDX) TO SD-ESCROW
           MOVE OUTPITI(DETAIL-NDX) TO SD-PITI
           MOVE OUTRATERESET(DETAIL-NDX) TO SD-RATE-RESET
           MOVE OUTFORBEAR(DETAIL-NDX) TO SD-MOD-FLAG
      * ONLY AN INSTALLMENT ALREADY DUE ON THE BUSINESS DATE IS
      * CLEARED. AN UNDATED ROW IS LEFT TO LOANPOST, WHICH DERIVES
      * ITS DUE DATE AND DOES NOT TREAT IT AS CLEARED UNTIL THEN.
           IF DETAIL-NDX < CLEARED-BEFORE-NBR
                   AND OUTPAYDATE(DETAIL-NDX) <= RL-BUSINESS-DATE
               SET SD-ROW-CLEARED TO TRUE
           END-IF
           MOVE OUTMODEVENT(DETAIL-NDX) TO SD-MOD-EVENT
           WRITE SKED-DETAIL-RECORD
           PERFORM 9100-CHECK-SKED-WRITE
               THRU 9100-CHECK-SKED-WRITE-EXIT
               MOVE REJECT-COUNT(REASON-NBR) TO
                   CHK-REJECT-COUNT(REASON-NBR)
           END-PERFORM
           MOVE MODIFIED-LOAN-COUNT TO CHK-MODIFIED-COUNT
           MOVE MOD-MISSED-COUNT TO CHK-MOD-MISSED-COUNT
           WRITE CHECKPOINT-RECORD
           IF CHK-FILE-STATUS NOT = "00"
               DISPLAY "LOANAMORTBATCH LOANCHKP WRITE FAILED - "
               WRITE EXCEPTION-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           MOVE MODIFIED-LOAN-COUNT TO ACCEPT-COUNT-D
           STRING "LOANS MODIFIED: " ACCEPT-COUNT-D
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           MOVE MOD-MISSED-COUNT TO REJECT-COUNT-D
           STRING "MODIFICATIONS NOT REACHED: " REJECT-COUNT-D
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           CLOSE EXCEPTION-REPORT-FILE.
       4000-WRITE-EXCEPTION-REPORT-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE MASTER RECORDS READ, THE
      * LOANS SCHEDULED AND THE LOANS REJECTED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE RECORDS-READ TO RL-COUNT-IN
           MOVE LOAN-COUNT TO RL-COUNT-OUT
           MOVE REJECT-TOTAL TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANAMORTBATCH COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.


       END PROGRAM LOANAMORTBATCH.

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
       PROGRAM-ID. LOANCOLL.
       REMARKS. DAILY COLLECTIONS RUN. THIS PROGRAM RUNS AFTER LOANPOST
               AND AGES EVERY LOAN ON THE LOANSTAT POSTING RESULTS THE
               SAME WAY LOANPOST'S AGING REPORT DOES - EVERY MISSED
               (M) OR SHORT-PAID (S) INSTALLMENT DUE BY THE AS-OF
               DATE AND NOT SINCE MADE UP OUT OF SUSPENSE ON LOANBAL
               IS PAST DUE, AND THE LOAN IS AS MANY DAYS PAST DUE AS
               ITS OLDEST SUCH INSTALLMENT.
               A DELINQUENCY LETTER IS PRINTED TO COLLLTRS, ADDRESSED
               FROM THE LOANMSTR MAILING ADDRESS, WHEN THE OLDEST
               UNPAID INSTALLMENT REACHES 15 DAYS (REMINDER), 30 DAYS
               (NOTICE) OR 60 DAYS (DEMAND) PAST DUE - THE HIGHEST
               LETTER REACHED. EVERY LETTER IS RECORDED ON THE
               COLLLTR HISTORY BY LOAN, PAYMENT NUMBER AND LETTER
               TYPE, SO THE SAME LETTER IS NEVER SENT TWICE FOR THE
               SAME MISSED PAYMENT. CLOSED LOANS GET NO LETTERS.
               A LOAN 15 OR MORE DAYS PAST DUE IS PUT ON THE COLLQUE
               COLLECTOR WORK QUEUE (OR ITS ENTRY IS REFRESHED); ONE
               BROUGHT BACK UNDER 15 DAYS IS CLEARED FROM IT. A LOAN
               A COLLECTOR HAS TAKEN A PROMISE TO PAY ON STAYS OFF
               THE QUEUE UNTIL THE PROMISED DATE HAS PASSED. THEN THE
               RECEIPTS ON THE LOANHIST TRANSACTION HISTORY SINCE THE
               PROMISE WAS TAKEN ARE ADDED UP - IF THEY COME TO THE
               PROMISED AMOUNT THE PROMISE WAS KEPT, OTHERWISE IT WAS
               BROKEN, AND A LOAN STILL PAST DUE GOES BACK ON THE
               QUEUE EITHER WAY. WITHOUT LOANHIST A PROMISE ON A LOAN
               STILL PAST DUE IS TAKEN AS BROKEN. KEPT AND BROKEN
               PROMISES ARE ADDED TO THE COLLACT ACTIVITY LOG.
               THE LOANS LEFT OPEN ON THE QUEUE ARE LISTED ON THE
               COLLQRPT WORK LIST WITH RUN TOTALS. THE AS-OF DATE IS
               THE BUSINESS DATE FROM THE RUNCTL RUN CONTROL.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANPOST AND LOANPAYPOST HAVE
               COMPLETED FOR THE BUSINESS DATE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOAN-STATUS-FILE ASSIGN TO "LOANSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-FILE-STATUS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT COLLECTION-LETTER-FILE ASSIGN TO "COLLLTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS LTR-FILE-STATUS.

           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "COLLQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CQ-LOAN-NUMBER
               FILE STATUS IS QUE-FILE-STATUS.

           SELECT COLLECTION-ACTIVITY-FILE ASSIGN TO "COLLACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACT-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO "COLLLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUEUE-REPORT-FILE ASSIGN TO "COLLQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD LOAN-STATUS-FILE.
       01 STATUS-RECORD PIC X(45).

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       FD COLLECTION-LETTER-FILE.
       COPY "COLLLTR.CPY".

       FD COLLECTION-QUEUE-FILE.
       COPY "COLLQUE.CPY".

       FD COLLECTION-ACTIVITY-FILE.
       COPY "COLLACT.CPY".

       FD LETTER-PRINT-FILE.
       01 LETTER-PRINT-LINE PIC X(80).

       FD QUEUE-REPORT-FILE.
       01 QUEUE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 STAT-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 LTR-FILE-STATUS PIC X(02).
       01 QUE-FILE-STATUS PIC X(02).
       01 ACT-FILE-STATUS PIC X(02).

       01 STAT-EOF-SWITCH PIC 9 VALUE 0.
         88 STAT-EOF VALUE 1.
       01 HIST-EOF-SWITCH PIC 9 VALUE 0.
         88 HIST-EOF VALUE 1.

       01 BAL-OPEN-SWITCH PIC 9 VALUE 0.
         88 BAL-FILE-OPEN VALUE 1.
       01 HIST-OPEN-SWITCH PIC 9 VALUE 0.
         88 HIST-FILE-OPEN VALUE 1.
       01 MASTER-FOUND-SWITCH PIC 9 VALUE 0.
         88 MASTER-FOUND VALUE 1.
       01 ACTUAL-FOUND-SWITCH PIC 9 VALUE 0.
         88 ACTUAL-FOUND VALUE 1.
       01 QUEUE-FOUND-SWITCH PIC 9 VALUE 0.
         88 QUEUE-FOUND VALUE 1.
       01 LETTER-SENT-SWITCH PIC 9 VALUE 0.
         88 LETTER-SENT VALUE 1.

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
       01 AS-OF-INT PIC S9(7) COMP.
       01 RUN-TIME PIC 9(8).

      * DAYS PAST DUE THAT TRIGGER EACH LETTER AND THE WORK QUEUE.
       01 REMINDER-DAYS PIC S9(5) COMP VALUE 15.
       01 NOTICE-DAYS PIC S9(5) COMP VALUE 30.
       01 DEMAND-DAYS PIC S9(5) COMP VALUE 60.
       01 QUEUE-DAYS PIC S9(5) COMP VALUE 15.

      * THE DELINQUENCY OF THE LOAN IN HAND.
       01 CURR-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 LOAN-PAST-DUE PIC S9(9)V99 COMP-3.
       01 LOAN-PAST-DUE-COUNT PIC S9(3) COMP.
       01 OLDEST-PAYMENT-NBR PIC 9(3).
       01 OLDEST-DUE-DATE PIC 9(8).
       01 OLDEST-DUE-INT PIC S9(7) COMP.
       01 DAYS-PAST-DUE PIC S9(5) COMP.

       01 DUE-INT PIC S9(7) COMP.
       01 EXPECTED-AMT PIC S9(9)V99 COMP-3.
       01 RECEIVED-AMT PIC S9(9)V99 COMP-3.
       01 PAST-DUE-AMT PIC S9(9)V99 COMP-3.
       01 PROMISE-PAID-AMT PIC S9(9)V99 COMP-3.

       01 LETTER-TYPE PIC X(01).
         88 LETTER-REMINDER VALUE "1".
         88 LETTER-NOTICE VALUE "2".
         88 LETTER-DEMAND VALUE "3".
       01 QUEUE-FLAG PIC X(16).

       01 ROWS-READ-COUNT PIC S9(5) COMP VALUE ZERO.
       01 LOANS-AGED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 REMINDER-COUNT PIC S9(5) COMP VALUE ZERO.
       01 NOTICE-COUNT PIC S9(5) COMP VALUE ZERO.
       01 DEMAND-COUNT PIC S9(5) COMP VALUE ZERO.
       01 ALREADY-SENT-COUNT PIC S9(5) COMP VALUE ZERO.
       01 QUEUED-NEW-COUNT PIC S9(5) COMP VALUE ZERO.
       01 REOPENED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 KEPT-COUNT PIC S9(5) COMP VALUE ZERO.
       01 BROKEN-COUNT PIC S9(5) COMP VALUE ZERO.
       01 CLEARED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 WORK-LIST-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-PAST-DUE PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 COUNT-D PIC ZZZZ9.
       01 DAYS-D PIC ZZZZ9.
       01 MONEY-D PIC Z(8)9.99.
       01 TOTAL-D PIC Z(10)9.99.
       01 LETTER-WORK PIC X(80).

       01 QUEUE-DETAIL-LINE.
           05 QR-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-BORROWER PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-PAYMENTS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-PAST-DUE-D PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-LETTER PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-ATTEMPTS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-LAST-CONTACT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-BROKEN PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 QR-FLAG PIC X(16).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-STATUS-FILE
           IF STAT-FILE-STATUS NOT = "00"
               DISPLAY "LOANCOLL CANNOT OPEN LOANSTAT - STATUS "
                   STAT-FILE-STATUS " - NOTHING HAS POSTED, RUN "
                   "ABANDONED"
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LOANCOLL CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               CLOSE LOAN-STATUS-FILE
               GOBACK
           END-IF

           PERFORM 0200-OPEN-COLLECTION-FILES
               THRU 0200-OPEN-COLLECTION-FILES-EXIT

      * WITHOUT LOANBAL NOTHING HAS POSTED TO ACTUAL BALANCES AND
      * THE LOANSTAT STATUS ALONE DECIDES.
           OPEN INPUT LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANCOLL LOANBAL NOT AVAILABLE - STATUS "
                   BAL-FILE-STATUS " - AGING FROM LOANSTAT ONLY"
           END-IF

           OPEN INPUT LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS = "00"
               SET HIST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANCOLL LOANHIST NOT AVAILABLE - STATUS "
                   HIST-FILE-STATUS " - PROMISES ON PAST-DUE LOANS "
                   "TAKEN AS BROKEN"
           END-IF

           OPEN OUTPUT LETTER-PRINT-FILE
           OPEN OUTPUT QUEUE-REPORT-FILE

           PERFORM 0100-SET-AS-OF-DATE THRU 0100-SET-AS-OF-DATE-EXIT

           PERFORM 8000-WRITE-REPORT-HEADING
               THRU 8000-WRITE-REPORT-HEADING-EXIT

      * UNMATCHED-RECEIPT ROWS ARE NOT AN EXPECTED PAYMENT AND PLAY
      * NO PART IN A LOAN'S AGING.
           PERFORM 1000-READ-STATUS THRU 1000-READ-STATUS-EXIT
           PERFORM UNTIL STAT-EOF
               IF STAT-PAY-STATUS NOT = "U"
                   IF STAT-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                       IF CURR-LOAN-NUMBER NOT = ZERO
                           PERFORM 2900-FINISH-LOAN
                               THRU 2900-FINISH-LOAN-EXIT
                       END-IF
                       PERFORM 2000-START-LOAN
                           THRU 2000-START-LOAN-EXIT
                   END-IF
                   PERFORM 2100-AGE-ONE-ROW THRU 2100-AGE-ONE-ROW-EXIT
               END-IF
               PERFORM 1000-READ-STATUS THRU 1000-READ-STATUS-EXIT
           END-PERFORM
           IF CURR-LOAN-NUMBER NOT = ZERO
               PERFORM 2900-FINISH-LOAN THRU 2900-FINISH-LOAN-EXIT
           END-IF

           PERFORM 8100-WRITE-REPORT-TOTALS
               THRU 8100-WRITE-REPORT-TOTALS-EXIT

           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT

           COMPUTE COUNT-D = REMINDER-COUNT + NOTICE-COUNT
               + DEMAND-COUNT
           DISPLAY "LOANCOLL PRINTED " COUNT-D " LETTER(S)"
           MOVE WORK-LIST-COUNT TO COUNT-D
           DISPLAY "LOANCOLL LOANS OPEN ON THE WORK QUEUE " COUNT-D
           MOVE BROKEN-COUNT TO COUNT-D
           DISPLAY "LOANCOLL BROKEN PROMISES REQUEUED " COUNT-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * LOANS ARE AGED ONLY ONCE LOANCTL HAS CONFIRMED THE DAY'S
      * POSTING STEPS HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANCOLL" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANCOLL NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       0100-SET-AS-OF-DATE.
           MOVE RL-BUSINESS-DATE TO AS-OF-DATE
           COMPUTE AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
           ACCEPT RUN-TIME FROM TIME.
       0100-SET-AS-OF-DATE-EXIT.
           EXIT.

      * THE LETTER HISTORY AND WORK QUEUE ARE CREATED EMPTY THE
      * FIRST TIME THE RUN FINDS THEM MISSING; THE ACTIVITY LOG IS
      * APPEND-ONLY.
       0200-OPEN-COLLECTION-FILES.
           OPEN I-O COLLECTION-LETTER-FILE
           IF LTR-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-LETTER-FILE
               CLOSE COLLECTION-LETTER-FILE
               OPEN I-O COLLECTION-LETTER-FILE
           END-IF
           IF LTR-FILE-STATUS NOT = "00"
               DISPLAY "LOANCOLL CANNOT OPEN COLLLTR - STATUS "
                   LTR-FILE-STATUS
               CLOSE LOAN-STATUS-FILE
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF

           OPEN I-O COLLECTION-QUEUE-FILE
           IF QUE-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-QUEUE-FILE
               CLOSE COLLECTION-QUEUE-FILE
               OPEN I-O COLLECTION-QUEUE-FILE
           END-IF
           IF QUE-FILE-STATUS NOT = "00"
               DISPLAY "LOANCOLL CANNOT OPEN COLLQUE - STATUS "
                   QUE-FILE-STATUS
               CLOSE LOAN-STATUS-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE COLLECTION-LETTER-FILE
               GOBACK
           END-IF

           OPEN EXTEND COLLECTION-ACTIVITY-FILE
           IF ACT-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-ACTIVITY-FILE
           END-IF
           IF ACT-FILE-STATUS NOT = "00"
               DISPLAY "LOANCOLL CANNOT OPEN COLLACT - STATUS "
                   ACT-FILE-STATUS
               CLOSE LOAN-STATUS-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE COLLECTION-LETTER-FILE
               CLOSE COLLECTION-QUEUE-FILE
               GOBACK
           END-IF.
       0200-OPEN-COLLECTION-FILES-EXIT.
           EXIT.

       1000-READ-STATUS.
           READ LOAN-STATUS-FILE
               AT END
                   SET STAT-EOF TO TRUE
                   GO TO 1000-READ-STATUS-EXIT
           END-READ
           MOVE STATUS-RECORD TO STATUS-DETAIL-LINE
           ADD 1 TO ROWS-READ-COUNT.
       1000-READ-STATUS-EXIT.
           EXIT.

       2000-START-LOAN.
           MOVE STAT-LOAN-NUMBER TO CURR-LOAN-NUMBER
           MOVE ZERO TO LOAN-PAST-DUE
           MOVE ZERO TO LOAN-PAST-DUE-COUNT
           MOVE ZERO TO OLDEST-PAYMENT-NBR
           MOVE ZERO TO OLDEST-DUE-DATE
           MOVE ZERO TO OLDEST-DUE-INT
           MOVE ZERO TO ACTUAL-FOUND-SWITCH
           ADD 1 TO LOANS-AGED-COUNT

           IF BAL-FILE-OPEN
               MOVE CURR-LOAN-NUMBER TO LB-LOAN-NUMBER
               READ LOAN-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACTUAL-FOUND TO TRUE
               END-READ
           END-IF.
       2000-START-LOAN-EXIT.
           EXIT.

      * ADD THE ROW IN HAND TO THE LOAN'S PAST DUE WHEN IT IS A
      * MISSED OR SHORT-PAID INSTALLMENT DUE BY THE AS-OF DATE THAT
      * HAS NOT SINCE BEEN MADE UP OUT OF SUSPENSE. LOANSTAT IS IN
      * PAYMENT NUMBER ORDER, SO THE FIRST SUCH ROW IS THE OLDEST.
       2100-AGE-ONE-ROW.
           IF STAT-PAY-STATUS NOT = "M" AND STAT-PAY-STATUS NOT = "S"
               GO TO 2100-AGE-ONE-ROW-EXIT
           END-IF
           IF STAT-DUE-DATE = ZERO
               GO TO 2100-AGE-ONE-ROW-EXIT
           END-IF
           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(STAT-DUE-DATE)
           IF DUE-INT = 0 OR DUE-INT > AS-OF-INT
               GO TO 2100-AGE-ONE-ROW-EXIT
           END-IF
           IF ACTUAL-FOUND
                   AND LB-PAID-THRU-NBR NOT < STAT-PAYMENT-NBR
               GO TO 2100-AGE-ONE-ROW-EXIT
           END-IF

           COMPUTE EXPECTED-AMT = FUNCTION NUMVAL(STAT-EXPECTED)
           COMPUTE RECEIVED-AMT = FUNCTION NUMVAL(STAT-RECEIVED)
           COMPUTE PAST-DUE-AMT = EXPECTED-AMT - RECEIVED-AMT
           IF PAST-DUE-AMT NOT > 0
               GO TO 2100-AGE-ONE-ROW-EXIT
           END-IF

           ADD PAST-DUE-AMT TO LOAN-PAST-DUE
           ADD 1 TO LOAN-PAST-DUE-COUNT
           IF OLDEST-PAYMENT-NBR = ZERO
               MOVE STAT-PAYMENT-NBR TO OLDEST-PAYMENT-NBR
               MOVE STAT-DUE-DATE TO OLDEST-DUE-DATE
               MOVE DUE-INT TO OLDEST-DUE-INT
           END-IF.
       2100-AGE-ONE-ROW-EXIT.
           EXIT.

      * THE LOAN'S ROWS ARE ALL IN - SEND ANY LETTER NOW DUE AND
      * BRING ITS QUEUE ENTRY UP TO DATE. A CLOSED LOAN IS TREATED
      * AS NOT PAST DUE SO IT DROPS OFF THE QUEUE.
       2900-FINISH-LOAN.
           MOVE ZERO TO DAYS-PAST-DUE
           MOVE ZERO TO LETTER-SENT-SWITCH
           MOVE ZERO TO MASTER-FOUND-SWITCH

           MOVE CURR-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOANCOLL LOAN " CURR-LOAN-NUMBER
                       " NOT ON LOANMSTR - NOT COLLECTED"
                   GO TO 2900-FINISH-LOAN-EXIT
           END-READ
           SET MASTER-FOUND TO TRUE

           IF LOAN-PAST-DUE > 0 AND NOT LM-STATUS-CLOSED
               COMPUTE DAYS-PAST-DUE = AS-OF-INT - OLDEST-DUE-INT
           END-IF

           IF DAYS-PAST-DUE NOT < REMINDER-DAYS
               PERFORM 3000-SEND-LETTER THRU 3000-SEND-LETTER-EXIT
           END-IF

           PERFORM 4000-UPDATE-QUEUE THRU 4000-UPDATE-QUEUE-EXIT.
       2900-FINISH-LOAN-EXIT.
           EXIT.

      * THE HIGHEST LETTER THE OLDEST UNPAID INSTALLMENT HAS
      * REACHED. THE HISTORY WRITE FAILS FOR A LETTER ALREADY SENT
      * FOR THAT INSTALLMENT AND NOTHING IS PRINTED.
       3000-SEND-LETTER.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE NOT < DEMAND-DAYS
                   SET LETTER-DEMAND TO TRUE
               WHEN DAYS-PAST-DUE NOT < NOTICE-DAYS
                   SET LETTER-NOTICE TO TRUE
               WHEN OTHER
                   SET LETTER-REMINDER TO TRUE
           END-EVALUATE

           MOVE SPACES TO COLLECTION-LETTER-RECORD
           MOVE CURR-LOAN-NUMBER TO CL-LOAN-NUMBER
           MOVE OLDEST-PAYMENT-NBR TO CL-PAYMENT-NBR
           MOVE LETTER-TYPE TO CL-LETTER-TYPE
           MOVE AS-OF-DATE TO CL-SENT-DATE
           MOVE OLDEST-DUE-DATE TO CL-DUE-DATE
           MOVE DAYS-PAST-DUE TO CL-DAYS-PAST-DUE
           MOVE LOAN-PAST-DUE TO CL-PAST-DUE-AMT
           WRITE COLLECTION-LETTER-RECORD
               INVALID KEY
                   ADD 1 TO ALREADY-SENT-COUNT
                   GO TO 3000-SEND-LETTER-EXIT
           END-WRITE
           IF LTR-FILE-STATUS NOT = "00"
               DISPLAY "LOANCOLL COLLLTR WRITE FAILED - STATUS "
                   LTR-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF

           SET LETTER-SENT TO TRUE
           EVALUATE TRUE
               WHEN LETTER-DEMAND
                   ADD 1 TO DEMAND-COUNT
               WHEN LETTER-NOTICE
                   ADD 1 TO NOTICE-COUNT
               WHEN OTHER
                   ADD 1 TO REMINDER-COUNT
           END-EVALUATE
           PERFORM 8200-PRINT-LETTER THRU 8200-PRINT-LETTER-EXIT.
       3000-SEND-LETTER-EXIT.
           EXIT.

      * A LOAN UNDER THE QUEUE DAYS COMES OFF THE QUEUE IF IT IS ON
      * IT; ONE AT OR OVER THEM IS ADDED OR REFRESHED.
       4000-UPDATE-QUEUE.
           MOVE ZERO TO QUEUE-FOUND-SWITCH
           MOVE SPACES TO QUEUE-FLAG
           MOVE CURR-LOAN-NUMBER TO CQ-LOAN-NUMBER
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QUEUE-FOUND TO TRUE
           END-READ

           IF DAYS-PAST-DUE < QUEUE-DAYS
               IF QUEUE-FOUND AND NOT CQ-CLEARED
                   PERFORM 4300-CLEAR-QUEUE-ENTRY
                       THRU 4300-CLEAR-QUEUE-ENTRY-EXIT
               END-IF
               GO TO 4000-UPDATE-QUEUE-EXIT
           END-IF

           IF QUEUE-FOUND
               PERFORM 4200-REFRESH-QUEUE-ENTRY
                   THRU 4200-REFRESH-QUEUE-ENTRY-EXIT
           ELSE
               PERFORM 4100-ADD-QUEUE-ENTRY
                   THRU 4100-ADD-QUEUE-ENTRY-EXIT
           END-IF

           IF CQ-OPEN
               PERFORM 8050-WRITE-REPORT-DETAIL
                   THRU 8050-WRITE-REPORT-DETAIL-EXIT
           END-IF.
       4000-UPDATE-QUEUE-EXIT.
           EXIT.

      * THE DELINQUENCY FIGURES EVERY RUN PUTS ON THE ENTRY.
       4050-MOVE-DELINQUENCY.
           MOVE LM-BORROWER-NAME TO CQ-BORROWER-NAME
           MOVE LM-PRODUCT-CODE TO CQ-PRODUCT-CODE
           MOVE AS-OF-DATE TO CQ-REFRESH-DATE
           MOVE OLDEST-PAYMENT-NBR TO CQ-OLDEST-PAYMENT-NBR
           MOVE OLDEST-DUE-DATE TO CQ-OLDEST-DUE-DATE
           MOVE DAYS-PAST-DUE TO CQ-DAYS-PAST-DUE
           MOVE LOAN-PAST-DUE-COUNT TO CQ-PAYMENTS-PAST-DUE
           MOVE LOAN-PAST-DUE TO CQ-PAST-DUE-AMT
           IF LETTER-SENT
               MOVE LETTER-TYPE TO CQ-LAST-LETTER-TYPE
               MOVE AS-OF-DATE TO CQ-LAST-LETTER-DATE
           END-IF.
       4050-MOVE-DELINQUENCY-EXIT.
           EXIT.

       4100-ADD-QUEUE-ENTRY.
           MOVE SPACES TO COLLECTION-QUEUE-RECORD
           MOVE CURR-LOAN-NUMBER TO CQ-LOAN-NUMBER
           MOVE ZERO TO CQ-LAST-LETTER-DATE
           MOVE ZERO TO CQ-CLEARED-DATE
           MOVE ZERO TO CQ-ATTEMPT-COUNT
           MOVE ZERO TO CQ-LAST-CONTACT-DATE
           MOVE ZERO TO CQ-PROMISE-TAKEN-DATE
           MOVE ZERO TO CQ-PROMISE-DATE
           MOVE ZERO TO CQ-PROMISE-AMOUNT
           MOVE ZERO TO CQ-BROKEN-COUNT
           PERFORM 4050-MOVE-DELINQUENCY
               THRU 4050-MOVE-DELINQUENCY-EXIT
           SET CQ-OPEN TO TRUE
           MOVE AS-OF-DATE TO CQ-QUEUED-DATE
           WRITE COLLECTION-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "LOANCOLL COLLQUE WRITE FAILED - STATUS "
                       QUE-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   GO TO 4100-ADD-QUEUE-ENTRY-EXIT
           END-WRITE
           ADD 1 TO QUEUED-NEW-COUNT
           MOVE "NEW" TO QUEUE-FLAG.
       4100-ADD-QUEUE-ENTRY-EXIT.
           EXIT.

      * A CLEARED LOAN THAT HAS FALLEN BEHIND AGAIN STARTS A FRESH
      * ROUND OF CONTACT. A PROMISED LOAN IS LEFT ALONE UNTIL ITS
      * PROMISED DATE HAS PASSED.
       4200-REFRESH-QUEUE-ENTRY.
           PERFORM 4050-MOVE-DELINQUENCY
               THRU 4050-MOVE-DELINQUENCY-EXIT

           IF CQ-CLEARED
               SET CQ-OPEN TO TRUE
               MOVE AS-OF-DATE TO CQ-QUEUED-DATE
               MOVE ZERO TO CQ-CLEARED-DATE
               MOVE ZERO TO CQ-ATTEMPT-COUNT
               MOVE SPACE TO CQ-PROMISE-RESULT
               ADD 1 TO REOPENED-COUNT
               MOVE "REOPENED" TO QUEUE-FLAG
           END-IF

           IF CQ-PROMISED AND CQ-PROMISE-DATE < AS-OF-DATE
               PERFORM 4400-CHECK-PROMISE
                   THRU 4400-CHECK-PROMISE-EXIT
           END-IF

           REWRITE COLLECTION-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "LOANCOLL COLLQUE REWRITE FAILED - STATUS "
                       QUE-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
           END-REWRITE.
       4200-REFRESH-QUEUE-ENTRY-EXIT.
           EXIT.

      * THE LOAN IS BACK UNDER THE QUEUE DAYS. A PROMISE STILL
      * PENDING WAS EVIDENTLY KEPT.
       4300-CLEAR-QUEUE-ENTRY.
           IF CQ-PROMISED
               SET CQ-PROMISE-KEPT TO TRUE
               ADD 1 TO KEPT-COUNT
               PERFORM 4500-LOG-PROMISE-RESULT
                   THRU 4500-LOG-PROMISE-RESULT-EXIT
           END-IF

           PERFORM 4050-MOVE-DELINQUENCY
               THRU 4050-MOVE-DELINQUENCY-EXIT
           SET CQ-CLEARED TO TRUE
           MOVE AS-OF-DATE TO CQ-CLEARED-DATE
           REWRITE COLLECTION-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "LOANCOLL COLLQUE REWRITE FAILED - STATUS "
                       QUE-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   GO TO 4300-CLEAR-QUEUE-ENTRY-EXIT
           END-REWRITE
           ADD 1 TO CLEARED-COUNT.
       4300-CLEAR-QUEUE-ENTRY-EXIT.
           EXIT.

      * THE PROMISED DATE HAS PASSED AND THE LOAN IS STILL PAST DUE.
      * ADD UP THE RECEIPTS POSTED SINCE THE PROMISE WAS TAKEN - ENOUGH
      * TO COVER THE PROMISED AMOUNT AND THE PROMISE WAS KEPT. EITHER
      * WAY THE LOAN GOES BACK ON THE QUEUE TO BE WORKED.
       4400-CHECK-PROMISE.
           MOVE ZERO TO PROMISE-PAID-AMT
           IF HIST-FILE-OPEN
               PERFORM 4450-SUM-RECEIPTS THRU 4450-SUM-RECEIPTS-EXIT
           END-IF

           IF HIST-FILE-OPEN
                   AND PROMISE-PAID-AMT NOT < CQ-PROMISE-AMOUNT
               SET CQ-PROMISE-KEPT TO TRUE
               ADD 1 TO KEPT-COUNT
               MOVE "PROMISE KEPT" TO QUEUE-FLAG
           ELSE
               SET CQ-PROMISE-BROKEN TO TRUE
               ADD 1 TO CQ-BROKEN-COUNT
               ADD 1 TO BROKEN-COUNT
               MOVE "BROKEN PROMISE" TO QUEUE-FLAG
           END-IF
           SET CQ-OPEN TO TRUE
           MOVE AS-OF-DATE TO CQ-QUEUED-DATE
           PERFORM 4500-LOG-PROMISE-RESULT
               THRU 4500-LOG-PROMISE-RESULT-EXIT.
       4400-CHECK-PROMISE-EXIT.
           EXIT.

       4450-SUM-RECEIPTS.
           MOVE ZERO TO HIST-EOF-SWITCH
           MOVE LOW-VALUES TO LH-KEY
           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE CQ-PROMISE-TAKEN-DATE TO LH-TRAN-DATE
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   GO TO 4450-SUM-RECEIPTS-EXIT
           END-START

           PERFORM UNTIL HIST-EOF
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF LH-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                           SET HIST-EOF TO TRUE
                       ELSE
                           IF LH-TRAN-RECEIPT OR LH-TRAN-PAYOFF
                               ADD LH-AMOUNT TO PROMISE-PAID-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       4450-SUM-RECEIPTS-EXIT.
           EXIT.

       4500-LOG-PROMISE-RESULT.
           MOVE SPACES TO COLLECTION-ACTIVITY-RECORD
           MOVE CURR-LOAN-NUMBER TO CA-LOAN-NUMBER
           MOVE AS-OF-DATE TO CA-ACTIVITY-DATE
           MOVE RUN-TIME TO CA-ACTIVITY-TIME
           MOVE "LOANCOLL" TO CA-COLLECTOR
           IF CQ-PROMISE-KEPT
               SET CA-PROMISE-KEPT TO TRUE
           ELSE
               SET CA-PROMISE-BROKEN TO TRUE
           END-IF
           MOVE CQ-PROMISE-DATE TO CA-PROMISE-DATE
           MOVE CQ-PROMISE-AMOUNT TO CA-PROMISE-AMOUNT
           MOVE DAYS-PAST-DUE TO CA-DAYS-PAST-DUE
           MOVE LOAN-PAST-DUE TO CA-PAST-DUE-AMT
           WRITE COLLECTION-ACTIVITY-RECORD.
       4500-LOG-PROMISE-RESULT-EXIT.
           EXIT.

       8000-WRITE-REPORT-HEADING.
           MOVE SPACES TO QUEUE-REPORT-LINE
           STRING "COLLECTOR WORK QUEUE AS OF " AS-OF-DATE
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE
           MOVE SPACES TO QUEUE-REPORT-LINE
           STRING "LOAN NBR  BORROWER                        "
               " DAYS  PMT     PAST DUE  L  ATT  LAST CNT  BRK"
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE.
       8000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

       8050-WRITE-REPORT-DETAIL.
           MOVE CQ-LOAN-NUMBER TO QR-LOAN-NUMBER
           MOVE CQ-BORROWER-NAME TO QR-BORROWER
           MOVE CQ-DAYS-PAST-DUE TO QR-DAYS
           MOVE CQ-PAYMENTS-PAST-DUE TO QR-PAYMENTS
           MOVE CQ-PAST-DUE-AMT TO QR-PAST-DUE-D
           MOVE CQ-LAST-LETTER-TYPE TO QR-LETTER
           MOVE CQ-ATTEMPT-COUNT TO QR-ATTEMPTS
           MOVE CQ-LAST-CONTACT-DATE TO QR-LAST-CONTACT
           MOVE CQ-BROKEN-COUNT TO QR-BROKEN
           MOVE QUEUE-FLAG TO QR-FLAG
           WRITE QUEUE-REPORT-LINE FROM QUEUE-DETAIL-LINE
           ADD 1 TO WORK-LIST-COUNT
           ADD CQ-PAST-DUE-AMT TO TOTAL-PAST-DUE.
       8050-WRITE-REPORT-DETAIL-EXIT.
           EXIT.

       8100-WRITE-REPORT-TOTALS.
           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE WORK-LIST-COUNT TO COUNT-D
           STRING "LOANS OPEN ON THE QUEUE ..: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE TOTAL-PAST-DUE TO TOTAL-D
           STRING "TOTAL PAST DUE ON QUEUE ..: " TOTAL-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE QUEUED-NEW-COUNT TO COUNT-D
           STRING "NEW TO THE QUEUE .........: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE REOPENED-COUNT TO COUNT-D
           STRING "REOPENED AFTER CLEARING ..: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE BROKEN-COUNT TO COUNT-D
           STRING "BROKEN PROMISES REQUEUED .: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE KEPT-COUNT TO COUNT-D
           STRING "PROMISES KEPT ............: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE CLEARED-COUNT TO COUNT-D
           STRING "CLEARED FROM THE QUEUE ...: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE REMINDER-COUNT TO COUNT-D
           STRING "REMINDER LETTERS .........: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE NOTICE-COUNT TO COUNT-D
           STRING "NOTICE LETTERS ...........: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE DEMAND-COUNT TO COUNT-D
           STRING "DEMAND LETTERS ...........: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE

           MOVE SPACES TO QUEUE-REPORT-LINE
           MOVE ALREADY-SENT-COUNT TO COUNT-D
           STRING "LETTERS ALREADY SENT .....: " COUNT-D
               INTO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE.
       8100-WRITE-REPORT-TOTALS-EXIT.
           EXIT.

      * ONE LETTER PAGE, ADDRESSED FROM THE LOAN MASTER. THE WORDING
      * STIFFENS WITH THE LETTER TYPE.
       8200-PRINT-LETTER.
           MOVE ALL "-" TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE SPACES TO LETTER-WORK
           EVALUATE TRUE
               WHEN LETTER-DEMAND
                   STRING "DEMAND FOR PAYMENT          " AS-OF-DATE
                       INTO LETTER-WORK
               WHEN LETTER-NOTICE
                   STRING "NOTICE OF PAST DUE PAYMENT  " AS-OF-DATE
                       INTO LETTER-WORK
               WHEN OTHER
                   STRING "PAYMENT REMINDER            " AS-OF-DATE
                       INTO LETTER-WORK
           END-EVALUATE
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE LM-BORROWER-NAME TO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE LM-MAIL-ADDRESS TO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           STRING LM-MAIL-CITY " " LM-MAIL-STATE " " LM-MAIL-ZIP
               INTO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           STRING "RE: LOAN " CURR-LOAN-NUMBER
               INTO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE DAYS-PAST-DUE TO DAYS-D
           EVALUATE TRUE
               WHEN LETTER-DEMAND
                   MOVE SPACES TO LETTER-WORK
                   STRING "YOUR LOAN IS NOW " DAYS-D
                       " DAYS PAST DUE. UNLESS THE AMOUNT BELOW"
                       INTO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
                   MOVE "IS RECEIVED PROMPTLY WE MAY DECLARE THE FULL"
                       TO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
                   MOVE "BALANCE DUE AND BEGIN COLLECTION ACTION."
                       TO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
               WHEN LETTER-NOTICE
                   MOVE SPACES TO LETTER-WORK
                   STRING "YOUR LOAN IS NOW " DAYS-D
                       " DAYS PAST DUE. PLEASE SEND THE AMOUNT"
                       INTO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
                   MOVE "BELOW AT ONCE OR CALL US TO DISCUSS YOUR LOAN."
                       TO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
               WHEN OTHER
                   MOVE SPACES TO LETTER-WORK
                   STRING "OUR RECORDS SHOW THE PAYMENT DUE "
                       OLDEST-DUE-DATE " HAS NOT BEEN PAID IN FULL."
                       INTO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
                   MOVE "IF YOU HAVE ALREADY SENT IT, PLEASE DISREGARD"
                       TO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
                   MOVE "THIS REMINDER." TO LETTER-WORK
                   WRITE LETTER-PRINT-LINE FROM LETTER-WORK
           END-EVALUATE

           MOVE SPACES TO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           STRING "OLDEST PAYMENT PAST DUE ..: " OLDEST-DUE-DATE
               INTO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE LOAN-PAST-DUE-COUNT TO COUNT-D
           STRING "PAYMENTS PAST DUE ........: " COUNT-D
               INTO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK

           MOVE SPACES TO LETTER-WORK
           MOVE LOAN-PAST-DUE TO MONEY-D
           STRING "PAST DUE AMOUNT ..........: " MONEY-D
               INTO LETTER-WORK
           WRITE LETTER-PRINT-LINE FROM LETTER-WORK.
       8200-PRINT-LETTER-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE LOAN-STATUS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE COLLECTION-LETTER-FILE
           CLOSE COLLECTION-QUEUE-FILE
           CLOSE COLLECTION-ACTIVITY-FILE
           IF BAL-FILE-OPEN
               CLOSE LOAN-BALANCE-FILE
           END-IF
           IF HIST-FILE-OPEN
               CLOSE LOAN-HISTORY-FILE
           END-IF
           CLOSE LETTER-PRINT-FILE
           CLOSE QUEUE-REPORT-FILE.
       9000-CLOSE-FILES-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE STATUS ROWS READ AND
      * THE LOANS LEFT ON THE WORK LIST.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE ROWS-READ-COUNT TO RL-COUNT-IN
           MOVE WORK-LIST-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANCOLL COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANCOLL.

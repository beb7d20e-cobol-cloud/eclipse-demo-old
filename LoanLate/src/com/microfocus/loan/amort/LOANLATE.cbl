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
       PROGRAM-ID. LOANLATE.
       REMARKS. LATE-FEE ASSESSMENT RUN. THIS PROGRAM RUNS AFTER
               LOANPOST AND READS THE LOANSTAT POSTING RESULTS IT
               WROTE. EVERY MISSED (M) OR SHORT-PAID (S) INSTALLMENT
               WHOSE DUE DATE IS MORE THAN THE PRODUCT'S GRACE DAYS
               BEFORE THE AS-OF DATE IS CHARGED A LATE FEE - THE
               PRODUCT'S FEE PERCENTAGE OF THE SCHEDULED PAYMENT
               (PRINCIPAL, INTEREST AND ESCROW) STILL UNPAID ON THAT
               INSTALLMENT, CUT BACK TO THE MAXIMUM THE BORROWER'S
               MAILING STATE ALLOWS. THE GRACE DAYS, FEE PERCENTAGE
               AND STATE MAXIMUMS ARE READ FROM THE FEEPARM CARDS; A
               PRODUCT WITH NO CARD GETS 15 GRACE DAYS AND A 5
               PERCENT FEE, AND A STATE WITH NO CARD HAS NO MAXIMUM.
               THE PRODUCT AND MAILING STATE
               COME FROM THE LOANMSTR MASTER; CLOSED LOANS ARE NOT
               CHARGED. AN INSTALLMENT THE LOANBAL ACTUAL-BALANCE
               FILE SHOWS AS SINCE MADE UP OUT OF SUSPENSE IS NOT
               CHARGED.
               EACH FEE IS WRITTEN TO THE LOANFEE LEDGER KEYED BY
               LOAN AND PAYMENT NUMBER. AN INSTALLMENT ALREADY ON
               THE LEDGER - WHETHER STILL OWED, PAID, WAIVED OR
               REVERSED - IS NEVER CHARGED AGAIN, SO THE RUN CAN BE
               REPEATED SAFELY. THE FEES CHARGED ARE LISTED ON THE
               FEEREPT REGISTER WITH RUN TOTALS. THE AS-OF DATE IS
               THE BUSINESS DATE FROM THE RUNCTL RUN CONTROL.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANPOST HAS COMPLETED FOR THE
               BUSINESS DATE.

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

           SELECT FEE-PARAMETER-FILE ASSIGN TO "FEEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT LOAN-FEE-FILE ASSIGN TO "LOANFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LF-KEY
               FILE STATUS IS FEE-FILE-STATUS.

           SELECT FEE-REPORT-FILE ASSIGN TO "FEEREPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD LOAN-STATUS-FILE.
       01 STATUS-RECORD PIC X(45).

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD FEE-PARAMETER-FILE.
       COPY "FEEPARM.CPY".

       FD LOAN-FEE-FILE.
       COPY "LOANFEE.CPY".

       FD FEE-REPORT-FILE.
       01 FEE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 STAT-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 PARM-FILE-STATUS PIC X(02).
       01 FEE-FILE-STATUS PIC X(02).

       01 STAT-EOF-SWITCH PIC 9 VALUE 0.
         88 STAT-EOF VALUE 1.

       01 PARM-EOF-SWITCH PIC 9 VALUE 0.
         88 PARM-EOF VALUE 1.

       01 BAL-OPEN-SWITCH PIC 9 VALUE 0.
         88 BAL-FILE-OPEN VALUE 1.
       01 MASTER-FOUND-SWITCH PIC 9 VALUE 0.
         88 MASTER-FOUND VALUE 1.
       01 ACTUAL-FOUND-SWITCH PIC 9 VALUE 0.
         88 ACTUAL-FOUND VALUE 1.
       01 FEE-CAPPED-SWITCH PIC 9 VALUE 0.
         88 FEE-CAPPED VALUE 1.

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

      * FEE TERMS FOR PRODUCTS WITH NO FEEPARM CARD.
       01 DEFAULT-GRACE-DAYS PIC S9(3) COMP VALUE 15.
       01 DEFAULT-FEE-PCT PIC S9(3)V99 COMP-3 VALUE 5.00.

      * THE FEEPARM CARDS, LOADED ONCE AT THE START OF THE RUN.
       01 PRODUCT-PARM-COUNT PIC S9(3) COMP VALUE ZERO.
       01 PRODUCT-PARM-TABLE.
           05 PRODUCT-PARM-ENTRY OCCURS 50 TIMES.
               10 PP-PRODUCT-CODE PIC X(4).
               10 PP-GRACE-DAYS PIC S9(3) COMP.
               10 PP-FEE-PCT PIC S9(3)V99 COMP-3.
       01 STATE-CAP-COUNT PIC S9(3) COMP VALUE ZERO.
       01 STATE-CAP-TABLE.
           05 STATE-CAP-ENTRY OCCURS 60 TIMES.
               10 SC-STATE-CODE PIC X(2).
               10 SC-MAX-FEE-AMOUNT PIC S9(5)V99 COMP-3.
               10 SC-MAX-FEE-PCT PIC S9(3)V99 COMP-3.
       01 PARM-NDX PIC S9(3) COMP.
       01 PARM-CARD-COUNT PIC S9(5) COMP VALUE ZERO.

      * THE TERMS IN FORCE FOR THE LOAN IN HAND.
       01 CURR-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 CURR-PRODUCT-CODE PIC X(4).
       01 CURR-GRACE-DAYS PIC S9(3) COMP.
       01 CURR-FEE-PCT PIC S9(3)V99 COMP-3.
       01 CURR-MAX-FEE-AMOUNT PIC S9(5)V99 COMP-3.
       01 CURR-MAX-FEE-PCT PIC S9(3)V99 COMP-3.

       01 DUE-INT PIC S9(7) COMP.
       01 DAYS-LATE PIC S9(5) COMP.
       01 EXPECTED-AMT PIC S9(9)V99 COMP-3.
       01 RECEIVED-AMT PIC S9(9)V99 COMP-3.
       01 PAST-DUE-AMT PIC S9(9)V99 COMP-3.
       01 FEE-AMT PIC S9(7)V99 COMP-3.
       01 CAP-AMT PIC S9(7)V99 COMP-3.

       01 ROWS-READ-COUNT PIC S9(5) COMP VALUE ZERO.
       01 FEES-ASSESSED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 ALREADY-CHARGED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 IN-GRACE-COUNT PIC S9(5) COMP VALUE ZERO.
       01 CAPPED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-FEES PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 COUNT-D PIC ZZZZ9.
       01 TOTAL-D PIC Z(10)9.99.

       01 FEE-DETAIL-LINE.
           05 FR-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-PAYMENT-NBR PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-PRODUCT-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-STATE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-DAYS-LATE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-PAST-DUE-D PIC ZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-FEE-D PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-CAPPED PIC X(10).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT LOAN-STATUS-FILE
           IF STAT-FILE-STATUS NOT = "00"
               DISPLAY "LOANLATE CANNOT OPEN LOANSTAT - STATUS "
                   STAT-FILE-STATUS " - NOTHING HAS POSTED, RUN "
                   "ABANDONED"
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LOANLATE CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               CLOSE LOAN-STATUS-FILE
               GOBACK
           END-IF

           PERFORM 0200-OPEN-FEE-LEDGER THRU 0200-OPEN-FEE-LEDGER-EXIT

      * WITHOUT LOANBAL NOTHING HAS POSTED TO ACTUAL BALANCES AND
      * THE LOANSTAT STATUS ALONE DECIDES.
           OPEN INPUT LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANLATE LOANBAL NOT AVAILABLE - STATUS "
                   BAL-FILE-STATUS " - CHARGING FROM LOANSTAT ONLY"
           END-IF

           PERFORM 0300-LOAD-PARAMETERS THRU 0300-LOAD-PARAMETERS-EXIT

           OPEN OUTPUT FEE-REPORT-FILE

           PERFORM 0100-SET-AS-OF-DATE THRU 0100-SET-AS-OF-DATE-EXIT

           PERFORM 8000-WRITE-REPORT-HEADING
               THRU 8000-WRITE-REPORT-HEADING-EXIT

           PERFORM 1000-READ-STATUS THRU 1000-READ-STATUS-EXIT
           PERFORM UNTIL STAT-EOF
               PERFORM 2000-ASSESS-ONE-ROW
                   THRU 2000-ASSESS-ONE-ROW-EXIT
               PERFORM 1000-READ-STATUS THRU 1000-READ-STATUS-EXIT
           END-PERFORM

           PERFORM 8100-WRITE-REPORT-TOTALS
               THRU 8100-WRITE-REPORT-TOTALS-EXIT

           CLOSE LOAN-STATUS-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-FEE-FILE
           IF BAL-FILE-OPEN
               CLOSE LOAN-BALANCE-FILE
           END-IF
           CLOSE FEE-REPORT-FILE

           MOVE FEES-ASSESSED-COUNT TO COUNT-D
           DISPLAY "LOANLATE ASSESSED " COUNT-D " LATE FEE(S)"
           MOVE TOTAL-FEES TO TOTAL-D
           DISPLAY "LOANLATE TOTAL FEES ASSESSED " TOTAL-D
           MOVE ALREADY-CHARGED-COUNT TO COUNT-D
           DISPLAY "LOANLATE INSTALLMENTS ALREADY CHARGED " COUNT-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * FEES ARE ASSESSED ONLY ONCE LOANCTL HAS CONFIRMED THE DAY'S
      * POSTING HAS COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANLATE" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANLATE NOT STARTED - " RL-MESSAGE
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

      * THE LEDGER IS CREATED EMPTY THE FIRST TIME THE RUN FINDS IT
      * MISSING.
       0200-OPEN-FEE-LEDGER.
           OPEN I-O LOAN-FEE-FILE
           IF FEE-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FEE-FILE
               CLOSE LOAN-FEE-FILE
               OPEN I-O LOAN-FEE-FILE
           END-IF
           IF FEE-FILE-STATUS NOT = "00"
               DISPLAY "LOANLATE CANNOT OPEN LOANFEE - STATUS "
                   FEE-FILE-STATUS
               CLOSE LOAN-STATUS-FILE
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF.
       0200-OPEN-FEE-LEDGER-EXIT.
           EXIT.

      * LOAD THE PRODUCT AND STATE CARDS. A CARD WITH AN UNKNOWN
      * TYPE OR NON-NUMERIC TERMS IS REPORTED AND IGNORED. WITHOUT
      * A FEEPARM FILE EVERY PRODUCT TAKES THE DEFAULT TERMS.
       0300-LOAD-PARAMETERS.
           OPEN INPUT FEE-PARAMETER-FILE
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "LOANLATE FEEPARM NOT AVAILABLE - STATUS "
                   PARM-FILE-STATUS " - DEFAULT FEE TERMS USED"
               GO TO 0300-LOAD-PARAMETERS-EXIT
           END-IF

           PERFORM UNTIL PARM-EOF
               READ FEE-PARAMETER-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PARM-CARD-COUNT
                       PERFORM 0350-LOAD-ONE-CARD
                           THRU 0350-LOAD-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           CLOSE FEE-PARAMETER-FILE.
       0300-LOAD-PARAMETERS-EXIT.
           EXIT.

       0350-LOAD-ONE-CARD.
           EVALUATE TRUE
               WHEN FP-PRODUCT-PARM
                   IF FP-GRACE-DAYS NOT NUMERIC
                           OR FP-FEE-PCT NOT NUMERIC
                       DISPLAY "LOANLATE FEEPARM CARD " PARM-CARD-COUNT
                           " PRODUCT TERMS NOT NUMERIC - IGNORED"
                       GO TO 0350-LOAD-ONE-CARD-EXIT
                   END-IF
                   IF PRODUCT-PARM-COUNT NOT < 50
                       DISPLAY "LOANLATE PRODUCT TABLE FULL - PRODUCT "
                           FP-PRODUCT-CODE " IGNORED"
                       GO TO 0350-LOAD-ONE-CARD-EXIT
                   END-IF
                   ADD 1 TO PRODUCT-PARM-COUNT
                   MOVE FP-PRODUCT-CODE TO
                       PP-PRODUCT-CODE(PRODUCT-PARM-COUNT)
                   MOVE FP-GRACE-DAYS TO
                       PP-GRACE-DAYS(PRODUCT-PARM-COUNT)
                   MOVE FP-FEE-PCT TO PP-FEE-PCT(PRODUCT-PARM-COUNT)
               WHEN FP-STATE-CAP
                   IF FP-MAX-FEE-AMOUNT NOT NUMERIC
                           OR FP-MAX-FEE-PCT NOT NUMERIC
                       DISPLAY "LOANLATE FEEPARM CARD " PARM-CARD-COUNT
                           " STATE MAXIMUMS NOT NUMERIC - IGNORED"
                       GO TO 0350-LOAD-ONE-CARD-EXIT
                   END-IF
                   IF STATE-CAP-COUNT NOT < 60
                       DISPLAY "LOANLATE STATE TABLE FULL - STATE "
                           FP-STATE-CODE " IGNORED"
                       GO TO 0350-LOAD-ONE-CARD-EXIT
                   END-IF
                   ADD 1 TO STATE-CAP-COUNT
                   MOVE FP-STATE-CODE TO SC-STATE-CODE(STATE-CAP-COUNT)
                   MOVE FP-MAX-FEE-AMOUNT TO
                       SC-MAX-FEE-AMOUNT(STATE-CAP-COUNT)
                   MOVE FP-MAX-FEE-PCT TO
                       SC-MAX-FEE-PCT(STATE-CAP-COUNT)
               WHEN OTHER
                   DISPLAY "LOANLATE FEEPARM CARD " PARM-CARD-COUNT
                       " TYPE " FP-RECORD-TYPE " IS NOT P OR S - "
                       "IGNORED"
           END-EVALUATE.
       0350-LOAD-ONE-CARD-EXIT.
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

      * CHARGE THE LOANSTAT ROW IN HAND IF IT IS LATE. ONLY MISSED
      * AND SHORT-PAID ROWS WITH A DUE DATE ARE CONSIDERED; A ROW
      * STILL INSIDE ITS GRACE PERIOD, OR SINCE MADE UP OUT OF
      * SUSPENSE, OR WITH NOTHING LEFT UNPAID, IS NOT CHARGED. THE
      * LEDGER WRITE FAILS FOR AN INSTALLMENT ALREADY CHARGED.
       2000-ASSESS-ONE-ROW.
           IF STAT-PAY-STATUS NOT = "M" AND STAT-PAY-STATUS NOT = "S"
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF
           IF STAT-DUE-DATE = ZERO
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF

           IF STAT-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
               PERFORM 2100-START-LOAN THRU 2100-START-LOAN-EXIT
           END-IF
           IF NOT MASTER-FOUND
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF
           IF LM-STATUS-CLOSED
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF

           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(STAT-DUE-DATE)
           IF DUE-INT = 0
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF
           COMPUTE DAYS-LATE = AS-OF-INT - DUE-INT
           IF DAYS-LATE NOT > CURR-GRACE-DAYS
               ADD 1 TO IN-GRACE-COUNT
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF

           IF ACTUAL-FOUND
                   AND LB-PAID-THRU-NBR NOT < STAT-PAYMENT-NBR
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF

           COMPUTE EXPECTED-AMT = FUNCTION NUMVAL(STAT-EXPECTED)
           COMPUTE RECEIVED-AMT = FUNCTION NUMVAL(STAT-RECEIVED)
           COMPUTE PAST-DUE-AMT = EXPECTED-AMT - RECEIVED-AMT
           IF PAST-DUE-AMT NOT > 0
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF

           PERFORM 3000-COMPUTE-FEE THRU 3000-COMPUTE-FEE-EXIT
           IF FEE-AMT NOT > 0
               GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-IF

           MOVE SPACES TO LOAN-FEE-RECORD
           MOVE STAT-LOAN-NUMBER TO LF-LOAN-NUMBER
           MOVE STAT-PAYMENT-NBR TO LF-PAYMENT-NBR
           MOVE CURR-PRODUCT-CODE TO LF-PRODUCT-CODE
           MOVE STAT-DUE-DATE TO LF-DUE-DATE
           MOVE AS-OF-DATE TO LF-ASSESSED-DATE
           MOVE DAYS-LATE TO LF-DAYS-LATE
           MOVE PAST-DUE-AMT TO LF-PAST-DUE-AMT
           MOVE FEE-AMT TO LF-FEE-AMOUNT
           MOVE ZERO TO LF-PAID-AMOUNT
           MOVE ZERO TO LF-PAID-DATE
           MOVE ZERO TO LF-WAIVED-AMOUNT
           SET LF-OUTSTANDING TO TRUE
           MOVE ZERO TO LF-ACTION-DATE
           WRITE LOAN-FEE-RECORD
               INVALID KEY
                   ADD 1 TO ALREADY-CHARGED-COUNT
                   GO TO 2000-ASSESS-ONE-ROW-EXIT
           END-WRITE
           IF FEE-FILE-STATUS NOT = "00"
               DISPLAY "LOANLATE LOANFEE WRITE FAILED - STATUS "
                   FEE-FILE-STATUS " - LOAN " STAT-LOAN-NUMBER
                   " - RUN STOPPED"
               CLOSE LOAN-FEE-FILE
               GOBACK
           END-IF

           ADD 1 TO FEES-ASSESSED-COUNT
           ADD FEE-AMT TO TOTAL-FEES
           IF FEE-CAPPED
               ADD 1 TO CAPPED-COUNT
           END-IF
           PERFORM 8050-WRITE-REPORT-DETAIL
               THRU 8050-WRITE-REPORT-DETAIL-EXIT.
       2000-ASSESS-ONE-ROW-EXIT.
           EXIT.

      * A NEW LOAN ON LOANSTAT - READ ITS MASTER AND ACTUAL BALANCE
      * AND SET THE FEE TERMS FOR ITS PRODUCT AND MAILING STATE.
       2100-START-LOAN.
           MOVE STAT-LOAN-NUMBER TO CURR-LOAN-NUMBER
           MOVE ZERO TO MASTER-FOUND-SWITCH
           MOVE ZERO TO ACTUAL-FOUND-SWITCH

           MOVE CURR-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOANLATE LOAN " CURR-LOAN-NUMBER
                       " NOT ON LOANMSTR - NOT CHARGED"
                   GO TO 2100-START-LOAN-EXIT
           END-READ
           SET MASTER-FOUND TO TRUE
           MOVE LM-PRODUCT-CODE TO CURR-PRODUCT-CODE

           MOVE DEFAULT-GRACE-DAYS TO CURR-GRACE-DAYS
           MOVE DEFAULT-FEE-PCT TO CURR-FEE-PCT
           PERFORM VARYING PARM-NDX FROM 1 BY 1
                   UNTIL PARM-NDX > PRODUCT-PARM-COUNT
               IF PP-PRODUCT-CODE(PARM-NDX) = LM-PRODUCT-CODE
                   MOVE PP-GRACE-DAYS(PARM-NDX) TO CURR-GRACE-DAYS
                   MOVE PP-FEE-PCT(PARM-NDX) TO CURR-FEE-PCT
               END-IF
           END-PERFORM

           MOVE ZERO TO CURR-MAX-FEE-AMOUNT
           MOVE ZERO TO CURR-MAX-FEE-PCT
           PERFORM VARYING PARM-NDX FROM 1 BY 1
                   UNTIL PARM-NDX > STATE-CAP-COUNT
               IF SC-STATE-CODE(PARM-NDX) = LM-MAIL-STATE
                   MOVE SC-MAX-FEE-AMOUNT(PARM-NDX) TO
                       CURR-MAX-FEE-AMOUNT
                   MOVE SC-MAX-FEE-PCT(PARM-NDX) TO CURR-MAX-FEE-PCT
               END-IF
           END-PERFORM

           IF BAL-FILE-OPEN
               MOVE CURR-LOAN-NUMBER TO LB-LOAN-NUMBER
               READ LOAN-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACTUAL-FOUND TO TRUE
               END-READ
           END-IF.
       2100-START-LOAN-EXIT.
           EXIT.

      * THE PRODUCT'S PERCENTAGE OF THE UNPAID PART OF THE WHOLE
      * SCHEDULED PAYMENT - PRINCIPAL, INTEREST AND ESCROW - CUT BACK
      * TO THE STATE'S DOLLAR MAXIMUM AND TO ITS MAXIMUM PERCENTAGE
      * WHEN THE STATE SETS THEM.
       3000-COMPUTE-FEE.
           MOVE ZERO TO FEE-CAPPED-SWITCH
           COMPUTE FEE-AMT ROUNDED =
               PAST-DUE-AMT * CURR-FEE-PCT / 100

           IF CURR-MAX-FEE-AMOUNT > 0
                   AND FEE-AMT > CURR-MAX-FEE-AMOUNT
               MOVE CURR-MAX-FEE-AMOUNT TO FEE-AMT
               SET FEE-CAPPED TO TRUE
           END-IF

           IF CURR-MAX-FEE-PCT > 0
               COMPUTE CAP-AMT ROUNDED =
                   PAST-DUE-AMT * CURR-MAX-FEE-PCT / 100
               IF FEE-AMT > CAP-AMT
                   MOVE CAP-AMT TO FEE-AMT
                   SET FEE-CAPPED TO TRUE
               END-IF
           END-IF.
       3000-COMPUTE-FEE-EXIT.
           EXIT.

       8000-WRITE-REPORT-HEADING.
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "LATE FEE ASSESSMENT REGISTER AS OF " AS-OF-DATE
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "LOAN NBR  PMT  PROD  ST  DUE DATE   LATE"
               "     PAST DUE       FEE"
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE.
       8000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

       8050-WRITE-REPORT-DETAIL.
           MOVE LF-LOAN-NUMBER TO FR-LOAN-NUMBER
           MOVE LF-PAYMENT-NBR TO FR-PAYMENT-NBR
           MOVE LF-PRODUCT-CODE TO FR-PRODUCT-CODE
           MOVE LM-MAIL-STATE TO FR-STATE
           MOVE LF-DUE-DATE TO FR-DUE-DATE
           MOVE DAYS-LATE TO FR-DAYS-LATE
           MOVE PAST-DUE-AMT TO FR-PAST-DUE-D
           MOVE FEE-AMT TO FR-FEE-D
           IF FEE-CAPPED
               MOVE "STATE MAX" TO FR-CAPPED
           ELSE
               MOVE SPACES TO FR-CAPPED
           END-IF
           WRITE FEE-REPORT-LINE FROM FEE-DETAIL-LINE.
       8050-WRITE-REPORT-DETAIL-EXIT.
           EXIT.

       8100-WRITE-REPORT-TOTALS.
           MOVE SPACES TO FEE-REPORT-LINE
           MOVE ROWS-READ-COUNT TO COUNT-D
           STRING "LOANSTAT ROWS READ .......: " COUNT-D
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           MOVE IN-GRACE-COUNT TO COUNT-D
           STRING "LATE ROWS STILL IN GRACE .: " COUNT-D
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           MOVE ALREADY-CHARGED-COUNT TO COUNT-D
           STRING "ALREADY ON FEE LEDGER ....: " COUNT-D
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           MOVE FEES-ASSESSED-COUNT TO COUNT-D
           STRING "FEES ASSESSED ............: " COUNT-D
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           MOVE CAPPED-COUNT TO COUNT-D
           STRING "CUT BACK TO STATE MAXIMUM : " COUNT-D
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           MOVE TOTAL-FEES TO TOTAL-D
           STRING "TOTAL FEES ASSESSED ......: " TOTAL-D
               INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE.
       8100-WRITE-REPORT-TOTALS-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE STATUS ROWS READ AND
      * THE FEES ASSESSED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE ROWS-READ-COUNT TO RL-COUNT-IN
           MOVE FEES-ASSESSED-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANLATE COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANLATE.

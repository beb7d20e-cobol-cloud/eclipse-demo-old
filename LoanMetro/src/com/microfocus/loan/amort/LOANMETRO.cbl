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
       PROGRAM-ID. LOANMETRO.
       REMARKS. MONTHLY CREDIT BUREAU REPORTING RUN. THIS PROGRAM
               WRITES THE METRO2 FILE FOR THE BUREAUS IN THE METRO 2
               426-CHARACTER FORMAT - A HEADER, ONE BASE SEGMENT PER
               ACCOUNT AND A TRAILER COUNTING THE BASE SEGMENTS BY
               ACCOUNT STATUS CODE - AND A METRORPT CONTROL REPORT OF
               THE SAME COUNTS WITH THE BALANCES REPORTED.
               THE MONTH REPORTED IS THE MONTH BEFORE THE AS-OF
               DATE, WHICH IS THE BUSINESS DATE FROM THE RUNCTL RUN
               CONTROL; ACCOUNTS ARE REPORTED AS OF ITS LAST DAY.
               LOANMSTR IS READ IN LOAN NUMBER ORDER WITH THE
               LOANSKED SCHEDULES (TRAILER VERIFIED FIRST) AND THE
               LOANSTAT POSTING RESULTS ALONGSIDE. EVERY ACTIVE LOAN
               OPENED BY THE END OF THE MONTH IS REPORTED WITH THE
               BORROWER NAME, MAILING ADDRESS AND LM-TAXPAYER-ID.
               THE CURRENT BALANCE IS THE ACTUAL PRINCIPAL BALANCE
               AT THE END OF THE MONTH ONCE A LOAN HAS POSTED - FROM
               THE LAST LOANHIST RECORD BY THEN, OR LOANBAL WHEN
               THERE IS NONE - OTHERWISE THE LOANSKED BALANCE AFTER
               THE LAST INSTALLMENT DUE IN THE MONTH. THE SCHEDULED
               PAYMENT IS THE LOANSKED PITI OF THE NEXT INSTALLMENT,
               TURNED INTO A MONTHLY AMOUNT FOR BI-WEEKLY AND WEEKLY
               LOANS. THE AMOUNT PAST DUE
               AND THE DAYS PAST DUE COME FROM THE LOANSTAT STATUSES
               BY THE SAME RULE LOANPOST AND LOANCOLL AGE BY, AND SET
               THE ACCOUNT STATUS CODE - 11 CURRENT, THEN 71, 78, 80,
               82, 83 AND 84 FOR 30, 60, 90, 120, 150 AND 180 OR MORE
               DAYS PAST DUE. THE ACTUAL PAYMENT AND THE DATE OF LAST
               PAYMENT COME FROM THE LOANHIST RECEIPTS AND PAYOFFS.
               A LOAN CLOSED SINCE IT WAS LAST REPORTED IS REPORTED
               ONCE MORE AS STATUS 13 WITH A ZERO BALANCE AND THE
               DATE IT WAS PAID OFF; A CLOSED LOAN ALREADY REPORTED
               AS 13, OR NEVER REPORTED AT ALL, IS LEFT OFF.
               THE 24-MONTH PAYMENT HISTORY PROFILE IS CARRIED ON THE
               CRPROFIL FILE. EACH MONTH THE CHARACTER FOR THE MONTH
               LAST REPORTED GOES ON THE FRONT, MONTHS NOT REPORTED
               ARE FILLED WITH D, AND A NEW ACCOUNT STARTS ALL B.
               RUNNING THE SAME MONTH AGAIN STARTS FROM THE PROFILE AS
               IT STOOD BEFORE THAT MONTH, SO THE FILE CAN BE REMADE.
               OPEN DISPUTES ON CRDISPUT ARE APPLIED BEFORE AN
               ACCOUNT IS WRITTEN - A SUPPRESSED ACCOUNT IS LEFT OFF
               THE FILE, A CORRECTED ONE GOES OUT WITH THE CORRECTED
               FIELDS - AND BOTH ARE LISTED ON THE CONTROL REPORT.
               THE METROPRM CARDS CARRY OUR BUREAU IDENTIFIERS (H)
               AND THE PORTFOLIO AND ACCOUNT TYPE TO REPORT FOR EACH
               PRODUCT (P), OR THAT A PRODUCT IS NOT REPORTED. A
               PRODUCT WITH NO CARD IS REPORTED AS A MORTGAGE (M, 26)
               WHEN THE LOAN CARRIES ESCROW, OTHERWISE AS AN
               UNSECURED INSTALLMENT LOAN (I, 01).
               THE RUN IS A STEP OF THE BATCH CHAIN UNDER LOANCTL AND
               WILL NOT START UNTIL LOANPOST AND LOANCOLL HAVE
               COMPLETED FOR THE BUSINESS DATE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSKED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SKED-FILE-STATUS.

           SELECT LOAN-STATUS-FILE ASSIGN TO "LOANSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-FILE-STATUS.

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

           SELECT METRO-PARAMETER-FILE ASSIGN TO "METROPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT CREDIT-PROFILE-FILE ASSIGN TO "CRPROFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-LOAN-NUMBER
               FILE STATUS IS PROF-FILE-STATUS.

           SELECT CREDIT-DISPUTE-FILE ASSIGN TO "CRDISPUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-LOAN-NUMBER
               FILE STATUS IS DISP-FILE-STATUS.

           SELECT METRO2-FILE ASSIGN TO "METRO2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS METRO-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "METRORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD LOAN-SCHEDULE-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 54 CHARACTERS.
       COPY "SKEDFILE.CPY".

       FD LOAN-STATUS-FILE.
       01 STATUS-RECORD PIC X(45).

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       FD METRO-PARAMETER-FILE.
       COPY "METROPRM.CPY".

       FD CREDIT-PROFILE-FILE.
       COPY "CRPROFIL.CPY".

       FD CREDIT-DISPUTE-FILE.
       COPY "CRDISPUT.CPY".

       FD METRO2-FILE
           RECORD CONTAINS 426 CHARACTERS.
       COPY "METRO2.CPY".

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 MASTER-FILE-STATUS PIC X(02).
       01 SKED-FILE-STATUS PIC X(02).
       01 STAT-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 PARM-FILE-STATUS PIC X(02).
       01 PROF-FILE-STATUS PIC X(02).
       01 DISP-FILE-STATUS PIC X(02).
       01 METRO-FILE-STATUS PIC X(02).

       01 MASTER-EOF-SWITCH PIC 9 VALUE 0.
         88 MASTER-EOF VALUE 1.
       01 SKED-EOF-SWITCH PIC 9 VALUE 0.
         88 SKED-EOF VALUE 1.
       01 STAT-EOF-SWITCH PIC 9 VALUE 0.
         88 STAT-EOF VALUE 1.
       01 HIST-EOF-SWITCH PIC 9 VALUE 0.
         88 HIST-EOF VALUE 1.
       01 PARM-EOF-SWITCH PIC 9 VALUE 0.
         88 PARM-EOF VALUE 1.

       01 BAL-OPEN-SWITCH PIC 9 VALUE 0.
         88 BAL-FILE-OPEN VALUE 1.
       01 HIST-OPEN-SWITCH PIC 9 VALUE 0.
         88 HIST-FILE-OPEN VALUE 1.
       01 DISP-OPEN-SWITCH PIC 9 VALUE 0.
         88 DISP-FILE-OPEN VALUE 1.
       01 MONTH-BAD-SWITCH PIC 9 VALUE 0.
         88 MONTH-BAD VALUE 1.
       01 REPORTER-FOUND-SWITCH PIC 9 VALUE 0.
         88 REPORTER-FOUND VALUE 1.
       01 ACTUAL-FOUND-SWITCH PIC 9 VALUE 0.
         88 ACTUAL-FOUND VALUE 1.
       01 SKED-FOUND-SWITCH PIC 9 VALUE 0.
         88 SKED-FOUND VALUE 1.
       01 NEXT-DUE-FOUND-SWITCH PIC 9 VALUE 0.
         88 NEXT-DUE-FOUND VALUE 1.
       01 PROFILE-ON-FILE-SWITCH PIC 9 VALUE 0.
         88 PROFILE-ON-FILE VALUE 1.
       01 PROFILE-FOUND-SWITCH PIC 9 VALUE 0.
         88 PROFILE-FOUND VALUE 1.
       01 PRODUCT-SKIP-SWITCH PIC 9 VALUE 0.
         88 PRODUCT-NOT-REPORTED VALUE 1.
       01 SUPPRESS-SWITCH PIC 9 VALUE 0.
         88 ACCOUNT-SUPPRESSED VALUE 1.
       01 CODE-FOUND-SWITCH PIC 9 VALUE 0.
         88 CODE-FOUND VALUE 1.

      * TRAILER VERIFICATION PASS WORK FIELDS.
       01 SKED-BAD-SWITCH PIC 9 VALUE 0.
         88 SKED-BAD VALUE 1.
       01 TRAILER-FOUND-SWITCH PIC 9 VALUE 0.
         88 TRAILER-FOUND VALUE 1.
       01 V-HEADER-COUNT PIC S9(7) COMP VALUE 0.
       01 V-DETAIL-COUNT PIC S9(7) COMP VALUE 0.
       01 V-INTEREST-SUM PIC S9(11)V99 COMP-3 VALUE 0.
       01 V-TRL-HEADER-COUNT PIC S9(7) COMP.
       01 V-TRL-DETAIL-COUNT PIC S9(7) COMP.
       01 V-TRL-TOTAL-INTEREST PIC S9(11)V99 COMP-3.

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
       01 AS-OF-DATE-R REDEFINES AS-OF-DATE.
           05 AS-OF-YYYY PIC 9(4).
           05 AS-OF-MM PIC 9(2).
           05 AS-OF-DD PIC 9(2).
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 RUN-TIME-R REDEFINES RUN-TIME.
           05 RUN-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).

      * THE MONTH BEING REPORTED AND ITS LAST DAY, THE DATE OF
      * ACCOUNT INFORMATION ON EVERY BASE SEGMENT.
       01 REPORT-MONTH PIC 9(6) VALUE ZERO.
       01 REPORT-MONTH-R REDEFINES REPORT-MONTH.
           05 REPORT-YYYY PIC 9(4).
           05 REPORT-MM PIC 9(2).
       01 MONTH-START-DATE PIC 9(8).
       01 ACTIVITY-DATE PIC 9(8).
       01 ACTIVITY-INT PIC S9(7) COMP.
       01 REPORT-MONTH-INDEX PIC S9(7) COMP.
       01 LAST-MONTH-INDEX PIC S9(7) COMP.
       01 MONTH-GAP PIC S9(7) COMP.
       01 YEAR-PART PIC S9(5) COMP.
       01 MONTH-REM PIC S9(4) COMP.

       01 DATE-WORK.
           05 DW-YYYY PIC 9(4).
           05 DW-MM PIC 9(2).
           05 DW-DD PIC 9(2).
       01 DATE-WORK-N REDEFINES DATE-WORK PIC 9(8).

      * YYYYMMDD TO THE MMDDYYYY THE BUREAU FILE CARRIES.
       01 MDY-IN PIC 9(8).
       01 MDY-IN-R REDEFINES MDY-IN.
           05 MDY-IN-YYYY PIC 9(4).
           05 MDY-IN-MM PIC 9(2).
           05 MDY-IN-DD PIC 9(2).
       01 MDY-OUT.
           05 MDY-OUT-MM PIC 9(2).
           05 MDY-OUT-DD PIC 9(2).
           05 MDY-OUT-YYYY PIC 9(4).
       01 MDY-OUT-N REDEFINES MDY-OUT PIC 9(8).

      * OUR IDENTITY TO THE BUREAUS FROM THE H CARD.
       01 REPORTER-PARM.
           05 RP-INNOVIS-ID PIC X(10) VALUE SPACES.
           05 RP-EQUIFAX-ID PIC X(10) VALUE SPACES.
           05 RP-EXPERIAN-ID PIC X(5) VALUE SPACES.
           05 RP-TRANSUNION-ID PIC X(10) VALUE SPACES.
           05 RP-IDENTIFICATION-NBR PIC X(20) VALUE SPACES.
           05 RP-REPORTER-NAME PIC X(40) VALUE SPACES.
           05 RP-REPORTER-ADDRESS PIC X(96) VALUE SPACES.
           05 RP-REPORTER-PHONE PIC 9(10) VALUE ZERO.
           05 RP-PROGRAM-DATE PIC 9(8) VALUE ZERO.
           05 RP-REVISION-DATE PIC 9(8) VALUE ZERO.

       01 PRODUCT-PARM-TABLE.
           05 PRODUCT-PARM-ENTRY OCCURS 50 TIMES.
               10 PP-PRODUCT-CODE PIC X(4).
               10 PP-PORTFOLIO-TYPE PIC X(1).
               10 PP-ACCOUNT-TYPE PIC X(2).
               10 PP-REPORT-FLAG PIC X(1).
       01 PRODUCT-PARM-COUNT PIC S9(3) COMP VALUE ZERO.
       01 PP-NDX PIC S9(3) COMP.
       01 PARM-CARD-COUNT PIC S9(5) COMP VALUE ZERO.

      * THE ACCOUNT STATUS CODES IN THE ORDER THE TRAILER COUNTS
      * THEM, WITH THE CONTROL REPORT TOTALS FOR EACH.
       01 STATUS-CODE-TABLE.
           05 FILLER PIC X(44) VALUE
               "DA051113616263646571788082838488899394959697".
       01 STATUS-CODE-R REDEFINES STATUS-CODE-TABLE.
           05 STATUS-CODE PIC X(2) OCCURS 22 TIMES.
       01 STATUS-DESC-TABLE.
           05 FILLER PIC X(30) VALUE "DELETE ENTIRE ACCOUNT".
           05 FILLER PIC X(30) VALUE "TRANSFERRED".
           05 FILLER PIC X(30) VALUE "CURRENT".
           05 FILLER PIC X(30) VALUE "PAID OR CLOSED - ZERO BALANCE".
           05 FILLER PIC X(30) VALUE "PAID - VOLUNTARY SURRENDER".
           05 FILLER PIC X(30) VALUE "PAID - COLLECTION".
           05 FILLER PIC X(30) VALUE "PAID - REPOSSESSION".
           05 FILLER PIC X(30) VALUE "PAID - CHARGE-OFF".
           05 FILLER PIC X(30) VALUE "PAID - FORECLOSURE".
           05 FILLER PIC X(30) VALUE "30-59 DAYS PAST DUE".
           05 FILLER PIC X(30) VALUE "60-89 DAYS PAST DUE".
           05 FILLER PIC X(30) VALUE "90-119 DAYS PAST DUE".
           05 FILLER PIC X(30) VALUE "120-149 DAYS PAST DUE".
           05 FILLER PIC X(30) VALUE "150-179 DAYS PAST DUE".
           05 FILLER PIC X(30) VALUE "180 OR MORE DAYS PAST DUE".
           05 FILLER PIC X(30) VALUE "CLAIM FILED WITH GOVERNMENT".
           05 FILLER PIC X(30) VALUE "DEED IN LIEU OF FORECLOSURE".
           05 FILLER PIC X(30) VALUE "ASSIGNED TO COLLECTIONS".
           05 FILLER PIC X(30) VALUE "FORECLOSURE COMPLETED".
           05 FILLER PIC X(30) VALUE "VOLUNTARY SURRENDER".
           05 FILLER PIC X(30) VALUE "REPOSSESSION".
           05 FILLER PIC X(30) VALUE "CHARGE-OFF".
       01 STATUS-DESC-R REDEFINES STATUS-DESC-TABLE.
           05 STATUS-DESC PIC X(30) OCCURS 22 TIMES.
       01 STATUS-TOTALS.
           05 STATUS-TOTAL-ENTRY OCCURS 22 TIMES.
               10 SC-COUNT PIC S9(5) COMP.
               10 SC-BALANCE PIC S9(11)V99 COMP-3.
               10 SC-PAST-DUE PIC S9(11)V99 COMP-3.
       01 STATUS-NDX PIC S9(3) COMP.

      * THE DELINQUENCY OF THE LOAN IN HAND FROM LOANSTAT.
       01 CURR-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 LOAN-PAST-DUE PIC S9(9)V99 COMP-3.
       01 OLDEST-DUE-DATE PIC 9(8).
       01 OLDEST-DUE-INT PIC S9(7) COMP.
       01 DAYS-PAST-DUE PIC S9(5) COMP.
       01 DUE-INT PIC S9(7) COMP.
       01 EXPECTED-AMT PIC S9(9)V99 COMP-3.
       01 RECEIVED-AMT PIC S9(9)V99 COMP-3.
       01 PAST-DUE-AMT PIC S9(9)V99 COMP-3.

      * WHAT THE SCHEDULE AND THE HISTORY SAY ABOUT THE LOAN.
       01 SKED-LOAN-NUMBER PIC 9(8).
       01 SKED-BALANCE PIC S9(9)V99 COMP-3.
       01 SKED-PAYMENT PIC S9(7)V99 COMP-3.
       01 LAST-PITI PIC S9(7)V99 COMP-3.
       01 MONTH-PAID-AMT PIC S9(9)V99 COMP-3.
       01 LAST-PAYMENT-DATE PIC 9(8).
       01 MONTH-END-PAID-THRU PIC S9(5) COMP.
       01 MONTH-END-BALANCE PIC S9(9)V99 COMP-3.

      * THE FIELDS OF THE BASE SEGMENT BEING BUILT.
       01 PORTFOLIO-TYPE PIC X(1).
       01 ACCOUNT-TYPE PIC X(2).
       01 ACCOUNT-STATUS PIC X(2).
       01 PAYMENT-RATING PIC X(1).
       01 SPECIAL-COMMENT PIC X(2).
       01 COMPLIANCE-CODE PIC X(2).
       01 INTEREST-TYPE PIC X(1).
       01 MONTHLY-PAYMENT PIC S9(9)V99 COMP-3.
       01 CURRENT-BALANCE-AMT PIC S9(9)V99 COMP-3.
       01 PAST-DUE-REPORTED PIC S9(9)V99 COMP-3.
       01 FIRST-DELINQ-DATE PIC 9(8).
       01 DATE-CLOSED PIC 9(8).

      * THE PROFILE CHARACTER THE MONTH LAST REPORTED ADDS TO THE
      * FRONT OF THE PROFILE, AND THE ONE THIS MONTH WILL ADD NEXT
      * MONTH.
       01 PREV-CHAR PIC X(1).
         88 PREV-RATED VALUE "0" THRU "6" "G" "L".
         88 PREV-DELINQUENT VALUE "1" THRU "6" "G" "H" "L".
       01 MONTH-CHAR PIC X(1).
         88 MONTH-DELINQUENT VALUE "1" THRU "6" "G" "H" "L".

       01 OLD-PROFILE PIC X(24).
       01 OLD-PROFILE-R REDEFINES OLD-PROFILE.
           05 OLD-PROFILE-CHAR PIC X(1) OCCURS 24 TIMES.
       01 NEW-PROFILE PIC X(24).
       01 NEW-PROFILE-R REDEFINES NEW-PROFILE.
           05 NEW-PROFILE-CHAR PIC X(1) OCCURS 24 TIMES.
       01 PROFILE-NDX PIC S9(3) COMP.

      * THE BORROWER NAME SPLIT INTO ITS WORDS. A NAME WITH A COMMA
      * IS TAKEN AS SURNAME FIRST.
       01 NAME-WORK PIC X(30).
       01 NAME-REST PIC X(30).
       01 NAME-WORD PIC X(25) OCCURS 5 TIMES.
       01 NAME-WORD-COUNT PIC S9(3) COMP.
       01 NAME-POINTER PIC S9(3) COMP.
       01 LEADING-COUNT PIC S9(3) COMP.
       01 COMMA-COUNT PIC S9(3) COMP.

       01 MASTER-READ-COUNT PIC S9(5) COMP VALUE ZERO.
       01 BASE-WRITTEN-COUNT PIC S9(5) COMP VALUE ZERO.
       01 CLOSED-SKIPPED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 NOT-OPEN-COUNT PIC S9(5) COMP VALUE ZERO.
       01 PRODUCT-SKIPPED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 SUPPRESSED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 CORRECTED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 NO-SKED-COUNT PIC S9(5) COMP VALUE ZERO.
       01 LATER-MONTH-COUNT PIC S9(5) COMP VALUE ZERO.
       01 SSN-COUNT PIC S9(5) COMP VALUE ZERO.
       01 TOTAL-BALANCE PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 TOTAL-PAST-DUE PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 COUNT-D PIC ZZZZ9.
       01 TOTAL-D PIC Z(10)9.99.
       01 REPORT-WORK PIC X(132).

       01 EXCEPTION-DETAIL-LINE.
           05 EX-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-BORROWER PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-TEXT PIC X(70).

       01 STATUS-SUMMARY-LINE.
           05 SL-CODE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 SL-DESC PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-BALANCE PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-PAST-DUE PIC Z(10)9.99.

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           PERFORM 0100-SET-REPORT-MONTH THRU 0100-SET-REPORT-MONTH-EXIT
           IF MONTH-BAD
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               GOBACK
           END-IF

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF SKED-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO CANNOT OPEN LOANSKED - STATUS "
                   SKED-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF

           PERFORM 0150-VERIFY-SKED THRU 0150-VERIFY-SKED-EXIT
           CLOSE LOAN-SCHEDULE-FILE
           IF SKED-BAD
               DISPLAY "LOANMETRO ABANDONING RUN - LOANSKED FAILED "
                   "TRAILER VERIFICATION"
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           MOVE ZERO TO SKED-EOF-SWITCH

           OPEN INPUT LOAN-STATUS-FILE
           IF STAT-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO CANNOT OPEN LOANSTAT - STATUS "
                   STAT-FILE-STATUS " - NOTHING HAS POSTED, RUN "
                   "ABANDONED"
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-SCHEDULE-FILE
               GOBACK
           END-IF

           PERFORM 0200-OPEN-REPORTING-FILES
               THRU 0200-OPEN-REPORTING-FILES-EXIT

      * WITHOUT LOANBAL NOTHING HAS POSTED TO ACTUAL BALANCES AND
      * THE SCHEDULE BALANCE IS REPORTED; WITHOUT LOANHIST NO
      * PAYMENT AMOUNTS ARE KNOWN.
           OPEN INPUT LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANMETRO LOANBAL NOT AVAILABLE - STATUS "
                   BAL-FILE-STATUS " - SCHEDULE BALANCES REPORTED"
           END-IF

           OPEN INPUT LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS = "00"
               SET HIST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANMETRO LOANHIST NOT AVAILABLE - STATUS "
                   HIST-FILE-STATUS " - ACTUAL PAYMENTS REPORTED AS "
                   "ZERO"
           END-IF

           OPEN INPUT CREDIT-DISPUTE-FILE
           IF DISP-FILE-STATUS = "00"
               SET DISP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LOANMETRO CRDISPUT NOT AVAILABLE - STATUS "
                   DISP-FILE-STATUS " - NO DISPUTES APPLIED"
           END-IF

           PERFORM 0300-LOAD-PARAMETERS THRU 0300-LOAD-PARAMETERS-EXIT

           PERFORM 8000-WRITE-REPORT-HEADING
               THRU 8000-WRITE-REPORT-HEADING-EXIT
           PERFORM 7000-WRITE-HEADER-RECORD
               THRU 7000-WRITE-HEADER-RECORD-EXIT

           PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           PERFORM 1200-READ-STATUS THRU 1200-READ-STATUS-EXIT

           PERFORM 1000-READ-MASTER THRU 1000-READ-MASTER-EXIT
           PERFORM UNTIL MASTER-EOF
               PERFORM 2000-PROCESS-LOAN THRU 2000-PROCESS-LOAN-EXIT
               PERFORM 1000-READ-MASTER THRU 1000-READ-MASTER-EXIT
           END-PERFORM

           PERFORM 7900-WRITE-TRAILER-RECORD
               THRU 7900-WRITE-TRAILER-RECORD-EXIT

           PERFORM 8200-WRITE-STATUS-SUMMARY
               THRU 8200-WRITE-STATUS-SUMMARY-EXIT
           PERFORM 8300-WRITE-REPORT-TOTALS
               THRU 8300-WRITE-REPORT-TOTALS-EXIT

           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT

           MOVE BASE-WRITTEN-COUNT TO COUNT-D
           DISPLAY "LOANMETRO WROTE " COUNT-D " BASE SEGMENT(S) FOR "
               REPORT-MONTH " TO METRO2"
           MOVE SUPPRESSED-COUNT TO COUNT-D
           DISPLAY "LOANMETRO ACCOUNTS SUPPRESSED BY DISPUTE " COUNT-D

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * NOTHING IS REPORTED UNTIL LOANCTL HAS CONFIRMED THE DAY'S
      * POSTING AND AGING HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANMETRO" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANMETRO NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

      * THE MONTH TO REPORT - THE MONTH BEFORE THE AS-OF DATE - AND
      * ITS LAST DAY. THE MONTH MUST HAVE ENDED BY THE AS-OF DATE OR
      * THE POSTING RESULTS DO NOT COVER IT. THE TIME STAMP ON THE
      * FILE IS THE CLOCK TIME IT WAS MADE.
       0100-SET-REPORT-MONTH.
           MOVE RL-BUSINESS-DATE TO AS-OF-DATE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           IF AS-OF-MM = 1
               COMPUTE REPORT-YYYY = AS-OF-YYYY - 1
               MOVE 12 TO REPORT-MM
           ELSE
               MOVE AS-OF-YYYY TO REPORT-YYYY
               COMPUTE REPORT-MM = AS-OF-MM - 1
           END-IF
           IF REPORT-MM < 1 OR REPORT-MM > 12 OR REPORT-YYYY < 1800
               DISPLAY "LOANMETRO REPORTING MONTH " REPORT-MONTH
                   " IS NOT VALID - RUN ABANDONED"
               SET MONTH-BAD TO TRUE
               GO TO 0100-SET-REPORT-MONTH-EXIT
           END-IF

           COMPUTE MONTH-START-DATE = REPORT-MONTH * 100 + 1
           COMPUTE REPORT-MONTH-INDEX = REPORT-YYYY * 12 + REPORT-MM
           IF REPORT-MM = 12
               COMPUTE DW-YYYY = REPORT-YYYY + 1
               MOVE 1 TO DW-MM
           ELSE
               MOVE REPORT-YYYY TO DW-YYYY
               COMPUTE DW-MM = REPORT-MM + 1
           END-IF
           MOVE 1 TO DW-DD
           COMPUTE ACTIVITY-INT =
               FUNCTION INTEGER-OF-DATE(DATE-WORK-N) - 1
           COMPUTE ACTIVITY-DATE =
               FUNCTION DATE-OF-INTEGER(ACTIVITY-INT)

           IF ACTIVITY-DATE > AS-OF-DATE
               DISPLAY "LOANMETRO MONTH " REPORT-MONTH " HAS NOT "
                   "ENDED BY " AS-OF-DATE " - RUN ABANDONED"
               SET MONTH-BAD TO TRUE
           END-IF.
       0100-SET-REPORT-MONTH-EXIT.
           EXIT.

      * FIRST PASS - COUNT THE HEADERS AND DETAILS AND SUM THE
      * DETAIL INTEREST, THEN CHECK THEM AGAINST THE TRAILER. A FILE
      * WITH NO TRAILER OR WITH COUNTS OR HASH THAT DO NOT AGREE IS
      * NOT TRUSTED.
       0150-VERIFY-SKED.
           PERFORM UNTIL SKED-EOF
               READ LOAN-SCHEDULE-FILE
                   AT END
                       SET SKED-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SKED-REC-HEADER
                               ADD 1 TO V-HEADER-COUNT
                           WHEN SKED-REC-DETAIL
                               ADD 1 TO V-DETAIL-COUNT
                               ADD SD-INTEREST TO V-INTEREST-SUM
                           WHEN SKED-REC-TRAILER
                               SET TRAILER-FOUND TO TRUE
                               MOVE ST-HEADER-COUNT TO
                                   V-TRL-HEADER-COUNT
                               MOVE ST-DETAIL-COUNT TO
                                   V-TRL-DETAIL-COUNT
                               MOVE ST-TOTAL-INTEREST TO
                                   V-TRL-TOTAL-INTEREST
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE ZERO TO SKED-EOF-SWITCH

           IF NOT TRAILER-FOUND
               DISPLAY "LOANSKED HAS NO TRAILER RECORD"
               SET SKED-BAD TO TRUE
               GO TO 0150-VERIFY-SKED-EXIT
           END-IF
           IF V-HEADER-COUNT NOT = V-TRL-HEADER-COUNT
                   OR V-DETAIL-COUNT NOT = V-TRL-DETAIL-COUNT
               DISPLAY "LOANSKED RECORD COUNTS DO NOT MATCH TRAILER"
               SET SKED-BAD TO TRUE
               GO TO 0150-VERIFY-SKED-EXIT
           END-IF
           IF V-INTEREST-SUM NOT = V-TRL-TOTAL-INTEREST
               DISPLAY "LOANSKED INTEREST HASH DOES NOT MATCH TRAILER"
               SET SKED-BAD TO TRUE
           END-IF.
       0150-VERIFY-SKED-EXIT.
           EXIT.

      * THE PROFILE FILE IS CREATED EMPTY THE FIRST TIME THE RUN
      * FINDS IT MISSING. THE BUREAU FILE AND CONTROL REPORT ARE
      * WRITTEN FRESH EACH MONTH.
       0200-OPEN-REPORTING-FILES.
           OPEN I-O CREDIT-PROFILE-FILE
           IF PROF-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-PROFILE-FILE
               CLOSE CREDIT-PROFILE-FILE
               OPEN I-O CREDIT-PROFILE-FILE
           END-IF
           IF PROF-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO CANNOT OPEN CRPROFIL - STATUS "
                   PROF-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE LOAN-STATUS-FILE
               GOBACK
           END-IF

           OPEN OUTPUT METRO2-FILE
           IF METRO-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO CANNOT OPEN METRO2 - STATUS "
                   METRO-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE LOAN-STATUS-FILE
               CLOSE CREDIT-PROFILE-FILE
               GOBACK
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE.
       0200-OPEN-REPORTING-FILES-EXIT.
           EXIT.

      * LOAD THE REPORTER AND PRODUCT CARDS. A CARD WITH AN UNKNOWN
      * TYPE OR NON-NUMERIC FIELDS IS REPORTED AND IGNORED. WITHOUT
      * AN H CARD THE BUREAU IDENTIFIERS GO OUT BLANK; WITHOUT A P
      * CARD A PRODUCT TAKES THE DEFAULT TYPES.
       0300-LOAD-PARAMETERS.
           OPEN INPUT METRO-PARAMETER-FILE
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO METROPRM NOT AVAILABLE - STATUS "
                   PARM-FILE-STATUS " - DEFAULT ACCOUNT TYPES USED"
               GO TO 0300-LOAD-PARAMETERS-CHECK
           END-IF

           PERFORM UNTIL PARM-EOF
               READ METRO-PARAMETER-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PARM-CARD-COUNT
                       PERFORM 0350-LOAD-ONE-CARD
                           THRU 0350-LOAD-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           CLOSE METRO-PARAMETER-FILE.
       0300-LOAD-PARAMETERS-CHECK.
           IF NOT REPORTER-FOUND
               DISPLAY "LOANMETRO NO H CARD ON METROPRM - BUREAU "
                   "IDENTIFIERS LEFT BLANK"
           END-IF.
       0300-LOAD-PARAMETERS-EXIT.
           EXIT.

       0350-LOAD-ONE-CARD.
           EVALUATE TRUE
               WHEN MP-REPORTER-PARM
                   IF MP-REPORTER-PHONE NOT NUMERIC
                           OR MP-PROGRAM-DATE NOT NUMERIC
                           OR MP-REVISION-DATE NOT NUMERIC
                       DISPLAY "LOANMETRO METROPRM CARD "
                           PARM-CARD-COUNT " TELEPHONE OR DATES NOT "
                           "NUMERIC - IGNORED"
                       GO TO 0350-LOAD-ONE-CARD-EXIT
                   END-IF
                   SET REPORTER-FOUND TO TRUE
                   MOVE MP-INNOVIS-ID TO RP-INNOVIS-ID
                   MOVE MP-EQUIFAX-ID TO RP-EQUIFAX-ID
                   MOVE MP-EXPERIAN-ID TO RP-EXPERIAN-ID
                   MOVE MP-TRANSUNION-ID TO RP-TRANSUNION-ID
                   MOVE MP-IDENTIFICATION-NBR TO RP-IDENTIFICATION-NBR
                   MOVE MP-REPORTER-NAME TO RP-REPORTER-NAME
                   MOVE MP-REPORTER-ADDRESS TO RP-REPORTER-ADDRESS
                   MOVE MP-REPORTER-PHONE TO RP-REPORTER-PHONE
                   MOVE MP-PROGRAM-DATE TO RP-PROGRAM-DATE
                   MOVE MP-REVISION-DATE TO RP-REVISION-DATE
               WHEN MP-PRODUCT-PARM
                   IF PRODUCT-PARM-COUNT NOT < 50
                       DISPLAY "LOANMETRO PRODUCT TABLE FULL - PRODUCT "
                           MP-PRODUCT-CODE " IGNORED"
                       GO TO 0350-LOAD-ONE-CARD-EXIT
                   END-IF
                   ADD 1 TO PRODUCT-PARM-COUNT
                   MOVE MP-PRODUCT-CODE TO
                       PP-PRODUCT-CODE(PRODUCT-PARM-COUNT)
                   MOVE MP-PORTFOLIO-TYPE TO
                       PP-PORTFOLIO-TYPE(PRODUCT-PARM-COUNT)
                   MOVE MP-ACCOUNT-TYPE TO
                       PP-ACCOUNT-TYPE(PRODUCT-PARM-COUNT)
                   MOVE MP-REPORT-FLAG TO
                       PP-REPORT-FLAG(PRODUCT-PARM-COUNT)
               WHEN OTHER
                   DISPLAY "LOANMETRO METROPRM CARD " PARM-CARD-COUNT
                       " TYPE " MP-RECORD-TYPE " IS NOT H OR P - "
                       "IGNORED"
           END-EVALUATE.
       0350-LOAD-ONE-CARD-EXIT.
           EXIT.

       1000-READ-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
                   GO TO 1000-READ-MASTER-EXIT
           END-READ
           ADD 1 TO MASTER-READ-COUNT.
       1000-READ-MASTER-EXIT.
           EXIT.

      * THE SCHEDULE TRAILER ENDS THE SCHEDULES.
       1100-READ-SKED.
           READ LOAN-SCHEDULE-FILE
               AT END
                   SET SKED-EOF TO TRUE
                   GO TO 1100-READ-SKED-EXIT
           END-READ
           IF SKED-REC-TRAILER
               SET SKED-EOF TO TRUE
           END-IF.
       1100-READ-SKED-EXIT.
           EXIT.

       1200-READ-STATUS.
           READ LOAN-STATUS-FILE
               AT END
                   SET STAT-EOF TO TRUE
                   GO TO 1200-READ-STATUS-EXIT
           END-READ
           MOVE STATUS-RECORD TO STATUS-DETAIL-LINE.
       1200-READ-STATUS-EXIT.
           EXIT.

      * DECIDE WHETHER THE LOAN IN HAND GOES ON THE FILE THIS MONTH
      * AND, IF IT DOES, BUILD AND WRITE ITS BASE SEGMENT AND CARRY
      * ITS PAYMENT HISTORY PROFILE FORWARD.
       2000-PROCESS-LOAN.
           MOVE LM-LOAN-NUMBER TO CURR-LOAN-NUMBER
           PERFORM 2100-READ-PROFILE THRU 2100-READ-PROFILE-EXIT

           IF PROFILE-FOUND AND CP-REPORT-MONTH > REPORT-MONTH
               ADD 1 TO LATER-MONTH-COUNT
               MOVE "ALREADY REPORTED FOR A LATER MONTH - NOT REPORTED"
                   TO EX-TEXT
               PERFORM 8100-WRITE-EXCEPTION
                   THRU 8100-WRITE-EXCEPTION-EXIT
               GO TO 2000-PROCESS-LOAN-EXIT
           END-IF

           IF LM-STATUS-CLOSED
               IF NOT PROFILE-FOUND OR CP-ACCOUNT-STATUS = "13"
                   ADD 1 TO CLOSED-SKIPPED-COUNT
                   GO TO 2000-PROCESS-LOAN-EXIT
               END-IF
           ELSE
               IF LM-ORIGINATION-DATE > ACTIVITY-DATE
                   ADD 1 TO NOT-OPEN-COUNT
                   GO TO 2000-PROCESS-LOAN-EXIT
               END-IF
           END-IF

           PERFORM 2200-FIND-PRODUCT THRU 2200-FIND-PRODUCT-EXIT
           IF PRODUCT-NOT-REPORTED
               ADD 1 TO PRODUCT-SKIPPED-COUNT
               GO TO 2000-PROCESS-LOAN-EXIT
           END-IF

           PERFORM 2300-READ-BALANCE THRU 2300-READ-BALANCE-EXIT
           PERFORM 3000-MATCH-SKED THRU 3000-MATCH-SKED-EXIT
           IF NOT LM-STATUS-CLOSED
                   AND NOT SKED-FOUND AND NOT ACTUAL-FOUND
               ADD 1 TO NO-SKED-COUNT
               MOVE "NOT ON LOANSKED OR LOANBAL - NOT REPORTED" TO
                   EX-TEXT
               PERFORM 8100-WRITE-EXCEPTION
                   THRU 8100-WRITE-EXCEPTION-EXIT
               GO TO 2000-PROCESS-LOAN-EXIT
           END-IF

           PERFORM 3800-SUM-HISTORY THRU 3800-SUM-HISTORY-EXIT
           PERFORM 3500-AGE-LOAN THRU 3500-AGE-LOAN-EXIT
           PERFORM 4000-SET-ACCOUNT-STATUS
               THRU 4000-SET-ACCOUNT-STATUS-EXIT
           PERFORM 4500-APPLY-DISPUTE THRU 4500-APPLY-DISPUTE-EXIT
           IF ACCOUNT-SUPPRESSED
               GO TO 2000-PROCESS-LOAN-EXIT
           END-IF
           PERFORM 4900-SET-PAYMENT-RATING
               THRU 4900-SET-PAYMENT-RATING-EXIT

           PERFORM 5900-BUILD-PROFILE THRU 5900-BUILD-PROFILE-EXIT
           PERFORM 5000-WRITE-BASE-SEGMENT
               THRU 5000-WRITE-BASE-SEGMENT-EXIT
           PERFORM 6000-UPDATE-PROFILE THRU 6000-UPDATE-PROFILE-EXIT
           PERFORM 6500-COUNT-STATUS THRU 6500-COUNT-STATUS-EXIT.
       2000-PROCESS-LOAN-EXIT.
           EXIT.

      * WHEN THE MONTH BEING RUN IS THE ONE LAST REPORTED, THE
      * PROFILE IS PUT BACK AS IT STOOD BEFORE THAT MONTH SO A RERUN
      * GIVES THE SAME FILE.
       2100-READ-PROFILE.
           MOVE ZERO TO PROFILE-ON-FILE-SWITCH
           MOVE ZERO TO PROFILE-FOUND-SWITCH
           MOVE CURR-LOAN-NUMBER TO CP-LOAN-NUMBER
           READ CREDIT-PROFILE-FILE
               INVALID KEY
                   GO TO 2100-READ-PROFILE-EXIT
           END-READ
           SET PROFILE-ON-FILE TO TRUE

           IF CP-REPORT-MONTH = REPORT-MONTH
               MOVE CP-PRIOR TO CP-LAST-REPORTED
           END-IF
           IF CP-REPORT-MONTH NOT = ZERO
               SET PROFILE-FOUND TO TRUE
           END-IF.
       2100-READ-PROFILE-EXIT.
           EXIT.

      * A PRODUCT CARD OVERRIDES THE DEFAULT TYPES, OR KEEPS THE
      * PRODUCT OFF THE FILE.
       2200-FIND-PRODUCT.
           MOVE ZERO TO PRODUCT-SKIP-SWITCH
           IF LM-ANNUAL-TAX > ZERO OR LM-ANNUAL-INSURANCE > ZERO
               MOVE "M" TO PORTFOLIO-TYPE
               MOVE "26" TO ACCOUNT-TYPE
           ELSE
               MOVE "I" TO PORTFOLIO-TYPE
               MOVE "01" TO ACCOUNT-TYPE
           END-IF

           PERFORM VARYING PP-NDX FROM 1 BY 1
                   UNTIL PP-NDX > PRODUCT-PARM-COUNT
               IF PP-PRODUCT-CODE(PP-NDX) = LM-PRODUCT-CODE
                   IF PP-REPORT-FLAG(PP-NDX) = "N"
                       SET PRODUCT-NOT-REPORTED TO TRUE
                   END-IF
                   IF PP-PORTFOLIO-TYPE(PP-NDX) NOT = SPACE
                       MOVE PP-PORTFOLIO-TYPE(PP-NDX) TO PORTFOLIO-TYPE
                   END-IF
                   IF PP-ACCOUNT-TYPE(PP-NDX) NOT = SPACES
                       MOVE PP-ACCOUNT-TYPE(PP-NDX) TO ACCOUNT-TYPE
                   END-IF
                   MOVE PRODUCT-PARM-COUNT TO PP-NDX
               END-IF
           END-PERFORM.
       2200-FIND-PRODUCT-EXIT.
           EXIT.

       2300-READ-BALANCE.
           MOVE ZERO TO ACTUAL-FOUND-SWITCH
           IF BAL-FILE-OPEN
               MOVE CURR-LOAN-NUMBER TO LB-LOAN-NUMBER
               READ LOAN-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACTUAL-FOUND TO TRUE
               END-READ
           END-IF.
       2300-READ-BALANCE-EXIT.
           EXIT.

      * BRING LOANSKED UP TO THE LOAN IN HAND. THE BALANCE IS THE
      * ONE AFTER THE LAST INSTALLMENT DUE BY THE END OF THE MONTH
      * (THE ORIGINAL PRINCIPAL IF NONE IS DUE YET), THE SCHEDULED
      * PAYMENT IS THE PITI OF THE NEXT ONE (THE LAST ONE ONCE THE
      * SCHEDULE HAS RUN OUT), AND A RATE RESET ANYWHERE ON THE
      * SCHEDULE MAKES THE INTEREST VARIABLE.
       3000-MATCH-SKED.
           MOVE ZERO TO SKED-FOUND-SWITCH
           MOVE ZERO TO NEXT-DUE-FOUND-SWITCH
           MOVE LM-PRINCIPAL TO SKED-BALANCE
           MOVE ZERO TO SKED-PAYMENT
           MOVE ZERO TO LAST-PITI
           MOVE "F" TO INTEREST-TYPE

           PERFORM UNTIL SKED-EOF
                   OR (SKED-REC-HEADER
                       AND SH-LOAN-NUMBER NOT < CURR-LOAN-NUMBER)
               PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           END-PERFORM
           IF SKED-EOF
               GO TO 3000-MATCH-SKED-EXIT
           END-IF
           IF SH-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
               GO TO 3000-MATCH-SKED-EXIT
           END-IF

           SET SKED-FOUND TO TRUE
           MOVE SH-LOAN-NUMBER TO SKED-LOAN-NUMBER
           PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           PERFORM UNTIL SKED-EOF OR NOT SKED-REC-DETAIL
               PERFORM 3100-SKED-ONE-ROW THRU 3100-SKED-ONE-ROW-EXIT
               PERFORM 1100-READ-SKED THRU 1100-READ-SKED-EXIT
           END-PERFORM

           IF NOT NEXT-DUE-FOUND
               MOVE LAST-PITI TO SKED-PAYMENT
           END-IF.
       3000-MATCH-SKED-EXIT.
           EXIT.

       3100-SKED-ONE-ROW.
           IF SD-RATE-RESET NOT = SPACE
               MOVE "V" TO INTEREST-TYPE
           END-IF
           MOVE SD-PITI TO LAST-PITI

           IF SD-PAY-DATE NOT = ZERO AND SD-PAY-DATE NOT > ACTIVITY-DATE
               MOVE SD-BALANCE TO SKED-BALANCE
           ELSE
               IF NOT NEXT-DUE-FOUND
                   SET NEXT-DUE-FOUND TO TRUE
                   MOVE SD-PITI TO SKED-PAYMENT
               END-IF
           END-IF.
       3100-SKED-ONE-ROW-EXIT.
           EXIT.

      * BRING LOANSTAT UP TO THE LOAN IN HAND AND AGE ITS ROWS.
       3500-AGE-LOAN.
           MOVE ZERO TO LOAN-PAST-DUE
           MOVE ZERO TO OLDEST-DUE-DATE
           MOVE ZERO TO OLDEST-DUE-INT

           PERFORM UNTIL STAT-EOF
                   OR STAT-LOAN-NUMBER NOT < CURR-LOAN-NUMBER
               PERFORM 1200-READ-STATUS THRU 1200-READ-STATUS-EXIT
           END-PERFORM
           PERFORM UNTIL STAT-EOF
                   OR STAT-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
               PERFORM 3600-AGE-ONE-ROW THRU 3600-AGE-ONE-ROW-EXIT
               PERFORM 1200-READ-STATUS THRU 1200-READ-STATUS-EXIT
           END-PERFORM.
       3500-AGE-LOAN-EXIT.
           EXIT.

      * ADD THE ROW IN HAND TO THE LOAN'S PAST DUE WHEN IT IS A
      * MISSED OR SHORT-PAID INSTALLMENT DUE BY THE END OF THE MONTH
      * THAT HAD NOT BEEN MADE UP OUT OF SUSPENSE BY THE END OF THE
      * MONTH. LOANSTAT IS IN PAYMENT NUMBER ORDER, SO THE FIRST SUCH
      * ROW IS THE OLDEST.
       3600-AGE-ONE-ROW.
           IF STAT-PAY-STATUS NOT = "M" AND STAT-PAY-STATUS NOT = "S"
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF
           IF STAT-DUE-DATE = ZERO
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF
           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE(STAT-DUE-DATE)
           IF DUE-INT = 0 OR DUE-INT > ACTIVITY-INT
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF
           IF ACTUAL-FOUND
                   AND MONTH-END-PAID-THRU NOT < STAT-PAYMENT-NBR
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF

           COMPUTE EXPECTED-AMT = FUNCTION NUMVAL(STAT-EXPECTED)
           COMPUTE RECEIVED-AMT = FUNCTION NUMVAL(STAT-RECEIVED)
           COMPUTE PAST-DUE-AMT = EXPECTED-AMT - RECEIVED-AMT
           IF PAST-DUE-AMT NOT > 0
               GO TO 3600-AGE-ONE-ROW-EXIT
           END-IF

           ADD PAST-DUE-AMT TO LOAN-PAST-DUE
           IF OLDEST-DUE-DATE = ZERO
               MOVE STAT-DUE-DATE TO OLDEST-DUE-DATE
               MOVE DUE-INT TO OLDEST-DUE-INT
           END-IF.
       3600-AGE-ONE-ROW-EXIT.
           EXIT.

      * THE RECEIPTS AND PAYOFF FUNDS TAKEN IN DURING THE MONTH, AND
      * THE DATE OF THE LAST ONE BY THE END OF THE MONTH. THE
      * INSTALLMENT PAID THROUGH AND THE PRINCIPAL BALANCE AT THE END
      * OF THE MONTH ARE TAKEN FROM THE LAST HISTORY RECORD DATED BY
      * THEN, SO ACTIVITY SINCE MONTH END DOES NOT SHOW. WITHOUT
      * LOANHIST, OR WITH NO HISTORY BY MONTH END, THEY AND THE LAST
      * TRANSACTION DATE COME FROM LOANBAL.
       3800-SUM-HISTORY.
           MOVE ZERO TO MONTH-PAID-AMT
           MOVE ZERO TO LAST-PAYMENT-DATE
           MOVE ZERO TO HIST-EOF-SWITCH
           MOVE ZERO TO MONTH-END-PAID-THRU
           MOVE ZERO TO MONTH-END-BALANCE
           IF ACTUAL-FOUND
               MOVE LB-PAID-THRU-NBR TO MONTH-END-PAID-THRU
               MOVE LB-PRINCIPAL-BALANCE TO MONTH-END-BALANCE
           END-IF

           IF NOT HIST-FILE-OPEN
               IF ACTUAL-FOUND
                       AND LB-LAST-TRAN-DATE NOT > ACTIVITY-DATE
                   MOVE LB-LAST-TRAN-DATE TO LAST-PAYMENT-DATE
               END-IF
               GO TO 3800-SUM-HISTORY-EXIT
           END-IF

           MOVE LOW-VALUES TO LH-KEY
           MOVE CURR-LOAN-NUMBER TO LH-LOAN-NUMBER
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   GO TO 3800-SUM-HISTORY-EXIT
           END-START

           PERFORM UNTIL HIST-EOF
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF LH-LOAN-NUMBER NOT = CURR-LOAN-NUMBER
                               OR LH-TRAN-DATE > ACTIVITY-DATE
                           SET HIST-EOF TO TRUE
                       ELSE
                           MOVE LH-PAID-THRU-NBR TO MONTH-END-PAID-THRU
                           MOVE LH-PRINCIPAL-BALANCE TO
                               MONTH-END-BALANCE
                           IF LH-TRAN-RECEIPT OR LH-TRAN-PAYOFF
                               MOVE LH-TRAN-DATE TO LAST-PAYMENT-DATE
                               IF LH-TRAN-DATE NOT < MONTH-START-DATE
                                   ADD LH-AMOUNT TO MONTH-PAID-AMT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       3800-SUM-HISTORY-EXIT.
           EXIT.

      * THE ACCOUNT STATUS, BALANCES AND DATES AS CALCULATED. A
      * CLOSED LOAN IS PAID IN FULL; AN OPEN ONE IS AS MANY DAYS
      * PAST DUE AS ITS OLDEST UNPAID INSTALLMENT AT MONTH END.
       4000-SET-ACCOUNT-STATUS.
           MOVE SPACES TO SPECIAL-COMMENT
           MOVE SPACES TO COMPLIANCE-CODE
           MOVE ZERO TO DATE-CLOSED
           MOVE ZERO TO DAYS-PAST-DUE

           IF LM-STATUS-CLOSED
               MOVE "13" TO ACCOUNT-STATUS
               MOVE ZERO TO CURRENT-BALANCE-AMT
               MOVE ZERO TO PAST-DUE-REPORTED
               MOVE ZERO TO MONTHLY-PAYMENT
               IF ACTUAL-FOUND AND LB-LAST-TRAN-DATE NOT = ZERO
                   MOVE LB-LAST-TRAN-DATE TO DATE-CLOSED
               ELSE
                   MOVE ACTIVITY-DATE TO DATE-CLOSED
               END-IF
               GO TO 4000-SET-ACCOUNT-STATUS-EXIT
           END-IF

           IF ACTUAL-FOUND
               MOVE MONTH-END-BALANCE TO CURRENT-BALANCE-AMT
           ELSE
               MOVE SKED-BALANCE TO CURRENT-BALANCE-AMT
           END-IF
           IF CURRENT-BALANCE-AMT < ZERO
               MOVE ZERO TO CURRENT-BALANCE-AMT
           END-IF
           MOVE LOAN-PAST-DUE TO PAST-DUE-REPORTED

           EVALUATE LM-FREQUENCY
               WHEN "B"
                   COMPUTE MONTHLY-PAYMENT ROUNDED =
                       SKED-PAYMENT * 26 / 12
               WHEN "W"
                   COMPUTE MONTHLY-PAYMENT ROUNDED =
                       SKED-PAYMENT * 52 / 12
               WHEN OTHER
                   MOVE SKED-PAYMENT TO MONTHLY-PAYMENT
           END-EVALUATE

           IF LOAN-PAST-DUE > ZERO
               COMPUTE DAYS-PAST-DUE = ACTIVITY-INT - OLDEST-DUE-INT
           END-IF
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE < 30
                   MOVE "11" TO ACCOUNT-STATUS
               WHEN DAYS-PAST-DUE < 60
                   MOVE "71" TO ACCOUNT-STATUS
               WHEN DAYS-PAST-DUE < 90
                   MOVE "78" TO ACCOUNT-STATUS
               WHEN DAYS-PAST-DUE < 120
                   MOVE "80" TO ACCOUNT-STATUS
               WHEN DAYS-PAST-DUE < 150
                   MOVE "82" TO ACCOUNT-STATUS
               WHEN DAYS-PAST-DUE < 180
                   MOVE "83" TO ACCOUNT-STATUS
               WHEN OTHER
                   MOVE "84" TO ACCOUNT-STATUS
           END-EVALUATE.
       4000-SET-ACCOUNT-STATUS-EXIT.
           EXIT.

      * AN OPEN DISPUTE EITHER KEEPS THE ACCOUNT OFF THE FILE OR
      * REPLACES THE CALCULATED FIELDS WITH THE CORRECTED ONES.
       4500-APPLY-DISPUTE.
           MOVE ZERO TO SUPPRESS-SWITCH
           IF NOT DISP-FILE-OPEN
               GO TO 4500-APPLY-DISPUTE-EXIT
           END-IF

           MOVE CURR-LOAN-NUMBER TO CD-LOAN-NUMBER
           READ CREDIT-DISPUTE-FILE
               INVALID KEY
                   GO TO 4500-APPLY-DISPUTE-EXIT
           END-READ
           IF NOT CD-OPEN
               GO TO 4500-APPLY-DISPUTE-EXIT
           END-IF

           MOVE SPACES TO EX-TEXT
           IF CD-SUPPRESS
               SET ACCOUNT-SUPPRESSED TO TRUE
               ADD 1 TO SUPPRESSED-COUNT
               STRING "SUPPRESSED - " CD-REASON
                   DELIMITED BY SIZE INTO EX-TEXT
               PERFORM 8100-WRITE-EXCEPTION
                   THRU 8100-WRITE-EXCEPTION-EXIT
               GO TO 4500-APPLY-DISPUTE-EXIT
           END-IF

           IF CD-ACCOUNT-STATUS NOT = SPACES
               MOVE CD-ACCOUNT-STATUS TO ACCOUNT-STATUS
           END-IF
           IF CD-BALANCE-CORRECTED
               MOVE CD-CURRENT-BALANCE TO CURRENT-BALANCE-AMT
           END-IF
           IF CD-PAST-DUE-CORRECTED
               MOVE CD-AMOUNT-PAST-DUE TO PAST-DUE-REPORTED
           END-IF
           IF CD-SPECIAL-COMMENT NOT = SPACES
               MOVE CD-SPECIAL-COMMENT TO SPECIAL-COMMENT
           END-IF
           IF CD-COMPLIANCE-CODE NOT = SPACES
               MOVE CD-COMPLIANCE-CODE TO COMPLIANCE-CODE
           END-IF
           ADD 1 TO CORRECTED-COUNT
           STRING "CORRECTED - STATUS " ACCOUNT-STATUS " - "
               CD-REASON DELIMITED BY SIZE INTO EX-TEXT
           PERFORM 8100-WRITE-EXCEPTION THRU 8100-WRITE-EXCEPTION-EXIT.
       4500-APPLY-DISPUTE-EXIT.
           EXIT.

      * THE PROFILE CHARACTER FOR THE STATUS REPORTED. THE PAID AND
      * CLOSED STATUSES CARRY A PAYMENT RATING - HOW THE ACCOUNT
      * STOOD THE MONTH BEFORE - AND IT IS ALSO THEIR PROFILE
      * CHARACTER. A DELINQUENT OR DEROGATORY ACCOUNT CARRIES THE
      * DATE ITS DELINQUENCY BEGAN, KEPT FROM MONTH TO MONTH UNTIL
      * THE ACCOUNT IS BROUGHT CURRENT.
       4900-SET-PAYMENT-RATING.
           MOVE SPACE TO PAYMENT-RATING
           IF PROFILE-FOUND
               MOVE CP-MONTH-CHAR TO PREV-CHAR
           ELSE
               MOVE "0" TO PREV-CHAR
           END-IF

           EVALUATE ACCOUNT-STATUS
               WHEN "11"
                   MOVE "0" TO MONTH-CHAR
               WHEN "71"
                   MOVE "1" TO MONTH-CHAR
               WHEN "78"
                   MOVE "2" TO MONTH-CHAR
               WHEN "80"
                   MOVE "3" TO MONTH-CHAR
               WHEN "82"
                   MOVE "4" TO MONTH-CHAR
               WHEN "83"
                   MOVE "5" TO MONTH-CHAR
               WHEN "84"
                   MOVE "6" TO MONTH-CHAR
               WHEN "93"
                   MOVE "G" TO MONTH-CHAR
               WHEN "96"
                   MOVE "H" TO MONTH-CHAR
               WHEN "97"
                   MOVE "L" TO MONTH-CHAR
               WHEN "DA"
                   MOVE "D" TO MONTH-CHAR
               WHEN OTHER
                   IF PREV-RATED
                       MOVE PREV-CHAR TO PAYMENT-RATING
                   ELSE
                       MOVE "0" TO PAYMENT-RATING
                   END-IF
                   MOVE PAYMENT-RATING TO MONTH-CHAR
           END-EVALUATE

           MOVE ZERO TO FIRST-DELINQ-DATE
           IF MONTH-DELINQUENT
               IF PROFILE-FOUND AND PREV-DELINQUENT
                       AND CP-FIRST-DELINQ-DATE NOT = ZERO
                   MOVE CP-FIRST-DELINQ-DATE TO FIRST-DELINQ-DATE
               ELSE
                   MOVE OLDEST-DUE-DATE TO FIRST-DELINQ-DATE
               END-IF
               IF FIRST-DELINQ-DATE = ZERO
                   MOVE ACTIVITY-DATE TO FIRST-DELINQ-DATE
               END-IF
           END-IF.
       4900-SET-PAYMENT-RATING-EXIT.
           EXIT.

       5000-WRITE-BASE-SEGMENT.
           MOVE SPACES TO METRO2-BASE-RECORD
           MOVE 426 TO M2B-RECORD-LENGTH
           MOVE "1" TO M2B-PROCESSING-IND
           MOVE RUN-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2B-TS-DATE
           MOVE RUN-HHMMSS TO M2B-TS-TIME
           MOVE RP-IDENTIFICATION-NBR TO M2B-IDENTIFICATION-NBR
           MOVE CURR-LOAN-NUMBER TO M2B-ACCOUNT-NUMBER
           MOVE PORTFOLIO-TYPE TO M2B-PORTFOLIO-TYPE
           MOVE ACCOUNT-TYPE TO M2B-ACCOUNT-TYPE
           MOVE LM-ORIGINATION-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2B-DATE-OPENED
           MOVE ZERO TO M2B-CREDIT-LIMIT
           MOVE LM-PRINCIPAL TO M2B-ORIGINAL-AMOUNT
           MOVE LM-LOANTERM TO M2B-TERMS-DURATION
           IF LM-FREQUENCY = "B" OR LM-FREQUENCY = "W"
               MOVE LM-FREQUENCY TO M2B-TERMS-FREQUENCY
           ELSE
               MOVE "M" TO M2B-TERMS-FREQUENCY
           END-IF
           MOVE MONTHLY-PAYMENT TO M2B-SCHEDULED-PAYMENT
           MOVE MONTH-PAID-AMT TO M2B-ACTUAL-PAYMENT
           MOVE ACCOUNT-STATUS TO M2B-ACCOUNT-STATUS
           MOVE PAYMENT-RATING TO M2B-PAYMENT-RATING
           MOVE NEW-PROFILE TO M2B-PAYMENT-PROFILE
           MOVE SPECIAL-COMMENT TO M2B-SPECIAL-COMMENT
           MOVE COMPLIANCE-CODE TO M2B-COMPLIANCE-CODE
           MOVE CURRENT-BALANCE-AMT TO M2B-CURRENT-BALANCE
           MOVE PAST-DUE-REPORTED TO M2B-AMOUNT-PAST-DUE
           MOVE ZERO TO M2B-CHARGE-OFF-AMOUNT
           MOVE ACTIVITY-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2B-ACCOUNT-INFO-DATE
           MOVE FIRST-DELINQ-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2B-FIRST-DELINQ-DATE
           MOVE DATE-CLOSED TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2B-DATE-CLOSED
           MOVE LAST-PAYMENT-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2B-LAST-PAYMENT-DATE
           MOVE INTEREST-TYPE TO M2B-INTEREST-TYPE

           PERFORM 5100-SPLIT-NAME THRU 5100-SPLIT-NAME-EXIT
           IF LM-TAXPAYER-ID NUMERIC
               MOVE LM-TAXPAYER-ID TO M2B-SSN
           ELSE
               MOVE ZERO TO M2B-SSN
           END-IF
           MOVE ZERO TO M2B-DATE-OF-BIRTH
           MOVE ZERO TO M2B-TELEPHONE
           MOVE "1" TO M2B-ECOA-CODE
           MOVE LM-MAIL-ADDRESS TO M2B-ADDRESS-1
           MOVE LM-MAIL-CITY TO M2B-CITY
           MOVE LM-MAIL-STATE TO M2B-STATE
           MOVE LM-MAIL-ZIP TO M2B-POSTAL-CODE

           WRITE METRO2-BASE-RECORD
           IF METRO-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO WRITE TO METRO2 FAILED - STATUS "
                   METRO-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       5000-WRITE-BASE-SEGMENT-EXIT.
           EXIT.

      * SPLIT THE BORROWER NAME INTO SURNAME, FIRST AND MIDDLE NAME.
      * "SURNAME, FIRST MIDDLE" IS TAKEN AT THE COMMA; OTHERWISE
      * THE LAST WORD IS THE SURNAME (AFTER A JR, SR, II, III OR IV,
      * WHICH IS REPORTED AS THE GENERATION CODE), THE FIRST WORD
      * IS THE FIRST NAME AND THE SECOND, IF ANY, IS THE MIDDLE
      * NAME. A FIFTH WORD OR MORE IS PART OF THE SURNAME.
       5100-SPLIT-NAME.
           MOVE SPACES TO M2B-SURNAME
           MOVE SPACES TO M2B-FIRST-NAME
           MOVE SPACES TO M2B-MIDDLE-NAME
           MOVE SPACE TO M2B-GENERATION-CODE
           MOVE LM-BORROWER-NAME TO NAME-WORK

           MOVE ZERO TO COMMA-COUNT
           INSPECT NAME-WORK TALLYING COMMA-COUNT FOR ALL ","
           IF COMMA-COUNT > 0
               MOVE SPACES TO NAME-REST
               UNSTRING NAME-WORK DELIMITED BY ","
                   INTO M2B-SURNAME NAME-REST
               END-UNSTRING
               MOVE ZERO TO LEADING-COUNT
               INSPECT NAME-REST TALLYING LEADING-COUNT
                   FOR LEADING SPACES
               IF LEADING-COUNT < 30
                   COMPUTE NAME-POINTER = LEADING-COUNT + 1
                   UNSTRING NAME-REST DELIMITED BY ALL SPACE
                       INTO M2B-FIRST-NAME M2B-MIDDLE-NAME
                       WITH POINTER NAME-POINTER
                   END-UNSTRING
               END-IF
               GO TO 5100-SPLIT-NAME-EXIT
           END-IF

           MOVE ZERO TO LEADING-COUNT
           INSPECT NAME-WORK TALLYING LEADING-COUNT FOR LEADING SPACES
           IF LEADING-COUNT NOT < 30
               GO TO 5100-SPLIT-NAME-EXIT
           END-IF
           PERFORM VARYING PROFILE-NDX FROM 1 BY 1
                   UNTIL PROFILE-NDX > 5
               MOVE SPACES TO NAME-WORD(PROFILE-NDX)
           END-PERFORM
           MOVE ZERO TO NAME-WORD-COUNT
           COMPUTE NAME-POINTER = LEADING-COUNT + 1
           UNSTRING NAME-WORK DELIMITED BY ALL SPACE
               INTO NAME-WORD(1) NAME-WORD(2) NAME-WORD(3)
                    NAME-WORD(4) NAME-WORD(5)
               WITH POINTER NAME-POINTER
               TALLYING IN NAME-WORD-COUNT
           END-UNSTRING

           IF NAME-WORD-COUNT > 1
               EVALUATE NAME-WORD(NAME-WORD-COUNT)
                   WHEN "JR"
                   WHEN "JR."
                       MOVE "J" TO M2B-GENERATION-CODE
                   WHEN "SR"
                   WHEN "SR."
                       MOVE "S" TO M2B-GENERATION-CODE
                   WHEN "II"
                       MOVE "2" TO M2B-GENERATION-CODE
                   WHEN "III"
                       MOVE "3" TO M2B-GENERATION-CODE
                   WHEN "IV"
                       MOVE "4" TO M2B-GENERATION-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF M2B-GENERATION-CODE NOT = SPACE
                   SUBTRACT 1 FROM NAME-WORD-COUNT
               END-IF
           END-IF

           EVALUATE NAME-WORD-COUNT
               WHEN 1
                   MOVE NAME-WORD(1) TO M2B-SURNAME
               WHEN 2
                   MOVE NAME-WORD(1) TO M2B-FIRST-NAME
                   MOVE NAME-WORD(2) TO M2B-SURNAME
               WHEN 3
                   MOVE NAME-WORD(1) TO M2B-FIRST-NAME
                   MOVE NAME-WORD(2) TO M2B-MIDDLE-NAME
                   MOVE NAME-WORD(3) TO M2B-SURNAME
               WHEN 4
                   MOVE NAME-WORD(1) TO M2B-FIRST-NAME
                   MOVE NAME-WORD(2) TO M2B-MIDDLE-NAME
                   STRING NAME-WORD(3) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       NAME-WORD(4) DELIMITED BY SPACE
                       INTO M2B-SURNAME
                   END-STRING
               WHEN 5
                   MOVE NAME-WORD(1) TO M2B-FIRST-NAME
                   MOVE NAME-WORD(2) TO M2B-MIDDLE-NAME
                   STRING NAME-WORD(3) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       NAME-WORD(4) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       NAME-WORD(5) DELIMITED BY SPACE
                       INTO M2B-SURNAME
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5100-SPLIT-NAME-EXIT.
           EXIT.

      * THE PROFILE SENT THIS MONTH - THE CHARACTER FOR THE MONTH
      * LAST REPORTED, A D FOR EACH MONTH SINCE THAT WAS NOT
      * REPORTED, THEN THE PROFILE SENT THAT MONTH, OLDEST MONTHS
      * DROPPING OFF THE END. A NEW ACCOUNT HAS NO HISTORY (ALL B).
       5900-BUILD-PROFILE.
           IF NOT PROFILE-FOUND
               MOVE ALL "B" TO NEW-PROFILE
               GO TO 5900-BUILD-PROFILE-EXIT
           END-IF

           DIVIDE CP-REPORT-MONTH BY 100
               GIVING YEAR-PART REMAINDER MONTH-REM
           COMPUTE LAST-MONTH-INDEX = YEAR-PART * 12 + MONTH-REM
           COMPUTE MONTH-GAP = REPORT-MONTH-INDEX - LAST-MONTH-INDEX

           MOVE CP-PAYMENT-PROFILE TO OLD-PROFILE
           MOVE ALL "D" TO NEW-PROFILE
           MOVE CP-MONTH-CHAR TO NEW-PROFILE-CHAR(1)
           PERFORM VARYING PROFILE-NDX FROM MONTH-GAP BY 1
                   UNTIL PROFILE-NDX > 23
               MOVE OLD-PROFILE-CHAR(PROFILE-NDX - MONTH-GAP + 1) TO
                   NEW-PROFILE-CHAR(PROFILE-NDX + 1)
           END-PERFORM.
       5900-BUILD-PROFILE-EXIT.
           EXIT.

      * KEEP WHAT WAS SENT THIS MONTH, AND WHAT STOOD BEFORE IT.
       6000-UPDATE-PROFILE.
           IF PROFILE-ON-FILE
               MOVE CP-LAST-REPORTED TO CP-PRIOR
           ELSE
               MOVE SPACES TO CREDIT-PROFILE-RECORD
               INITIALIZE CREDIT-PROFILE-RECORD
               MOVE CURR-LOAN-NUMBER TO CP-LOAN-NUMBER
           END-IF
           MOVE REPORT-MONTH TO CP-REPORT-MONTH
           MOVE NEW-PROFILE TO CP-PAYMENT-PROFILE
           MOVE ACCOUNT-STATUS TO CP-ACCOUNT-STATUS
           MOVE MONTH-CHAR TO CP-MONTH-CHAR
           MOVE FIRST-DELINQ-DATE TO CP-FIRST-DELINQ-DATE

           IF PROFILE-ON-FILE
               REWRITE CREDIT-PROFILE-RECORD
           ELSE
               WRITE CREDIT-PROFILE-RECORD
           END-IF
           IF PROF-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO CRPROFIL UPDATE FAILED - STATUS "
                   PROF-FILE-STATUS " - LOAN " CURR-LOAN-NUMBER
                   " - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6000-UPDATE-PROFILE-EXIT.
           EXIT.

       6500-COUNT-STATUS.
           ADD 1 TO BASE-WRITTEN-COUNT
           ADD CURRENT-BALANCE-AMT TO TOTAL-BALANCE
           ADD PAST-DUE-REPORTED TO TOTAL-PAST-DUE
           IF M2B-SSN NOT = ZERO
               ADD 1 TO SSN-COUNT
           END-IF

           PERFORM VARYING STATUS-NDX FROM 1 BY 1
                   UNTIL STATUS-NDX > 22
               IF STATUS-CODE(STATUS-NDX) = ACCOUNT-STATUS
                   ADD 1 TO SC-COUNT(STATUS-NDX)
                   ADD CURRENT-BALANCE-AMT TO SC-BALANCE(STATUS-NDX)
                   ADD PAST-DUE-REPORTED TO SC-PAST-DUE(STATUS-NDX)
                   MOVE 22 TO STATUS-NDX
               END-IF
           END-PERFORM.
       6500-COUNT-STATUS-EXIT.
           EXIT.

       7000-WRITE-HEADER-RECORD.
           MOVE SPACES TO METRO2-HEADER-RECORD
           MOVE 426 TO M2H-RECORD-LENGTH
           MOVE "HEADER" TO M2H-RECORD-ID
           MOVE RP-INNOVIS-ID TO M2H-INNOVIS-ID
           MOVE RP-EQUIFAX-ID TO M2H-EQUIFAX-ID
           MOVE RP-EXPERIAN-ID TO M2H-EXPERIAN-ID
           MOVE RP-TRANSUNION-ID TO M2H-TRANSUNION-ID
           MOVE ACTIVITY-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2H-ACTIVITY-DATE
           MOVE RUN-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2H-DATE-CREATED
           MOVE RP-PROGRAM-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2H-PROGRAM-DATE
           MOVE RP-REVISION-DATE TO MDY-IN
           PERFORM 8900-CONVERT-DATE THRU 8900-CONVERT-DATE-EXIT
           MOVE MDY-OUT-N TO M2H-REVISION-DATE
           MOVE RP-REPORTER-NAME TO M2H-REPORTER-NAME
           MOVE RP-REPORTER-ADDRESS TO M2H-REPORTER-ADDRESS
           MOVE RP-REPORTER-PHONE TO M2H-REPORTER-PHONE

           WRITE METRO2-HEADER-RECORD
           IF METRO-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO WRITE TO METRO2 FAILED - STATUS "
                   METRO-FILE-STATUS " - HEADER - RUN STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       7000-WRITE-HEADER-RECORD-EXIT.
           EXIT.

      * ONLY BASE SEGMENTS ARE WRITTEN, SO THE ASSOCIATED SEGMENT,
      * BIRTH DATE AND TELEPHONE COUNTS ARE ZERO.
       7900-WRITE-TRAILER-RECORD.
           MOVE SPACES TO METRO2-TRAILER-RECORD
           MOVE 426 TO M2T-RECORD-LENGTH
           MOVE "TRAILER" TO M2T-RECORD-ID
           MOVE BASE-WRITTEN-COUNT TO M2T-BASE-COUNT
           MOVE ZERO TO M2T-STATUS-DF-COUNT
           MOVE ZERO TO M2T-J1-COUNT
           MOVE ZERO TO M2T-J2-COUNT
           MOVE ZERO TO M2T-BLOCK-COUNT
           PERFORM VARYING STATUS-NDX FROM 1 BY 1
                   UNTIL STATUS-NDX > 22
               MOVE SC-COUNT(STATUS-NDX) TO
                   M2T-STATUS-COUNT(STATUS-NDX)
           END-PERFORM
           MOVE ZERO TO M2T-ECOA-Z-COUNT
           MOVE ZERO TO M2T-N1-COUNT
           MOVE ZERO TO M2T-K1-COUNT
           MOVE ZERO TO M2T-K2-COUNT
           MOVE ZERO TO M2T-K3-COUNT
           MOVE ZERO TO M2T-K4-COUNT
           MOVE ZERO TO M2T-L1-COUNT
           MOVE SSN-COUNT TO M2T-SSN-ALL-COUNT
           MOVE SSN-COUNT TO M2T-SSN-BASE-COUNT
           MOVE ZERO TO M2T-SSN-J1-COUNT
           MOVE ZERO TO M2T-SSN-J2-COUNT
           MOVE ZERO TO M2T-DOB-ALL-COUNT
           MOVE ZERO TO M2T-DOB-BASE-COUNT
           MOVE ZERO TO M2T-DOB-J1-COUNT
           MOVE ZERO TO M2T-DOB-J2-COUNT
           MOVE ZERO TO M2T-PHONE-COUNT

           WRITE METRO2-TRAILER-RECORD
           IF METRO-FILE-STATUS NOT = "00"
               DISPLAY "LOANMETRO WRITE TO METRO2 FAILED - STATUS "
                   METRO-FILE-STATUS " - TRAILER - RUN STOPPED"
           END-IF.
       7900-WRITE-TRAILER-RECORD-EXIT.
           EXIT.

       8000-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-WORK
           STRING "METRO 2 CREDIT BUREAU REPORTING - MONTH "
               REPORT-MONTH " - ACCOUNT INFORMATION AS OF "
               ACTIVITY-DATE INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK
           MOVE "ACCOUNTS SUPPRESSED, CORRECTED OR NOT REPORTED"
               TO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           STRING "LOAN NO   BORROWER                        "
               "ACTION" INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK.
       8000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

       8100-WRITE-EXCEPTION.
           MOVE CURR-LOAN-NUMBER TO EX-LOAN-NUMBER
           MOVE LM-BORROWER-NAME TO EX-BORROWER
           WRITE CONTROL-REPORT-LINE FROM EXCEPTION-DETAIL-LINE.
       8100-WRITE-EXCEPTION-EXIT.
           EXIT.

       8200-WRITE-STATUS-SUMMARY.
           MOVE SPACES TO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK
           MOVE "BASE SEGMENTS BY ACCOUNT STATUS CODE" TO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           STRING "CODE  DESCRIPTION                     COUNT"
               "  CURRENT BALANCE  AMOUNT PAST DUE"
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           PERFORM VARYING STATUS-NDX FROM 1 BY 1
                   UNTIL STATUS-NDX > 22
               IF SC-COUNT(STATUS-NDX) > 0
                   MOVE STATUS-CODE(STATUS-NDX) TO SL-CODE
                   MOVE STATUS-DESC(STATUS-NDX) TO SL-DESC
                   MOVE SC-COUNT(STATUS-NDX) TO SL-COUNT
                   MOVE SC-BALANCE(STATUS-NDX) TO SL-BALANCE
                   MOVE SC-PAST-DUE(STATUS-NDX) TO SL-PAST-DUE
                   WRITE CONTROL-REPORT-LINE FROM STATUS-SUMMARY-LINE
               END-IF
           END-PERFORM

           MOVE "  " TO SL-CODE
           MOVE "TOTAL BASE SEGMENTS" TO SL-DESC
           MOVE BASE-WRITTEN-COUNT TO SL-COUNT
           MOVE TOTAL-BALANCE TO SL-BALANCE
           MOVE TOTAL-PAST-DUE TO SL-PAST-DUE
           WRITE CONTROL-REPORT-LINE FROM STATUS-SUMMARY-LINE.
       8200-WRITE-STATUS-SUMMARY-EXIT.
           EXIT.

       8300-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE MASTER-READ-COUNT TO COUNT-D
           STRING "LOANMSTR RECORDS READ ....: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE BASE-WRITTEN-COUNT TO COUNT-D
           STRING "BASE SEGMENTS WRITTEN ....: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE CORRECTED-COUNT TO COUNT-D
           STRING "CORRECTED BY DISPUTE .....: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE SUPPRESSED-COUNT TO COUNT-D
           STRING "SUPPRESSED BY DISPUTE ....: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE CLOSED-SKIPPED-COUNT TO COUNT-D
           STRING "CLOSED, NOT REPORTED .....: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE NOT-OPEN-COUNT TO COUNT-D
           STRING "OPENED AFTER MONTH END ...: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE PRODUCT-SKIPPED-COUNT TO COUNT-D
           STRING "PRODUCT NOT REPORTED .....: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE NO-SKED-COUNT TO COUNT-D
           STRING "NO SCHEDULE OR BALANCE ...: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           MOVE LATER-MONTH-COUNT TO COUNT-D
           STRING "REPORTED FOR LATER MONTH .: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK

           MOVE SPACES TO REPORT-WORK
           COMPUTE COUNT-D = BASE-WRITTEN-COUNT + 2
           STRING "RECORDS ON METRO2 FILE ...: " COUNT-D
               INTO REPORT-WORK
           WRITE CONTROL-REPORT-LINE FROM REPORT-WORK.
       8300-WRITE-REPORT-TOTALS-EXIT.
           EXIT.

      * A ZERO DATE STAYS ZERO.
       8900-CONVERT-DATE.
           IF MDY-IN = ZERO
               MOVE ZERO TO MDY-OUT-N
           ELSE
               MOVE MDY-IN-MM TO MDY-OUT-MM
               MOVE MDY-IN-DD TO MDY-OUT-DD
               MOVE MDY-IN-YYYY TO MDY-OUT-YYYY
           END-IF.
       8900-CONVERT-DATE-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-STATUS-FILE
           CLOSE CREDIT-PROFILE-FILE
           CLOSE METRO2-FILE
           CLOSE CONTROL-REPORT-FILE
           IF BAL-FILE-OPEN
               CLOSE LOAN-BALANCE-FILE
           END-IF
           IF HIST-FILE-OPEN
               CLOSE LOAN-HISTORY-FILE
           END-IF
           IF DISP-FILE-OPEN
               CLOSE CREDIT-DISPUTE-FILE
           END-IF.
       9000-CLOSE-FILES-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE LOANS READ, THE BASE
      * SEGMENTS WRITTEN AND THE ACCOUNTS SUPPRESSED BY DISPUTE.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE MASTER-READ-COUNT TO RL-COUNT-IN
           MOVE BASE-WRITTEN-COUNT TO RL-COUNT-OUT
           MOVE SUPPRESSED-COUNT TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANMETRO COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANMETRO.

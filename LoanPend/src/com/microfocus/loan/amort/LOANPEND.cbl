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
       PROGRAM-ID. LOANPEND.
       REMARKS. PENDING-CHANGE EXCEPTION LIST. THIS PROGRAM IS THE
               CUTOFF FOR THE DUAL CONTROL OVER LOAN MASTER AND
               RATE-SHEET UPDATES. IT READS THE PENDCHG PENDING-CHANGE
               FILE AND PRINTS ON THE PENDRPT EXCEPTION LIST EVERY
               REQUEST STILL WAITING FOR A SECOND OPERATOR ON CHGREVW
               - THE REQUEST NUMBER, THE FILE AND UPDATE, THE LOAN OR
               RATE-SHEET ROW, WHO ENTERED IT AND WHEN, HOW MANY DAYS
               IT HAS WAITED AND WHY IT WAS HELD - WITH COUNTS BY
               FILE. NONE OF THOSE UPDATES IS ON LOANMSTR OR RATESHT,
               SO NONE OF THEM REACHES TONIGHT'S BATCH. THE RUN IS THE
               FIRST STEP OF THE NIGHTLY CHAIN UNDER LOANCTL, AND
               LOANAMORTBATCH WILL NOT START UNTIL IT HAS COMPLETED
               FOR THE BUSINESS DATE, SO THE LIST SHOWS WHAT WAS
               LEFT OUT OF THE NIGHT'S SCHEDULES. AN APPROVAL AFTER
               CUTOFF REACHES THE NEXT NIGHT'S RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-REQUEST-NUMBER
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD PENDING-CHANGE-FILE.
       COPY "PENDCHG.CPY".

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 PEND-FILE-STATUS PIC X(02).

       01 PEND-EOF-SWITCH PIC 9 VALUE 0.
         88 PEND-EOF VALUE 1.

       01 BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 BUSINESS-INT PIC S9(7) COMP.
       01 ENTERED-INT PIC S9(7) COMP.
       01 OLDEST-ENTERED-DATE PIC 9(8) VALUE ZERO.

       01 REQUESTS-READ-COUNT PIC S9(5) COMP VALUE ZERO.
       01 PENDING-COUNT PIC S9(5) COMP VALUE ZERO.
       01 PENDING-MASTER-COUNT PIC S9(5) COMP VALUE ZERO.
       01 PENDING-RATE-COUNT PIC S9(5) COMP VALUE ZERO.
       01 COUNT-D PIC ZZZZ9.

      * A RATE-SHEET REQUEST'S ROW IS DECODED THROUGH THE SHEET LAYOUT.
       COPY "RATESHET.CPY".

       01 TIME-WORK PIC 9(8).
       01 TIME-WORK-R REDEFINES TIME-WORK.
           05 TW-HH PIC 9(2).
           05 TW-MM PIC 9(2).
           05 FILLER PIC 9(4).

       01 EXCEPTION-DETAIL-LINE.
           05 ED-REQUEST-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-FILE PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-CHANGE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-RECORD PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-ENTERED-BY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-ENTERED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ED-ENTERED-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 ED-ENTERED-MM PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-DAYS-WAITING PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-REASON PIC X(26).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           MOVE RL-BUSINESS-DATE TO BUSINESS-DATE
           COMPUTE BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)

      * NOTHING HAS EVER BEEN HELD FOR APPROVAL UNTIL THE FILE EXISTS,
      * AND AN EMPTY LIST IS PRINTED.
           OPEN INPUT PENDING-CHANGE-FILE
           IF PEND-FILE-STATUS = "35"
               SET PEND-EOF TO TRUE
           ELSE
               IF PEND-FILE-STATUS NOT = "00"
                   DISPLAY "LOANPEND CANNOT OPEN PENDCHG - STATUS "
                       PEND-FILE-STATUS
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM 8000-WRITE-HEADING THRU 8000-WRITE-HEADING-EXIT

           IF NOT PEND-EOF
               PERFORM 1000-READ-REQUEST THRU 1000-READ-REQUEST-EXIT
           END-IF
           PERFORM UNTIL PEND-EOF
               IF PC-STATUS-PENDING AND PC-REQUEST-NUMBER NOT = ZERO
                   PERFORM 2000-LIST-ONE-REQUEST
                       THRU 2000-LIST-ONE-REQUEST-EXIT
               END-IF
               PERFORM 1000-READ-REQUEST THRU 1000-READ-REQUEST-EXIT
           END-PERFORM

           IF PEND-FILE-STATUS NOT = "35"
               CLOSE PENDING-CHANGE-FILE
           END-IF

           PERFORM 8200-WRITE-TOTALS THRU 8200-WRITE-TOTALS-EXIT
           CLOSE EXCEPTION-REPORT-FILE

           MOVE PENDING-COUNT TO COUNT-D
           DISPLAY "LOANPEND " COUNT-D " CHANGE(S) PENDING AT CUTOFF"

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * THE LIST IS ONLY PRINTED ONCE LOANCTL HAS RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANPEND" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPEND NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       1000-READ-REQUEST.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET PEND-EOF TO TRUE
                   GO TO 1000-READ-REQUEST-EXIT
           END-READ
           IF PC-REQUEST-NUMBER NOT = ZERO
               ADD 1 TO REQUESTS-READ-COUNT
           END-IF.
       1000-READ-REQUEST-EXIT.
           EXIT.

       2000-LIST-ONE-REQUEST.
           MOVE PC-REQUEST-NUMBER TO ED-REQUEST-NUMBER

           IF PC-FILE-MASTER
               MOVE "LOAN MASTER" TO ED-FILE
               MOVE SPACES TO ED-RECORD
               STRING "LOAN " PC-LOAN-NUMBER INTO ED-RECORD
               ADD 1 TO PENDING-MASTER-COUNT
           ELSE
               MOVE "RATE SHEET" TO ED-FILE
               IF PC-AFTER-IMAGE = LOW-VALUES
                   MOVE PC-BEFORE-IMAGE TO RATE-SHEET-RECORD
               ELSE
                   MOVE PC-AFTER-IMAGE TO RATE-SHEET-RECORD
               END-IF
               MOVE SPACES TO ED-RECORD
               STRING RS-PRODUCT-CODE " BAND " RS-TERM-BAND " EFF "
                   RS-EFFECTIVE-DATE INTO ED-RECORD
               ADD 1 TO PENDING-RATE-COUNT
           END-IF

           EVALUATE TRUE
               WHEN PC-FUNCTION-ADD
                   MOVE "ADD" TO ED-CHANGE
               WHEN PC-FUNCTION-CHANGE
                   MOVE "CHANGE" TO ED-CHANGE
               WHEN PC-FILE-RATE
                   MOVE "DELETE" TO ED-CHANGE
               WHEN OTHER
                   MOVE "CLOSE" TO ED-CHANGE
           END-EVALUATE

           EVALUATE TRUE
               WHEN PC-REASON-AMOUNT
                   MOVE "OVER DOLLAR THRESHOLD" TO ED-REASON
               WHEN PC-REASON-RATE
                   MOVE "OVER RATE THRESHOLD" TO ED-REASON
               WHEN OTHER
                   MOVE "RATE-SHEET UPDATE" TO ED-REASON
           END-EVALUATE

           MOVE PC-ENTERED-BY TO ED-ENTERED-BY
           MOVE PC-ENTERED-DATE TO ED-ENTERED-DATE
           MOVE PC-ENTERED-TIME TO TIME-WORK
           MOVE TW-HH TO ED-ENTERED-HH
           MOVE TW-MM TO ED-ENTERED-MM

           COMPUTE ENTERED-INT =
               FUNCTION INTEGER-OF-DATE(PC-ENTERED-DATE)
           IF ENTERED-INT > ZERO AND ENTERED-INT < BUSINESS-INT
               COMPUTE ED-DAYS-WAITING = BUSINESS-INT - ENTERED-INT
           ELSE
               MOVE ZERO TO ED-DAYS-WAITING
           END-IF

           IF OLDEST-ENTERED-DATE = ZERO
                   OR PC-ENTERED-DATE < OLDEST-ENTERED-DATE
               MOVE PC-ENTERED-DATE TO OLDEST-ENTERED-DATE
           END-IF

           WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-DETAIL-LINE
           ADD 1 TO PENDING-COUNT.
       2000-LIST-ONE-REQUEST-EXIT.
           EXIT.

       8000-WRITE-HEADING.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "CHANGES PENDING APPROVAL AT CUTOFF FOR BUSINESS "
               "DATE " BUSINESS-DATE
               " - NOT APPLIED TO LOANMSTR OR RATESHT"
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "REQUEST   FILE         UPDATE  RECORD"
               "                      ENTERED BY            ENTERED"
               "           DAYS  HELD BECAUSE"
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.
       8000-WRITE-HEADING-EXIT.
           EXIT.

       8200-WRITE-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           MOVE PENDING-MASTER-COUNT TO COUNT-D
           STRING "LOAN MASTER CHANGES PENDING : " COUNT-D
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           MOVE PENDING-RATE-COUNT TO COUNT-D
           STRING "RATE-SHEET CHANGES PENDING .: " COUNT-D
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           MOVE PENDING-COUNT TO COUNT-D
           STRING "TOTAL PENDING AT CUTOFF ....: " COUNT-D
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           IF PENDING-COUNT > ZERO
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "OLDEST ENTERED ON ..........: "
                   OLDEST-ENTERED-DATE INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
       8200-WRITE-TOTALS-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE REQUESTS READ AND THE
      * REQUESTS LISTED AS STILL PENDING.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE REQUESTS-READ-COUNT TO RL-COUNT-IN
           MOVE PENDING-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANPEND COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANPEND.

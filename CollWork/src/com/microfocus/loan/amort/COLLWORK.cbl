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
       PROGRAM-ID. COLLWORK.
       REMARKS. THIS PROGRAM LETS A COLLECTOR WORK THE INDEXED COLLQUE
               WORK QUEUE THE LOANCOLL COLLECTIONS RUN BUILDS. THE
               COLLECTOR CAN INQUIRE ON A LOAN, STEP TO THE NEXT LOAN
               STILL OPEN ON THE QUEUE, RECORD A CONTACT ATTEMPT AND
               ITS RESULT, OR RECORD A PROMISE TO PAY WITH THE DATE
               AND AMOUNT PROMISED. A NOTE MAY BE KEPT WITH EITHER.
               A PROMISE TAKES THE LOAN OFF THE QUEUE UNTIL LOANCOLL
               FINDS THE PROMISED DATE HAS PASSED AND CHECKS WHETHER
               THE MONEY ARRIVED. EVERY ATTEMPT AND PROMISE IS ALSO
               ADDED TO THE COLLACT ACTIVITY LOG WITH THE DATE, TIME
               AND COLLECTOR (FROM THE USER ENVIRONMENT VARIABLE).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "COLLQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-LOAN-NUMBER
               FILE STATUS IS QUE-FILE-STATUS.

           SELECT COLLECTION-ACTIVITY-FILE ASSIGN TO "COLLACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD COLLECTION-QUEUE-FILE.
       COPY "COLLQUE.CPY".

       FD COLLECTION-ACTIVITY-FILE.
       COPY "COLLACT.CPY".

       WORKING-STORAGE SECTION.

       01 COLL-FUNCTION PIC X(01) VALUE SPACE.
         88 COLL-INQUIRE VALUE "I".
         88 COLL-NEXT VALUE "N".
         88 COLL-ATTEMPT VALUE "A".
         88 COLL-PROMISE VALUE "P".
         88 COLL-QUIT VALUE "Q".

       01 COLL-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 COLL-QUEUE-STATUS PIC X(01) VALUE SPACE.
       01 COLL-BORROWER-NAME PIC X(30) VALUE SPACES.
       01 COLL-DAYS-PAST-DUE PIC S9(5) VALUE ZERO.
       01 COLL-PAYMENTS-PAST-DUE PIC S9(3) VALUE ZERO.
       01 COLL-PAST-DUE-AMT PIC S9(9)V99 VALUE ZERO.
       01 COLL-LAST-LETTER-TYPE PIC X(01) VALUE SPACE.
       01 COLL-LAST-LETTER-DATE PIC 9(8) VALUE ZERO.
       01 COLL-ATTEMPT-COUNT PIC S9(3) VALUE ZERO.
       01 COLL-LAST-CONTACT-DATE PIC 9(8) VALUE ZERO.
       01 COLL-LAST-CONTACT-RESULT PIC X(01) VALUE SPACE.
       01 COLL-COLLECTOR PIC X(20) VALUE SPACES.
       01 COLL-PROMISE-RESULT PIC X(01) VALUE SPACE.
       01 COLL-BROKEN-COUNT PIC S9(3) VALUE ZERO.
       01 COLL-CONTACT-RESULT PIC X(01) VALUE SPACE.
         88 COLL-RESULT-VALID VALUES "N" "M" "C" "W" "R".
       01 COLL-PROMISE-DATE PIC 9(8) VALUE ZERO.
       01 COLL-PROMISE-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 COLL-NOTES PIC X(57) VALUE SPACES.

       01 COLL-OPERATOR PIC X(20) VALUE SPACES.
       01 TODAY-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).
       01 DATE-CHECK-INT PIC S9(7) COMP.

       01 ERROR-MESSAGE PIC X(80).

       01 QUE-FILE-STATUS PIC X(02).
       01 ACT-FILE-STATUS PIC X(02).

       01 QUEUE-FOUND-FLAG PIC 9.
         88 QUEUE-FOUND VALUE 1.
         88 QUEUE-NOT-FOUND VALUE 2.

       01 QUEUE-EOF-SWITCH PIC 9 VALUE 0.
         88 QUEUE-EOF VALUE 1.

       SCREEN SECTION.
       COPY "COLLSCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT

           PERFORM UNTIL COLL-QUIT
               DISPLAY G-COLL
               ACCEPT G-COLL
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN COLL-QUIT
                       CONTINUE
                   WHEN COLL-INQUIRE
                       PERFORM 2000-INQUIRE-LOAN
                           THRU 2000-INQUIRE-LOAN-EXIT
                   WHEN COLL-NEXT
                       PERFORM 2500-NEXT-OPEN-LOAN
                           THRU 2500-NEXT-OPEN-LOAN-EXIT
                   WHEN COLL-ATTEMPT
                       PERFORM 3000-RECORD-ATTEMPT
                           THRU 3000-RECORD-ATTEMPT-EXIT
                   WHEN COLL-PROMISE
                       PERFORM 4000-RECORD-PROMISE
                           THRU 4000-RECORD-PROMISE-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE I, N, A, P OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           CLOSE COLLECTION-QUEUE-FILE
           CLOSE COLLECTION-ACTIVITY-FILE

           GOBACK.

      * THE ACTIVITY LOG IS APPEND-ONLY AND MUST BE ON BEFORE ANY
      * CONTACT IS RECORDED.
       0100-OPEN-FILES.
           OPEN I-O COLLECTION-QUEUE-FILE
           IF QUE-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-QUEUE-FILE
               CLOSE COLLECTION-QUEUE-FILE
               OPEN I-O COLLECTION-QUEUE-FILE
           END-IF
           IF QUE-FILE-STATUS NOT = "00"
               DISPLAY "COLLWORK CANNOT OPEN COLLQUE - STATUS "
                   QUE-FILE-STATUS
               GOBACK
           END-IF

           OPEN EXTEND COLLECTION-ACTIVITY-FILE
           IF ACT-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-ACTIVITY-FILE
           END-IF
           IF ACT-FILE-STATUS NOT = "00"
               DISPLAY "COLLWORK CANNOT OPEN COLLACT - STATUS "
                   ACT-FILE-STATUS
               CLOSE COLLECTION-QUEUE-FILE
               GOBACK
           END-IF
           ACCEPT COLL-OPERATOR FROM ENVIRONMENT "USER".
       0100-OPEN-FILES-EXIT.
           EXIT.

       1000-READ-QUEUE.
           SET QUEUE-FOUND TO TRUE
           MOVE COLL-LOAN-NUMBER TO CQ-LOAN-NUMBER
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   MOVE "LOAN IS NOT ON THE COLLECTION QUEUE" TO
                       ERROR-MESSAGE
                   SET QUEUE-NOT-FOUND TO TRUE
           END-READ.
       1000-READ-QUEUE-EXIT.
           EXIT.

       1200-MOVE-QUEUE-TO-SCREEN.
           MOVE CQ-LOAN-NUMBER TO COLL-LOAN-NUMBER
           MOVE CQ-QUEUE-STATUS TO COLL-QUEUE-STATUS
           MOVE CQ-BORROWER-NAME TO COLL-BORROWER-NAME
           MOVE CQ-DAYS-PAST-DUE TO COLL-DAYS-PAST-DUE
           MOVE CQ-PAYMENTS-PAST-DUE TO COLL-PAYMENTS-PAST-DUE
           MOVE CQ-PAST-DUE-AMT TO COLL-PAST-DUE-AMT
           MOVE CQ-LAST-LETTER-TYPE TO COLL-LAST-LETTER-TYPE
           MOVE CQ-LAST-LETTER-DATE TO COLL-LAST-LETTER-DATE
           MOVE CQ-ATTEMPT-COUNT TO COLL-ATTEMPT-COUNT
           MOVE CQ-LAST-CONTACT-DATE TO COLL-LAST-CONTACT-DATE
           MOVE CQ-LAST-CONTACT-RESULT TO COLL-LAST-CONTACT-RESULT
           MOVE CQ-COLLECTOR TO COLL-COLLECTOR
           MOVE CQ-PROMISE-RESULT TO COLL-PROMISE-RESULT
           MOVE CQ-BROKEN-COUNT TO COLL-BROKEN-COUNT
           MOVE CQ-PROMISE-DATE TO COLL-PROMISE-DATE
           MOVE CQ-PROMISE-AMOUNT TO COLL-PROMISE-AMOUNT
           MOVE CQ-NOTES TO COLL-NOTES.
       1200-MOVE-QUEUE-TO-SCREEN-EXIT.
           EXIT.

      * PUT THE ENTRY BACK AND LOG WHAT WAS DONE. THE NOTE ON THE
      * ENTRY IS ONLY REPLACED WHEN A NEW ONE WAS KEYED.
       1300-SAVE-ACTIVITY.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE TODAY-DATE TO CQ-LAST-CONTACT-DATE
           MOVE COLL-OPERATOR TO CQ-COLLECTOR
           ADD 1 TO CQ-ATTEMPT-COUNT
           IF COLL-NOTES NOT = SPACES
               MOVE COLL-NOTES TO CQ-NOTES
           END-IF
           REWRITE COLLECTION-QUEUE-RECORD
               INVALID KEY
                   MOVE "LOAN IS NOT ON THE COLLECTION QUEUE" TO
                       ERROR-MESSAGE
                   SET QUEUE-NOT-FOUND TO TRUE
                   GO TO 1300-SAVE-ACTIVITY-EXIT
           END-REWRITE

           MOVE SPACES TO COLLECTION-ACTIVITY-RECORD
           MOVE CQ-LOAN-NUMBER TO CA-LOAN-NUMBER
           MOVE TODAY-DATE TO CA-ACTIVITY-DATE
           MOVE NOW-TIME TO CA-ACTIVITY-TIME
           MOVE COLL-OPERATOR TO CA-COLLECTOR
           MOVE COLL-FUNCTION TO CA-ACTIVITY-TYPE
           MOVE CQ-LAST-CONTACT-RESULT TO CA-CONTACT-RESULT
           MOVE ZERO TO CA-PROMISE-DATE
           MOVE ZERO TO CA-PROMISE-AMOUNT
           IF CA-PROMISE
               MOVE CQ-PROMISE-DATE TO CA-PROMISE-DATE
               MOVE CQ-PROMISE-AMOUNT TO CA-PROMISE-AMOUNT
           END-IF
           MOVE CQ-DAYS-PAST-DUE TO CA-DAYS-PAST-DUE
           MOVE CQ-PAST-DUE-AMT TO CA-PAST-DUE-AMT
           MOVE COLL-NOTES TO CA-NOTES
           WRITE COLLECTION-ACTIVITY-RECORD.
       1300-SAVE-ACTIVITY-EXIT.
           EXIT.

       2000-INQUIRE-LOAN.
           PERFORM 1000-READ-QUEUE THRU 1000-READ-QUEUE-EXIT
           IF QUEUE-NOT-FOUND
               GO TO 2000-INQUIRE-LOAN-EXIT
           END-IF

           PERFORM 1200-MOVE-QUEUE-TO-SCREEN
               THRU 1200-MOVE-QUEUE-TO-SCREEN-EXIT
           MOVE "LOAN DISPLAYED" TO ERROR-MESSAGE.
       2000-INQUIRE-LOAN-EXIT.
           EXIT.

      * THE NEXT LOAN AFTER THE ONE ON THE SCREEN THAT IS STILL OPEN
      * ON THE QUEUE - PROMISED AND CLEARED LOANS ARE PASSED OVER.
       2500-NEXT-OPEN-LOAN.
           MOVE ZERO TO QUEUE-EOF-SWITCH
           MOVE COLL-LOAN-NUMBER TO CQ-LOAN-NUMBER
           START COLLECTION-QUEUE-FILE KEY IS GREATER THAN
                   CQ-LOAN-NUMBER
               INVALID KEY
                   MOVE "NO MORE OPEN LOANS ON THE QUEUE" TO
                       ERROR-MESSAGE
                   GO TO 2500-NEXT-OPEN-LOAN-EXIT
           END-START

           PERFORM UNTIL QUEUE-EOF
               READ COLLECTION-QUEUE-FILE NEXT RECORD
                   AT END
                       SET QUEUE-EOF TO TRUE
                   NOT AT END
                       IF CQ-OPEN
                           PERFORM 1200-MOVE-QUEUE-TO-SCREEN
                               THRU 1200-MOVE-QUEUE-TO-SCREEN-EXIT
                           MOVE SPACE TO COLL-CONTACT-RESULT
                           MOVE "NEXT OPEN LOAN DISPLAYED" TO
                               ERROR-MESSAGE
                           GO TO 2500-NEXT-OPEN-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "NO MORE OPEN LOANS ON THE QUEUE" TO ERROR-MESSAGE.
       2500-NEXT-OPEN-LOAN-EXIT.
           EXIT.

      * A CALL OR LETTER THAT DID NOT PRODUCE A PROMISE.
       3000-RECORD-ATTEMPT.
           IF NOT COLL-RESULT-VALID
               MOVE "RESULT MUST BE N, M, C, W OR R" TO ERROR-MESSAGE
               GO TO 3000-RECORD-ATTEMPT-EXIT
           END-IF

           PERFORM 1000-READ-QUEUE THRU 1000-READ-QUEUE-EXIT
           IF QUEUE-NOT-FOUND
               GO TO 3000-RECORD-ATTEMPT-EXIT
           END-IF
           IF CQ-CLEARED
               PERFORM 1200-MOVE-QUEUE-TO-SCREEN
                   THRU 1200-MOVE-QUEUE-TO-SCREEN-EXIT
               MOVE "LOAN HAS BEEN CLEARED FROM THE QUEUE" TO
                   ERROR-MESSAGE
               GO TO 3000-RECORD-ATTEMPT-EXIT
           END-IF

           MOVE COLL-CONTACT-RESULT TO CQ-LAST-CONTACT-RESULT
           PERFORM 1300-SAVE-ACTIVITY THRU 1300-SAVE-ACTIVITY-EXIT
           IF QUEUE-NOT-FOUND
               GO TO 3000-RECORD-ATTEMPT-EXIT
           END-IF

           PERFORM 1200-MOVE-QUEUE-TO-SCREEN
               THRU 1200-MOVE-QUEUE-TO-SCREEN-EXIT
           MOVE "CONTACT ATTEMPT RECORDED" TO ERROR-MESSAGE.
       3000-RECORD-ATTEMPT-EXIT.
           EXIT.

      * THE BORROWER WAS REACHED AND PROMISED TO PAY. THE PROMISED
      * DATE MUST BE A REAL DATE NO EARLIER THAN TODAY.
       4000-RECORD-PROMISE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           IF COLL-PROMISE-DATE = ZERO
               MOVE "PROMISE DATE MUST BE ENTERED" TO ERROR-MESSAGE
               GO TO 4000-RECORD-PROMISE-EXIT
           END-IF
           COMPUTE DATE-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(COLL-PROMISE-DATE)
           IF DATE-CHECK-INT = 0
               MOVE "PROMISE DATE IS NOT A VALID DATE" TO
                   ERROR-MESSAGE
               GO TO 4000-RECORD-PROMISE-EXIT
           END-IF
           IF COLL-PROMISE-DATE < TODAY-DATE
               MOVE "PROMISE DATE MUST NOT BE BEFORE TODAY" TO
                   ERROR-MESSAGE
               GO TO 4000-RECORD-PROMISE-EXIT
           END-IF
           IF COLL-PROMISE-AMOUNT NOT > ZERO
               MOVE "PROMISE AMOUNT MUST BE GREATER THAN ZERO" TO
                   ERROR-MESSAGE
               GO TO 4000-RECORD-PROMISE-EXIT
           END-IF

           PERFORM 1000-READ-QUEUE THRU 1000-READ-QUEUE-EXIT
           IF QUEUE-NOT-FOUND
               GO TO 4000-RECORD-PROMISE-EXIT
           END-IF
           IF CQ-CLEARED
               PERFORM 1200-MOVE-QUEUE-TO-SCREEN
                   THRU 1200-MOVE-QUEUE-TO-SCREEN-EXIT
               MOVE "LOAN HAS BEEN CLEARED FROM THE QUEUE" TO
                   ERROR-MESSAGE
               GO TO 4000-RECORD-PROMISE-EXIT
           END-IF

           MOVE "C" TO CQ-LAST-CONTACT-RESULT
           SET CQ-PROMISED TO TRUE
           SET CQ-PROMISE-PENDING TO TRUE
           MOVE TODAY-DATE TO CQ-PROMISE-TAKEN-DATE
           MOVE COLL-PROMISE-DATE TO CQ-PROMISE-DATE
           MOVE COLL-PROMISE-AMOUNT TO CQ-PROMISE-AMOUNT
           PERFORM 1300-SAVE-ACTIVITY THRU 1300-SAVE-ACTIVITY-EXIT
           IF QUEUE-NOT-FOUND
               GO TO 4000-RECORD-PROMISE-EXIT
           END-IF

           PERFORM 1200-MOVE-QUEUE-TO-SCREEN
               THRU 1200-MOVE-QUEUE-TO-SCREEN-EXIT
           MOVE "PROMISE TO PAY RECORDED" TO ERROR-MESSAGE.
       4000-RECORD-PROMISE-EXIT.
           EXIT.

       END PROGRAM COLLWORK.

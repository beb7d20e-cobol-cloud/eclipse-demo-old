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
       PROGRAM-ID. CHGREVW.
       REMARKS. THIS PROGRAM IS THE REVIEW SCREEN FOR THE PENDCHG
               PENDING-CHANGE FILE - THE SECOND HALF OF THE DUAL
               CONTROL OVER LOAN MASTER AND RATE-SHEET UPDATES.
               LOANMAINT HOLDS AN ADD, CHANGE OR CLOSE THERE WHEN IT
               IS OVER THE OPERATOR'S THRESHOLDS ON OPERAUTH, AND
               RATEMAINT HOLDS EVERY RATE-SHEET UPDATE THERE. THE
               REVIEWER CAN INQUIRE ON A REQUEST, STEP TO THE NEXT
               ONE STILL PENDING, AND APPROVE OR REJECT IT. ONLY AN
               ACTIVE OPERATOR WITH APPROVE AUTHORITY MAY USE THE
               SCREEN, AND NEVER ON A REQUEST THEY ENTERED
               THEMSELVES. APPROVING APPLIES THE AFTER IMAGE TO
               LOANMSTR OR RATESHT - BUT ONLY IF THE RECORD ON FILE
               IS STILL EXACTLY THE BEFORE IMAGE, SO A REQUEST
               OVERTAKEN BY ANOTHER UPDATE HAS TO BE REJECTED AND
               KEYED AGAIN - AND JOURNALS IT TO LOANJRNL UNDER THE
               OPERATOR WHO ENTERED IT WITH THE APPROVER ALONGSIDE.
               A RATE-SHEET UPDATE IS JOURNALED AS FUNCTION R.
               REJECTING NEEDS A REASON AND LEAVES BOTH FILES AS THEY
               ARE. EITHER WAY THE REQUEST STAYS ON PENDCHG WITH THE
               REVIEWER, DATE AND TIME.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-REQUEST-NUMBER
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT RATE-SHEET-FILE ASSIGN TO "RATESHT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-KEY
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PENDING-CHANGE-FILE.
       COPY "PENDCHG.CPY".

       FD OPERATOR-AUTHORITY-FILE.
       COPY "OPERAUTH.CPY".

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD RATE-SHEET-FILE.
       COPY "RATESHET.CPY".

       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS.
       COPY "MSTRJRNL.CPY".

       WORKING-STORAGE SECTION.

       01 REVW-FUNCTION PIC X(01) VALUE SPACE.
         88 REVW-INQUIRE VALUE "I".
         88 REVW-NEXT VALUE "N".
         88 REVW-APPROVE VALUE "A".
         88 REVW-REJECT VALUE "R".
         88 REVW-QUIT VALUE "Q".

       01 REVW-REQUEST-NUMBER PIC 9(8) VALUE ZERO.
       01 REVW-STATUS-TEXT PIC X(08) VALUE SPACES.
       01 REVW-FILE-TEXT PIC X(11) VALUE SPACES.
       01 REVW-CHANGE-TEXT PIC X(06) VALUE SPACES.
       01 REVW-KEY-TEXT PIC X(40) VALUE SPACES.
       01 REVW-ENTERED-BY PIC X(20) VALUE SPACES.
       01 REVW-ENTERED-DATE PIC 9(8) VALUE ZERO.
       01 REVW-REASON-TEXT PIC X(40) VALUE SPACES.
       01 REVW-BEFORE-NAME PIC X(25) VALUE SPACES.
       01 REVW-AFTER-NAME PIC X(25) VALUE SPACES.
       01 REVW-BEFORE-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 REVW-AFTER-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 REVW-BEFORE-TERM PIC S9(3) VALUE ZERO.
       01 REVW-AFTER-TERM PIC S9(3) VALUE ZERO.
       01 REVW-BEFORE-RATE PIC S9(2)V9(4) VALUE ZERO.
       01 REVW-AFTER-RATE PIC S9(2)V9(4) VALUE ZERO.
       01 REVW-BEFORE-STATUS PIC X(01) VALUE SPACE.
       01 REVW-AFTER-STATUS PIC X(01) VALUE SPACE.
       01 REVW-REVIEWED-BY PIC X(20) VALUE SPACES.
       01 REVW-REVIEWED-DATE PIC 9(8) VALUE ZERO.
       01 REVW-REJECT-REASON PIC X(30) VALUE SPACES.

       01 ERROR-MESSAGE PIC X(80).

       01 PEND-FILE-STATUS PIC X(02).
       01 AUTH-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 RATE-FILE-STATUS PIC X(02).
       01 JRNL-FILE-STATUS PIC X(02).

       01 REVW-OPERATOR PIC X(20) VALUE SPACES.
       01 CURRENT-IMAGE PIC X(250).

       01 REQUEST-FOUND-SWITCH PIC 9 VALUE 0.
         88 REQUEST-FOUND VALUE 1.

       01 APPLY-SWITCH PIC 9 VALUE 0.
         88 APPLY-OK VALUE 1.
         88 APPLY-FAILED VALUE 2.

       01 NEXT-EOF-SWITCH PIC 9 VALUE 0.
         88 NEXT-EOF VALUE 1.

       SCREEN SECTION.
       COPY "REVWSCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-CHECK-AUTHORITY THRU 0200-CHECK-AUTHORITY-EXIT

           PERFORM UNTIL REVW-QUIT
               DISPLAY G-REVW
               ACCEPT G-REVW
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN REVW-QUIT
                       CONTINUE
                   WHEN REVW-INQUIRE
                       PERFORM 4000-INQUIRE-REQUEST
                           THRU 4000-INQUIRE-REQUEST-EXIT
                   WHEN REVW-NEXT
                       PERFORM 4500-NEXT-PENDING
                           THRU 4500-NEXT-PENDING-EXIT
                   WHEN REVW-APPROVE
                       PERFORM 2000-APPROVE-REQUEST
                           THRU 2000-APPROVE-REQUEST-EXIT
                   WHEN REVW-REJECT
                       PERFORM 3000-REJECT-REQUEST
                           THRU 3000-REJECT-REQUEST-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE I, N, A, R OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT

           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O PENDING-CHANGE-FILE
           IF PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF PEND-FILE-STATUS NOT = "00"
               DISPLAY "CHGREVW CANNOT OPEN PENDCHG - STATUS "
                   PEND-FILE-STATUS
               GOBACK
           END-IF

           OPEN I-O LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CHGREVW CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               CLOSE PENDING-CHANGE-FILE
               GOBACK
           END-IF

           OPEN I-O RATE-SHEET-FILE
           IF RATE-FILE-STATUS = "35"
               OPEN OUTPUT RATE-SHEET-FILE
               CLOSE RATE-SHEET-FILE
               OPEN I-O RATE-SHEET-FILE
           END-IF
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "CHGREVW CANNOT OPEN RATESHT - STATUS "
                   RATE-FILE-STATUS
               CLOSE PENDING-CHANGE-FILE
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF

      * THE JOURNAL IS APPEND-ONLY AND MUST BE ON BEFORE ANY CHANGE
      * IS APPROVED - A SESSION THAT CANNOT JOURNAL DOES NOT RUN.
           OPEN EXTEND JOURNAL-FILE
           IF JRNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "CHGREVW CANNOT OPEN LOANJRNL - STATUS "
                   JRNL-FILE-STATUS
               CLOSE PENDING-CHANGE-FILE
               CLOSE LOAN-MASTER-FILE
               CLOSE RATE-SHEET-FILE
               GOBACK
           END-IF.
       0100-OPEN-FILES-EXIT.
           EXIT.

      * ONLY AN ACTIVE OPERATOR WITH APPROVE AUTHORITY MAY REVIEW.
       0200-CHECK-AUTHORITY.
           ACCEPT REVW-OPERATOR FROM ENVIRONMENT "USER"
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               DISPLAY "CHGREVW CANNOT OPEN OPERAUTH - STATUS "
                   AUTH-FILE-STATUS
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF

           MOVE REVW-OPERATOR TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   MOVE SPACE TO OA-STATUS
           END-READ
           CLOSE OPERATOR-AUTHORITY-FILE
           IF NOT OA-STATUS-ACTIVE OR NOT OA-APPROVE-ALLOWED
               DISPLAY "CHGREVW OPERATOR " REVW-OPERATOR
                   " MAY NOT APPROVE CHANGES - SESSION STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       0200-CHECK-AUTHORITY-EXIT.
           EXIT.

       1000-READ-REQUEST.
           MOVE 0 TO REQUEST-FOUND-SWITCH
           IF REVW-REQUEST-NUMBER = ZERO
               MOVE "REQUEST NUMBER MUST NOT BE ZERO" TO ERROR-MESSAGE
               GO TO 1000-READ-REQUEST-EXIT
           END-IF

           MOVE REVW-REQUEST-NUMBER TO PC-REQUEST-NUMBER
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   MOVE "REQUEST NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 1000-READ-REQUEST-EXIT
           END-READ
           SET REQUEST-FOUND TO TRUE.
       1000-READ-REQUEST-EXIT.
           EXIT.

      * A REQUEST CAN ONLY BE DECIDED ONCE, AND NEVER BY THE OPERATOR
      * WHO ENTERED IT.
       1100-CHECK-REVIEWER.
           IF NOT PC-STATUS-PENDING
               MOVE "REQUEST HAS ALREADY BEEN DECIDED" TO ERROR-MESSAGE
               MOVE 0 TO REQUEST-FOUND-SWITCH
               GO TO 1100-CHECK-REVIEWER-EXIT
           END-IF
           IF PC-ENTERED-BY = REVW-OPERATOR
               MOVE "ANOTHER OPERATOR MUST REVIEW YOUR OWN CHANGE" TO
                   ERROR-MESSAGE
               MOVE 0 TO REQUEST-FOUND-SWITCH
           END-IF.
       1100-CHECK-REVIEWER-EXIT.
           EXIT.

      * SHOW THE REQUEST IN HAND, DECODING THE KEY TERMS OF ITS
      * IMAGES THROUGH THE MASTER OR RATE-SHEET RECORD AREA.
       1200-SHOW-REQUEST.
           MOVE PC-REQUEST-NUMBER TO REVW-REQUEST-NUMBER
           EVALUATE TRUE
               WHEN PC-STATUS-PENDING
                   MOVE "PENDING" TO REVW-STATUS-TEXT
               WHEN PC-STATUS-APPROVED
                   MOVE "APPROVED" TO REVW-STATUS-TEXT
               WHEN OTHER
                   MOVE "REJECTED" TO REVW-STATUS-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN PC-FUNCTION-ADD
                   MOVE "ADD" TO REVW-CHANGE-TEXT
               WHEN PC-FUNCTION-CHANGE
                   MOVE "CHANGE" TO REVW-CHANGE-TEXT
               WHEN PC-FILE-RATE
                   MOVE "DELETE" TO REVW-CHANGE-TEXT
               WHEN OTHER
                   MOVE "CLOSE" TO REVW-CHANGE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN PC-REASON-AMOUNT
                   MOVE "OVER THE ENTERING OPERATOR'S DOLLAR LIMIT"
                       TO REVW-REASON-TEXT
               WHEN PC-REASON-RATE
                   MOVE "OVER THE ENTERING OPERATOR'S RATE LIMIT"
                       TO REVW-REASON-TEXT
               WHEN OTHER
                   MOVE "RATE-SHEET UPDATES ALWAYS NEED APPROVAL"
                       TO REVW-REASON-TEXT
           END-EVALUATE
           MOVE PC-ENTERED-BY TO REVW-ENTERED-BY
           MOVE PC-ENTERED-DATE TO REVW-ENTERED-DATE
           MOVE PC-REVIEWED-BY TO REVW-REVIEWED-BY
           MOVE PC-REVIEWED-DATE TO REVW-REVIEWED-DATE
           MOVE PC-REJECT-REASON TO REVW-REJECT-REASON

           MOVE SPACES TO REVW-BEFORE-NAME
           MOVE SPACES TO REVW-AFTER-NAME
           MOVE ZERO TO REVW-BEFORE-AMOUNT
           MOVE ZERO TO REVW-AFTER-AMOUNT
           MOVE ZERO TO REVW-BEFORE-TERM
           MOVE ZERO TO REVW-AFTER-TERM
           MOVE ZERO TO REVW-BEFORE-RATE
           MOVE ZERO TO REVW-AFTER-RATE
           MOVE SPACE TO REVW-BEFORE-STATUS
           MOVE SPACE TO REVW-AFTER-STATUS

           IF PC-FILE-MASTER
               PERFORM 1300-SHOW-MASTER THRU 1300-SHOW-MASTER-EXIT
           ELSE
               PERFORM 1400-SHOW-RATE THRU 1400-SHOW-RATE-EXIT
           END-IF.
       1200-SHOW-REQUEST-EXIT.
           EXIT.

       1300-SHOW-MASTER.
           MOVE "LOAN MASTER" TO REVW-FILE-TEXT
           MOVE SPACES TO REVW-KEY-TEXT
           STRING "LOAN " PC-LOAN-NUMBER INTO REVW-KEY-TEXT

           IF PC-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE PC-BEFORE-IMAGE TO LOAN-MASTER-RECORD
               MOVE LM-BORROWER-NAME TO REVW-BEFORE-NAME
               MOVE LM-PRINCIPAL TO REVW-BEFORE-AMOUNT
               MOVE LM-LOANTERM TO REVW-BEFORE-TERM
               MOVE LM-RATE TO REVW-BEFORE-RATE
               MOVE LM-STATUS TO REVW-BEFORE-STATUS
           END-IF

           MOVE PC-AFTER-IMAGE TO LOAN-MASTER-RECORD
           MOVE LM-BORROWER-NAME TO REVW-AFTER-NAME
           MOVE LM-PRINCIPAL TO REVW-AFTER-AMOUNT
           MOVE LM-LOANTERM TO REVW-AFTER-TERM
           MOVE LM-RATE TO REVW-AFTER-RATE
           MOVE LM-STATUS TO REVW-AFTER-STATUS.
       1300-SHOW-MASTER-EXIT.
           EXIT.

      * A RATE-SHEET ROW CARRIES ONLY ITS KEY AND RATE. THE KEY IS
      * TAKEN FROM THE AFTER IMAGE, OR THE BEFORE IMAGE FOR A DELETE.
       1400-SHOW-RATE.
           MOVE "RATE SHEET" TO REVW-FILE-TEXT

           IF PC-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE PC-BEFORE-IMAGE TO RATE-SHEET-RECORD
               MOVE RS-RATE TO REVW-BEFORE-RATE
           END-IF
           IF PC-AFTER-IMAGE NOT = LOW-VALUES
               MOVE PC-AFTER-IMAGE TO RATE-SHEET-RECORD
               MOVE RS-RATE TO REVW-AFTER-RATE
           END-IF

           MOVE SPACES TO REVW-KEY-TEXT
           STRING "PRODUCT " RS-PRODUCT-CODE " BAND " RS-TERM-BAND
               " EFFECTIVE " RS-EFFECTIVE-DATE INTO REVW-KEY-TEXT.
       1400-SHOW-RATE-EXIT.
           EXIT.

       2000-APPROVE-REQUEST.
           PERFORM 1000-READ-REQUEST THRU 1000-READ-REQUEST-EXIT
           IF NOT REQUEST-FOUND
               GO TO 2000-APPROVE-REQUEST-EXIT
           END-IF
           PERFORM 1100-CHECK-REVIEWER THRU 1100-CHECK-REVIEWER-EXIT
           IF NOT REQUEST-FOUND
               GO TO 2000-APPROVE-REQUEST-EXIT
           END-IF

           IF PC-FILE-MASTER
               PERFORM 2100-APPLY-MASTER THRU 2100-APPLY-MASTER-EXIT
           ELSE
               PERFORM 2200-APPLY-RATE THRU 2200-APPLY-RATE-EXIT
           END-IF
           IF APPLY-FAILED
               GO TO 2000-APPROVE-REQUEST-EXIT
           END-IF

           PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT

           SET PC-STATUS-APPROVED TO TRUE
           ACCEPT PC-REVIEWED-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REVIEWED-TIME FROM TIME
           MOVE REVW-OPERATOR TO PC-REVIEWED-BY
           MOVE SPACES TO PC-REJECT-REASON
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   MOVE "APPLIED BUT REQUEST NOT UPDATED ON PENDCHG" TO
                       ERROR-MESSAGE
                   GO TO 2000-APPROVE-REQUEST-EXIT
           END-REWRITE

           PERFORM 1200-SHOW-REQUEST THRU 1200-SHOW-REQUEST-EXIT
           MOVE "REQUEST APPROVED AND APPLIED" TO ERROR-MESSAGE.
       2000-APPROVE-REQUEST-EXIT.
           EXIT.

      * AN ADD MUST STILL BE NEW; A CHANGE OR CLOSE MUST FIND THE
      * LOAN EXACTLY AS IT WAS WHEN THE REQUEST WAS ENTERED.
       2100-APPLY-MASTER.
           SET APPLY-FAILED TO TRUE
           IF PC-FUNCTION-ADD
               MOVE PC-AFTER-IMAGE TO LOAN-MASTER-RECORD
               WRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       MOVE "LOAN ALREADY ON FILE - REJECT THE REQUEST"
                           TO ERROR-MESSAGE
                       GO TO 2100-APPLY-MASTER-EXIT
               END-WRITE
               SET APPLY-OK TO TRUE
               GO TO 2100-APPLY-MASTER-EXIT
           END-IF

           MOVE PC-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN NO LONGER ON FILE - REJECT THE REQUEST" TO
                       ERROR-MESSAGE
                   GO TO 2100-APPLY-MASTER-EXIT
           END-READ
           MOVE LOAN-MASTER-RECORD TO CURRENT-IMAGE
           IF CURRENT-IMAGE NOT = PC-BEFORE-IMAGE
               MOVE "LOAN CHANGED SINCE THE REQUEST - REJECT IT" TO
                   ERROR-MESSAGE
               GO TO 2100-APPLY-MASTER-EXIT
           END-IF

           MOVE PC-AFTER-IMAGE TO LOAN-MASTER-RECORD
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE "LOAN NO LONGER ON FILE - REJECT THE REQUEST" TO
                       ERROR-MESSAGE
                   GO TO 2100-APPLY-MASTER-EXIT
           END-REWRITE
           SET APPLY-OK TO TRUE.
       2100-APPLY-MASTER-EXIT.
           EXIT.

      * THE SAME RULE FOR THE RATE SHEET - A NEW ROW MUST STILL BE
      * NEW, A CHANGED OR DELETED ROW MUST STILL CARRY ITS OLD RATE.
       2200-APPLY-RATE.
           SET APPLY-FAILED TO TRUE
           IF PC-FUNCTION-ADD
               MOVE PC-AFTER-IMAGE TO RATE-SHEET-RECORD
               WRITE RATE-SHEET-RECORD
                   INVALID KEY
                       MOVE "ROW ALREADY ON SHEET - REJECT THE REQUEST"
                           TO ERROR-MESSAGE
                       GO TO 2200-APPLY-RATE-EXIT
               END-WRITE
               SET APPLY-OK TO TRUE
               GO TO 2200-APPLY-RATE-EXIT
           END-IF

           MOVE PC-BEFORE-IMAGE TO RATE-SHEET-RECORD
           READ RATE-SHEET-FILE
               INVALID KEY
                   MOVE "ROW NO LONGER ON SHEET - REJECT THE REQUEST" TO
                       ERROR-MESSAGE
                   GO TO 2200-APPLY-RATE-EXIT
           END-READ
           MOVE RATE-SHEET-RECORD TO CURRENT-IMAGE
           IF CURRENT-IMAGE NOT = PC-BEFORE-IMAGE
               MOVE "RATE CHANGED SINCE THE REQUEST - REJECT IT" TO
                   ERROR-MESSAGE
               GO TO 2200-APPLY-RATE-EXIT
           END-IF

           IF PC-FUNCTION-CHANGE
               MOVE PC-AFTER-IMAGE TO RATE-SHEET-RECORD
               REWRITE RATE-SHEET-RECORD
                   INVALID KEY
                       MOVE "ROW NO LONGER ON SHEET - REJECT IT" TO
                           ERROR-MESSAGE
                       GO TO 2200-APPLY-RATE-EXIT
               END-REWRITE
           ELSE
               DELETE RATE-SHEET-FILE
                   INVALID KEY
                       MOVE "ROW NO LONGER ON SHEET - REJECT IT" TO
                           ERROR-MESSAGE
                       GO TO 2200-APPLY-RATE-EXIT
               END-DELETE
           END-IF
           SET APPLY-OK TO TRUE.
       2200-APPLY-RATE-EXIT.
           EXIT.

       3000-REJECT-REQUEST.
           PERFORM 1000-READ-REQUEST THRU 1000-READ-REQUEST-EXIT
           IF NOT REQUEST-FOUND
               GO TO 3000-REJECT-REQUEST-EXIT
           END-IF
           PERFORM 1100-CHECK-REVIEWER THRU 1100-CHECK-REVIEWER-EXIT
           IF NOT REQUEST-FOUND
               GO TO 3000-REJECT-REQUEST-EXIT
           END-IF
           IF REVW-REJECT-REASON = SPACES
               MOVE "REJECT REASON MUST NOT BE BLANK" TO ERROR-MESSAGE
               GO TO 3000-REJECT-REQUEST-EXIT
           END-IF

           SET PC-STATUS-REJECTED TO TRUE
           ACCEPT PC-REVIEWED-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REVIEWED-TIME FROM TIME
           MOVE REVW-OPERATOR TO PC-REVIEWED-BY
           MOVE REVW-REJECT-REASON TO PC-REJECT-REASON
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   MOVE "REQUEST NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 3000-REJECT-REQUEST-EXIT
           END-REWRITE

           PERFORM 1200-SHOW-REQUEST THRU 1200-SHOW-REQUEST-EXIT
           MOVE "REQUEST REJECTED" TO ERROR-MESSAGE.
       3000-REJECT-REQUEST-EXIT.
           EXIT.

       4000-INQUIRE-REQUEST.
           PERFORM 1000-READ-REQUEST THRU 1000-READ-REQUEST-EXIT
           IF NOT REQUEST-FOUND
               GO TO 4000-INQUIRE-REQUEST-EXIT
           END-IF

           PERFORM 1200-SHOW-REQUEST THRU 1200-SHOW-REQUEST-EXIT
           MOVE "REQUEST DISPLAYED" TO ERROR-MESSAGE.
       4000-INQUIRE-REQUEST-EXIT.
           EXIT.

      * SHOW THE FIRST REQUEST STILL PENDING AFTER THE ONE KEYED, SO
      * THE REVIEWER CAN WORK THROUGH THE FILE FROM REQUEST ZERO.
       4500-NEXT-PENDING.
           MOVE 0 TO NEXT-EOF-SWITCH
           MOVE REVW-REQUEST-NUMBER TO PC-REQUEST-NUMBER
           START PENDING-CHANGE-FILE KEY IS GREATER THAN
                   PC-REQUEST-NUMBER
               INVALID KEY
                   SET NEXT-EOF TO TRUE
           END-START

           MOVE SPACE TO PC-STATUS
           PERFORM 4600-READ-NEXT-PENDING
               THRU 4600-READ-NEXT-PENDING-EXIT
               UNTIL NEXT-EOF OR PC-STATUS-PENDING

           IF NEXT-EOF
               MOVE "NO MORE PENDING REQUESTS" TO ERROR-MESSAGE
               GO TO 4500-NEXT-PENDING-EXIT
           END-IF

           PERFORM 1200-SHOW-REQUEST THRU 1200-SHOW-REQUEST-EXIT
           MOVE "NEXT PENDING REQUEST DISPLAYED" TO ERROR-MESSAGE.
       4500-NEXT-PENDING-EXIT.
           EXIT.

       4600-READ-NEXT-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET NEXT-EOF TO TRUE
           END-READ.
       4600-READ-NEXT-PENDING-EXIT.
           EXIT.

      * APPEND THE JOURNAL RECORD FOR THE REQUEST JUST APPLIED, UNDER
      * THE OPERATOR WHO ENTERED IT WITH THE APPROVER ALONGSIDE. A
      * JOURNAL WRITE THAT FAILS STOPS THE SESSION - AN UNJOURNALED
      * UPDATE IS EXACTLY WHAT THE JOURNAL EXISTS TO PREVENT.
       6000-WRITE-JOURNAL.
           ACCEPT MJ-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT MJ-JOURNAL-TIME FROM TIME
           MOVE PC-ENTERED-BY TO MJ-OPERATOR
           MOVE REVW-OPERATOR TO MJ-APPROVED-BY
           IF PC-FILE-MASTER
               MOVE PC-FUNCTION TO MJ-FUNCTION
           ELSE
               SET MJ-FUNCTION-RATE TO TRUE
           END-IF
           MOVE PC-LOAN-NUMBER TO MJ-LOAN-NUMBER
           MOVE PC-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE PC-AFTER-IMAGE TO MJ-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "CHGREVW LOANJRNL WRITE FAILED - STATUS "
                   JRNL-FILE-STATUS " - SESSION STOPPED"
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
       6000-WRITE-JOURNAL-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE PENDING-CHANGE-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE RATE-SHEET-FILE
           CLOSE JOURNAL-FILE.
       9000-CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM CHGREVW.

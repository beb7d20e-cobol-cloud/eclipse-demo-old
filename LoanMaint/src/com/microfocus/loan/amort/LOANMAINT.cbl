               AFTER IMAGES OF THE MASTER RECORD - THE DAILY CHANGE
               REPORT (LOANJRPT) AND THE MASTER REBUILD UTILITY
               (LOANRBLD) BOTH RUN FROM IT.
               THE OPERATOR MUST BE ACTIVE ON THE OPERAUTH OPERATOR
               AUTHORITY FILE, AND MAY ONLY ADD, CHANGE OR CLOSE WHERE
               THAT FILE ALLOWS IT. AN ADD OR CLOSE FOR A LOAN AMOUNT
               OVER THE OPERATOR'S DOLLAR THRESHOLD, OR A CHANGE THAT
               MOVES THE LOAN AMOUNT, EXTRA PAYMENT, ANNUAL TAX OR
               ANNUAL INSURANCE BY MORE THAN THE DOLLAR THRESHOLD OR
               THE RATE BY MORE THAN THE RATE THRESHOLD, IS NOT
               APPLIED. IT IS WRITTEN TO THE PENDCHG PENDING-CHANGE
               FILE INSTEAD AND REACHES LOANMSTR AND THE JOURNAL ONLY
               WHEN A SECOND OPERATOR APPROVES IT ON CHGREVW.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-REQUEST-NUMBER
               FILE STATUS IS PEND-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS.
       COPY "MSTRJRNL.CPY".

       FD OPERATOR-AUTHORITY-FILE.
       COPY "OPERAUTH.CPY".

       FD PENDING-CHANGE-FILE.
       COPY "PENDCHG.CPY".

       WORKING-STORAGE SECTION.

       01 MAINT-FUNCTION PIC X(01) VALUE SPACE.

       01 MASTER-FILE-STATUS PIC X(02).
       01 JRNL-FILE-STATUS PIC X(02).
       01 AUTH-FILE-STATUS PIC X(02).
       01 PEND-FILE-STATUS PIC X(02).

       01 JRNL-OPERATOR PIC X(20) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(250).

      * THE MONEY FIELDS AND RATE AS THEY WERE BEFORE A CHANGE, AND
      * THE LARGEST MOVEMENT THE CHANGE MAKES IN THEM.
       01 OLD-PRINCIPAL PIC S9(7)V99 COMP-3.
       01 OLD-RATE PIC S9(2)V9(4) COMP-3.
       01 OLD-EXTRA-PAYMENT PIC S9(7)V99 COMP-3.
       01 OLD-ANNUAL-TAX PIC S9(7)V99 COMP-3.
       01 OLD-ANNUAL-INSURANCE PIC S9(7)V99 COMP-3.
       01 DOLLAR-MOVEMENT PIC S9(8)V99 COMP-3.
       01 FIELD-MOVEMENT PIC S9(8)V99 COMP-3.
       01 RATE-MOVEMENT PIC S9(3)V9(4) COMP-3.

      * WHY AN UPDATE IS HELD FOR APPROVAL - BLANK WHEN IT IS NOT.
       01 REFERRAL-REASON PIC X(01) VALUE SPACE.
         88 REFER-NONE VALUE SPACE.
         88 REFER-AMOUNT VALUE "D".
         88 REFER-RATE VALUE "R".

       01 REQUEST-NUMBER PIC 9(8) VALUE ZERO.

       01 MAINT-EDIT-FLAG PIC 9.
         88 MAINT-EDIT-OK VALUE 1.
         88 MAINT-EDIT-FAILED VALUE 2.

           PERFORM 0100-OPEN-MASTER THRU 0100-OPEN-MASTER-EXIT
           PERFORM 0200-OPEN-JOURNAL THRU 0200-OPEN-JOURNAL-EXIT
           PERFORM 0300-CHECK-AUTHORITY THRU 0300-CHECK-AUTHORITY-EXIT
           PERFORM 0400-OPEN-PENDING THRU 0400-OPEN-PENDING-EXIT

           PERFORM UNTIL MAINT-QUIT
               DISPLAY G-MAINT

           CLOSE LOAN-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-AUTHORITY-FILE
           CLOSE PENDING-CHANGE-FILE

           GOBACK.

       0200-OPEN-JOURNAL-EXIT.
           EXIT.

      * ONLY AN OPERATOR ACTIVE ON OPERAUTH MAY USE THE SCREEN. THE
      * RECORD STAYS IN THE FILE AREA FOR THE AUTHORITY AND
      * THRESHOLD CHECKS FOR THE REST OF THE SESSION.
       0300-CHECK-AUTHORITY.
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               DISPLAY "LOANMAINT CANNOT OPEN OPERAUTH - STATUS "
                   AUTH-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE JOURNAL-FILE
               GOBACK
           END-IF

           MOVE JRNL-OPERATOR TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   MOVE SPACE TO OA-STATUS
           END-READ
           IF NOT OA-STATUS-ACTIVE
               DISPLAY "LOANMAINT OPERATOR " JRNL-OPERATOR
                   " NOT ACTIVE ON OPERAUTH - SESSION STOPPED"
               CLOSE LOAN-MASTER-FILE
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-AUTHORITY-FILE
               GOBACK
           END-IF.
       0300-CHECK-AUTHORITY-EXIT.
           EXIT.

       0400-OPEN-PENDING.
           OPEN I-O PENDING-CHANGE-FILE
           IF PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF PEND-FILE-STATUS NOT = "00"
               DISPLAY "LOANMAINT CANNOT OPEN PENDCHG - STATUS "
                   PEND-FILE-STATUS
               CLOSE LOAN-MASTER-FILE
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-AUTHORITY-FILE
               GOBACK
           END-IF.
       0400-OPEN-PENDING-EXIT.
           EXIT.

       1000-EDIT-TERMS.
           SET MAINT-EDIT-OK TO TRUE

           EXIT.

       2000-ADD-LOAN.
           IF NOT OA-ADD-ALLOWED
               MOVE "NOT AUTHORIZED TO ADD LOANS" TO ERROR-MESSAGE
               GO TO 2000-ADD-LOAN-EXIT
           END-IF

           PERFORM 1000-EDIT-TERMS THRU 1000-EDIT-TERMS-EXIT
           IF MAINT-EDIT-FAILED
               GO TO 2000-ADD-LOAN-EXIT
           END-IF

      * A LOAN OVER THE THRESHOLD IS HELD FOR APPROVAL - BUT ONLY IF
      * IT COULD BE ADDED, SO THE REVIEWER NEVER SEES A DUPLICATE.
           IF MAINT-PRINCIPAL > OA-DOLLAR-LIMIT
               MOVE MAINT-LOAN-NUMBER TO LM-LOAN-NUMBER
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "LOAN ALREADY ON FILE" TO ERROR-MESSAGE
                       GO TO 2000-ADD-LOAN-EXIT
               END-READ
               PERFORM 1100-MOVE-TERMS-TO-MASTER
                   THRU 1100-MOVE-TERMS-TO-MASTER-EXIT
               SET LM-STATUS-ACTIVE TO TRUE
               SET REFER-AMOUNT TO TRUE
               MOVE LOW-VALUES TO BEFORE-IMAGE
               PERFORM 7000-REFER-CHANGE THRU 7000-REFER-CHANGE-EXIT
               GO TO 2000-ADD-LOAN-EXIT
           END-IF

           PERFORM 1100-MOVE-TERMS-TO-MASTER
               THRU 1100-MOVE-TERMS-TO-MASTER-EXIT
           SET LM-STATUS-ACTIVE TO TRUE
           EXIT.

       3000-CHANGE-LOAN.
           IF NOT OA-CHANGE-ALLOWED
               MOVE "NOT AUTHORIZED TO CHANGE LOANS" TO ERROR-MESSAGE
               GO TO 3000-CHANGE-LOAN-EXIT
           END-IF

           MOVE MAINT-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   GO TO 3000-CHANGE-LOAN-EXIT
           END-READ
           MOVE LOAN-MASTER-RECORD TO BEFORE-IMAGE
           MOVE LM-PRINCIPAL TO OLD-PRINCIPAL
           MOVE LM-RATE TO OLD-RATE
           MOVE LM-EXTRA-PAYMENT TO OLD-EXTRA-PAYMENT
           MOVE LM-ANNUAL-TAX TO OLD-ANNUAL-TAX
           MOVE LM-ANNUAL-INSURANCE TO OLD-ANNUAL-INSURANCE

           PERFORM 1000-EDIT-TERMS THRU 1000-EDIT-TERMS-EXIT
           IF MAINT-EDIT-FAILED
               THRU 1100-MOVE-TERMS-TO-MASTER-EXIT
           MOVE LM-STATUS TO MAINT-STATUS

           PERFORM 3100-MEASURE-CHANGE THRU 3100-MEASURE-CHANGE-EXIT
           IF NOT REFER-NONE
               PERFORM 7000-REFER-CHANGE THRU 7000-REFER-CHANGE-EXIT
               GO TO 3000-CHANGE-LOAN-EXIT
           END-IF

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE "LOAN NOT ON FILE" TO ERROR-MESSAGE
       3000-CHANGE-LOAN-EXIT.
           EXIT.

      * SET REFERRAL-REASON WHEN THE CHANGE IN HAND MOVES ANY MONEY
      * FIELD BY MORE THAN THE OPERATOR'S DOLLAR THRESHOLD, OR THE
      * RATE BY MORE THAN THE RATE THRESHOLD.
       3100-MEASURE-CHANGE.
           MOVE SPACE TO REFERRAL-REASON

           COMPUTE DOLLAR-MOVEMENT = LM-PRINCIPAL - OLD-PRINCIPAL
           IF DOLLAR-MOVEMENT < ZERO
               COMPUTE DOLLAR-MOVEMENT = ZERO - DOLLAR-MOVEMENT
           END-IF
           COMPUTE FIELD-MOVEMENT =
               LM-EXTRA-PAYMENT - OLD-EXTRA-PAYMENT
           PERFORM 3200-KEEP-LARGEST THRU 3200-KEEP-LARGEST-EXIT
           COMPUTE FIELD-MOVEMENT = LM-ANNUAL-TAX - OLD-ANNUAL-TAX
           PERFORM 3200-KEEP-LARGEST THRU 3200-KEEP-LARGEST-EXIT
           COMPUTE FIELD-MOVEMENT =
               LM-ANNUAL-INSURANCE - OLD-ANNUAL-INSURANCE
           PERFORM 3200-KEEP-LARGEST THRU 3200-KEEP-LARGEST-EXIT

           COMPUTE RATE-MOVEMENT = LM-RATE - OLD-RATE
           IF RATE-MOVEMENT < ZERO
               COMPUTE RATE-MOVEMENT = ZERO - RATE-MOVEMENT
           END-IF

           IF DOLLAR-MOVEMENT > OA-DOLLAR-LIMIT
               SET REFER-AMOUNT TO TRUE
           ELSE
               IF RATE-MOVEMENT > OA-RATE-LIMIT
                   SET REFER-RATE TO TRUE
               END-IF
           END-IF.
       3100-MEASURE-CHANGE-EXIT.
           EXIT.

       3200-KEEP-LARGEST.
           IF FIELD-MOVEMENT < ZERO
               COMPUTE FIELD-MOVEMENT = ZERO - FIELD-MOVEMENT
           END-IF
           IF FIELD-MOVEMENT > DOLLAR-MOVEMENT
               MOVE FIELD-MOVEMENT TO DOLLAR-MOVEMENT
           END-IF.
       3200-KEEP-LARGEST-EXIT.
           EXIT.

       4000-INQUIRE-LOAN.
           MOVE MAINT-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
           EXIT.

       5000-CLOSE-LOAN.
           IF NOT OA-CLOSE-ALLOWED
               MOVE "NOT AUTHORIZED TO CLOSE LOANS" TO ERROR-MESSAGE
               GO TO 5000-CLOSE-LOAN-EXIT
           END-IF

           MOVE MAINT-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
           MOVE LOAN-MASTER-RECORD TO BEFORE-IMAGE

           SET LM-STATUS-CLOSED TO TRUE
           IF LM-PRINCIPAL > OA-DOLLAR-LIMIT
               SET REFER-AMOUNT TO TRUE
               PERFORM 7000-REFER-CHANGE THRU 7000-REFER-CHANGE-EXIT
               GO TO 5000-CLOSE-LOAN-EXIT
           END-IF
           MOVE LM-STATUS TO MAINT-STATUS

           REWRITE LOAN-MASTER-RECORD
           ACCEPT MJ-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT MJ-JOURNAL-TIME FROM TIME
           MOVE JRNL-OPERATOR TO MJ-OPERATOR
           MOVE SPACES TO MJ-APPROVED-BY
           MOVE MAINT-FUNCTION TO MJ-FUNCTION
           MOVE LM-LOAN-NUMBER TO MJ-LOAN-NUMBER
           MOVE BEFORE-IMAGE TO MJ-BEFORE-IMAGE
       6000-WRITE-JOURNAL-EXIT.
           EXIT.

      * HOLD THE UPDATE IN HAND ON PENDCHG INSTEAD OF APPLYING IT.
      * THE CALLER HAS LEFT THE BEFORE IMAGE IN BEFORE-IMAGE, THE
      * UPDATED RECORD IN LOAN-MASTER-RECORD AND THE REASON IN
      * REFERRAL-REASON. NOTHING IS JOURNALED UNTIL IT IS APPROVED.
       7000-REFER-CHANGE.
           PERFORM 7100-NEXT-REQUEST-NUMBER
               THRU 7100-NEXT-REQUEST-NUMBER-EXIT
           IF REQUEST-NUMBER = ZERO
               GO TO 7000-REFER-CHANGE-EXIT
           END-IF

           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE REQUEST-NUMBER TO PC-REQUEST-NUMBER
           SET PC-FILE-MASTER TO TRUE
           MOVE MAINT-FUNCTION TO PC-FUNCTION
           SET PC-STATUS-PENDING TO TRUE
           MOVE REFERRAL-REASON TO PC-REASON
           MOVE LM-LOAN-NUMBER TO PC-LOAN-NUMBER
           ACCEPT PC-ENTERED-DATE FROM DATE YYYYMMDD
           ACCEPT PC-ENTERED-TIME FROM TIME
           MOVE JRNL-OPERATOR TO PC-ENTERED-BY
           MOVE ZERO TO PC-REVIEWED-DATE
           MOVE ZERO TO PC-REVIEWED-TIME
           MOVE BEFORE-IMAGE TO PC-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO PC-AFTER-IMAGE

           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "REQUEST " REQUEST-NUMBER
                       " ALREADY ON PENDCHG - NOTHING HELD"
                       INTO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "OVER THRESHOLD - HELD FOR APPROVAL AS "
                       "REQUEST " REQUEST-NUMBER INTO ERROR-MESSAGE
           END-WRITE.
       7000-REFER-CHANGE-EXIT.
           EXIT.

      * TAKE THE NEXT REQUEST NUMBER FROM THE CONTROL RECORD (REQUEST
      * ZERO), WRITING THE CONTROL RECORD THE FIRST TIME. REQUEST-
      * NUMBER IS LEFT ZERO IF THE CONTROL RECORD CANNOT BE UPDATED.
       7100-NEXT-REQUEST-NUMBER.
           MOVE ZERO TO REQUEST-NUMBER
           MOVE ZERO TO PN-REQUEST-NUMBER
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   MOVE SPACES TO PENDING-CONTROL-RECORD
                   MOVE ZERO TO PN-REQUEST-NUMBER
                   MOVE 1 TO PN-LAST-REQUEST
                   WRITE PENDING-CONTROL-RECORD
                       INVALID KEY
                           MOVE "PENDCHG CONTROL RECORD NOT WRITTEN"
                               TO ERROR-MESSAGE
                           GO TO 7100-NEXT-REQUEST-NUMBER-EXIT
                   END-WRITE
                   MOVE PN-LAST-REQUEST TO REQUEST-NUMBER
                   GO TO 7100-NEXT-REQUEST-NUMBER-EXIT
           END-READ

           ADD 1 TO PN-LAST-REQUEST
           REWRITE PENDING-CONTROL-RECORD
               INVALID KEY
                   MOVE "PENDCHG CONTROL RECORD NOT UPDATED" TO
                       ERROR-MESSAGE
                   GO TO 7100-NEXT-REQUEST-NUMBER-EXIT
           END-REWRITE
           MOVE PN-LAST-REQUEST TO REQUEST-NUMBER.
       7100-NEXT-REQUEST-NUMBER-EXIT.
           EXIT.

       END PROGRAM LOANMAINT.

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
       PROGRAM-ID. MODMAINT.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED LOANMOD LOAN
               MODIFICATION FILE LOANAMORTBATCH RE-AMORTIZES FROM.
               THE OPERATOR CAN ADD, CHANGE, INQUIRE ON, OR CANCEL A
               MODIFICATION, IDENTIFIED BY LOAN NUMBER AND THE
               PAYMENT NUMBER THE MODIFIED TERMS START FROM. A
               MODIFICATION CARRIES THE NEW RATE AND TERM, THE
               ARREARS TO CAPITALIZE, AN OPTIONAL FORBEARANCE PERIOD
               WITH ITS REDUCED PAYMENT, AND THE REASON. THE LOAN
               MUST BE ON THE LOANMSTR MASTER AND NOT CLOSED, AND THE
               MODIFICATION MUST START AFTER THE LAST PAYMENT THE
               LOANBAL BALANCE FILE SHOWS PAID, SO A SCHEDULE ROW
               ALREADY POSTED IS NEVER REWRITTEN. A NEW RATE OF ZERO
               KEEPS THE CONTRACT RATE AND A NEW TERM OF ZERO KEEPS
               THE CONTRACT MATURITY. ONCE LOANPOST HAS CAPITALIZED A
               MODIFICATION - THERE IS A MODIFICATION RECORD (TYPE M)
               ON THE LOANHIST HISTORY FILE AT ITS PAYMENT NUMBER -
               IT CAN NO LONGER BE CHANGED OR CANCELLED, AS THE
               BALANCES HAVE ALREADY MOVED. CANCELLING SETS THE
               STATUS TO X RATHER THAN DELETING, AND ADDING AT THE
               SAME PAYMENT AGAIN REINSTATES A CANCELLED ENTRY. EVERY
               ADD, CHANGE OR CANCEL IS JOURNALED TO LOANJRNL AS
               FUNCTION M WITH THE OPERATOR AND THE BEFORE AND AFTER
               IMAGES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOAN-MODIFICATION-FILE ASSIGN TO "LOANMOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MOD-FILE-STATUS.

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

           SELECT JOURNAL-FILE ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD LOAN-MODIFICATION-FILE.
       COPY "LOANMOD.CPY".

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD LOAN-BALANCE-FILE.
       COPY "LOANBAL.CPY".

       FD LOAN-HISTORY-FILE.
       COPY "LOANHIST.CPY".

       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS.
       COPY "MSTRJRNL.CPY".

       WORKING-STORAGE SECTION.

       01 MODM-FUNCTION PIC X(01) VALUE SPACE.
         88 MODM-ADD VALUE "A".
         88 MODM-CHANGE VALUE "C".
         88 MODM-INQUIRE VALUE "I".
         88 MODM-CANCEL VALUE "X".
         88 MODM-QUIT VALUE "Q".

       01 MODM-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 MODM-PAYMENT-NBR PIC 9(3) VALUE ZERO.
       01 MODM-CONTRACT-RATE PIC S9(2)V9(4) VALUE ZERO.
       01 MODM-CONTRACT-TERM PIC S9(3) VALUE ZERO.
       01 MODM-PAID-THRU-NBR PIC S9(3) VALUE ZERO.
       01 MODM-NEW-RATE PIC S9(2)V9(4) VALUE ZERO.
       01 MODM-NEW-TERM PIC S9(3) VALUE ZERO.
       01 MODM-CAPITALIZED-AMT PIC S9(7)V99 VALUE ZERO.
       01 MODM-FORBEAR-COUNT PIC S9(3) VALUE ZERO.
       01 MODM-FORBEAR-PAYMENT PIC S9(7)V99 VALUE ZERO.
       01 MODM-REASON PIC X(40) VALUE SPACES.
       01 MODM-STATUS PIC X(01) VALUE SPACE.
       01 MODM-OPERATOR PIC X(20) VALUE SPACES.
       01 MODM-ENTERED-DATE PIC 9(8) VALUE ZERO.
       01 MODM-CHANGED-DATE PIC 9(8) VALUE ZERO.

       01 ERROR-MESSAGE PIC X(80).

       01 MOD-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).
       01 BAL-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 JRNL-FILE-STATUS PIC X(02).

       01 JRNL-OPERATOR PIC X(20) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 BEFORE-IMAGE PIC X(250).

      * LOANAMORT CARRIES AT MOST FOUR MODIFICATIONS PER LOAN AND A
      * SCHEDULE OF AT MOST 480 PAYMENTS.
       01 MAX-ACTIVE-MODS PIC S9(3) COMP VALUE 4.
       01 MAX-SCHEDULE-TERM PIC S9(3) COMP VALUE 480.
       01 SCHEDULE-END-NBR PIC S9(5) COMP VALUE ZERO.
       01 ACTIVE-MOD-COUNT PIC S9(3) COMP VALUE ZERO.

       01 BAL-FILE-SWITCH PIC 9 VALUE 0.
         88 BAL-FILE-OPEN VALUE 1.

       01 HIST-FILE-SWITCH PIC 9 VALUE 0.
         88 HIST-FILE-OPEN VALUE 1.

       01 HIST-SCAN-SWITCH PIC 9 VALUE 0.
         88 HIST-SCAN-EOF VALUE 1.

       01 MOD-SCAN-SWITCH PIC 9 VALUE 0.
         88 MOD-SCAN-EOF VALUE 1.

       01 MOD-ON-FILE-SWITCH PIC 9 VALUE 0.
         88 MOD-ON-FILE VALUE 1.

       01 MODM-EDIT-FLAG PIC 9.
         88 MODM-EDIT-OK VALUE 1.
         88 MODM-EDIT-FAILED VALUE 2.

       SCREEN SECTION.
       COPY "MODSCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-OPEN-JOURNAL THRU 0200-OPEN-JOURNAL-EXIT

           PERFORM UNTIL MODM-QUIT
               DISPLAY G-MODM
               ACCEPT G-MODM
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN MODM-QUIT
                       CONTINUE
                   WHEN MODM-ADD
                       PERFORM 2000-ADD-MODIFICATION
                           THRU 2000-ADD-MODIFICATION-EXIT
                   WHEN MODM-CHANGE
                       PERFORM 3000-CHANGE-MODIFICATION
                           THRU 3000-CHANGE-MODIFICATION-EXIT
                   WHEN MODM-INQUIRE
                       PERFORM 4000-INQUIRE-MODIFICATION
                           THRU 4000-INQUIRE-MODIFICATION-EXIT
                   WHEN MODM-CANCEL
                       PERFORM 5000-CANCEL-MODIFICATION
                           THRU 5000-CANCEL-MODIFICATION-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE A, C, I, X OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           CLOSE LOAN-MODIFICATION-FILE
           CLOSE LOAN-MASTER-FILE
           IF BAL-FILE-OPEN
               CLOSE LOAN-BALANCE-FILE
           END-IF
           IF HIST-FILE-OPEN
               CLOSE LOAN-HISTORY-FILE
           END-IF
           CLOSE JOURNAL-FILE

           GOBACK.

      * LOANBAL AND LOANHIST ARE OPTIONAL - WITHOUT THEM NOTHING HAS
      * BEEN POSTED AND ANY PAYMENT FROM THE SECOND ON MAY BE
      * MODIFIED.
       0100-OPEN-FILES.
           OPEN I-O LOAN-MODIFICATION-FILE
           IF MOD-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-MODIFICATION-FILE
               CLOSE LOAN-MODIFICATION-FILE
               OPEN I-O LOAN-MODIFICATION-FILE
           END-IF
           IF MOD-FILE-STATUS NOT = "00"
               DISPLAY "MODMAINT CANNOT OPEN LOANMOD - STATUS "
                   MOD-FILE-STATUS
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "MODMAINT CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               CLOSE LOAN-MODIFICATION-FILE
               GOBACK
           END-IF

           OPEN INPUT LOAN-BALANCE-FILE
           IF BAL-FILE-STATUS = "00"
               SET BAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MODMAINT LOANBAL NOT AVAILABLE - STATUS "
                   BAL-FILE-STATUS " - PAID-THROUGH NOT CHECKED"
           END-IF

           OPEN INPUT LOAN-HISTORY-FILE
           IF HIST-FILE-STATUS = "00"
               SET HIST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MODMAINT LOANHIST NOT AVAILABLE - STATUS "
                   HIST-FILE-STATUS " - CAPITALIZATION NOT CHECKED"
           END-IF.
       0100-OPEN-FILES-EXIT.
           EXIT.

      * THE JOURNAL IS APPEND-ONLY AND MUST BE ON BEFORE ANY UPDATE
      * IS ACCEPTED - A SESSION THAT CANNOT JOURNAL DOES NOT RUN.
       0200-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF JRNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "MODMAINT CANNOT OPEN LOANJRNL - STATUS "
                   JRNL-FILE-STATUS
               CLOSE LOAN-MODIFICATION-FILE
               CLOSE LOAN-MASTER-FILE
               IF BAL-FILE-OPEN
                   CLOSE LOAN-BALANCE-FILE
               END-IF
               IF HIST-FILE-OPEN
                   CLOSE LOAN-HISTORY-FILE
               END-IF
               GOBACK
           END-IF
           ACCEPT JRNL-OPERATOR FROM ENVIRONMENT "USER".
       0200-OPEN-JOURNAL-EXIT.
           EXIT.

      * THE LOAN MUST BE SERVICED AND THE MODIFICATION MUST START
      * AFTER THE LAST PAID PAYMENT. THE DEFAULTS FOR A ZERO RATE OR
      * TERM ARE FILLED IN FROM THE MASTER BEFORE THE SCHEDULE LENGTH
      * IS CHECKED.
       1000-EDIT-MODIFICATION.
           SET MODM-EDIT-OK TO TRUE

           IF MODM-LOAN-NUMBER = ZERO
               MOVE "LOAN NUMBER MUST NOT BE ZERO" TO ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-PAYMENT-NBR < 2
               MOVE "FROM PAYMENT MUST BE 2 OR LATER" TO ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-NEW-RATE < ZERO OR MODM-NEW-RATE > 25
               MOVE "NEW RATE MUST BE 0 TO 25 PERCENT" TO ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-NEW-TERM < ZERO
               MOVE "NEW TERM MUST NOT BE NEGATIVE" TO ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-CAPITALIZED-AMT < ZERO
               MOVE "ARREARS CAPITALIZED MUST NOT BE NEGATIVE" TO
                   ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-FORBEAR-COUNT < ZERO OR MODM-FORBEAR-PAYMENT < ZERO
               MOVE "FORBEARANCE MUST NOT BE NEGATIVE" TO
                   ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-FORBEAR-COUNT = ZERO
                   AND MODM-FORBEAR-PAYMENT NOT = ZERO
               MOVE "FORBEARANCE PAYMENT NEEDS FORBEARANCE PAYMENTS" TO
                   ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-REASON = SPACES
               MOVE "REASON MUST NOT BE BLANK" TO ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF

           IF MODM-EDIT-FAILED
               GO TO 1000-EDIT-MODIFICATION-EXIT
           END-IF

           PERFORM 1200-READ-LOAN THRU 1200-READ-LOAN-EXIT
           IF MODM-EDIT-FAILED
               GO TO 1000-EDIT-MODIFICATION-EXIT
           END-IF

           IF MODM-NEW-RATE = ZERO
               MOVE LM-RATE TO MODM-NEW-RATE
           END-IF

           IF MODM-NEW-TERM = ZERO
               COMPUTE MODM-NEW-TERM = LM-LOANTERM - MODM-PAYMENT-NBR
                   + 1 - MODM-FORBEAR-COUNT
               IF MODM-NEW-TERM NOT > ZERO
                   MOVE ZERO TO MODM-NEW-TERM
                   MOVE "NO TERM LEFT AT CONTRACT MATURITY - KEY A TERM"
                       TO ERROR-MESSAGE
                   SET MODM-EDIT-FAILED TO TRUE
                   GO TO 1000-EDIT-MODIFICATION-EXIT
               END-IF
           END-IF

           COMPUTE SCHEDULE-END-NBR = MODM-PAYMENT-NBR - 1
               + MODM-FORBEAR-COUNT + MODM-NEW-TERM
           IF SCHEDULE-END-NBR > MAX-SCHEDULE-TERM
               MOVE "SCHEDULE WOULD RUN PAST 480 PAYMENTS" TO
                   ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF.
       1000-EDIT-MODIFICATION-EXIT.
           EXIT.

       1100-MOVE-TO-RECORD.
           MOVE MODM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE MODM-PAYMENT-NBR TO MD-PAYMENT-NBR
           MOVE MODM-NEW-RATE TO MD-NEW-RATE
           MOVE MODM-NEW-TERM TO MD-NEW-TERM
           MOVE MODM-CAPITALIZED-AMT TO MD-CAPITALIZED-AMT
           MOVE MODM-FORBEAR-COUNT TO MD-FORBEAR-COUNT
           MOVE MODM-FORBEAR-PAYMENT TO MD-FORBEAR-PAYMENT
           MOVE MODM-REASON TO MD-REASON.
       1100-MOVE-TO-RECORD-EXIT.
           EXIT.

      * READ THE MASTER AND THE BALANCE RECORD FOR THE LOAN ON THE
      * SCREEN AND SHOW THE CONTRACT TERMS AND PAID-THROUGH PAYMENT.
      * A MODIFICATION MAY NOT START AT OR BEFORE A PAYMENT ALREADY
      * POSTED.
       1200-READ-LOAN.
           MOVE ZERO TO MODM-CONTRACT-RATE
           MOVE ZERO TO MODM-CONTRACT-TERM
           MOVE ZERO TO MODM-PAID-THRU-NBR

           MOVE MODM-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN NOT ON LOANMSTR" TO ERROR-MESSAGE
                   SET MODM-EDIT-FAILED TO TRUE
                   GO TO 1200-READ-LOAN-EXIT
           END-READ
           MOVE LM-RATE TO MODM-CONTRACT-RATE
           MOVE LM-LOANTERM TO MODM-CONTRACT-TERM
           IF LM-STATUS-CLOSED
               MOVE "LOAN IS CLOSED" TO ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
               GO TO 1200-READ-LOAN-EXIT
           END-IF

           IF NOT BAL-FILE-OPEN
               GO TO 1200-READ-LOAN-EXIT
           END-IF
           MOVE MODM-LOAN-NUMBER TO LB-LOAN-NUMBER
           READ LOAN-BALANCE-FILE
               INVALID KEY
                   GO TO 1200-READ-LOAN-EXIT
           END-READ
           MOVE LB-PAID-THRU-NBR TO MODM-PAID-THRU-NBR
           IF MODM-PAYMENT-NBR NOT > LB-PAID-THRU-NBR
               MOVE "PAYMENT ALREADY POSTED - MODIFY A LATER PAYMENT"
                   TO ERROR-MESSAGE
               SET MODM-EDIT-FAILED TO TRUE
           END-IF.
       1200-READ-LOAN-EXIT.
           EXIT.

      * COUNT THE LOAN'S ACTIVE MODIFICATIONS. THE KEYED RECORD IS
      * READ AGAIN AFTERWARDS BY THE CALLER, SO THE SCAN MAY LEAVE
      * ANY RECORD IN THE BUFFER.
       1300-COUNT-ACTIVE.
           MOVE ZERO TO ACTIVE-MOD-COUNT
           MOVE 0 TO MOD-SCAN-SWITCH
           MOVE MODM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE ZERO TO MD-PAYMENT-NBR
           START LOAN-MODIFICATION-FILE KEY IS NOT LESS THAN MD-KEY
               INVALID KEY
                   GO TO 1300-COUNT-ACTIVE-EXIT
           END-START

           PERFORM UNTIL MOD-SCAN-EOF
               READ LOAN-MODIFICATION-FILE NEXT RECORD
                   AT END
                       SET MOD-SCAN-EOF TO TRUE
                   NOT AT END
                       IF MD-LOAN-NUMBER NOT = MODM-LOAN-NUMBER
                           SET MOD-SCAN-EOF TO TRUE
                       ELSE
                           IF MD-ACTIVE
                               ADD 1 TO ACTIVE-MOD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1300-COUNT-ACTIVE-EXIT.
           EXIT.

       1400-MOVE-FROM-RECORD.
           MOVE MD-NEW-RATE TO MODM-NEW-RATE
           MOVE MD-NEW-TERM TO MODM-NEW-TERM
           MOVE MD-CAPITALIZED-AMT TO MODM-CAPITALIZED-AMT
           MOVE MD-FORBEAR-COUNT TO MODM-FORBEAR-COUNT
           MOVE MD-FORBEAR-PAYMENT TO MODM-FORBEAR-PAYMENT
           MOVE MD-REASON TO MODM-REASON
           MOVE MD-STATUS TO MODM-STATUS
           MOVE MD-OPERATOR TO MODM-OPERATOR
           MOVE MD-ENTERED-DATE TO MODM-ENTERED-DATE
           MOVE MD-CHANGED-DATE TO MODM-CHANGED-DATE.
       1400-MOVE-FROM-RECORD-EXIT.
           EXIT.

      * LOOK ON LOANHIST FOR THE MODIFICATION RECORD (TYPE M)
      * LOANPOST WROTE WHEN IT CAPITALIZED THE MODIFICATION AT THIS
      * PAYMENT NUMBER. THE KEY LEADS WITH THE DUE DATE, SO THE
      * LOAN'S HISTORY IS READ THROUGH FROM THE START.
       1500-CHECK-CAPITALIZED.
           IF NOT HIST-FILE-OPEN
               GO TO 1500-CHECK-CAPITALIZED-EXIT
           END-IF
           MOVE 0 TO HIST-SCAN-SWITCH
           MOVE LOW-VALUES TO LH-KEY
           MOVE MODM-LOAN-NUMBER TO LH-LOAN-NUMBER
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   GO TO 1500-CHECK-CAPITALIZED-EXIT
           END-START

           PERFORM UNTIL HIST-SCAN-EOF
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LH-LOAN-NUMBER NOT = MODM-LOAN-NUMBER
                           SET HIST-SCAN-EOF TO TRUE
                       ELSE
                           IF LH-TRAN-MODIFICATION
                                   AND LH-PAYMENT-NBR = MODM-PAYMENT-NBR
                               MOVE "MODIFICATION ALREADY CAPITALIZED"
                                   TO ERROR-MESSAGE
                               SET MODM-EDIT-FAILED TO TRUE
                               SET HIST-SCAN-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1500-CHECK-CAPITALIZED-EXIT.
           EXIT.

      * ADDING AT A PAYMENT THAT HOLDS A CANCELLED MODIFICATION
      * REINSTATES IT WITH THE TERMS NOW KEYED.
       2000-ADD-MODIFICATION.
           PERFORM 1000-EDIT-MODIFICATION
               THRU 1000-EDIT-MODIFICATION-EXIT
           IF MODM-EDIT-FAILED
               GO TO 2000-ADD-MODIFICATION-EXIT
           END-IF

           PERFORM 1300-COUNT-ACTIVE THRU 1300-COUNT-ACTIVE-EXIT
           IF ACTIVE-MOD-COUNT NOT < MAX-ACTIVE-MODS
               MOVE "LOAN ALREADY HAS 4 ACTIVE MODIFICATIONS" TO
                   ERROR-MESSAGE
               GO TO 2000-ADD-MODIFICATION-EXIT
           END-IF

           MOVE 0 TO MOD-ON-FILE-SWITCH
           MOVE MODM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE MODM-PAYMENT-NBR TO MD-PAYMENT-NBR
           READ LOAN-MODIFICATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MOD-ON-FILE TO TRUE
           END-READ

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           IF MOD-ON-FILE
               IF MD-ACTIVE
                   MOVE "MODIFICATION ALREADY ON FILE AT THAT PAYMENT"
                       TO ERROR-MESSAGE
                   GO TO 2000-ADD-MODIFICATION-EXIT
               END-IF
               MOVE LOAN-MODIFICATION-RECORD TO BEFORE-IMAGE
               PERFORM 1100-MOVE-TO-RECORD
                   THRU 1100-MOVE-TO-RECORD-EXIT
               SET MD-ACTIVE TO TRUE
               MOVE TODAY-DATE TO MD-CHANGED-DATE
               REWRITE LOAN-MODIFICATION-RECORD
                   INVALID KEY
                       MOVE "MODIFICATION NOT ON FILE" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "MODIFICATION REINSTATED" TO ERROR-MESSAGE
                       PERFORM 6000-WRITE-JOURNAL
                           THRU 6000-WRITE-JOURNAL-EXIT
               END-REWRITE
           ELSE
               INITIALIZE LOAN-MODIFICATION-RECORD
               PERFORM 1100-MOVE-TO-RECORD
                   THRU 1100-MOVE-TO-RECORD-EXIT
               SET MD-ACTIVE TO TRUE
               MOVE JRNL-OPERATOR TO MD-OPERATOR
               MOVE TODAY-DATE TO MD-ENTERED-DATE
               MOVE ZERO TO MD-CHANGED-DATE
               WRITE LOAN-MODIFICATION-RECORD
                   INVALID KEY
                       MOVE "MODIFICATION ALREADY ON FILE" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "MODIFICATION ADDED" TO ERROR-MESSAGE
                       MOVE LOW-VALUES TO BEFORE-IMAGE
                       PERFORM 6000-WRITE-JOURNAL
                           THRU 6000-WRITE-JOURNAL-EXIT
               END-WRITE
           END-IF
           PERFORM 1400-MOVE-FROM-RECORD
               THRU 1400-MOVE-FROM-RECORD-EXIT.
       2000-ADD-MODIFICATION-EXIT.
           EXIT.

      * A CANCELLED MODIFICATION IS REINSTATED THROUGH ADD, NOT
      * CHANGED IN PLACE.
       3000-CHANGE-MODIFICATION.
           MOVE MODM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE MODM-PAYMENT-NBR TO MD-PAYMENT-NBR
           READ LOAN-MODIFICATION-FILE
               INVALID KEY
                   MOVE "MODIFICATION NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 3000-CHANGE-MODIFICATION-EXIT
           END-READ
           IF MD-CANCELLED
               MOVE "MODIFICATION IS CANCELLED - ADD IT TO REINSTATE"
                   TO ERROR-MESSAGE
               GO TO 3000-CHANGE-MODIFICATION-EXIT
           END-IF
           MOVE LOAN-MODIFICATION-RECORD TO BEFORE-IMAGE

           PERFORM 1000-EDIT-MODIFICATION
               THRU 1000-EDIT-MODIFICATION-EXIT
           IF MODM-EDIT-FAILED
               GO TO 3000-CHANGE-MODIFICATION-EXIT
           END-IF
           PERFORM 1500-CHECK-CAPITALIZED
               THRU 1500-CHECK-CAPITALIZED-EXIT
           IF MODM-EDIT-FAILED
               GO TO 3000-CHANGE-MODIFICATION-EXIT
           END-IF

           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT
           ACCEPT MD-CHANGED-DATE FROM DATE YYYYMMDD

           REWRITE LOAN-MODIFICATION-RECORD
               INVALID KEY
                   MOVE "MODIFICATION NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "MODIFICATION CHANGED" TO ERROR-MESSAGE
                   PERFORM 6000-WRITE-JOURNAL
                       THRU 6000-WRITE-JOURNAL-EXIT
           END-REWRITE
           PERFORM 1400-MOVE-FROM-RECORD
               THRU 1400-MOVE-FROM-RECORD-EXIT.
       3000-CHANGE-MODIFICATION-EXIT.
           EXIT.

       4000-INQUIRE-MODIFICATION.
           MOVE MODM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE MODM-PAYMENT-NBR TO MD-PAYMENT-NBR
           READ LOAN-MODIFICATION-FILE
               INVALID KEY
                   MOVE "MODIFICATION NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 4000-INQUIRE-MODIFICATION-EXIT
           END-READ

           PERFORM 1400-MOVE-FROM-RECORD
               THRU 1400-MOVE-FROM-RECORD-EXIT
           MOVE MODM-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO MODM-CONTRACT-RATE
                   MOVE ZERO TO MODM-CONTRACT-TERM
               NOT INVALID KEY
                   MOVE LM-RATE TO MODM-CONTRACT-RATE
                   MOVE LM-LOANTERM TO MODM-CONTRACT-TERM
           END-READ
           MOVE ZERO TO MODM-PAID-THRU-NBR
           IF BAL-FILE-OPEN
               MOVE MODM-LOAN-NUMBER TO LB-LOAN-NUMBER
               READ LOAN-BALANCE-FILE
                   NOT INVALID KEY
                       MOVE LB-PAID-THRU-NBR TO MODM-PAID-THRU-NBR
               END-READ
           END-IF
           MOVE "MODIFICATION DISPLAYED" TO ERROR-MESSAGE.
       4000-INQUIRE-MODIFICATION-EXIT.
           EXIT.

      * A MODIFICATION THAT HAS ALREADY TAKEN EFFECT ON A POSTED
      * PAYMENT CANNOT BE CANCELLED - THE SCHEDULE ROWS BEHIND IT
      * HAVE BEEN PAID - AND NEITHER CAN ONE LOANPOST HAS ALREADY
      * CAPITALIZED INTO PRINCIPAL.
       5000-CANCEL-MODIFICATION.
           MOVE MODM-LOAN-NUMBER TO MD-LOAN-NUMBER
           MOVE MODM-PAYMENT-NBR TO MD-PAYMENT-NBR
           READ LOAN-MODIFICATION-FILE
               INVALID KEY
                   MOVE "MODIFICATION NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 5000-CANCEL-MODIFICATION-EXIT
           END-READ
           IF MD-CANCELLED
               MOVE "MODIFICATION IS ALREADY CANCELLED" TO
                   ERROR-MESSAGE
               GO TO 5000-CANCEL-MODIFICATION-EXIT
           END-IF
           MOVE LOAN-MODIFICATION-RECORD TO BEFORE-IMAGE

           SET MODM-EDIT-OK TO TRUE
           PERFORM 1200-READ-LOAN THRU 1200-READ-LOAN-EXIT
           IF MODM-EDIT-FAILED
               GO TO 5000-CANCEL-MODIFICATION-EXIT
           END-IF
           PERFORM 1500-CHECK-CAPITALIZED
               THRU 1500-CHECK-CAPITALIZED-EXIT
           IF MODM-EDIT-FAILED
               GO TO 5000-CANCEL-MODIFICATION-EXIT
           END-IF

           SET MD-CANCELLED TO TRUE
           ACCEPT MD-CHANGED-DATE FROM DATE YYYYMMDD

           REWRITE LOAN-MODIFICATION-RECORD
               INVALID KEY
                   MOVE "MODIFICATION NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "MODIFICATION CANCELLED" TO ERROR-MESSAGE
                   PERFORM 6000-WRITE-JOURNAL
                       THRU 6000-WRITE-JOURNAL-EXIT
           END-REWRITE
           PERFORM 1400-MOVE-FROM-RECORD
               THRU 1400-MOVE-FROM-RECORD-EXIT.
       5000-CANCEL-MODIFICATION-EXIT.
           EXIT.

      * APPEND THE JOURNAL RECORD FOR THE UPDATE JUST MADE. THE
      * CALLER HAS LEFT THE BEFORE IMAGE IN BEFORE-IMAGE (LOW-VALUES
      * FOR AN ADD) AND THE UPDATED RECORD IN THE LOANMOD RECORD
      * AREA. A JOURNAL WRITE THAT FAILS STOPS THE SESSION.
       6000-WRITE-JOURNAL.
           ACCEPT MJ-JOURNAL-DATE FROM DATE YYYYMMDD
           ACCEPT MJ-JOURNAL-TIME FROM TIME
           MOVE JRNL-OPERATOR TO MJ-OPERATOR
           MOVE SPACES TO MJ-APPROVED-BY
           SET MJ-FUNCTION-MODIFY TO TRUE
           MOVE MD-LOAN-NUMBER TO MJ-LOAN-NUMBER
           MOVE BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE LOAN-MODIFICATION-RECORD TO MJ-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "MODMAINT LOANJRNL WRITE FAILED - STATUS "
                   JRNL-FILE-STATUS " - SESSION STOPPED"
               CLOSE LOAN-MODIFICATION-FILE
               CLOSE LOAN-MASTER-FILE
               IF BAL-FILE-OPEN
                   CLOSE LOAN-BALANCE-FILE
               END-IF
               IF HIST-FILE-OPEN
                   CLOSE LOAN-HISTORY-FILE
               END-IF
               CLOSE JOURNAL-FILE
               GOBACK
           END-IF.
       6000-WRITE-JOURNAL-EXIT.
           EXIT.

       END PROGRAM MODMAINT.

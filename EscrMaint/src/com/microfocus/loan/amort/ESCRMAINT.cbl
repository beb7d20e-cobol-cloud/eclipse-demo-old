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
       PROGRAM-ID. ESCRMAINT.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED ESCRPAYE ESCROW
               PAYEE FILE THE LOANDISB DISBURSEMENT RUN PAYS FROM.
               THE OPERATOR CAN ADD, CHANGE, INQUIRE ON, OR DELETE
               A PAYEE, IDENTIFIED BY LOAN NUMBER AND PAYEE NUMBER.
               EACH PAYEE IS A TAXING AUTHORITY OR INSURANCE
               CARRIER WITH ITS REMITTANCE ADDRESS, THE PARCEL OR
               POLICY NUMBER, THE BILLING FREQUENCY, THE NEXT DUE
               DATE AND THE AMOUNT OF EACH BILL. THE LOAN MUST BE ON
               THE LOANMSTR MASTER AND NOT CLOSED BEFORE A PAYEE IS
               ADDED OR CHANGED, SO ESCROW IS NEVER PAID OUT FOR A
               LOAN WE DO NOT SERVICE. STOPPING PAYMENT TO A PAYEE
               IS A CHANGE OF THE STATUS TO S, NOT A DELETE, SO THE
               REMITTANCE DETAILS AND LAST PAYMENT SURVIVE. THE LAST
               PAYMENT IS SET ONLY BY THE DISBURSEMENT RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ESCROW-PAYEE-FILE ASSIGN TO "ESCRPAYE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EP-KEY
               FILE STATUS IS PAYEE-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ESCROW-PAYEE-FILE.
       COPY "ESCRPAYE.CPY".

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       WORKING-STORAGE SECTION.

       01 ESCR-FUNCTION PIC X(01) VALUE SPACE.
         88 ESCR-ADD VALUE "A".
         88 ESCR-CHANGE VALUE "C".
         88 ESCR-INQUIRE VALUE "I".
         88 ESCR-DELETE VALUE "X".
         88 ESCR-QUIT VALUE "Q".

       01 ESCR-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 ESCR-PAYEE-SEQ PIC 9(2) VALUE ZERO.
       01 ESCR-PAYEE-TYPE PIC X(01) VALUE SPACE.
       01 ESCR-PAYEE-NAME PIC X(30) VALUE SPACES.
       01 ESCR-ADDRESS PIC X(30) VALUE SPACES.
       01 ESCR-CITY PIC X(20) VALUE SPACES.
       01 ESCR-STATE PIC X(2) VALUE SPACES.
       01 ESCR-ZIP PIC X(9) VALUE SPACES.
       01 ESCR-REFERENCE PIC X(20) VALUE SPACES.
       01 ESCR-FREQUENCY PIC X(01) VALUE "A".
       01 ESCR-NEXT-DUE-DATE PIC 9(8) VALUE ZERO.
       01 ESCR-BILL-AMOUNT PIC S9(7)V99 VALUE ZERO.
       01 ESCR-STATUS PIC X(01) VALUE "A".
       01 ESCR-LAST-PAID-DATE PIC 9(8) VALUE ZERO.
       01 ESCR-LAST-PAID-AMOUNT PIC S9(7)V99 VALUE ZERO.

       01 ERROR-MESSAGE PIC X(80).

       01 PAYEE-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).

       01 DATE-CHECK-INT PIC S9(7) COMP.

       01 ESCR-EDIT-FLAG PIC 9.
         88 ESCR-EDIT-OK VALUE 1.
         88 ESCR-EDIT-FAILED VALUE 2.

       SCREEN SECTION.
       COPY "ESCRSCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT

           PERFORM UNTIL ESCR-QUIT
               DISPLAY G-ESCR
               ACCEPT G-ESCR
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN ESCR-QUIT
                       CONTINUE
                   WHEN ESCR-ADD
                       PERFORM 2000-ADD-PAYEE
                           THRU 2000-ADD-PAYEE-EXIT
                   WHEN ESCR-CHANGE
                       PERFORM 3000-CHANGE-PAYEE
                           THRU 3000-CHANGE-PAYEE-EXIT
                   WHEN ESCR-INQUIRE
                       PERFORM 4000-INQUIRE-PAYEE
                           THRU 4000-INQUIRE-PAYEE-EXIT
                   WHEN ESCR-DELETE
                       PERFORM 5000-DELETE-PAYEE
                           THRU 5000-DELETE-PAYEE-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE A, C, I, X OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           CLOSE ESCROW-PAYEE-FILE
           CLOSE LOAN-MASTER-FILE

           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O ESCROW-PAYEE-FILE
           IF PAYEE-FILE-STATUS = "35"
               OPEN OUTPUT ESCROW-PAYEE-FILE
               CLOSE ESCROW-PAYEE-FILE
               OPEN I-O ESCROW-PAYEE-FILE
           END-IF
           IF PAYEE-FILE-STATUS NOT = "00"
               DISPLAY "ESCRMAINT CANNOT OPEN ESCRPAYE - STATUS "
                   PAYEE-FILE-STATUS
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ESCRMAINT CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               GOBACK
           END-IF.
       0100-OPEN-FILES-EXIT.
           EXIT.

      * THE NEXT DUE DATE MUST BE A REAL CALENDAR DATE OR THE
      * DISBURSEMENT RUN COULD NEVER SELECT OR ROLL IT.
       1000-EDIT-PAYEE.
           SET ESCR-EDIT-OK TO TRUE

           IF ESCR-LOAN-NUMBER = ZERO
               MOVE "LOAN NUMBER MUST NOT BE ZERO" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-PAYEE-SEQ = ZERO
               MOVE "PAYEE NUMBER MUST NOT BE ZERO" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-PAYEE-TYPE NOT = "T" AND ESCR-PAYEE-TYPE NOT = "I"
               MOVE "PAYEE TYPE MUST BE T OR I" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-PAYEE-NAME = SPACES
               MOVE "PAYEE NAME MUST NOT BE BLANK" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-ADDRESS = SPACES OR ESCR-CITY = SPACES
                   OR ESCR-STATE = SPACES OR ESCR-ZIP = SPACES
               MOVE "REMITTANCE ADDRESS MUST BE COMPLETE" TO
                   ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-FREQUENCY = SPACE
               MOVE "A" TO ESCR-FREQUENCY
           END-IF

           IF ESCR-FREQUENCY NOT = "A" AND ESCR-FREQUENCY NOT = "S"
                   AND ESCR-FREQUENCY NOT = "Q"
                   AND ESCR-FREQUENCY NOT = "M"
               MOVE "FREQUENCY MUST BE A, S, Q OR M" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-NEXT-DUE-DATE = ZERO
               MOVE "NEXT DUE DATE MUST NOT BE ZERO" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           ELSE
               COMPUTE DATE-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(ESCR-NEXT-DUE-DATE)
               IF DATE-CHECK-INT = 0
                   MOVE "NEXT DUE DATE IS NOT A VALID DATE" TO
                       ERROR-MESSAGE
                   SET ESCR-EDIT-FAILED TO TRUE
               END-IF
           END-IF

           IF ESCR-BILL-AMOUNT NOT > ZERO
               MOVE "BILL AMOUNT MUST BE GREATER THAN ZERO" TO
                   ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-STATUS = SPACE
               MOVE "A" TO ESCR-STATUS
           END-IF

           IF ESCR-STATUS NOT = "A" AND ESCR-STATUS NOT = "S"
               MOVE "STATUS MUST BE A OR S" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF

           IF ESCR-EDIT-FAILED
               GO TO 1000-EDIT-PAYEE-EXIT
           END-IF

           MOVE ESCR-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN NOT ON LOANMSTR" TO ERROR-MESSAGE
                   SET ESCR-EDIT-FAILED TO TRUE
                   GO TO 1000-EDIT-PAYEE-EXIT
           END-READ
           IF LM-STATUS-CLOSED
               MOVE "LOAN IS CLOSED" TO ERROR-MESSAGE
               SET ESCR-EDIT-FAILED TO TRUE
           END-IF.
       1000-EDIT-PAYEE-EXIT.
           EXIT.

      * THE LAST PAYMENT IS LEFT AS IT IS ON THE RECORD - ONLY THE
      * DISBURSEMENT RUN SETS IT.
       1100-MOVE-TO-RECORD.
           MOVE ESCR-LOAN-NUMBER TO EP-LOAN-NUMBER
           MOVE ESCR-PAYEE-SEQ TO EP-PAYEE-SEQ
           MOVE ESCR-PAYEE-TYPE TO EP-PAYEE-TYPE
           MOVE ESCR-PAYEE-NAME TO EP-PAYEE-NAME
           MOVE ESCR-ADDRESS TO EP-ADDRESS
           MOVE ESCR-CITY TO EP-CITY
           MOVE ESCR-STATE TO EP-STATE
           MOVE ESCR-ZIP TO EP-ZIP
           MOVE ESCR-REFERENCE TO EP-REFERENCE
           MOVE ESCR-FREQUENCY TO EP-FREQUENCY
           MOVE ESCR-NEXT-DUE-DATE TO EP-NEXT-DUE-DATE
           MOVE ESCR-BILL-AMOUNT TO EP-BILL-AMOUNT
           MOVE ESCR-STATUS TO EP-STATUS.
       1100-MOVE-TO-RECORD-EXIT.
           EXIT.

       2000-ADD-PAYEE.
           PERFORM 1000-EDIT-PAYEE THRU 1000-EDIT-PAYEE-EXIT
           IF ESCR-EDIT-FAILED
               GO TO 2000-ADD-PAYEE-EXIT
           END-IF

           INITIALIZE ESCROW-PAYEE-RECORD
           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT
           MOVE ZERO TO EP-LAST-PAID-DATE
           MOVE ZERO TO EP-LAST-PAID-AMOUNT
           MOVE ZERO TO ESCR-LAST-PAID-DATE
           MOVE ZERO TO ESCR-LAST-PAID-AMOUNT

           WRITE ESCROW-PAYEE-RECORD
               INVALID KEY
                   MOVE "PAYEE NUMBER ALREADY ON FILE FOR THAT LOAN" TO
                       ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "PAYEE ADDED" TO ERROR-MESSAGE
           END-WRITE.
       2000-ADD-PAYEE-EXIT.
           EXIT.

       3000-CHANGE-PAYEE.
           MOVE ESCR-LOAN-NUMBER TO EP-LOAN-NUMBER
           MOVE ESCR-PAYEE-SEQ TO EP-PAYEE-SEQ
           READ ESCROW-PAYEE-FILE
               INVALID KEY
                   MOVE "PAYEE NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 3000-CHANGE-PAYEE-EXIT
           END-READ

           PERFORM 1000-EDIT-PAYEE THRU 1000-EDIT-PAYEE-EXIT
           IF ESCR-EDIT-FAILED
               GO TO 3000-CHANGE-PAYEE-EXIT
           END-IF

           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT

           REWRITE ESCROW-PAYEE-RECORD
               INVALID KEY
                   MOVE "PAYEE NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "PAYEE CHANGED" TO ERROR-MESSAGE
           END-REWRITE.
       3000-CHANGE-PAYEE-EXIT.
           EXIT.

       4000-INQUIRE-PAYEE.
           MOVE ESCR-LOAN-NUMBER TO EP-LOAN-NUMBER
           MOVE ESCR-PAYEE-SEQ TO EP-PAYEE-SEQ
           READ ESCROW-PAYEE-FILE
               INVALID KEY
                   MOVE "PAYEE NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 4000-INQUIRE-PAYEE-EXIT
           END-READ

           MOVE EP-PAYEE-TYPE TO ESCR-PAYEE-TYPE
           MOVE EP-PAYEE-NAME TO ESCR-PAYEE-NAME
           MOVE EP-ADDRESS TO ESCR-ADDRESS
           MOVE EP-CITY TO ESCR-CITY
           MOVE EP-STATE TO ESCR-STATE
           MOVE EP-ZIP TO ESCR-ZIP
           MOVE EP-REFERENCE TO ESCR-REFERENCE
           MOVE EP-FREQUENCY TO ESCR-FREQUENCY
           MOVE EP-NEXT-DUE-DATE TO ESCR-NEXT-DUE-DATE
           MOVE EP-BILL-AMOUNT TO ESCR-BILL-AMOUNT
           MOVE EP-STATUS TO ESCR-STATUS
           MOVE EP-LAST-PAID-DATE TO ESCR-LAST-PAID-DATE
           MOVE EP-LAST-PAID-AMOUNT TO ESCR-LAST-PAID-AMOUNT
           MOVE "PAYEE DISPLAYED" TO ERROR-MESSAGE.
       4000-INQUIRE-PAYEE-EXIT.
           EXIT.

       5000-DELETE-PAYEE.
           MOVE ESCR-LOAN-NUMBER TO EP-LOAN-NUMBER
           MOVE ESCR-PAYEE-SEQ TO EP-PAYEE-SEQ
           DELETE ESCROW-PAYEE-FILE
               INVALID KEY
                   MOVE "PAYEE NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "PAYEE DELETED" TO ERROR-MESSAGE
           END-DELETE.
       5000-DELETE-PAYEE-EXIT.
           EXIT.

       END PROGRAM ESCRMAINT.

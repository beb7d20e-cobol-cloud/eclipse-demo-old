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
       PROGRAM-ID. FEEMAINT.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED LOANFEE LATE-FEE
               LEDGER THE LOANLATE ASSESSMENT RUN WRITES. THE
               OPERATOR CAN INQUIRE ON A FEE, WAIVE IT, OR REVERSE
               IT. A WAIVE FORGIVES WHAT IS STILL OWED ON AN
               OUTSTANDING FEE AND LEAVES ANY PART ALREADY PAID
               STANDING. A REVERSE TAKES OFF A FEE THAT SHOULD NEVER
               HAVE BEEN CHARGED AND IS ONLY ALLOWED WHILE NOTHING
               HAS BEEN PAID ON IT. EITHER ACTION MUST GIVE A REASON,
               WHICH IS KEPT ON THE LEDGER RECORD WITH THE DATE AND
               THE OPERATOR (FROM THE USER ENVIRONMENT VARIABLE).
               FEES ARE NEVER DELETED, SO A WAIVED OR REVERSED
               INSTALLMENT IS NOT CHARGED AGAIN BY THE NEXT
               ASSESSMENT RUN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOAN-FEE-FILE ASSIGN TO "LOANFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LF-KEY
               FILE STATUS IS FEE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD LOAN-FEE-FILE.
       COPY "LOANFEE.CPY".

       WORKING-STORAGE SECTION.

       01 FEE-FUNCTION PIC X(01) VALUE SPACE.
         88 FEE-INQUIRE VALUE "I".
         88 FEE-WAIVE VALUE "W".
         88 FEE-REVERSE VALUE "R".
         88 FEE-QUIT VALUE "Q".

       01 FEE-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 FEE-PAYMENT-NBR PIC 9(3) VALUE ZERO.
       01 FEE-DUE-DATE PIC 9(8) VALUE ZERO.
       01 FEE-ASSESSED-DATE PIC 9(8) VALUE ZERO.
       01 FEE-AMOUNT PIC S9(5)V99 VALUE ZERO.
       01 FEE-PAID-AMOUNT PIC S9(5)V99 VALUE ZERO.
       01 FEE-WAIVED-AMOUNT PIC S9(5)V99 VALUE ZERO.
       01 FEE-OWED-AMOUNT PIC S9(5)V99 VALUE ZERO.
       01 FEE-STATUS PIC X(01) VALUE SPACE.
       01 FEE-ACTION-DATE PIC 9(8) VALUE ZERO.
       01 FEE-ACTION-OPERATOR PIC X(20) VALUE SPACES.
       01 FEE-REASON PIC X(40) VALUE SPACES.

       01 FEE-OPERATOR PIC X(20) VALUE SPACES.

       01 ERROR-MESSAGE PIC X(80).

       01 FEE-FILE-STATUS PIC X(02).

       01 FEE-FOUND-FLAG PIC 9.
         88 FEE-FOUND VALUE 1.
         88 FEE-NOT-FOUND VALUE 2.

       SCREEN SECTION.
       COPY "FEESCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT

           PERFORM UNTIL FEE-QUIT
               DISPLAY G-FEE
               ACCEPT G-FEE
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN FEE-QUIT
                       CONTINUE
                   WHEN FEE-INQUIRE
                       PERFORM 2000-INQUIRE-FEE
                           THRU 2000-INQUIRE-FEE-EXIT
                   WHEN FEE-WAIVE
                       PERFORM 3000-WAIVE-FEE
                           THRU 3000-WAIVE-FEE-EXIT
                   WHEN FEE-REVERSE
                       PERFORM 4000-REVERSE-FEE
                           THRU 4000-REVERSE-FEE-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE I, W, R OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           CLOSE LOAN-FEE-FILE

           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O LOAN-FEE-FILE
           IF FEE-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FEE-FILE
               CLOSE LOAN-FEE-FILE
               OPEN I-O LOAN-FEE-FILE
           END-IF
           IF FEE-FILE-STATUS NOT = "00"
               DISPLAY "FEEMAINT CANNOT OPEN LOANFEE - STATUS "
                   FEE-FILE-STATUS
               GOBACK
           END-IF
           ACCEPT FEE-OPERATOR FROM ENVIRONMENT "USER".
       0100-OPEN-FILES-EXIT.
           EXIT.

       1000-READ-FEE.
           SET FEE-FOUND TO TRUE
           MOVE FEE-LOAN-NUMBER TO LF-LOAN-NUMBER
           MOVE FEE-PAYMENT-NBR TO LF-PAYMENT-NBR
           READ LOAN-FEE-FILE
               INVALID KEY
                   MOVE "NO FEE ON FILE FOR THAT LOAN AND PAYMENT" TO
                       ERROR-MESSAGE
                   SET FEE-NOT-FOUND TO TRUE
           END-READ.
       1000-READ-FEE-EXIT.
           EXIT.

      * ONLY AN OUTSTANDING FEE STILL OWES ANYTHING.
       1200-MOVE-FEE-TO-SCREEN.
           MOVE LF-DUE-DATE TO FEE-DUE-DATE
           MOVE LF-ASSESSED-DATE TO FEE-ASSESSED-DATE
           MOVE LF-FEE-AMOUNT TO FEE-AMOUNT
           MOVE LF-PAID-AMOUNT TO FEE-PAID-AMOUNT
           MOVE LF-WAIVED-AMOUNT TO FEE-WAIVED-AMOUNT
           IF LF-OUTSTANDING
               COMPUTE FEE-OWED-AMOUNT = LF-FEE-AMOUNT
                   - LF-PAID-AMOUNT - LF-WAIVED-AMOUNT
           ELSE
               MOVE ZERO TO FEE-OWED-AMOUNT
           END-IF
           MOVE LF-STATUS TO FEE-STATUS
           MOVE LF-ACTION-DATE TO FEE-ACTION-DATE
           MOVE LF-ACTION-OPERATOR TO FEE-ACTION-OPERATOR
           MOVE LF-ACTION-REASON TO FEE-REASON.
       1200-MOVE-FEE-TO-SCREEN-EXIT.
           EXIT.

      * STAMP THE WAIVE OR REVERSE ON THE RECORD AND PUT IT BACK.
       1300-RECORD-ACTION.
           ACCEPT LF-ACTION-DATE FROM DATE YYYYMMDD
           MOVE FEE-OPERATOR TO LF-ACTION-OPERATOR
           MOVE FEE-REASON TO LF-ACTION-REASON
           REWRITE LOAN-FEE-RECORD
               INVALID KEY
                   MOVE "NO FEE ON FILE FOR THAT LOAN AND PAYMENT" TO
                       ERROR-MESSAGE
                   SET FEE-NOT-FOUND TO TRUE
           END-REWRITE.
       1300-RECORD-ACTION-EXIT.
           EXIT.

       2000-INQUIRE-FEE.
           PERFORM 1000-READ-FEE THRU 1000-READ-FEE-EXIT
           IF FEE-NOT-FOUND
               GO TO 2000-INQUIRE-FEE-EXIT
           END-IF

           PERFORM 1200-MOVE-FEE-TO-SCREEN
               THRU 1200-MOVE-FEE-TO-SCREEN-EXIT
           MOVE "FEE DISPLAYED" TO ERROR-MESSAGE.
       2000-INQUIRE-FEE-EXIT.
           EXIT.

      * FORGIVE WHAT IS STILL OWED ON AN OUTSTANDING FEE.
       3000-WAIVE-FEE.
           IF FEE-REASON = SPACES
               MOVE "REASON MUST NOT BE BLANK" TO ERROR-MESSAGE
               GO TO 3000-WAIVE-FEE-EXIT
           END-IF

           PERFORM 1000-READ-FEE THRU 1000-READ-FEE-EXIT
           IF FEE-NOT-FOUND
               GO TO 3000-WAIVE-FEE-EXIT
           END-IF
           IF NOT LF-OUTSTANDING
               PERFORM 1200-MOVE-FEE-TO-SCREEN
                   THRU 1200-MOVE-FEE-TO-SCREEN-EXIT
               MOVE "FEE IS NOT OUTSTANDING - NOTHING TO WAIVE" TO
                   ERROR-MESSAGE
               GO TO 3000-WAIVE-FEE-EXIT
           END-IF

           COMPUTE LF-WAIVED-AMOUNT = LF-FEE-AMOUNT - LF-PAID-AMOUNT
           SET LF-WAIVED TO TRUE
           PERFORM 1300-RECORD-ACTION THRU 1300-RECORD-ACTION-EXIT
           IF FEE-NOT-FOUND
               GO TO 3000-WAIVE-FEE-EXIT
           END-IF

           PERFORM 1200-MOVE-FEE-TO-SCREEN
               THRU 1200-MOVE-FEE-TO-SCREEN-EXIT
           MOVE "FEE WAIVED" TO ERROR-MESSAGE.
       3000-WAIVE-FEE-EXIT.
           EXIT.

      * TAKE OFF A FEE CHARGED IN ERROR. ONCE ANY OF IT HAS BEEN
      * PAID THE BALANCE CAN ONLY BE WAIVED.
       4000-REVERSE-FEE.
           IF FEE-REASON = SPACES
               MOVE "REASON MUST NOT BE BLANK" TO ERROR-MESSAGE
               GO TO 4000-REVERSE-FEE-EXIT
           END-IF

           PERFORM 1000-READ-FEE THRU 1000-READ-FEE-EXIT
           IF FEE-NOT-FOUND
               GO TO 4000-REVERSE-FEE-EXIT
           END-IF
           IF NOT LF-OUTSTANDING
               PERFORM 1200-MOVE-FEE-TO-SCREEN
                   THRU 1200-MOVE-FEE-TO-SCREEN-EXIT
               MOVE "FEE IS NOT OUTSTANDING - CANNOT BE REVERSED" TO
                   ERROR-MESSAGE
               GO TO 4000-REVERSE-FEE-EXIT
           END-IF
           IF LF-PAID-AMOUNT > 0
               PERFORM 1200-MOVE-FEE-TO-SCREEN
                   THRU 1200-MOVE-FEE-TO-SCREEN-EXIT
               MOVE "FEE HAS PAYMENTS APPLIED - WAIVE THE BALANCE"
                   TO ERROR-MESSAGE
               GO TO 4000-REVERSE-FEE-EXIT
           END-IF

           SET LF-REVERSED TO TRUE
           PERFORM 1300-RECORD-ACTION THRU 1300-RECORD-ACTION-EXIT
           IF FEE-NOT-FOUND
               GO TO 4000-REVERSE-FEE-EXIT
           END-IF

           PERFORM 1200-MOVE-FEE-TO-SCREEN
               THRU 1200-MOVE-FEE-TO-SCREEN-EXIT
           MOVE "FEE REVERSED" TO ERROR-MESSAGE.
       4000-REVERSE-FEE-EXIT.
           EXIT.

       END PROGRAM FEEMAINT.

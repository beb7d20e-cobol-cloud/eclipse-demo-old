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
       PROGRAM-ID. DISPMAINT.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED CRDISPUT CREDIT
               REPORTING DISPUTE FILE THE LOANMETRO BUREAU RUN APPLIES
               BEFORE THE METRO2 FILE GOES OUT. THE OPERATOR CAN ADD,
               CHANGE, INQUIRE ON, OR DELETE THE DISPUTE FOR A LOAN.
               A SUPPRESS (ACTION S) KEEPS THE ACCOUNT OFF THE BUREAU
               FILE WHILE IT IS OPEN; ANY CORRECTED FIELDS KEYED WITH
               IT ARE IGNORED. A CORRECTION (ACTION C) MUST CHANGE AT
               LEAST ONE OF THE ACCOUNT STATUS CODE, THE CURRENT
               BALANCE, THE AMOUNT PAST DUE, THE SPECIAL COMMENT OR
               THE COMPLIANCE CONDITION CODE - A DISPUTE STILL UNDER
               INVESTIGATION IS A CORRECTION WITH COMPLIANCE CODE XB.
               THE STATUS CODES AND COMPLIANCE CODES ACCEPTED ARE THE
               ONES THE METRO 2 FORMAT ALLOWS. THE LOAN MUST BE ON
               THE LOANMSTR MASTER; A CLOSED LOAN MAY BE DISPUTED.
               CLOSING A DISPUTE IS A CHANGE OF THE STATUS TO R, NOT
               A DELETE, SO THE REASON AND WHO LAST CHANGED IT
               SURVIVE. THE OPERATOR IS TAKEN FROM THE USER
               ENVIRONMENT VARIABLE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CREDIT-DISPUTE-FILE ASSIGN TO "CRDISPUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-LOAN-NUMBER
               FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD CREDIT-DISPUTE-FILE.
       COPY "CRDISPUT.CPY".

       FD LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       WORKING-STORAGE SECTION.

       01 DISP-FUNCTION PIC X(01) VALUE SPACE.
         88 DISP-ADD VALUE "A".
         88 DISP-CHANGE VALUE "C".
         88 DISP-INQUIRE VALUE "I".
         88 DISP-DELETE VALUE "X".
         88 DISP-QUIT VALUE "Q".

       01 DISP-LOAN-NUMBER PIC 9(8) VALUE ZERO.
       01 DISP-BORROWER-NAME PIC X(30) VALUE SPACES.
       01 DISP-ACTION PIC X(01) VALUE SPACE.
       01 DISP-STATUS PIC X(01) VALUE "O".
       01 DISP-ACCOUNT-STATUS PIC X(2) VALUE SPACES.
       01 DISP-BALANCE-FLAG PIC X(01) VALUE "N".
       01 DISP-CURRENT-BALANCE PIC 9(9) VALUE ZERO.
       01 DISP-PAST-DUE-FLAG PIC X(01) VALUE "N".
       01 DISP-AMOUNT-PAST-DUE PIC 9(9) VALUE ZERO.
       01 DISP-SPECIAL-COMMENT PIC X(2) VALUE SPACES.
       01 DISP-COMPLIANCE-CODE PIC X(2) VALUE SPACES.
       01 DISP-REASON PIC X(40) VALUE SPACES.
       01 DISP-OPERATOR PIC X(20) VALUE SPACES.
       01 DISP-CHANGED-DATE PIC 9(8) VALUE ZERO.

       01 DISP-USER PIC X(20) VALUE SPACES.

       01 ERROR-MESSAGE PIC X(80).

       01 DISPUTE-FILE-STATUS PIC X(02).
       01 MASTER-FILE-STATUS PIC X(02).

      * THE ACCOUNT STATUS CODES AND COMPLIANCE CONDITION CODES THE
      * METRO 2 FORMAT ACCEPTS.
       01 STATUS-CODE-TABLE.
           05 FILLER PIC X(44) VALUE
               "DA051113616263646571788082838488899394959697".
       01 STATUS-CODE-R REDEFINES STATUS-CODE-TABLE.
           05 VALID-STATUS-CODE PIC X(2) OCCURS 22 TIMES.
       01 COMPLIANCE-CODE-TABLE.
           05 FILLER PIC X(20) VALUE "XAXBXCXDXEXFXGXHXJXR".
       01 COMPLIANCE-CODE-R REDEFINES COMPLIANCE-CODE-TABLE.
           05 VALID-COMPLIANCE-CODE PIC X(2) OCCURS 10 TIMES.
       01 CODE-NDX PIC S9(3) COMP.
       01 CODE-FOUND-SWITCH PIC 9 VALUE 0.
         88 CODE-FOUND VALUE 1.

       01 DISP-EDIT-FLAG PIC 9.
         88 DISP-EDIT-OK VALUE 1.
         88 DISP-EDIT-FAILED VALUE 2.

       SCREEN SECTION.
       COPY "DISPSCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT
           ACCEPT DISP-USER FROM ENVIRONMENT "USER"

           PERFORM UNTIL DISP-QUIT
               DISPLAY G-DISP
               ACCEPT G-DISP
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN DISP-QUIT
                       CONTINUE
                   WHEN DISP-ADD
                       PERFORM 2000-ADD-DISPUTE
                           THRU 2000-ADD-DISPUTE-EXIT
                   WHEN DISP-CHANGE
                       PERFORM 3000-CHANGE-DISPUTE
                           THRU 3000-CHANGE-DISPUTE-EXIT
                   WHEN DISP-INQUIRE
                       PERFORM 4000-INQUIRE-DISPUTE
                           THRU 4000-INQUIRE-DISPUTE-EXIT
                   WHEN DISP-DELETE
                       PERFORM 5000-DELETE-DISPUTE
                           THRU 5000-DELETE-DISPUTE-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE A, C, I, X OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           CLOSE CREDIT-DISPUTE-FILE
           CLOSE LOAN-MASTER-FILE

           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O CREDIT-DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-DISPUTE-FILE
               CLOSE CREDIT-DISPUTE-FILE
               OPEN I-O CREDIT-DISPUTE-FILE
           END-IF
           IF DISPUTE-FILE-STATUS NOT = "00"
               DISPLAY "DISPMAINT CANNOT OPEN CRDISPUT - STATUS "
                   DISPUTE-FILE-STATUS
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "DISPMAINT CANNOT OPEN LOANMSTR - STATUS "
                   MASTER-FILE-STATUS
               GOBACK
           END-IF.
       0100-OPEN-FILES-EXIT.
           EXIT.

       1000-EDIT-DISPUTE.
           SET DISP-EDIT-OK TO TRUE

           IF DISP-LOAN-NUMBER = ZERO
               MOVE "LOAN NUMBER MUST NOT BE ZERO" TO ERROR-MESSAGE
               SET DISP-EDIT-FAILED TO TRUE
           END-IF

           IF DISP-ACTION NOT = "S" AND DISP-ACTION NOT = "C"
               MOVE "ACTION MUST BE S OR C" TO ERROR-MESSAGE
               SET DISP-EDIT-FAILED TO TRUE
           END-IF

           IF DISP-STATUS = SPACE
               MOVE "O" TO DISP-STATUS
           END-IF

           IF DISP-STATUS NOT = "O" AND DISP-STATUS NOT = "R"
               MOVE "STATUS MUST BE O OR R" TO ERROR-MESSAGE
               SET DISP-EDIT-FAILED TO TRUE
           END-IF

           IF DISP-ACCOUNT-STATUS NOT = SPACES
               MOVE ZERO TO CODE-FOUND-SWITCH
               PERFORM VARYING CODE-NDX FROM 1 BY 1
                       UNTIL CODE-NDX > 22 OR CODE-FOUND
                   IF VALID-STATUS-CODE(CODE-NDX) = DISP-ACCOUNT-STATUS
                       SET CODE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CODE-FOUND
                   MOVE "ACCOUNT STATUS IS NOT A METRO 2 STATUS CODE" TO
                       ERROR-MESSAGE
                   SET DISP-EDIT-FAILED TO TRUE
               END-IF
           END-IF

           IF DISP-BALANCE-FLAG = SPACE
               MOVE "N" TO DISP-BALANCE-FLAG
           END-IF
           IF DISP-BALANCE-FLAG NOT = "Y"
                   AND DISP-BALANCE-FLAG NOT = "N"
               MOVE "CORRECT BALANCE MUST BE Y OR N" TO ERROR-MESSAGE
               SET DISP-EDIT-FAILED TO TRUE
           END-IF

           IF DISP-PAST-DUE-FLAG = SPACE
               MOVE "N" TO DISP-PAST-DUE-FLAG
           END-IF
           IF DISP-PAST-DUE-FLAG NOT = "Y"
                   AND DISP-PAST-DUE-FLAG NOT = "N"
               MOVE "CORRECT PAST DUE MUST BE Y OR N" TO ERROR-MESSAGE
               SET DISP-EDIT-FAILED TO TRUE
           END-IF

           IF DISP-COMPLIANCE-CODE NOT = SPACES
               MOVE ZERO TO CODE-FOUND-SWITCH
               PERFORM VARYING CODE-NDX FROM 1 BY 1
                       UNTIL CODE-NDX > 10 OR CODE-FOUND
                   IF VALID-COMPLIANCE-CODE(CODE-NDX) =
                           DISP-COMPLIANCE-CODE
                       SET CODE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CODE-FOUND
                   MOVE "COMPLIANCE CODE MUST BE XA-XH, XJ OR XR" TO
                       ERROR-MESSAGE
                   SET DISP-EDIT-FAILED TO TRUE
               END-IF
           END-IF

           IF DISP-ACTION = "C"
                   AND DISP-ACCOUNT-STATUS = SPACES
                   AND DISP-BALANCE-FLAG NOT = "Y"
                   AND DISP-PAST-DUE-FLAG NOT = "Y"
                   AND DISP-SPECIAL-COMMENT = SPACES
                   AND DISP-COMPLIANCE-CODE = SPACES
               MOVE "A CORRECTION MUST CHANGE AT LEAST ONE FIELD" TO
                   ERROR-MESSAGE
               SET DISP-EDIT-FAILED TO TRUE
           END-IF

           IF DISP-REASON = SPACES
               MOVE "REASON MUST NOT BE BLANK" TO ERROR-MESSAGE
               SET DISP-EDIT-FAILED TO TRUE
           END-IF

           IF DISP-EDIT-FAILED
               GO TO 1000-EDIT-DISPUTE-EXIT
           END-IF

           PERFORM 1200-READ-MASTER THRU 1200-READ-MASTER-EXIT.
       1000-EDIT-DISPUTE-EXIT.
           EXIT.

       1100-MOVE-TO-RECORD.
           MOVE DISP-LOAN-NUMBER TO CD-LOAN-NUMBER
           MOVE DISP-ACTION TO CD-ACTION
           MOVE DISP-STATUS TO CD-STATUS
           MOVE DISP-ACCOUNT-STATUS TO CD-ACCOUNT-STATUS
           MOVE DISP-BALANCE-FLAG TO CD-BALANCE-FLAG
           MOVE DISP-CURRENT-BALANCE TO CD-CURRENT-BALANCE
           MOVE DISP-PAST-DUE-FLAG TO CD-PAST-DUE-FLAG
           MOVE DISP-AMOUNT-PAST-DUE TO CD-AMOUNT-PAST-DUE
           MOVE DISP-SPECIAL-COMMENT TO CD-SPECIAL-COMMENT
           MOVE DISP-COMPLIANCE-CODE TO CD-COMPLIANCE-CODE
           MOVE DISP-REASON TO CD-REASON
           MOVE DISP-USER TO CD-OPERATOR
           ACCEPT CD-CHANGED-DATE FROM DATE YYYYMMDD
           MOVE CD-OPERATOR TO DISP-OPERATOR
           MOVE CD-CHANGED-DATE TO DISP-CHANGED-DATE.
       1100-MOVE-TO-RECORD-EXIT.
           EXIT.

      * THE BORROWER IS SHOWN SO THE OPERATOR CAN SEE THE RIGHT
      * ACCOUNT HAS BEEN KEYED.
       1200-READ-MASTER.
           MOVE SPACES TO DISP-BORROWER-NAME
           MOVE DISP-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN NOT ON LOANMSTR" TO ERROR-MESSAGE
                   SET DISP-EDIT-FAILED TO TRUE
                   GO TO 1200-READ-MASTER-EXIT
           END-READ
           MOVE LM-BORROWER-NAME TO DISP-BORROWER-NAME.
       1200-READ-MASTER-EXIT.
           EXIT.

       2000-ADD-DISPUTE.
           PERFORM 1000-EDIT-DISPUTE THRU 1000-EDIT-DISPUTE-EXIT
           IF DISP-EDIT-FAILED
               GO TO 2000-ADD-DISPUTE-EXIT
           END-IF

           INITIALIZE CREDIT-DISPUTE-RECORD
           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT

           WRITE CREDIT-DISPUTE-RECORD
               INVALID KEY
                   MOVE "DISPUTE ALREADY ON FILE FOR THAT LOAN" TO
                       ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "DISPUTE ADDED" TO ERROR-MESSAGE
           END-WRITE.
       2000-ADD-DISPUTE-EXIT.
           EXIT.

       3000-CHANGE-DISPUTE.
           MOVE DISP-LOAN-NUMBER TO CD-LOAN-NUMBER
           READ CREDIT-DISPUTE-FILE
               INVALID KEY
                   MOVE "DISPUTE NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 3000-CHANGE-DISPUTE-EXIT
           END-READ

           PERFORM 1000-EDIT-DISPUTE THRU 1000-EDIT-DISPUTE-EXIT
           IF DISP-EDIT-FAILED
               GO TO 3000-CHANGE-DISPUTE-EXIT
           END-IF

           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT

           REWRITE CREDIT-DISPUTE-RECORD
               INVALID KEY
                   MOVE "DISPUTE NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "DISPUTE CHANGED" TO ERROR-MESSAGE
           END-REWRITE.
       3000-CHANGE-DISPUTE-EXIT.
           EXIT.

       4000-INQUIRE-DISPUTE.
           MOVE DISP-LOAN-NUMBER TO CD-LOAN-NUMBER
           READ CREDIT-DISPUTE-FILE
               INVALID KEY
                   MOVE "DISPUTE NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 4000-INQUIRE-DISPUTE-EXIT
           END-READ

           MOVE CD-ACTION TO DISP-ACTION
           MOVE CD-STATUS TO DISP-STATUS
           MOVE CD-ACCOUNT-STATUS TO DISP-ACCOUNT-STATUS
           MOVE CD-BALANCE-FLAG TO DISP-BALANCE-FLAG
           MOVE CD-CURRENT-BALANCE TO DISP-CURRENT-BALANCE
           MOVE CD-PAST-DUE-FLAG TO DISP-PAST-DUE-FLAG
           MOVE CD-AMOUNT-PAST-DUE TO DISP-AMOUNT-PAST-DUE
           MOVE CD-SPECIAL-COMMENT TO DISP-SPECIAL-COMMENT
           MOVE CD-COMPLIANCE-CODE TO DISP-COMPLIANCE-CODE
           MOVE CD-REASON TO DISP-REASON
           MOVE CD-OPERATOR TO DISP-OPERATOR
           MOVE CD-CHANGED-DATE TO DISP-CHANGED-DATE
           PERFORM 1200-READ-MASTER THRU 1200-READ-MASTER-EXIT
           MOVE "DISPUTE DISPLAYED" TO ERROR-MESSAGE.
       4000-INQUIRE-DISPUTE-EXIT.
           EXIT.

       5000-DELETE-DISPUTE.
           MOVE DISP-LOAN-NUMBER TO CD-LOAN-NUMBER
           DELETE CREDIT-DISPUTE-FILE
               INVALID KEY
                   MOVE "DISPUTE NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "DISPUTE DELETED" TO ERROR-MESSAGE
           END-DELETE.
       5000-DELETE-DISPUTE-EXIT.
           EXIT.

       END PROGRAM DISPMAINT.

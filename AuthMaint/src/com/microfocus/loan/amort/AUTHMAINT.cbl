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
       PROGRAM-ID. AUTHMAINT.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED OPERAUTH OPERATOR
               AUTHORITY FILE THAT LOANMAINT, RATEMAINT AND CHGREVW
               CHECK EVERY OPERATOR AGAINST. THE OPERATOR CAN ADD,
               CHANGE, INQUIRE ON, OR DELETE AN OPERATOR, KEYED BY
               THE OPERATOR ID THE SCREENS TAKE FROM THE USER
               ENVIRONMENT VARIABLE, WITH THE Y/N AUTHORITY FOR EACH
               FUNCTION AND THE DOLLAR AND RATE THRESHOLDS ABOVE
               WHICH A LOAN MASTER UPDATE IS HELD FOR A SECOND
               OPERATOR'S APPROVAL. ONLY AN ACTIVE OPERATOR WITH
               ADMIN AUTHORITY MAY USE THE SCREEN, AND NOT TO CHANGE
               OR DELETE THEIR OWN RECORD. WHILE THE FILE IS EMPTY
               THE ONLY THING ALLOWED IS ADDING THE OPERATOR RUNNING
               THE SCREEN, ACTIVE AND WITH ADMIN AUTHORITY, SO THE
               FIRST ADMINISTRATOR CAN SET THE REST UP. EVERY UPDATE
               IS STAMPED WITH THE OPERATOR, DATE AND TIME.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR-ID
               FILE STATUS IS AUTH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD OPERATOR-AUTHORITY-FILE.
       COPY "OPERAUTH.CPY".

       WORKING-STORAGE SECTION.

       01 AUTH-FUNCTION PIC X(01) VALUE SPACE.
         88 AUTH-ADD VALUE "A".
         88 AUTH-CHANGE VALUE "C".
         88 AUTH-INQUIRE VALUE "I".
         88 AUTH-DELETE VALUE "X".
         88 AUTH-QUIT VALUE "Q".

       01 AUTH-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 AUTH-OPERATOR-NAME PIC X(30) VALUE SPACES.
       01 AUTH-STATUS PIC X(01) VALUE "A".
       01 AUTH-MAY-ADD PIC X(01) VALUE "N".
       01 AUTH-MAY-CHANGE PIC X(01) VALUE "N".
       01 AUTH-MAY-CLOSE PIC X(01) VALUE "N".
       01 AUTH-MAY-RATE PIC X(01) VALUE "N".
       01 AUTH-MAY-APPROVE PIC X(01) VALUE "N".
       01 AUTH-MAY-ADMIN PIC X(01) VALUE "N".
       01 AUTH-DOLLAR-LIMIT PIC S9(7)V99 VALUE ZERO.
       01 AUTH-RATE-LIMIT PIC S9(2)V9(4) VALUE ZERO.
       01 AUTH-CHANGED-DATE PIC 9(8) VALUE ZERO.
       01 AUTH-CHANGED-BY PIC X(20) VALUE SPACES.

       01 ERROR-MESSAGE PIC X(80).

       01 AUTH-FILE-STATUS PIC X(02).

       01 AUTH-OPERATOR PIC X(20) VALUE SPACES.

      * SET WHILE OPERAUTH HOLDS NO OPERATORS AT ALL.
       01 SETUP-SWITCH PIC 9 VALUE 0.
         88 SETUP-MODE VALUE 1.

       01 AUTH-EDIT-FLAG PIC 9.
         88 AUTH-EDIT-OK VALUE 1.
         88 AUTH-EDIT-FAILED VALUE 2.

       SCREEN SECTION.
       COPY "AUTHSCRN.SS".

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-CHECK-AUTHORITY THRU 0200-CHECK-AUTHORITY-EXIT
           IF SETUP-MODE
               MOVE AUTH-OPERATOR TO AUTH-OPERATOR-ID
               MOVE "Y" TO AUTH-MAY-ADMIN
               MOVE "NO OPERATORS ON FILE - ADD YOURSELF AS ADMIN" TO
                   ERROR-MESSAGE
           END-IF

           PERFORM UNTIL AUTH-QUIT
               DISPLAY G-AUTH
               ACCEPT G-AUTH
               MOVE SPACES TO ERROR-MESSAGE

               EVALUATE TRUE
                   WHEN AUTH-QUIT
                       CONTINUE
                   WHEN AUTH-ADD
                       PERFORM 2000-ADD-OPERATOR
                           THRU 2000-ADD-OPERATOR-EXIT
                   WHEN AUTH-CHANGE
                       PERFORM 3000-CHANGE-OPERATOR
                           THRU 3000-CHANGE-OPERATOR-EXIT
                   WHEN AUTH-INQUIRE
                       PERFORM 4000-INQUIRE-OPERATOR
                           THRU 4000-INQUIRE-OPERATOR-EXIT
                   WHEN AUTH-DELETE
                       PERFORM 5000-DELETE-OPERATOR
                           THRU 5000-DELETE-OPERATOR-EXIT
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE A, C, I, X OR Q" TO
                           ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM

           CLOSE OPERATOR-AUTHORITY-FILE

           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O OPERATOR-AUTHORITY-FILE
           IF AUTH-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-AUTHORITY-FILE
               CLOSE OPERATOR-AUTHORITY-FILE
               OPEN I-O OPERATOR-AUTHORITY-FILE
           END-IF
           IF AUTH-FILE-STATUS NOT = "00"
               DISPLAY "AUTHMAINT CANNOT OPEN OPERAUTH - STATUS "
                   AUTH-FILE-STATUS
               GOBACK
           END-IF.
       0100-OPEN-FILES-EXIT.
           EXIT.

      * THE SESSION NEEDS AN ACTIVE ADMINISTRATOR - UNLESS THE FILE
      * IS STILL EMPTY, WHEN IT RUNS IN SET-UP MODE.
       0200-CHECK-AUTHORITY.
           ACCEPT AUTH-OPERATOR FROM ENVIRONMENT "USER"

           MOVE LOW-VALUES TO OA-OPERATOR-ID
           START OPERATOR-AUTHORITY-FILE KEY IS GREATER THAN
                   OA-OPERATOR-ID
               INVALID KEY
                   SET SETUP-MODE TO TRUE
                   GO TO 0200-CHECK-AUTHORITY-EXIT
           END-START

           MOVE AUTH-OPERATOR TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   MOVE SPACE TO OA-STATUS
           END-READ
           IF NOT OA-STATUS-ACTIVE OR NOT OA-ADMIN-ALLOWED
               DISPLAY "AUTHMAINT OPERATOR " AUTH-OPERATOR
                   " NOT AN ACTIVE ADMINISTRATOR - SESSION STOPPED"
               CLOSE OPERATOR-AUTHORITY-FILE
               GOBACK
           END-IF.
       0200-CHECK-AUTHORITY-EXIT.
           EXIT.

       1000-EDIT-OPERATOR.
           SET AUTH-EDIT-OK TO TRUE

           IF AUTH-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID MUST NOT BE BLANK" TO ERROR-MESSAGE
               SET AUTH-EDIT-FAILED TO TRUE
           END-IF

           IF AUTH-OPERATOR-NAME = SPACES
               MOVE "OPERATOR NAME MUST NOT BE BLANK" TO ERROR-MESSAGE
               SET AUTH-EDIT-FAILED TO TRUE
           END-IF

           IF AUTH-STATUS = SPACE
               MOVE "A" TO AUTH-STATUS
           END-IF

           IF AUTH-STATUS NOT = "A" AND AUTH-STATUS NOT = "S"
               MOVE "STATUS MUST BE A OR S" TO ERROR-MESSAGE
               SET AUTH-EDIT-FAILED TO TRUE
           END-IF

           IF (AUTH-MAY-ADD NOT = "Y" AND AUTH-MAY-ADD NOT = "N")
                   OR (AUTH-MAY-CHANGE NOT = "Y"
                       AND AUTH-MAY-CHANGE NOT = "N")
                   OR (AUTH-MAY-CLOSE NOT = "Y"
                       AND AUTH-MAY-CLOSE NOT = "N")
                   OR (AUTH-MAY-RATE NOT = "Y"
                       AND AUTH-MAY-RATE NOT = "N")
                   OR (AUTH-MAY-APPROVE NOT = "Y"
                       AND AUTH-MAY-APPROVE NOT = "N")
                   OR (AUTH-MAY-ADMIN NOT = "Y"
                       AND AUTH-MAY-ADMIN NOT = "N")
               MOVE "EVERY AUTHORITY MUST BE Y OR N" TO ERROR-MESSAGE
               SET AUTH-EDIT-FAILED TO TRUE
           END-IF

           IF AUTH-DOLLAR-LIMIT < 0 OR AUTH-RATE-LIMIT < 0
               MOVE "THRESHOLDS MUST NOT BE NEGATIVE" TO ERROR-MESSAGE
               SET AUTH-EDIT-FAILED TO TRUE
           END-IF.
       1000-EDIT-OPERATOR-EXIT.
           EXIT.

       1100-MOVE-TO-RECORD.
           MOVE AUTH-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE AUTH-OPERATOR-NAME TO OA-OPERATOR-NAME
           MOVE AUTH-STATUS TO OA-STATUS
           MOVE AUTH-MAY-ADD TO OA-MAY-ADD
           MOVE AUTH-MAY-CHANGE TO OA-MAY-CHANGE
           MOVE AUTH-MAY-CLOSE TO OA-MAY-CLOSE
           MOVE AUTH-MAY-RATE TO OA-MAY-RATE
           MOVE AUTH-MAY-APPROVE TO OA-MAY-APPROVE
           MOVE AUTH-MAY-ADMIN TO OA-MAY-ADMIN
           MOVE AUTH-DOLLAR-LIMIT TO OA-DOLLAR-LIMIT
           MOVE AUTH-RATE-LIMIT TO OA-RATE-LIMIT
           ACCEPT OA-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT OA-CHANGED-TIME FROM TIME
           MOVE AUTH-OPERATOR TO OA-CHANGED-BY
           MOVE OA-CHANGED-DATE TO AUTH-CHANGED-DATE
           MOVE OA-CHANGED-BY TO AUTH-CHANGED-BY.
       1100-MOVE-TO-RECORD-EXIT.
           EXIT.

       2000-ADD-OPERATOR.
           PERFORM 1000-EDIT-OPERATOR THRU 1000-EDIT-OPERATOR-EXIT
           IF AUTH-EDIT-FAILED
               GO TO 2000-ADD-OPERATOR-EXIT
           END-IF

           IF SETUP-MODE
               IF AUTH-OPERATOR-ID NOT = AUTH-OPERATOR
                       OR AUTH-STATUS NOT = "A"
                       OR AUTH-MAY-ADMIN NOT = "Y"
                   MOVE "FIRST OPERATOR MUST BE YOU, ACTIVE, AS ADMIN"
                       TO ERROR-MESSAGE
                   GO TO 2000-ADD-OPERATOR-EXIT
               END-IF
           END-IF

           INITIALIZE OPERATOR-AUTHORITY-RECORD
           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT

           WRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   MOVE "OPERATOR ALREADY ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE 0 TO SETUP-SWITCH
                   MOVE "OPERATOR ADDED" TO ERROR-MESSAGE
           END-WRITE.
       2000-ADD-OPERATOR-EXIT.
           EXIT.

      * NOBODY RAISES THEIR OWN AUTHORITY OR THRESHOLDS - A SECOND
      * ADMINISTRATOR MUST DO IT.
       3000-CHANGE-OPERATOR.
           IF SETUP-MODE
               MOVE "NO OPERATORS ON FILE - ADD YOURSELF AS ADMIN" TO
                   ERROR-MESSAGE
               GO TO 3000-CHANGE-OPERATOR-EXIT
           END-IF
           IF AUTH-OPERATOR-ID = AUTH-OPERATOR
               MOVE "ANOTHER ADMINISTRATOR MUST CHANGE YOUR RECORD" TO
                   ERROR-MESSAGE
               GO TO 3000-CHANGE-OPERATOR-EXIT
           END-IF

           MOVE AUTH-OPERATOR-ID TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   MOVE "OPERATOR NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 3000-CHANGE-OPERATOR-EXIT
           END-READ

           PERFORM 1000-EDIT-OPERATOR THRU 1000-EDIT-OPERATOR-EXIT
           IF AUTH-EDIT-FAILED
               GO TO 3000-CHANGE-OPERATOR-EXIT
           END-IF

           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT

           REWRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   MOVE "OPERATOR NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "OPERATOR CHANGED" TO ERROR-MESSAGE
           END-REWRITE.
       3000-CHANGE-OPERATOR-EXIT.
           EXIT.

       4000-INQUIRE-OPERATOR.
           MOVE AUTH-OPERATOR-ID TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   MOVE "OPERATOR NOT ON FILE" TO ERROR-MESSAGE
                   GO TO 4000-INQUIRE-OPERATOR-EXIT
           END-READ

           MOVE OA-OPERATOR-NAME TO AUTH-OPERATOR-NAME
           MOVE OA-STATUS TO AUTH-STATUS
           MOVE OA-MAY-ADD TO AUTH-MAY-ADD
           MOVE OA-MAY-CHANGE TO AUTH-MAY-CHANGE
           MOVE OA-MAY-CLOSE TO AUTH-MAY-CLOSE
           MOVE OA-MAY-RATE TO AUTH-MAY-RATE
           MOVE OA-MAY-APPROVE TO AUTH-MAY-APPROVE
           MOVE OA-MAY-ADMIN TO AUTH-MAY-ADMIN
           MOVE OA-DOLLAR-LIMIT TO AUTH-DOLLAR-LIMIT
           MOVE OA-RATE-LIMIT TO AUTH-RATE-LIMIT
           MOVE OA-CHANGED-DATE TO AUTH-CHANGED-DATE
           MOVE OA-CHANGED-BY TO AUTH-CHANGED-BY
           MOVE "OPERATOR DISPLAYED" TO ERROR-MESSAGE.
       4000-INQUIRE-OPERATOR-EXIT.
           EXIT.

       5000-DELETE-OPERATOR.
           IF AUTH-OPERATOR-ID = AUTH-OPERATOR
               MOVE "ANOTHER ADMINISTRATOR MUST DELETE YOUR RECORD" TO
                   ERROR-MESSAGE
               GO TO 5000-DELETE-OPERATOR-EXIT
           END-IF

           MOVE AUTH-OPERATOR-ID TO OA-OPERATOR-ID
           DELETE OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   MOVE "OPERATOR NOT ON FILE" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "OPERATOR DELETED" TO ERROR-MESSAGE
           END-DELETE.
       5000-DELETE-OPERATOR-EXIT.
           EXIT.

       END PROGRAM AUTHMAINT.

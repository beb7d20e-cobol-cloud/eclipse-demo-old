               DATED ROW, AND THE H FUNCTION PRINTS EVERY RATE A
               PRODUCT HAS CARRIED, WITH ITS EFFECTIVE DATE, TO THE
               RATEHIST FILE FOR THE AUDITORS.
               THE OPERATOR MUST BE ACTIVE ON THE OPERAUTH OPERATOR
               AUTHORITY FILE, AND ONLY AN OPERATOR WITH RATE
               AUTHORITY MAY ADD, CHANGE OR DELETE. NONE OF THOSE
               TOUCHES THE SHEET DIRECTLY - EACH IS WRITTEN TO THE
               PENDCHG PENDING-CHANGE FILE AND IS APPLIED, AND
               JOURNALED TO LOANJRNL, ONLY WHEN A SECOND OPERATOR
               APPROVES IT ON CHGREVW. INQUIRY AND HISTORY READ THE
               SHEET AS IT STANDS.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

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
       FD HISTORY-REPORT-FILE.
       01 HISTORY-REPORT-LINE PIC X(80).

       FD OPERATOR-AUTHORITY-FILE.
       COPY "OPERAUTH.CPY".

       FD PENDING-CHANGE-FILE.
       COPY "PENDCHG.CPY".

       WORKING-STORAGE SECTION.

       01 RATE-FUNCTION PIC X(01) VALUE SPACE.

       01 RATE-FILE-STATUS PIC X(02).
       01 HIST-FILE-STATUS PIC X(02).
       01 AUTH-FILE-STATUS PIC X(02).
       01 PEND-FILE-STATUS PIC X(02).

       01 RATE-OPERATOR PIC X(20) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(250).
       01 OLD-RATE PIC S9(2)V9(4) COMP-3.
       01 REQUEST-NUMBER PIC 9(8) VALUE ZERO.

       01 RATE-EDIT-FLAG PIC 9.
         88 RATE-EDIT-OK VALUE 1.
       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-SHEET THRU 0100-OPEN-SHEET-EXIT
           PERFORM 0200-CHECK-AUTHORITY THRU 0200-CHECK-AUTHORITY-EXIT
           PERFORM 0300-OPEN-PENDING THRU 0300-OPEN-PENDING-EXIT

           PERFORM UNTIL RATE-QUIT
               DISPLAY G-RATE
           END-PERFORM

           CLOSE RATE-SHEET-FILE
           CLOSE OPERATOR-AUTHORITY-FILE
           CLOSE PENDING-CHANGE-FILE

           GOBACK.

       0100-OPEN-SHEET-EXIT.
           EXIT.

      * ONLY AN OPERATOR ACTIVE ON OPERAUTH MAY USE THE SCREEN. THE
      * RECORD STAYS IN THE FILE AREA FOR THE AUTHORITY CHECKS FOR
      * THE REST OF THE SESSION.
       0200-CHECK-AUTHORITY.
           ACCEPT RATE-OPERATOR FROM ENVIRONMENT "USER"
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               DISPLAY "RATEMAINT CANNOT OPEN OPERAUTH - STATUS "
                   AUTH-FILE-STATUS
               CLOSE RATE-SHEET-FILE
               GOBACK
           END-IF

           MOVE RATE-OPERATOR TO OA-OPERATOR-ID
           READ OPERATOR-AUTHORITY-FILE
               INVALID KEY
                   MOVE SPACE TO OA-STATUS
           END-READ
           IF NOT OA-STATUS-ACTIVE
               DISPLAY "RATEMAINT OPERATOR " RATE-OPERATOR
                   " NOT ACTIVE ON OPERAUTH - SESSION STOPPED"
               CLOSE RATE-SHEET-FILE
               CLOSE OPERATOR-AUTHORITY-FILE
               GOBACK
           END-IF.
       0200-CHECK-AUTHORITY-EXIT.
           EXIT.

       0300-OPEN-PENDING.
           OPEN I-O PENDING-CHANGE-FILE
           IF PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF PEND-FILE-STATUS NOT = "00"
               DISPLAY "RATEMAINT CANNOT OPEN PENDCHG - STATUS "
                   PEND-FILE-STATUS
               CLOSE RATE-SHEET-FILE
               CLOSE OPERATOR-AUTHORITY-FILE
               GOBACK
           END-IF.
       0300-OPEN-PENDING-EXIT.
           EXIT.

       1000-EDIT-RATE.
           SET RATE-EDIT-OK TO TRUE

       1100-MOVE-TO-RECORD-EXIT.
           EXIT.

      * A NEW ROW IS HELD FOR APPROVAL - BUT ONLY IF IT COULD BE
      * ADDED, SO THE REVIEWER NEVER SEES A DUPLICATE.
       2000-ADD-RATE.
           IF NOT OA-RATE-ALLOWED
               MOVE "NOT AUTHORIZED TO UPDATE THE RATE SHEET" TO
                   ERROR-MESSAGE
               GO TO 2000-ADD-RATE-EXIT
           END-IF

           PERFORM 1000-EDIT-RATE THRU 1000-EDIT-RATE-EXIT
           IF RATE-EDIT-FAILED
               GO TO 2000-ADD-RATE-EXIT
           END-IF

           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT
           READ RATE-SHEET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "PRODUCT/BAND/DATE ALREADY ON SHEET" TO
                       ERROR-MESSAGE
                   GO TO 2000-ADD-RATE-EXIT
           END-READ

           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT
           MOVE LOW-VALUES TO BEFORE-IMAGE
           PERFORM 7000-REFER-CHANGE THRU 7000-REFER-CHANGE-EXIT.
       2000-ADD-RATE-EXIT.
           EXIT.

       3000-CHANGE-RATE.
           IF NOT OA-RATE-ALLOWED
               MOVE "NOT AUTHORIZED TO UPDATE THE RATE SHEET" TO
                   ERROR-MESSAGE
               GO TO 3000-CHANGE-RATE-EXIT
           END-IF

           MOVE RATE-PRODUCT-CODE TO RS-PRODUCT-CODE
           MOVE RATE-TERM-BAND TO RS-TERM-BAND
           MOVE RATE-EFFECTIVE-DATE TO RS-EFFECTIVE-DATE
                       ERROR-MESSAGE
                   GO TO 3000-CHANGE-RATE-EXIT
           END-READ
           MOVE RATE-SHEET-RECORD TO BEFORE-IMAGE
           MOVE RS-RATE TO OLD-RATE

           PERFORM 1000-EDIT-RATE THRU 1000-EDIT-RATE-EXIT
           IF RATE-EDIT-FAILED
           END-IF

           PERFORM 1100-MOVE-TO-RECORD THRU 1100-MOVE-TO-RECORD-EXIT
           IF RS-RATE = OLD-RATE
               MOVE "RATE IS UNCHANGED" TO ERROR-MESSAGE
               GO TO 3000-CHANGE-RATE-EXIT
           END-IF

           PERFORM 7000-REFER-CHANGE THRU 7000-REFER-CHANGE-EXIT.
       3000-CHANGE-RATE-EXIT.
           EXIT.

           EXIT.

       5000-DELETE-RATE.
           IF NOT OA-RATE-ALLOWED
               MOVE "NOT AUTHORIZED TO UPDATE THE RATE SHEET" TO
                   ERROR-MESSAGE
               GO TO 5000-DELETE-RATE-EXIT
           END-IF

           MOVE RATE-PRODUCT-CODE TO RS-PRODUCT-CODE
           MOVE RATE-TERM-BAND TO RS-TERM-BAND
           MOVE RATE-EFFECTIVE-DATE TO RS-EFFECTIVE-DATE
           READ RATE-SHEET-FILE
               INVALID KEY
                   MOVE "PRODUCT/BAND/DATE NOT ON SHEET" TO
                       ERROR-MESSAGE
                   GO TO 5000-DELETE-RATE-EXIT
           END-READ
           MOVE RATE-SHEET-RECORD TO BEFORE-IMAGE
           MOVE RS-RATE TO RATE-SHEET-RATE

           PERFORM 7000-REFER-CHANGE THRU 7000-REFER-CHANGE-EXIT.
       5000-DELETE-RATE-EXIT.
           EXIT.

       6100-HISTORY-ONE-ROW-EXIT.
           EXIT.

      * HOLD THE RATE-SHEET UPDATE IN HAND ON PENDCHG UNDER THE
      * FUNCTION KEYED. THE CALLER HAS LEFT THE BEFORE IMAGE IN
      * BEFORE-IMAGE AND THE NEW ROW IN RATE-SHEET-RECORD; A DELETE
      * HAS NO AFTER IMAGE.
       7000-REFER-CHANGE.
           PERFORM 7100-NEXT-REQUEST-NUMBER
               THRU 7100-NEXT-REQUEST-NUMBER-EXIT
           IF REQUEST-NUMBER = ZERO
               GO TO 7000-REFER-CHANGE-EXIT
           END-IF

           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE REQUEST-NUMBER TO PC-REQUEST-NUMBER
           SET PC-FILE-RATE TO TRUE
           MOVE RATE-FUNCTION TO PC-FUNCTION
           SET PC-STATUS-PENDING TO TRUE
           SET PC-REASON-RATE-SHEET TO TRUE
           MOVE ZERO TO PC-LOAN-NUMBER
           ACCEPT PC-ENTERED-DATE FROM DATE YYYYMMDD
           ACCEPT PC-ENTERED-TIME FROM TIME
           MOVE RATE-OPERATOR TO PC-ENTERED-BY
           MOVE ZERO TO PC-REVIEWED-DATE
           MOVE ZERO TO PC-REVIEWED-TIME
           MOVE BEFORE-IMAGE TO PC-BEFORE-IMAGE
           IF RATE-DELETE
               MOVE LOW-VALUES TO PC-AFTER-IMAGE
           ELSE
               MOVE RATE-SHEET-RECORD TO PC-AFTER-IMAGE
           END-IF

           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "REQUEST " REQUEST-NUMBER
                       " ALREADY ON PENDCHG - NOTHING HELD"
                       INTO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "HELD FOR APPROVAL AS REQUEST "
                       REQUEST-NUMBER INTO ERROR-MESSAGE
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

       END PROGRAM RATEMAINT.

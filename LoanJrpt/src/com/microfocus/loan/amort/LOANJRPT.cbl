               THROUGH THE MASTER RECORD LAYOUT. THE SUPERVISOR
               REVIEWS THE CHGREPT LISTING EACH MORNING SO A
               FAT-FINGERED PRINCIPAL OR RATE IS CAUGHT BEFORE THE
               OVERNIGHT BATCH TRIPS OVER IT. THE REPORT DATE IS THE
               BUSINESS DATE FROM THE RUNCTL RUN CONTROL; SETTING THE
               ENVIRONMENT VARIABLE JRNLDATE TO 00000000 PRINTS THE
               WHOLE JOURNAL INSTEAD.
               LOAN MODIFICATIONS ENTERED ON MODMAINT ARE LISTED
               THE SAME WAY, THEIR IMAGES DECODED THROUGH THE
               MODIFICATION RECORD LAYOUT.
               A CHANGE THAT WAS HELD FOR APPROVAL IS LISTED UNDER THE
               OPERATOR WHO ENTERED IT, WITH THE OPERATOR WHO APPROVED
               IT ON CHGREVW ON THE LINE BELOW. APPROVED RATE-SHEET
               ADDS, CHANGES AND DELETES ARE LISTED BY PRODUCT, TERM
               BAND AND EFFECTIVE DATE, WITH THE RATE BEFORE AND AFTER.
               THE RUN IS A STEP OF THE NIGHTLY CHAIN UNDER LOANCTL
               AND WILL NOT START UNTIL LOANPAYPOST HAS COMPLETED FOR
               THE BUSINESS DATE.

       ENVIRONMENT DIVISION.


       FILE SECTION.

      * JOURNAL RECORDS WRITTEN BEFORE MJ-APPROVED-BY WAS ADDED ARE
      * 20 BYTES SHORTER. THEY ARE READ AT THEIR OWN LENGTH AND
      * TREATED AS NEEDING NO APPROVAL.
       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS
               DEPENDING ON JRNL-RECORD-LENGTH.
       COPY "MSTRJRNL.CPY".

       FD CHANGE-REPORT-FILE.
       WORKING-STORAGE SECTION.

       01 JRNL-FILE-STATUS PIC X(02).
       01 JRNL-RECORD-LENGTH PIC S9(4) COMP.

       01 JRNL-EOF-SWITCH PIC 9 VALUE 0.
         88 JRNL-EOF VALUE 1.

      * THE JOURNALED IMAGES ARE DECODED THROUGH THE MASTER LAYOUT.
       COPY "LOANMSTR.CPY".
       COPY "LOANMOD.CPY".
       COPY "RATESHET.CPY".

       01 FUNCTION-TEXT PIC X(6).

       01 EXTRA-D PIC Z(6)9.99.
       01 TAX-D PIC Z(6)9.99.
       01 INS-D PIC Z(6)9.99.
       01 MOD-PAYMENT-D PIC ZZ9.
       01 FORBEAR-COUNT-D PIC ZZ9.

       01 IMAGE-WORK PIC X(132).
       01 REPORT-WORK PIC X(132).

       COPY "RUNLINK.CPY".

       PROCEDURE DIVISION.

           PERFORM 0050-BEGIN-STEP THRU 0050-BEGIN-STEP-EXIT

           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "LOANJRPT CANNOT OPEN LOANJRNL - STATUS "

           OPEN OUTPUT CHANGE-REPORT-FILE

           MOVE RL-BUSINESS-DATE TO REPORT-DATE
           ACCEPT DATE-PARM FROM ENVIRONMENT "JRNLDATE"
           IF DATE-PARM = "00000000"
               SET REPORT-ALL TO TRUE
           END-IF

           MOVE SPACES TO REPORT-WORK
           IF REPORT-ALL
           MOVE CHANGES-PRINTED-COUNT TO COUNT-D
           DISPLAY "LOANJRPT LISTED " COUNT-D " CHANGE(S)"

           PERFORM 9900-END-STEP THRU 9900-END-STEP-EXIT

           GOBACK.

      * THE JOURNAL IS LISTED ONLY ONCE LOANCTL HAS CONFIRMED THE
      * STEPS BEFORE IT HAVE COMPLETED AND RECORDED THE START.
       0050-BEGIN-STEP.
           SET RL-BEGIN-STEP TO TRUE
           MOVE "LOANJRPT" TO RL-STEP-NAME
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANJRPT NOT STARTED - " RL-MESSAGE
               GOBACK
           END-IF.
       0050-BEGIN-STEP-EXIT.
           EXIT.

       1000-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-EOF TO TRUE
                   GO TO 1000-READ-JOURNAL-EXIT
           END-READ
           IF JRNL-RECORD-LENGTH < 565
               MOVE SPACES TO MJ-APPROVED-BY
           END-IF
           ADD 1 TO RECORDS-READ-COUNT.
       1000-READ-JOURNAL-EXIT.
           EXIT.
                   MOVE "CHANGE" TO FUNCTION-TEXT
               WHEN MJ-FUNCTION-CLOSE
                   MOVE "CLOSE" TO FUNCTION-TEXT
               WHEN MJ-FUNCTION-MODIFY
                   MOVE "MODIFY" TO FUNCTION-TEXT
               WHEN MJ-FUNCTION-RATE
                   MOVE "RATE" TO FUNCTION-TEXT
               WHEN OTHER
                   MOVE MJ-FUNCTION TO FUNCTION-TEXT
           END-EVALUATE

           MOVE SPACES TO REPORT-WORK
           IF MJ-FUNCTION-RATE
               IF MJ-AFTER-IMAGE = LOW-VALUES
                   MOVE MJ-BEFORE-IMAGE TO RATE-SHEET-RECORD
               ELSE
                   MOVE MJ-AFTER-IMAGE TO RATE-SHEET-RECORD
               END-IF
               STRING MJ-JOURNAL-DATE " " MJ-JOURNAL-TIME " "
                   MJ-OPERATOR " " FUNCTION-TEXT " SHEET "
                   RS-PRODUCT-CODE " BAND " RS-TERM-BAND " EFF "
                   RS-EFFECTIVE-DATE INTO REPORT-WORK
           ELSE
               STRING MJ-JOURNAL-DATE " " MJ-JOURNAL-TIME " "
                   MJ-OPERATOR " " FUNCTION-TEXT " LOAN "
                   MJ-LOAN-NUMBER INTO REPORT-WORK
           END-IF
           WRITE CHANGE-REPORT-LINE FROM REPORT-WORK

           IF MJ-APPROVED-BY NOT = SPACES
               MOVE SPACES TO REPORT-WORK
               STRING "  APPROVED BY " MJ-APPROVED-BY
                   INTO REPORT-WORK
               WRITE CHANGE-REPORT-LINE FROM REPORT-WORK
           END-IF

           IF MJ-BEFORE-IMAGE = LOW-VALUES
               MOVE "  BEFORE (NO PRIOR RECORD)" TO REPORT-WORK
               WRITE CHANGE-REPORT-LINE FROM REPORT-WORK
           ELSE
               MOVE MJ-BEFORE-IMAGE TO LOAN-MASTER-RECORD
               MOVE MJ-BEFORE-IMAGE TO LOAN-MODIFICATION-RECORD
               MOVE MJ-BEFORE-IMAGE TO RATE-SHEET-RECORD
               PERFORM 3000-FORMAT-IMAGE THRU 3000-FORMAT-IMAGE-EXIT
               MOVE SPACES TO REPORT-WORK
               STRING "  BEFORE " IMAGE-WORK INTO REPORT-WORK
               WRITE CHANGE-REPORT-LINE FROM REPORT-WORK
           END-IF

           IF MJ-AFTER-IMAGE = LOW-VALUES
               MOVE "  AFTER  (ROW DELETED)" TO REPORT-WORK
               WRITE CHANGE-REPORT-LINE FROM REPORT-WORK
           ELSE
               MOVE MJ-AFTER-IMAGE TO LOAN-MASTER-RECORD
               MOVE MJ-AFTER-IMAGE TO LOAN-MODIFICATION-RECORD
               MOVE MJ-AFTER-IMAGE TO RATE-SHEET-RECORD
               PERFORM 3000-FORMAT-IMAGE THRU 3000-FORMAT-IMAGE-EXIT
               MOVE SPACES TO REPORT-WORK
               STRING "  AFTER  " IMAGE-WORK INTO REPORT-WORK
               WRITE CHANGE-REPORT-LINE FROM REPORT-WORK
           END-IF

           ADD 1 TO CHANGES-PRINTED-COUNT.
       2000-PRINT-ONE-CHANGE-EXIT.
           EXIT.

      * FORMAT THE KEY TERMS OF THE MASTER RECORD IN HAND - THE
      * FIELDS A FAT-FINGER SHOWS UP IN - ONTO ONE LINE. A LOAN
      * MODIFICATION ENTRY SHOWS THE MODIFIED TERMS INSTEAD, AND A
      * RATE-SHEET ENTRY THE RATE ON THE ROW.
       3000-FORMAT-IMAGE.
           IF MJ-FUNCTION-MODIFY
               PERFORM 3100-FORMAT-MOD-IMAGE
                   THRU 3100-FORMAT-MOD-IMAGE-EXIT
               GO TO 3000-FORMAT-IMAGE-EXIT
           END-IF

           IF MJ-FUNCTION-RATE
               MOVE RS-RATE TO RATE-D
               MOVE SPACES TO IMAGE-WORK
               STRING "RATE " RATE-D INTO IMAGE-WORK
               GO TO 3000-FORMAT-IMAGE-EXIT
           END-IF

           MOVE LM-PRINCIPAL TO PRINCIPAL-D
           MOVE LM-LOANTERM TO TERM-D
           MOVE LM-RATE TO RATE-D
       3000-FORMAT-IMAGE-EXIT.
           EXIT.

       3100-FORMAT-MOD-IMAGE.
           MOVE MD-PAYMENT-NBR TO MOD-PAYMENT-D
           MOVE MD-NEW-RATE TO RATE-D
           MOVE MD-NEW-TERM TO TERM-D
           MOVE MD-CAPITALIZED-AMT TO PRINCIPAL-D
           MOVE MD-FORBEAR-COUNT TO FORBEAR-COUNT-D
           MOVE MD-FORBEAR-PAYMENT TO EXTRA-D

           MOVE SPACES TO IMAGE-WORK
           STRING "STAT " MD-STATUS " FROM PMT " MOD-PAYMENT-D
               " RATE " RATE-D " TERM " TERM-D
               " CAPZ " PRINCIPAL-D " FORB " FORBEAR-COUNT-D
               " AT " EXTRA-D " " MD-REASON
               INTO IMAGE-WORK.
       3100-FORMAT-MOD-IMAGE-EXIT.
           EXIT.

      * RECORD THE STEP AS COMPLETE WITH THE JOURNAL RECORDS READ AND
      * THE CHANGES LISTED.
       9900-END-STEP.
           SET RL-END-STEP TO TRUE
           MOVE RECORDS-READ-COUNT TO RL-COUNT-IN
           MOVE CHANGES-PRINTED-COUNT TO RL-COUNT-OUT
           MOVE ZERO TO RL-COUNT-REJECT
           CALL "LOANCTL" USING RUN-LINK
           IF NOT RL-OK
               DISPLAY "LOANJRPT COMPLETION NOT RECORDED - "
                   RL-MESSAGE
           END-IF.
       9900-END-STEP-EXIT.
           EXIT.

       END PROGRAM LOANJRPT.

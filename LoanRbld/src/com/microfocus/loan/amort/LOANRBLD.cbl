               RUN IS SAFE TO REPEAT. THE REBUILT FILE IS WRITTEN
               TO LOANMSTN, NEVER OVER THE LIVE NAME - THE OPERATOR
               MOVES THE DAMAGED FILE ASIDE AND RENAMES LOANMSTN TO
               LOANMSTR AFTER CHECKING THE COUNTS. LOAN
               MODIFICATION ENTRIES ON THE JOURNAL (FUNCTION M) AND
               APPROVED RATE-SHEET CHANGES (FUNCTION R) DO NOT CARRY
               MASTER IMAGES AND ARE PASSED OVER.

       ENVIRONMENT DIVISION.

               DEPENDING ON BKUP-RECORD-LEN.
       01 BACKUP-MASTER-RECORD PIC X(250).

      * JOURNAL RECORDS WRITTEN BEFORE MJ-APPROVED-BY WAS ADDED ARE
      * 20 BYTES SHORTER. THEY ARE READ AT THEIR OWN LENGTH AND
      * TREATED AS NEEDING NO APPROVAL.
       FD JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 545 TO 565 CHARACTERS
               DEPENDING ON JRNL-RECORD-LENGTH.
       COPY "MSTRJRNL.CPY".

       FD NEW-MASTER-FILE.

       01 BKUP-FILE-STATUS PIC X(02).
       01 JRNL-FILE-STATUS PIC X(02).
       01 JRNL-RECORD-LENGTH PIC S9(4) COMP.
       01 MASTER-FILE-STATUS PIC X(02).

       01 BKUP-RECORD-LEN PIC S9(4) COMP.

       01 BACKUP-LOADED-COUNT PIC S9(7) COMP VALUE ZERO.
       01 JOURNAL-APPLIED-COUNT PIC S9(7) COMP VALUE ZERO.
       01 JOURNAL-SKIPPED-COUNT PIC S9(7) COMP VALUE ZERO.
       01 COUNT-D PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "LOANRBLD LOADED " COUNT-D " BACKUP RECORD(S)"
           MOVE JOURNAL-APPLIED-COUNT TO COUNT-D
           DISPLAY "LOANRBLD APPLIED " COUNT-D " JOURNAL RECORD(S)"
           MOVE JOURNAL-SKIPPED-COUNT TO COUNT-D
           DISPLAY "LOANRBLD PASSED OVER " COUNT-D
               " MODIFICATION/RATE JOURNAL RECORD(S)"
           DISPLAY "LOANRBLD CHECK THE COUNTS, MOVE THE DAMAGED "
               "LOANMSTR ASIDE AND RENAME LOANMSTN TO LOANMSTR"

      * SO AN ADD THAT IS ALREADY ON FILE BECOMES A REWRITE AND A
      * CHANGE OR CLOSE FOR A LOAN THE BACKUP NEVER HAD BECOMES A
      * WRITE - REPLAYING THE WHOLE JOURNAL OVER ANY VINTAGE OF
      * BACKUP LANDS ON THE SAME FINAL FILE. A LOAN MODIFICATION
      * ENTRY CARRIES LOANMOD IMAGES AND A RATE-SHEET ENTRY CARRIES
      * RATESHT IMAGES; NEITHER IS APPLIED.
       2000-APPLY-ONE-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-EOF TO TRUE
                   GO TO 2000-APPLY-ONE-JOURNAL-EXIT
           END-READ
           IF JRNL-RECORD-LENGTH < 565
               MOVE SPACES TO MJ-APPROVED-BY
           END-IF
           IF MJ-FUNCTION-MODIFY OR MJ-FUNCTION-RATE
               ADD 1 TO JOURNAL-SKIPPED-COUNT
               GO TO 2000-APPLY-ONE-JOURNAL-EXIT
           END-IF

           MOVE MJ-AFTER-IMAGE TO LOAN-MASTER-RECORD
           IF MJ-FUNCTION-ADD

      * JOURNAL LAYOUT SURVIVES MASTER GROWTH; THE DAILY CHANGE
      * REPORT AND THE REBUILD UTILITY BOTH DECODE THE IMAGES
      * THROUGH LOANMSTR.CPY.
      * MODMAINT JOURNALS EVERY ADD, CHANGE OR CANCEL OF A LOAN
      * MODIFICATION HERE TOO, AS FUNCTION M. ITS IMAGES ARE
      * LOAN-MODIFICATION-RECORDS (LOANMOD.CPY), NOT MASTER RECORDS;
      * THE CHANGE REPORT DECODES THEM THROUGH THAT LAYOUT AND THE
      * REBUILD UTILITY PASSES THEM OVER.
      * A CHANGE HELD FOR APPROVAL ON PENDCHG IS JOURNALED WHEN IT IS
      * APPROVED ON CHGREVW, UNDER THE OPERATOR WHO ENTERED IT, WITH
      * THE APPROVING OPERATOR IN MJ-APPROVED-BY (BLANK FOR A CHANGE
      * THAT NEEDED NO APPROVAL). AN APPROVED RATE-SHEET CHANGE IS
      * FUNCTION R WITH A ZERO LOAN NUMBER; ITS IMAGES ARE
      * RATE-SHEET-RECORDS (RATESHET.CPY), LOW-VALUES BEFORE FOR AN
      * ADD AND LOW-VALUES AFTER FOR A DELETE. THE REBUILD UTILITY
      * PASSES THEM OVER TOO.
      * MJ-APPROVED-BY LENGTHENED THE RECORD FROM 545 TO 565 BYTES.
      * EVERY LOANJRNL FD DECLARES THE RECORD VARYING FROM 545 TO 565
      * SO THE JOURNAL CAN STILL BE EXTENDED AND READ PAST OLDER,
      * SHORTER RECORDS; THE READERS BLANK MJ-APPROVED-BY ON A SHORT
      * RECORD.
      *
      ******************************************************************
       01 JOURNAL-RECORD.
               88 MJ-FUNCTION-ADD VALUE "A".
               88 MJ-FUNCTION-CHANGE VALUE "C".
               88 MJ-FUNCTION-CLOSE VALUE "X".
               88 MJ-FUNCTION-MODIFY VALUE "M".
               88 MJ-FUNCTION-RATE VALUE "R".
           05 MJ-LOAN-NUMBER PIC 9(8).
           05 MJ-BEFORE-IMAGE PIC X(250).
           05 MJ-AFTER-IMAGE PIC X(250).
           05 MJ-APPROVED-BY PIC X(20).

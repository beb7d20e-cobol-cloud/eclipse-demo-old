      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * PENDCHG.CPY
      *
      * RECORD LAYOUTS FOR THE INDEXED PENDCHG PENDING-CHANGE FILE,
      * KEYED BY A REQUEST NUMBER. LOANMAINT WRITES A REQUEST HERE IN
      * PLACE OF UPDATING LOANMSTR WHEN AN ADD, CHANGE OR CLOSE IS
      * OVER THE OPERATOR'S THRESHOLDS ON OPERAUTH, AND RATEMAINT
      * WRITES ONE FOR EVERY RATE-SHEET ADD, CHANGE OR DELETE. A
      * REQUEST CARRIES THE BEFORE AND AFTER IMAGES OF THE RECORD -
      * LOAN-MASTER-RECORDS (LOANMSTR.CPY) FOR FILE L, RATE-SHEET-
      * RECORDS (RATESHET.CPY) FOR FILE R - WITH A LOW-VALUES BEFORE
      * IMAGE FOR AN ADD AND A LOW-VALUES AFTER IMAGE FOR A RATE
      * DELETE. IT STAYS PENDING (STATUS P) UNTIL A SECOND, DIFFERENT
      * OPERATOR APPROVES (A) OR REJECTS (R) IT ON CHGREVW; ONLY THEN
      * IS THE AFTER IMAGE APPLIED, AND ONLY IF THE RECORD ON FILE
      * STILL MATCHES THE BEFORE IMAGE. DECIDED REQUESTS STAY ON FILE
      * AS THE AUDIT TRAIL. REQUEST NUMBER ZERO IS THE CONTROL RECORD
      * HOLDING THE LAST NUMBER GIVEN OUT.
      *
      ******************************************************************
       01 PENDING-CHANGE-RECORD.
           05 PC-REQUEST-NUMBER PIC 9(8).
           05 PC-FILE PIC X(01).
               88 PC-FILE-MASTER VALUE "L".
               88 PC-FILE-RATE VALUE "R".
           05 PC-FUNCTION PIC X(01).
               88 PC-FUNCTION-ADD VALUE "A".
               88 PC-FUNCTION-CHANGE VALUE "C".
               88 PC-FUNCTION-CLOSE VALUE "X".
           05 PC-STATUS PIC X(01).
               88 PC-STATUS-PENDING VALUE "P".
               88 PC-STATUS-APPROVED VALUE "A".
               88 PC-STATUS-REJECTED VALUE "R".
           05 PC-REASON PIC X(01).
               88 PC-REASON-AMOUNT VALUE "D".
               88 PC-REASON-RATE VALUE "R".
               88 PC-REASON-RATE-SHEET VALUE "S".
           05 PC-LOAN-NUMBER PIC 9(8).
           05 PC-ENTERED-DATE PIC 9(8).
           05 PC-ENTERED-TIME PIC 9(8).
           05 PC-ENTERED-BY PIC X(20).
           05 PC-REVIEWED-DATE PIC 9(8).
           05 PC-REVIEWED-TIME PIC 9(8).
           05 PC-REVIEWED-BY PIC X(20).
           05 PC-REJECT-REASON PIC X(30).
           05 PC-BEFORE-IMAGE PIC X(250).
           05 PC-AFTER-IMAGE PIC X(250).

       01 PENDING-CONTROL-RECORD.
           05 PN-REQUEST-NUMBER PIC 9(8).
           05 PN-LAST-REQUEST PIC 9(8).
           05 FILLER PIC X(606).

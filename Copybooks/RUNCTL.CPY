      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * RUNCTL.CPY
      *
      * RECORD LAYOUTS FOR THE INDEXED RUNCTL RUN-CONTROL FILE THAT
      * HOLDS THE BUSINESS DATE FOR THE WHOLE BATCH CHAIN. THE KEY IS
      * THE RECORD TYPE, A DATE AND A STEP NAME:
      *   D  THE SINGLE DATE-CONTROL RECORD (DATE ZERO, NO STEP) WITH
      *      THE CURRENT AND PRIOR BUSINESS DATES AND THE ACH AND
      *      ESCROW DISBURSEMENT WINDOWS IN DAYS.
      *   H  ONE HOLIDAY PER DATE (NO STEP). SATURDAYS AND SUNDAYS
      *      ARE NEVER BUSINESS DAYS AND ARE NOT KEPT HERE.
      *   S  ONE STEP-RUN RECORD PER BUSINESS DATE AND STEP, WRITTEN
      *      BY LOANCTL WHEN THE STEP STARTS (STATUS R) AND COMPLETED
      *      WHEN IT ENDS CLEANLY (STATUS C) WITH ITS RECORD COUNTS.
      *      A STEP THAT STOPS PART WAY IS LEFT AT STATUS R, SO THE
      *      STEPS THAT DEPEND ON IT WILL NOT START.
      * CTLMAINT KEEPS THE DATE-CONTROL AND HOLIDAY RECORDS; THE
      * LOANEOD END-OF-DAY STEP ROLLS THE BUSINESS DATE.
      *
      ******************************************************************
       01 RUN-CONTROL-RECORD.
           05 RC-KEY.
               10 RC-RECORD-TYPE PIC X(01).
                   88 RC-TYPE-CONTROL VALUE "D".
                   88 RC-TYPE-HOLIDAY VALUE "H".
                   88 RC-TYPE-STEP VALUE "S".
               10 RC-KEY-DATE PIC 9(8).
               10 RC-KEY-STEP PIC X(16).
           05 RC-BUSINESS-DATE PIC 9(8).
           05 RC-PRIOR-BUSINESS-DATE PIC 9(8).
           05 RC-ACH-WINDOW PIC 9(3).
           05 RC-DISB-WINDOW PIC 9(3).
           05 RC-CHANGED-DATE PIC 9(8).
           05 RC-CHANGED-TIME PIC 9(8).
           05 RC-CHANGED-BY PIC X(20).
           05 FILLER PIC X(42).

       01 RUN-HOLIDAY-RECORD.
           05 FILLER PIC X(25).
           05 RH-HOLIDAY-NAME PIC X(30).
           05 RH-ADDED-DATE PIC 9(8).
           05 RH-ADDED-BY PIC X(20).
           05 FILLER PIC X(42).

       01 RUN-STEP-RECORD.
           05 FILLER PIC X(25).
           05 RR-STEP-STATUS PIC X(01).
               88 RR-STEP-RUNNING VALUE "R".
               88 RR-STEP-COMPLETE VALUE "C".
           05 RR-RUN-COUNT PIC 9(3).
           05 RR-START-DATE PIC 9(8).
           05 RR-START-TIME PIC 9(8).
           05 RR-END-DATE PIC 9(8).
           05 RR-END-TIME PIC 9(8).
           05 RR-COUNT-IN PIC S9(9) COMP-3.
           05 RR-COUNT-OUT PIC S9(9) COMP-3.
           05 RR-COUNT-REJECT PIC S9(9) COMP-3.
           05 RR-OPERATOR PIC X(20).
           05 FILLER PIC X(29).

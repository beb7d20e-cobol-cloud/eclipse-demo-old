      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * CRPROFIL.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED CRPROFIL CREDIT REPORTING
      * PROFILE FILE, KEYED BY LOAN NUMBER. LOANMETRO KEEPS ONE
      * RECORD FOR EVERY ACCOUNT IT HAS REPORTED TO THE BUREAUS -
      * THE LAST MONTH REPORTED (YYYYMM), THE 24-MONTH PAYMENT
      * HISTORY PROFILE SENT THAT MONTH, THE ACCOUNT STATUS CODE
      * SENT, THE PROFILE CHARACTER THAT MONTH ADDS TO THE FRONT OF
      * THE NEXT MONTH'S PROFILE, AND THE DATE OF FIRST DELINQUENCY
      * BEING CARRIED. THE SAME FIELDS AS THEY STOOD BEFORE THE LAST
      * MONTH WAS REPORTED ARE KEPT IN CP-PRIOR SO THAT MONTH CAN BE
      * RUN AGAIN WITHOUT SHIFTING THE PROFILE TWICE.
      *
      ******************************************************************
       01 CREDIT-PROFILE-RECORD.
           05 CP-LOAN-NUMBER PIC 9(8).
           05 CP-LAST-REPORTED.
               10 CP-REPORT-MONTH PIC 9(6).
               10 CP-PAYMENT-PROFILE PIC X(24).
               10 CP-ACCOUNT-STATUS PIC X(2).
               10 CP-MONTH-CHAR PIC X(1).
               10 CP-FIRST-DELINQ-DATE PIC 9(8).
           05 CP-PRIOR.
               10 CP-PRIOR-MONTH PIC 9(6).
               10 CP-PRIOR-PROFILE PIC X(24).
               10 CP-PRIOR-STATUS PIC X(2).
               10 CP-PRIOR-CHAR PIC X(1).
               10 CP-PRIOR-DELINQ-DATE PIC 9(8).
           05 FILLER PIC X(30).

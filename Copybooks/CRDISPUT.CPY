      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * CRDISPUT.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED CRDISPUT CREDIT REPORTING
      * DISPUTE FILE, KEYED BY LOAN NUMBER. DISPMAINT KEEPS THE
      * FILE; LOANMETRO APPLIES EVERY OPEN DISPUTE (STATUS O) TO THE
      * ACCOUNT BEFORE THE BUREAU FILE GOES OUT. A SUPPRESS (ACTION
      * S) KEEPS THE ACCOUNT OFF THE FILE ALTOGETHER. A CORRECTION
      * (ACTION C) REPLACES WHAT THE RUN WORKED OUT WITH THE FIELDS
      * KEYED HERE - THE ACCOUNT STATUS CODE WHEN ONE IS GIVEN, THE
      * CURRENT BALANCE AND AMOUNT PAST DUE (WHOLE DOLLARS) WHEN
      * THEIR FLAG IS Y, AND THE SPECIAL COMMENT AND COMPLIANCE
      * CONDITION CODE WHEN GIVEN (XB WHILE A CONSUMER DISPUTE IS
      * UNDER INVESTIGATION). A RESOLVED DISPUTE (STATUS R) STAYS ON
      * FILE FOR REFERENCE BUT IS NO LONGER APPLIED.
      *
      ******************************************************************
       01 CREDIT-DISPUTE-RECORD.
           05 CD-LOAN-NUMBER PIC 9(8).
           05 CD-ACTION PIC X(01).
               88 CD-SUPPRESS VALUE "S".
               88 CD-CORRECT VALUE "C".
           05 CD-STATUS PIC X(01).
               88 CD-OPEN VALUE "O".
               88 CD-RESOLVED VALUE "R".
           05 CD-ACCOUNT-STATUS PIC X(02).
           05 CD-BALANCE-FLAG PIC X(01).
               88 CD-BALANCE-CORRECTED VALUE "Y".
           05 CD-CURRENT-BALANCE PIC 9(9).
           05 CD-PAST-DUE-FLAG PIC X(01).
               88 CD-PAST-DUE-CORRECTED VALUE "Y".
           05 CD-AMOUNT-PAST-DUE PIC 9(9).
           05 CD-SPECIAL-COMMENT PIC X(02).
           05 CD-COMPLIANCE-CODE PIC X(02).
           05 CD-REASON PIC X(40).
           05 CD-OPERATOR PIC X(20).
           05 CD-CHANGED-DATE PIC 9(8).
           05 FILLER PIC X(30).

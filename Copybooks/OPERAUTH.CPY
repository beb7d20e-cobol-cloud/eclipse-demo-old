      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * OPERAUTH.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED OPERAUTH OPERATOR AUTHORITY
      * FILE, KEYED BY THE OPERATOR ID (THE USER ENVIRONMENT VARIABLE
      * THE MAINTENANCE SCREENS JOURNAL UNDER). EACH OPERATOR CARRIES
      * A Y/N FLAG FOR EVERY FUNCTION THEY MAY PERFORM:
      *   ADD, CHANGE, CLOSE  LOAN MASTER UPDATES ON LOANMAINT
      *   RATE                RATE-SHEET UPDATES ON RATEMAINT
      *   APPROVE             APPROVING OR REJECTING ANOTHER
      *                       OPERATOR'S PENDING CHANGE ON CHGREVW
      *   ADMIN               MAINTAINING THIS FILE ON AUTHMAINT
      * AND TWO THRESHOLDS. A LOAN ADD OR CLOSE FOR A LOAN AMOUNT
      * OVER OA-DOLLAR-LIMIT, OR A CHANGE THAT MOVES THE LOAN AMOUNT,
      * EXTRA PAYMENT, ANNUAL TAX OR ANNUAL INSURANCE BY MORE THAN
      * OA-DOLLAR-LIMIT OR THE RATE BY MORE THAN OA-RATE-LIMIT
      * PERCENTAGE POINTS, IS NOT APPLIED BUT HELD ON PENDCHG FOR A
      * SECOND OPERATOR. EVERY RATE-SHEET UPDATE IS HELD THAT WAY
      * WHATEVER THE THRESHOLDS. A SUSPENDED OPERATOR (STATUS S) IS
      * KEPT ON FILE BUT CANNOT START A SESSION.
      *
      ******************************************************************
       01 OPERATOR-AUTHORITY-RECORD.
           05 OA-OPERATOR-ID PIC X(20).
           05 OA-OPERATOR-NAME PIC X(30).
           05 OA-STATUS PIC X(01).
               88 OA-STATUS-ACTIVE VALUE "A".
               88 OA-STATUS-SUSPENDED VALUE "S".
           05 OA-AUTHORITIES.
               10 OA-MAY-ADD PIC X(01).
                   88 OA-ADD-ALLOWED VALUE "Y".
               10 OA-MAY-CHANGE PIC X(01).
                   88 OA-CHANGE-ALLOWED VALUE "Y".
               10 OA-MAY-CLOSE PIC X(01).
                   88 OA-CLOSE-ALLOWED VALUE "Y".
               10 OA-MAY-RATE PIC X(01).
                   88 OA-RATE-ALLOWED VALUE "Y".
               10 OA-MAY-APPROVE PIC X(01).
                   88 OA-APPROVE-ALLOWED VALUE "Y".
               10 OA-MAY-ADMIN PIC X(01).
                   88 OA-ADMIN-ALLOWED VALUE "Y".
           05 OA-DOLLAR-LIMIT PIC S9(7)V99 COMP-3.
           05 OA-RATE-LIMIT PIC S9(2)V9(4) COMP-3.
           05 OA-CHANGED-DATE PIC 9(8).
           05 OA-CHANGED-TIME PIC 9(8).
           05 OA-CHANGED-BY PIC X(20).
           05 FILLER PIC X(20).

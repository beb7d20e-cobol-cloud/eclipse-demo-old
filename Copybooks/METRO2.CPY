      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * METRO2.CPY
      *
      * RECORD LAYOUTS FOR THE METRO2 CREDIT BUREAU FILE WRITTEN BY
      * LOANMETRO IN THE INDUSTRY-STANDARD METRO 2 426-CHARACTER
      * FIXED FORMAT - ONE HEADER, ONE BASE SEGMENT PER ACCOUNT
      * REPORTED AND ONE TRAILER. EVERY RECORD STARTS WITH THE
      * RECORD DESCRIPTOR WORD 0426. DATES ARE MMDDYYYY, MONEY IS
      * WHOLE DOLLARS AND UNUSED FIELDS ARE ZERO OR BLANK FILLED AS
      * THE FORMAT REQUIRES. THE TRAILER CARRIES A COUNT OF BASE
      * SEGMENTS FOR EACH ACCOUNT STATUS CODE, IN THE ORDER DA, 05,
      * 11, 13, 61, 62, 63, 64, 65, 71, 78, 80, 82, 83, 84, 88, 89,
      * 93, 94, 95, 96, 97.
      *
      ******************************************************************
       01 METRO2-HEADER-RECORD.
           05 M2H-RECORD-LENGTH PIC 9(4).
           05 M2H-RECORD-ID PIC X(6).
           05 M2H-CYCLE-ID PIC X(2).
           05 M2H-INNOVIS-ID PIC X(10).
           05 M2H-EQUIFAX-ID PIC X(10).
           05 M2H-EXPERIAN-ID PIC X(5).
           05 M2H-TRANSUNION-ID PIC X(10).
           05 M2H-ACTIVITY-DATE PIC 9(8).
           05 M2H-DATE-CREATED PIC 9(8).
           05 M2H-PROGRAM-DATE PIC 9(8).
           05 M2H-REVISION-DATE PIC 9(8).
           05 M2H-REPORTER-NAME PIC X(40).
           05 M2H-REPORTER-ADDRESS PIC X(96).
           05 M2H-REPORTER-PHONE PIC 9(10).
           05 M2H-VENDOR-NAME PIC X(40).
           05 M2H-VENDOR-VERSION PIC X(5).
           05 M2H-PRBC-ID PIC X(10).
           05 FILLER PIC X(146).

       01 METRO2-BASE-RECORD.
           05 M2B-RECORD-LENGTH PIC 9(4).
           05 M2B-PROCESSING-IND PIC X(1).
           05 M2B-TIME-STAMP.
               10 M2B-TS-DATE PIC 9(8).
               10 M2B-TS-TIME PIC 9(6).
           05 M2B-CORRECTION-IND PIC X(1).
           05 M2B-IDENTIFICATION-NBR PIC X(20).
           05 M2B-CYCLE-ID PIC X(2).
           05 M2B-ACCOUNT-NUMBER PIC X(30).
           05 M2B-PORTFOLIO-TYPE PIC X(1).
           05 M2B-ACCOUNT-TYPE PIC X(2).
           05 M2B-DATE-OPENED PIC 9(8).
           05 M2B-CREDIT-LIMIT PIC 9(9).
           05 M2B-ORIGINAL-AMOUNT PIC 9(9).
           05 M2B-TERMS-DURATION PIC 9(3).
           05 M2B-TERMS-FREQUENCY PIC X(1).
           05 M2B-SCHEDULED-PAYMENT PIC 9(9).
           05 M2B-ACTUAL-PAYMENT PIC 9(9).
           05 M2B-ACCOUNT-STATUS PIC X(2).
           05 M2B-PAYMENT-RATING PIC X(1).
           05 M2B-PAYMENT-PROFILE PIC X(24).
           05 M2B-SPECIAL-COMMENT PIC X(2).
           05 M2B-COMPLIANCE-CODE PIC X(2).
           05 M2B-CURRENT-BALANCE PIC 9(9).
           05 M2B-AMOUNT-PAST-DUE PIC 9(9).
           05 M2B-CHARGE-OFF-AMOUNT PIC 9(9).
           05 M2B-ACCOUNT-INFO-DATE PIC 9(8).
           05 M2B-FIRST-DELINQ-DATE PIC 9(8).
           05 M2B-DATE-CLOSED PIC 9(8).
           05 M2B-LAST-PAYMENT-DATE PIC 9(8).
           05 M2B-INTEREST-TYPE PIC X(1).
           05 FILLER PIC X(17).
           05 M2B-SURNAME PIC X(25).
           05 M2B-FIRST-NAME PIC X(20).
           05 M2B-MIDDLE-NAME PIC X(20).
           05 M2B-GENERATION-CODE PIC X(1).
           05 M2B-SSN PIC X(9).
           05 M2B-DATE-OF-BIRTH PIC 9(8).
           05 M2B-TELEPHONE PIC 9(10).
           05 M2B-ECOA-CODE PIC X(1).
           05 M2B-CONSUMER-INFO-IND PIC X(2).
           05 M2B-COUNTRY-CODE PIC X(2).
           05 M2B-ADDRESS-1 PIC X(32).
           05 M2B-ADDRESS-2 PIC X(32).
           05 M2B-CITY PIC X(20).
           05 M2B-STATE PIC X(2).
           05 M2B-POSTAL-CODE PIC X(9).
           05 M2B-ADDRESS-IND PIC X(1).
           05 M2B-RESIDENCE-CODE PIC X(1).

       01 METRO2-TRAILER-RECORD.
           05 M2T-RECORD-LENGTH PIC 9(4).
           05 M2T-RECORD-ID PIC X(7).
           05 M2T-BASE-COUNT PIC 9(9).
           05 FILLER PIC X(9).
           05 M2T-STATUS-DF-COUNT PIC 9(9).
           05 M2T-J1-COUNT PIC 9(9).
           05 M2T-J2-COUNT PIC 9(9).
           05 M2T-BLOCK-COUNT PIC 9(9).
           05 M2T-STATUS-COUNT PIC 9(9) OCCURS 22 TIMES.
           05 M2T-ECOA-Z-COUNT PIC 9(9).
           05 M2T-N1-COUNT PIC 9(9).
           05 M2T-K1-COUNT PIC 9(9).
           05 M2T-K2-COUNT PIC 9(9).
           05 M2T-K3-COUNT PIC 9(9).
           05 M2T-K4-COUNT PIC 9(9).
           05 M2T-L1-COUNT PIC 9(9).
           05 M2T-SSN-ALL-COUNT PIC 9(9).
           05 M2T-SSN-BASE-COUNT PIC 9(9).
           05 M2T-SSN-J1-COUNT PIC 9(9).
           05 M2T-SSN-J2-COUNT PIC 9(9).
           05 M2T-DOB-ALL-COUNT PIC 9(9).
           05 M2T-DOB-BASE-COUNT PIC 9(9).
           05 M2T-DOB-J1-COUNT PIC 9(9).
           05 M2T-DOB-J2-COUNT PIC 9(9).
           05 M2T-PHONE-COUNT PIC 9(9).
           05 FILLER PIC X(19).

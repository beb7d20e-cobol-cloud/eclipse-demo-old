      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * METROPRM.CPY
      *
      * RECORD LAYOUT FOR THE METROPRM CREDIT REPORTING PARAMETER
      * CARDS READ BY LOANMETRO. THE H CARD IDENTIFIES US TO THE
      * BUREAUS - THE PROGRAM IDENTIFIER EACH BUREAU ASSIGNED, THE
      * IDENTIFICATION NUMBER CARRIED ON EVERY BASE SEGMENT, THE
      * REPORTER NAME, ADDRESS AND TELEPHONE, AND THE DATES THE
      * REPORTING PROGRAM WAS FIRST SET UP AND LAST REVISED
      * (YYYYMMDD). A P CARD SETS, FOR ONE PRODUCT CODE, THE METRO 2
      * PORTFOLIO TYPE AND ACCOUNT TYPE TO REPORT, OR N IN THE
      * REPORT FLAG TO KEEP THE PRODUCT OFF THE FILE (COMMERCIAL
      * PRODUCTS ARE NOT CONSUMER CREDIT).
      *
      ******************************************************************
       01 METRO-PARAMETER-RECORD.
           05 MP-RECORD-TYPE PIC X(01).
               88 MP-REPORTER-PARM VALUE "H".
               88 MP-PRODUCT-PARM VALUE "P".
           05 MP-REPORTER-DATA.
               10 MP-INNOVIS-ID PIC X(10).
               10 MP-EQUIFAX-ID PIC X(10).
               10 MP-EXPERIAN-ID PIC X(5).
               10 MP-TRANSUNION-ID PIC X(10).
               10 MP-IDENTIFICATION-NBR PIC X(20).
               10 MP-REPORTER-NAME PIC X(40).
               10 MP-REPORTER-ADDRESS PIC X(96).
               10 MP-REPORTER-PHONE PIC 9(10).
               10 MP-PROGRAM-DATE PIC 9(8).
               10 MP-REVISION-DATE PIC 9(8).
           05 MP-PRODUCT-DATA REDEFINES MP-REPORTER-DATA.
               10 MP-PRODUCT-CODE PIC X(4).
               10 MP-PORTFOLIO-TYPE PIC X(1).
               10 MP-ACCOUNT-TYPE PIC X(2).
               10 MP-REPORT-FLAG PIC X(1).
                   88 MP-NOT-REPORTED VALUE "N".
               10 FILLER PIC X(209).

      * EVERY READER MUST VERIFY BEFORE TRUSTING THE FILE. DETAIL
      * AMOUNTS ARE PACKED SO CONSUMERS CAN DO ARITHMETIC ON THEM
      * DIRECTLY.
      * SD-MOD-FLAG AND SD-MOD-EVENT CARRY A LOAN MODIFICATION INTO
      * THE SCHEDULE. THE FLAG IS C ON A ROW BEFORE THE LOAN'S
      * LATEST MODIFICATION - ANY AMOUNT STILL UNPAID ON IT WAS
      * CLEARED BY CAPITALIZING IT - AND F ON A FORBEARANCE ROW. THE
      * EVENT IS M ON THE ROW WHERE A MODIFICATION TAKES EFFECT AND
      * R ON THE ROW WHERE A FORBEARANCE ENDS AND ITS DEFERRED
      * INTEREST IS ADDED TO THE BALANCE.
      *
      ******************************************************************
       01 SKED-HEADER-RECORD.
           05 SD-ESCROW PIC S9(7)V99 COMP-3.
           05 SD-PITI PIC S9(7)V99 COMP-3.
           05 SD-RATE-RESET PIC X(01).
           05 SD-MOD-FLAG PIC X(01).
               88 SD-ROW-CLEARED VALUE "C".
               88 SD-ROW-FORBEARANCE VALUE "F".
           05 SD-MOD-EVENT PIC X(01).
               88 SD-MOD-TAKES-EFFECT VALUE "M".
               88 SD-FORBEARANCE-ENDS VALUE "R".

       01 SKED-TRAILER-RECORD.
           05 ST-RECORD-TYPE PIC X(01).

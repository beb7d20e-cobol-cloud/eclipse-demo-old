      * TOTAL PAYMENT INCLUDING IT. OUTPAYDATE IS THE CALENDAR DUE
      * DATE OF THE ROW (YYYYMMDD), OR ZERO WHEN THE CALLER GAVE NO
      * FIRST-PAY-DATE.
      * OUTFORBEAR IS "F" ON THE ROWS OF A FORBEARANCE PERIOD.
      * OUTMODEVENT IS "M" ON THE ROW WHERE A MODIFICATION TAKES
      * EFFECT AND "R" ON THE ROW WHERE A FORBEARANCE ENDS AND ITS
      * DEFERRED INTEREST IS ADDED TO THE BALANCE, SPACE OTHERWISE.
      * OUTMODCOUNT IS HOW MANY OF THE CALLER'S MODIFICATIONS WERE
      * REACHED BEFORE THE LOAN PAID OFF.
      *
      ******************************************************************
       01 OUTDATA.
               10 OUTESCROW PIC ZZZZZ9.99.
               10 OUTPITI PIC ZZZZZ9.99.
               10 OUTPAYDATE PIC 9(8).
               10 OUTFORBEAR PIC X(01).
               10 OUTMODEVENT PIC X(01).
           05 OUTTOTINTPAID PIC ZZZZZZ9.99.
           05 OUTPAYOFFMONTH PIC ZZ9.
           05 OUTMODCOUNT PIC 9(01).

    05  AccountDesc     PIC X(30).
    05  AccountOpenDate PIC 9(8).
    05  AccountOvrdrftLim PIC 9(7)V99.
    05  AccountCurrency PIC X(3).
    05  AccountFcyBalance PIC S9(9)V99.

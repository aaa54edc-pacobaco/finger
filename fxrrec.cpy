01  ExchangeRateRecord.
    05  FX-Currency     PIC X(3).
    05  FX-RateDate     PIC 9(8).
    05  FX-Rate         PIC 9(5)V9(6).

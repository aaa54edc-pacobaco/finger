01  CostCenterPeriodRecord.
    05  CP-AccountName      PIC X(10).
    05  CP-CostCenter       PIC X(6).
    05  CP-Period           PIC 9(6).
    05  CP-AccountClass     PIC X(01).
    05  CP-Debits           PIC 9(11)V99.
    05  CP-Credits          PIC 9(11)V99.
    05  CP-Net              PIC S9(11)V99.
    05  CP-Postings         PIC 9(7).

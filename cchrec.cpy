01  CostCenterHistRecord.
    05  CCH-AccountName     PIC X(10).
    05  CCH-CostCenter      PIC X(6).
    05  CCH-Period          PIC 9(6).
    05  CCH-PostDate        PIC 9(8).
    05  CCH-Debits          PIC 9(9)V99.
    05  CCH-Credits         PIC 9(9)V99.

    05  AUD-BatchId         PIC X(16).
    05  AUD-Journal         PIC 9(5).
    05  AUD-TransSeq        PIC 9(9).
    05  AUD-PostDate        PIC 9(8).
    05  AUD-CostCenter      PIC X(6).
    05  AUD-Currency        PIC X(3).
    05  AUD-FcyAmount       PIC 9(9)V99.

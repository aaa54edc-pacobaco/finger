01  AdjustmentRecord.
    05  ADJ-BatchId         PIC X(16).
    05  ADJ-Journal         PIC 9(5).
    05  ADJ-TransSeq        PIC 9(9).
    05  ADJ-AccountName     PIC X(10).
    05  ADJ-AccountClass    PIC X(01).
    05  ADJ-TransType       PIC X(10).
    05  ADJ-TransAmount     PIC 9(9)V99.
    05  ADJ-EffDate         PIC 9(8).
    05  ADJ-Period          PIC 9(6).
    05  ADJ-PostDate        PIC 9(8).
    05  ADJ-AuthorizedBy    PIC X(08).
    05  ADJ-RestatedDate    PIC 9(8).

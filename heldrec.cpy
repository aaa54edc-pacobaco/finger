01  HeldRecord.
    05  HLD-BatchId       PIC X(16).
    05  HLD-BusinessDate  PIC 9(8).
    05  HLD-MakerId       PIC X(08).
    05  HLD-HeldDate      PIC 9(8).
    05  HLD-DebitTotal    PIC 9(11)V99.
    05  HLD-Limit         PIC 9(9)V99.
    05  HLD-TransImage    PIC X(73).

01  AdjAuthRecord.
    05  AA-BatchId          PIC X(16).
    05  AA-EarliestPeriod   PIC 9(6).
    05  AA-AuthorizedBy     PIC X(08).
    05  AA-AuthDate         PIC 9(8).

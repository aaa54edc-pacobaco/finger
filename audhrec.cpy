01  AuditHistRecord.
    05  AH-Key.
        10  AH-AccountName  PIC X(10).
        10  AH-PostDate     PIC 9(8).
        10  AH-PostSeq      PIC 9(5).
    05  AH-Detail.
        10  AH-TransType    PIC X(10).
        10  AH-TransAmount  PIC 9(9)V99.
        10  AH-BalanceBefore PIC S9(9)V99.
        10  AH-BalanceAfter PIC S9(9)V99.
        10  AH-BatchId      PIC X(16).
        10  AH-Journal      PIC 9(5).
        10  AH-TransSeq     PIC 9(9).

    05  SUS-EffDate      PIC 9(8).
    05  SUS-RetryCount   PIC 9(3).
    05  SUS-FirstSeen    PIC 9(8).
    05  SUS-CostCenter   PIC X(6).
    05  SUS-Currency     PIC X(3).
    05  SUS-LocalAmount  PIC 9(9)V99.
    05  SUS-BatchType    PIC X(01).
    05  SUS-OperatorId   PIC X(08).

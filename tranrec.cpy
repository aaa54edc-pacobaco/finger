    05  TransSeq        PIC 9(9).
    05  TransJournal    PIC 9(5).
    05  TransEffDate    PIC 9(8).
    05  TransCostCenter PIC X(6).
    05  TransCurrency   PIC X(3).
    05  TransLocalAmount PIC 9(9)V99.
01  TransHeaderRecord REDEFINES TransRecord.
    05  HDR-Marker        PIC X(10).
    05  HDR-BatchId       PIC X(16).
    05  HDR-BusinessDate  PIC 9(8).
    05  HDR-OperatorId    PIC X(08).
    05  HDR-BatchType     PIC X(01).
        88  HDR-PriorPeriodAdj VALUE "P".
    05  FILLER            PIC X(30).
01  TransTrailerRecord REDEFINES TransRecord.
    05  TRL-Marker        PIC X(10).
    05  TRL-HashTotal     PIC 9(9)V99.
    05  FILLER            PIC X(10).
    05  TRL-RecordCount   PIC 9(9).
    05  FILLER            PIC X(33).

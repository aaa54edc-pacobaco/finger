01  PerdHistRecord.
    05  PH-AccountName      PIC X(10).
    05  PH-Period           PIC 9(6).
    05  PH-ClosingBalance   PIC S9(9)V99.
    05  PH-AccountClass     PIC X(01).
    05  PH-RowStatus        PIC X(01).
        88  PH-Original         VALUE SPACE.
        88  PH-Superseded       VALUE "S".
        88  PH-Restated         VALUE "R".
    05  PH-Version          PIC 9(3).
    05  PH-RestatedDate     PIC 9(8).

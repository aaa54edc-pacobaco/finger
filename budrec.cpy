01  BudgetRecord.
    05  BUD-Key.
        10  BUD-AccountName PIC X(10).
        10  BUD-Period      PIC 9(6).
    05  BUD-Amount          PIC S9(9)V99.
    05  BUD-OriginalAmount  PIC S9(9)V99.
    05  BUD-Revision        PIC 9(3).
    05  BUD-LoadedDate      PIC 9(8).
    05  BUD-RevisedDate     PIC 9(8).
    05  BUD-Source          PIC X(08).

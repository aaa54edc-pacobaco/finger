FD  BackupFile.
01  BackupRecord.
    05  BK-RecType      PIC X(01).
    05  BK-LedgerImage  PIC X(84).
01  BackupTrailer REDEFINES BackupRecord.
    05  BK-TrlType      PIC X(01).
    05  BK-TrlCount     PIC 9(9).
    05  BK-TrlNetBal    PIC S9(11)V99.
    05  FILLER          PIC X(62).

WORKING-STORAGE SECTION.
01  WS-LEDGER-STATUS    PIC XX.
    IF AccountOvrdrftLim NOT NUMERIC
        MOVE "OVERDRAFT LIMIT NOT NUMERIC" TO WS-REPORT-LINE
        PERFORM REPORT-LEDGER-EXCEPTION
    END-IF
    IF AccountFcyBalance NOT NUMERIC
        MOVE "FOREIGN BALANCE NOT NUMERIC" TO WS-REPORT-LINE
        PERFORM REPORT-LEDGER-EXCEPTION
    END-IF.

REPORT-LEDGER-EXCEPTION.

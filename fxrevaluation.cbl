IDENTIFICATION DIVISION.
PROGRAM-ID. FxRevaluation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LedgerFile ASSIGN TO "LEDGERF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountName
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT RateFile ASSIGN TO "FXRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FXRATES-STATUS.
    SELECT RevalTxFile ASSIGN TO "FXOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "FXRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  RateFile.
    COPY "fxrrec.cpy".

FD  RevalTxFile.
    COPY "tranrec.cpy".

FD  ReportFile.
01  ReportLine          PIC X(132).

WORKING-STORAGE SECTION.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-FXRATES-STATUS   PIC XX.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-RateEOF          PIC X VALUE "N".
01  WS-SweepEOF         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-TimeNow          PIC 9(8).
01  WS-BatchId          PIC X(16).
01  WS-HeaderWritten    PIC X VALUE "N".
01  WS-RevalDate        PIC 9(8).
01  WS-GainLossAcct     PIC X(10).
01  WS-RateCurrency     PIC X(3).
01  WS-RateAsOf         PIC 9(8).
01  WS-RateFound        PIC X.
01  WS-RateDate         PIC 9(8).
01  WS-Rate             PIC 9(5)V9(6).
01  WS-FcyBalance       PIC S9(9)V99.
01  WS-OldRate          PIC S9(5)V9(6).
01  WS-NewLocal         PIC S9(11)V99.
01  WS-Difference       PIC S9(11)V99.
01  WS-LegAmount        PIC 9(9)V99.
01  WS-AccountType      PIC X(10).
01  WS-OffsetType       PIC X(10).

01  WS-RevalCard.
    05  RV-RevalDate    PIC X(8).
    05  RV-GainLossAcct PIC X(10).
    05  FILLER          PIC X(62).

01  WS-RateTable.
    05  WS-RateEntry OCCURS 5000 TIMES.
        10  WS-FX-Currency  PIC X(3).
        10  WS-FX-RateDate  PIC 9(8).
        10  WS-FX-Rate      PIC 9(5)V9(6).

01  WS-PageHeadLine.
    05  FILLER          PIC X(34)
        VALUE "FOREIGN CURRENCY REVALUATION      ".
    05  FILLER          PIC X(09) VALUE "RUN DATE ".
    05  PH-RunDate      PIC 9(8).
    05  FILLER          PIC X(15) VALUE "   RATES AS OF ".
    05  PH-RevalDate    PIC 9(8).
    05  FILLER          PIC X(15) VALUE "   GAIN/LOSS - ".
    05  PH-GainLossAcct PIC X(10).

01  WS-ColumnHeadLine.
    05  FILLER          PIC X(15) VALUE "ACCOUNT    CUR ".
    05  FILLER          PIC X(16) VALUE " FOREIGN BALANCE".
    05  FILLER          PIC X(14) VALUE "      OLD RATE".
    05  FILLER          PIC X(14) VALUE "      NEW RATE".
    05  FILLER          PIC X(19) VALUE "          OLD LOCAL".
    05  FILLER          PIC X(19) VALUE "          NEW LOCAL".
    05  FILLER          PIC X(19) VALUE "         DIFFERENCE".
    05  FILLER          PIC X(16) VALUE "  JOURNAL".

01  WS-DetailLine.
    05  DL-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Currency     PIC X(3).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-FcyBalance   PIC ---,---,--9.99.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  DL-OldRate      PIC -----9.999999.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-NewRate      PIC -----9.999999.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-OldLocal     PIC ---,---,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-NewLocal     PIC ---,---,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Difference   PIC ---,---,---,--9.99.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  DL-Note         PIC X(16).

01  WS-CountLine.
    05  CL-Caption      PIC X(21).
    05  CL-Count        PIC ZZZ,ZZZ,ZZ9.

01  WS-AmountLine.
    05  AL-Caption      PIC X(21).
    05  AL-Amount       PIC ---,---,---,--9.99.

77  WS-FX-COUNT         PIC 9(4) VALUE 0.
77  WS-FX-IDX           PIC 9(4) VALUE 0.
77  WS-JOURNAL-NO       PIC 9(5) VALUE 60000.
77  WS-SEQ-NO           PIC 9(9) VALUE 0.
77  WS-HASH-TOTAL       PIC 9(9)V99 VALUE 0.
77  WS-RECORD-COUNT     PIC 9(9) VALUE 0.
77  WS-ACCTS-FOREIGN    PIC 9(7) VALUE 0.
77  WS-ACCTS-REVALUED   PIC 9(7) VALUE 0.
77  WS-ACCTS-UNCHANGED  PIC 9(7) VALUE 0.
77  WS-ACCTS-NO-RATE    PIC 9(7) VALUE 0.
77  WS-JOURNALS-WRITTEN PIC 9(7) VALUE 0.
77  WS-NET-DIFFERENCE   PIC S9(11)V99 VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM READ-REVALUATION-CARD
    END-IF
    IF WS-AbortRun = "N"
        PERFORM CHECK-GAIN-LOSS-ACCOUNT
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-EXCHANGE-RATES
        PERFORM WRITE-REPORT-HEADINGS
        PERFORM REVALUE-LEDGER
        IF WS-HeaderWritten = "Y"
            PERFORM WRITE-BATCH-TRAILER
        END-IF
        PERFORM PRINT-REVALUATION-TOTALS
    END-IF
    IF WS-AbortRun = "Y"
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    ACCEPT WS-TimeNow FROM TIME
    MOVE SPACES TO WS-BatchId
    STRING "FX" WS-RunDate WS-TimeNow (1:6)
        DELIMITED BY SIZE INTO WS-BatchId
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "LEDGER FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT RateFile
    IF WS-FXRATES-STATUS NOT = "00"
        DISPLAY "EXCHANGE RATE FILE COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN OUTPUT RevalTxFile
    OPEN OUTPUT ReportFile.

READ-REVALUATION-CARD.
    MOVE SPACES TO WS-RevalCard
    ACCEPT WS-RevalCard
    IF RV-RevalDate = SPACES
        MOVE WS-RunDate TO WS-RevalDate
    ELSE
        IF RV-RevalDate NUMERIC
            MOVE RV-RevalDate TO WS-RevalDate
            IF WS-RevalDate > WS-RunDate
                DISPLAY "REVALUATION DATE " WS-RevalDate
                    " IS AFTER THE RUN DATE - RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
            END-IF
        ELSE
            DISPLAY "REVALUATION DATE " RV-RevalDate
                " NOT NUMERIC - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF RV-GainLossAcct = SPACES
        MOVE "FXUNREAL" TO WS-GainLossAcct
    ELSE
        MOVE RV-GainLossAcct TO WS-GainLossAcct
    END-IF.

CHECK-GAIN-LOSS-ACCOUNT.
    MOVE WS-GainLossAcct TO AccountName
    READ LedgerFile
        INVALID KEY
            DISPLAY "GAIN/LOSS ACCOUNT " WS-GainLossAcct
                " NOT ON LEDGER - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN AccountClosed
                    DISPLAY "GAIN/LOSS ACCOUNT " WS-GainLossAcct
                        " IS CLOSED - RUN ABORTED."
                    MOVE "Y" TO WS-AbortRun
                WHEN NOT ClassIncome AND NOT ClassExpense
                    DISPLAY "GAIN/LOSS ACCOUNT " WS-GainLossAcct
                        " IS NOT AN INCOME OR EXPENSE ACCOUNT - "
                        "RUN ABORTED."
                    MOVE "Y" TO WS-AbortRun
                WHEN AccountCurrency NOT = SPACES
                    DISPLAY "GAIN/LOSS ACCOUNT " WS-GainLossAcct
                        " IS NOT A LOCAL CURRENCY ACCOUNT - "
                        "RUN ABORTED."
                    MOVE "Y" TO WS-AbortRun
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

LOAD-EXCHANGE-RATES.
    PERFORM UNTIL WS-RateEOF = "Y"
        READ RateFile
            AT END SET WS-RateEOF TO "Y"
            NOT AT END PERFORM STORE-EXCHANGE-RATE
        END-READ
    END-PERFORM.

STORE-EXCHANGE-RATE.
    IF FX-Currency = SPACES OR FX-RateDate NOT NUMERIC
            OR FX-Rate NOT NUMERIC
        DISPLAY "EXCHANGE RATE ENTRY INVALID - IGNORED: "
            FX-Currency
    ELSE
        IF WS-FX-COUNT < 5000
            ADD 1 TO WS-FX-COUNT
            MOVE FX-Currency TO WS-FX-Currency (WS-FX-COUNT)
            MOVE FX-RateDate TO WS-FX-RateDate (WS-FX-COUNT)
            MOVE FX-Rate TO WS-FX-Rate (WS-FX-COUNT)
        ELSE
            DISPLAY "EXCHANGE RATE TABLE FULL - ENTRY IGNORED: "
                FX-Currency " " FX-RateDate
        END-IF
    END-IF.

FIND-EXCHANGE-RATE.
    MOVE "N" TO WS-RateFound
    MOVE 0 TO WS-RateDate
    MOVE 0 TO WS-Rate
    PERFORM VARYING WS-FX-IDX FROM 1 BY 1
        UNTIL WS-FX-IDX > WS-FX-COUNT
        IF WS-FX-Currency (WS-FX-IDX) = WS-RateCurrency
                AND WS-FX-RateDate (WS-FX-IDX) NOT > WS-RateAsOf
                AND WS-FX-RateDate (WS-FX-IDX) NOT < WS-RateDate
            MOVE "Y" TO WS-RateFound
            MOVE WS-FX-RateDate (WS-FX-IDX) TO WS-RateDate
            MOVE WS-FX-Rate (WS-FX-IDX) TO WS-Rate
        END-IF
    END-PERFORM.

WRITE-REPORT-HEADINGS.
    MOVE WS-RunDate TO PH-RunDate
    MOVE WS-RevalDate TO PH-RevalDate
    MOVE WS-GainLossAcct TO PH-GainLossAcct
    WRITE ReportLine FROM WS-PageHeadLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM WS-ColumnHeadLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine.

REVALUE-LEDGER.
    MOVE LOW-VALUES TO AccountName
    START LedgerFile KEY IS NOT LESS THAN AccountName
        INVALID KEY MOVE "Y" TO WS-SweepEOF
    END-START
    PERFORM UNTIL WS-SweepEOF = "Y" OR WS-AbortRun = "Y"
        READ LedgerFile NEXT RECORD
            AT END MOVE "Y" TO WS-SweepEOF
        END-READ
        IF WS-SweepEOF = "N" AND AccountOpen
                AND AccountCurrency NOT = SPACES
            PERFORM REVALUE-ONE-ACCOUNT
        END-IF
    END-PERFORM.

REVALUE-ONE-ACCOUNT.
    ADD 1 TO WS-ACCTS-FOREIGN
    IF AccountFcyBalance NUMERIC
        MOVE AccountFcyBalance TO WS-FcyBalance
    ELSE
        MOVE 0 TO WS-FcyBalance
    END-IF
    MOVE 0 TO WS-OldRate
    IF WS-FcyBalance NOT = 0
        COMPUTE WS-OldRate ROUNDED = AccountBalance / WS-FcyBalance
            ON SIZE ERROR MOVE 0 TO WS-OldRate
        END-COMPUTE
    END-IF
    MOVE AccountCurrency TO WS-RateCurrency
    MOVE WS-RevalDate TO WS-RateAsOf
    PERFORM FIND-EXCHANGE-RATE
    MOVE AccountName TO DL-Account
    MOVE AccountCurrency TO DL-Currency
    MOVE WS-FcyBalance TO DL-FcyBalance
    MOVE WS-OldRate TO DL-OldRate
    MOVE AccountBalance TO DL-OldLocal
    IF WS-RateFound = "N"
        ADD 1 TO WS-ACCTS-NO-RATE
        MOVE 0 TO DL-NewRate
        MOVE 0 TO DL-NewLocal
        MOVE 0 TO DL-Difference
        MOVE "NO RATE - SKIPPED" TO DL-Note
    ELSE
        COMPUTE WS-NewLocal ROUNDED = WS-FcyBalance * WS-Rate
        COMPUTE WS-Difference = WS-NewLocal - AccountBalance
        MOVE WS-Rate TO DL-NewRate
        MOVE WS-NewLocal TO DL-NewLocal
        MOVE WS-Difference TO DL-Difference
        IF WS-Difference = 0
            ADD 1 TO WS-ACCTS-UNCHANGED
            MOVE "NO CHANGE" TO DL-Note
        ELSE
            PERFORM WRITE-REVALUATION-JOURNAL
        END-IF
    END-IF
    WRITE ReportLine FROM WS-DetailLine.

WRITE-REVALUATION-JOURNAL.
    IF WS-HeaderWritten = "N"
        PERFORM WRITE-BATCH-HEADER
    END-IF
    PERFORM NEXT-JOURNAL-NUMBER
    IF WS-AbortRun = "N"
        IF WS-Difference > 0
            MOVE "CREDIT" TO WS-AccountType
            MOVE "DEBIT" TO WS-OffsetType
            MOVE WS-Difference TO WS-LegAmount
        ELSE
            MOVE "DEBIT" TO WS-AccountType
            MOVE "CREDIT" TO WS-OffsetType
            COMPUTE WS-LegAmount = 0 - WS-Difference
        END-IF
        MOVE SPACES TO TransRecord
        MOVE WS-AccountType TO TransType
        MOVE 0 TO TransAmount
        MOVE AccountName TO TransAccount
        MOVE AccountCurrency TO TransCurrency
        MOVE WS-LegAmount TO TransLocalAmount
        PERFORM WRITE-REVALUATION-LEG
        MOVE SPACES TO TransRecord
        MOVE WS-OffsetType TO TransType
        MOVE WS-LegAmount TO TransAmount
        MOVE WS-GainLossAcct TO TransAccount
        MOVE 0 TO TransLocalAmount
        PERFORM WRITE-REVALUATION-LEG
        ADD 1 TO WS-JOURNALS-WRITTEN
        ADD 1 TO WS-ACCTS-REVALUED
        ADD WS-Difference TO WS-NET-DIFFERENCE
        MOVE SPACES TO DL-Note
        STRING "JOURNAL " WS-JOURNAL-NO
            DELIMITED BY SIZE INTO DL-Note
    END-IF.

WRITE-BATCH-HEADER.
    MOVE SPACES TO TransRecord
    MOVE "HEADER" TO HDR-Marker
    MOVE WS-BatchId TO HDR-BatchId
    MOVE WS-RunDate TO HDR-BusinessDate
    MOVE "FXREVAL" TO HDR-OperatorId
    WRITE TransRecord
    MOVE "Y" TO WS-HeaderWritten.

NEXT-JOURNAL-NUMBER.
    IF WS-JOURNAL-NO >= 69999
        DISPLAY "JOURNAL NUMBERS EXHAUSTED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        ADD 1 TO WS-JOURNAL-NO
    END-IF.

WRITE-REVALUATION-LEG.
    ADD 1 TO WS-SEQ-NO
    MOVE WS-SEQ-NO TO TransSeq
    MOVE WS-JOURNAL-NO TO TransJournal
    MOVE WS-RevalDate TO TransEffDate
    WRITE TransRecord
    ADD TransAmount TO WS-HASH-TOTAL
    ADD 1 TO WS-RECORD-COUNT.

WRITE-BATCH-TRAILER.
    MOVE SPACES TO TransRecord
    MOVE "TRAILER" TO TRL-Marker
    MOVE WS-HASH-TOTAL TO TRL-HashTotal
    MOVE WS-RECORD-COUNT TO TRL-RecordCount
    WRITE TransRecord.

PRINT-REVALUATION-TOTALS.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE "FOREIGN ACCOUNTS...: " TO CL-Caption
    MOVE WS-ACCTS-FOREIGN TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "ACCOUNTS REVALUED..: " TO CL-Caption
    MOVE WS-ACCTS-REVALUED TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "NO CHANGE..........: " TO CL-Caption
    MOVE WS-ACCTS-UNCHANGED TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "NO RATE - SKIPPED..: " TO CL-Caption
    MOVE WS-ACCTS-NO-RATE TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "NET DIFFERENCE.....: " TO AL-Caption
    MOVE WS-NET-DIFFERENCE TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    DISPLAY "===== FX REVALUATION ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNTS REVALUED..: " WS-ACCTS-REVALUED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOURNALS WRITTEN...: " WS-JOURNALS-WRITTEN
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NO RATE - SKIPPED..: " WS-ACCTS-NO-RATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-HeaderWritten = "Y"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "BATCH ID...........: " WS-BatchId
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF
    IF WS-ACCTS-NO-RATE > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

CLOSE-FILES.
    CLOSE LedgerFile
    CLOSE RateFile
    CLOSE RevalTxFile
    CLOSE ReportFile.

END PROGRAM FxRevaluation.

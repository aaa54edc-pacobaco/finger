IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetVariance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PerdHistFile ASSIGN TO "PERDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDHIST-STATUS.
    SELECT OPTIONAL BudgetFile ASSIGN TO "BUDGETF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BUD-Key
        FILE STATUS IS WS-BUDGET-STATUS.
    SELECT LedgerFile ASSIGN TO "LEDGERF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountName
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT ReportFile ASSIGN TO "BUDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PerdHistFile.
    COPY "phistrec.cpy".

FD  BudgetFile.
    COPY "budrec.cpy".

FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  ReportFile.
01  ReportLine          PIC X(120).

WORKING-STORAGE SECTION.
01  WS-PERDHIST-STATUS  PIC XX.
01  WS-BUDGET-STATUS    PIC XX.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-EOF              PIC X VALUE "N".
01  WS-SweepEOF         PIC X VALUE "N".
01  WS-BudgetEOF        PIC X VALUE "N".
01  WS-BudgetPresent    PIC X VALUE "Y".
01  WS-AbortRun         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-ClosedPeriod     PIC 9(6).
01  WS-PeriodYear       PIC 9(4).
01  WS-PeriodMonth      PIC 9(2).
01  WS-HistYear         PIC 9(4).
01  WS-HistMonth        PIC 9(2).
01  WS-TolerancePct     PIC 9(3)V99.

01  WS-ToleranceCard.
    05  TC-TolerancePct PIC 9(3)V99.
    05  FILLER          PIC X(75).

01  WS-AcctActual       PIC S9(11)V99.
01  WS-AcctActualYTD    PIC S9(11)V99.
01  WS-AcctBudget       PIC S9(11)V99.
01  WS-AcctBudgetYTD    PIC S9(11)V99.
01  WS-AcctFlagged      PIC X.

01  WS-CalcActual       PIC S9(11)V99.
01  WS-CalcBudget       PIC S9(11)V99.
01  WS-CalcVariance     PIC S9(11)V99.
01  WS-CalcPct          PIC S9(7)V9.
01  WS-CalcAbsPct       PIC S9(7)V9.
01  WS-CalcFlag         PIC X(10).

01  WS-ActualTable.
    05  WS-ActualEntry OCCURS 500 TIMES.
        10  WS-BV-Account   PIC X(10).
        10  WS-BV-Current   PIC S9(11)V99.
        10  WS-BV-YTD       PIC S9(11)V99.

01  WS-PageHeadLine.
    05  FILLER          PIC X(24)
        VALUE "BUDGET VARIANCE REPORT  ".
    05  FILLER          PIC X(07) VALUE "PERIOD ".
    05  PH-HeadPeriod   PIC 9(6).
    05  FILLER          PIC X(11) VALUE "  RUN DATE ".
    05  PH-HeadRunDate  PIC 9(8).
    05  FILLER          PIC X(12) VALUE "  TOLERANCE ".
    05  PH-HeadTolPct   PIC ZZ9.99.
    05  FILLER          PIC X(01) VALUE "%".

01  WS-ColumnHeadLine.
    05  FILLER          PIC X(48) VALUE
        "ACCOUNT    DESCRIPTION".
    05  FILLER          PIC X(16) VALUE "         ACTUAL ".
    05  FILLER          PIC X(16) VALUE "         BUDGET ".
    05  FILLER          PIC X(16) VALUE "       VARIANCE ".
    05  FILLER          PIC X(09) VALUE "   VAR%  ".
    05  FILLER          PIC X(04) VALUE "FLAG".

01  WS-DetailLine.
    05  DL-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Desc         PIC X(30).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Basis        PIC X(05).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Actual       PIC ----,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Budget       PIC ----,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Variance     PIC ----,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Pct          PIC ----9.9.
    05  DL-PctText REDEFINES DL-Pct PIC X(07).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  DL-Flag         PIC X(10).

77  WS-BV-COUNT         PIC 9(3) VALUE 0.
77  WS-BV-IDX           PIC 9(3) VALUE 0.
77  WS-BV-FOUND         PIC 9(3) VALUE 0.
77  WS-SECTION-CLASS    PIC X VALUE SPACE.
77  WS-SECT-ACT         PIC S9(11)V99 VALUE 0.
77  WS-SECT-BUD         PIC S9(11)V99 VALUE 0.
77  WS-SECT-ACT-YTD     PIC S9(11)V99 VALUE 0.
77  WS-SECT-BUD-YTD     PIC S9(11)V99 VALUE 0.
77  WS-INC-ACT          PIC S9(11)V99 VALUE 0.
77  WS-INC-BUD          PIC S9(11)V99 VALUE 0.
77  WS-INC-ACT-YTD      PIC S9(11)V99 VALUE 0.
77  WS-INC-BUD-YTD      PIC S9(11)V99 VALUE 0.
77  WS-EXP-ACT          PIC S9(11)V99 VALUE 0.
77  WS-EXP-BUD          PIC S9(11)V99 VALUE 0.
77  WS-EXP-ACT-YTD      PIC S9(11)V99 VALUE 0.
77  WS-EXP-BUD-YTD      PIC S9(11)V99 VALUE 0.
77  WS-ACCOUNTS-REPORTED PIC 9(7) VALUE 0.
77  WS-ACCOUNTS-FLAGGED PIC 9(7) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM DETERMINE-REPORT-PERIOD
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-ACTUALS-TABLE
    END-IF
    IF WS-AbortRun = "N"
        PERFORM PRINT-REPORT-HEADING
        MOVE "INCOME" TO ReportLine
        WRITE ReportLine AFTER ADVANCING 1 LINE
        MOVE "I" TO WS-SECTION-CLASS
        PERFORM PRINT-VARIANCE-SECTION
        MOVE WS-SECT-ACT TO WS-INC-ACT
        MOVE WS-SECT-BUD TO WS-INC-BUD
        MOVE WS-SECT-ACT-YTD TO WS-INC-ACT-YTD
        MOVE WS-SECT-BUD-YTD TO WS-INC-BUD-YTD
        MOVE SPACES TO ReportLine
        MOVE "EXPENSES" TO ReportLine
        WRITE ReportLine AFTER ADVANCING 1 LINE
        MOVE "E" TO WS-SECTION-CLASS
        PERFORM PRINT-VARIANCE-SECTION
        MOVE WS-SECT-ACT TO WS-EXP-ACT
        MOVE WS-SECT-BUD TO WS-EXP-BUD
        MOVE WS-SECT-ACT-YTD TO WS-EXP-ACT-YTD
        MOVE WS-SECT-BUD-YTD TO WS-EXP-BUD-YTD
        PERFORM PRINT-NET-INCOME-LINES
        PERFORM PRINT-VARIANCE-TOTALS
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    MOVE SPACES TO WS-ToleranceCard
    ACCEPT WS-ToleranceCard
    IF TC-TolerancePct NUMERIC AND TC-TolerancePct > 0
        MOVE TC-TolerancePct TO WS-TolerancePct
    ELSE
        MOVE 10 TO WS-TolerancePct
        DISPLAY "NO TOLERANCE CARD - DEFAULT TOLERANCE OF 10.00% "
            "APPLIED."
    END-IF
    OPEN INPUT PerdHistFile
    IF WS-PERDHIST-STATUS NOT = "00"
        DISPLAY "PERIOD HISTORY FILE COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT BudgetFile
    IF WS-BUDGET-STATUS = "05"
        DISPLAY "NO BUDGET MASTER - EVERY ACCOUNT IS REPORTED "
            "WITH NO BUDGET."
        MOVE "N" TO WS-BudgetPresent
    END-IF
    IF WS-BUDGET-STATUS NOT = "00" AND WS-BUDGET-STATUS NOT = "05"
        DISPLAY "BUDGET MASTER COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "LEDGER FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN OUTPUT ReportFile.

DETERMINE-REPORT-PERIOD.
    MOVE 0 TO WS-ClosedPeriod
    READ PerdHistFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y"
        IF PH-Period NUMERIC AND PH-Period > WS-ClosedPeriod
            MOVE PH-Period TO WS-ClosedPeriod
        END-IF
        READ PerdHistFile
            AT END SET WS-EOF TO "Y"
        END-READ
    END-PERFORM
    CLOSE PerdHistFile
    OPEN INPUT PerdHistFile
    MOVE "N" TO WS-EOF
    IF WS-ClosedPeriod = 0
        DISPLAY "NO PERIOD HISTORY RECORDS - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        DIVIDE WS-ClosedPeriod BY 100
            GIVING WS-PeriodYear REMAINDER WS-PeriodMonth
    END-IF.

LOAD-ACTUALS-TABLE.
    READ PerdHistFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y" OR WS-AbortRun = "Y"
        PERFORM STORE-ACTUAL-RECORD
        READ PerdHistFile
            AT END SET WS-EOF TO "Y"
        END-READ
    END-PERFORM.

STORE-ACTUAL-RECORD.
    IF PH-Period NUMERIC AND PH-ClosingBalance NUMERIC
            AND (PH-AccountClass = "I" OR PH-AccountClass = "E")
            AND NOT PH-Superseded
        DIVIDE PH-Period BY 100
            GIVING WS-HistYear REMAINDER WS-HistMonth
        IF WS-HistYear = WS-PeriodYear
                AND PH-Period <= WS-ClosedPeriod
            PERFORM ACCUMULATE-ACTUAL-RECORD
        END-IF
    END-IF.

ACCUMULATE-ACTUAL-RECORD.
    MOVE 0 TO WS-BV-FOUND
    PERFORM VARYING WS-BV-IDX FROM 1 BY 1
        UNTIL WS-BV-IDX > WS-BV-COUNT
        IF WS-BV-Account (WS-BV-IDX) = PH-AccountName
            MOVE WS-BV-IDX TO WS-BV-FOUND
        END-IF
    END-PERFORM
    IF WS-BV-FOUND = 0
        IF WS-BV-COUNT < 500
            ADD 1 TO WS-BV-COUNT
            MOVE WS-BV-COUNT TO WS-BV-FOUND
            MOVE PH-AccountName TO WS-BV-Account (WS-BV-FOUND)
            MOVE 0 TO WS-BV-Current (WS-BV-FOUND)
            MOVE 0 TO WS-BV-YTD (WS-BV-FOUND)
        ELSE
            DISPLAY "ACTUALS TABLE FULL - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-AbortRun = "N"
        IF PH-Period = WS-ClosedPeriod
            ADD PH-ClosingBalance TO WS-BV-Current (WS-BV-FOUND)
        END-IF
        ADD PH-ClosingBalance TO WS-BV-YTD (WS-BV-FOUND)
    END-IF.

PRINT-REPORT-HEADING.
    MOVE WS-ClosedPeriod TO PH-HeadPeriod
    MOVE WS-RunDate TO PH-HeadRunDate
    MOVE WS-TolerancePct TO PH-HeadTolPct
    WRITE ReportLine FROM WS-PageHeadLine AFTER ADVANCING PAGE
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    WRITE ReportLine FROM WS-ColumnHeadLine AFTER ADVANCING 1 LINE
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE.

PRINT-VARIANCE-SECTION.
    MOVE 0 TO WS-SECT-ACT
    MOVE 0 TO WS-SECT-BUD
    MOVE 0 TO WS-SECT-ACT-YTD
    MOVE 0 TO WS-SECT-BUD-YTD
    MOVE "N" TO WS-SweepEOF
    MOVE LOW-VALUES TO AccountName
    START LedgerFile KEY IS NOT LESS THAN AccountName
        INVALID KEY MOVE "Y" TO WS-SweepEOF
    END-START
    PERFORM UNTIL WS-SweepEOF = "Y"
        READ LedgerFile NEXT RECORD
            AT END MOVE "Y" TO WS-SweepEOF
        END-READ
        IF WS-SweepEOF = "N" AND AccountClass = WS-SECTION-CLASS
            PERFORM PRINT-ACCOUNT-VARIANCE
        END-IF
    END-PERFORM
    MOVE SPACES TO DL-Account
    MOVE "TOTAL" TO DL-Desc
    MOVE "MONTH" TO DL-Basis
    MOVE WS-SECT-ACT TO WS-CalcActual
    MOVE WS-SECT-BUD TO WS-CalcBudget
    PERFORM COMPUTE-VARIANCE
    PERFORM WRITE-VARIANCE-LINE
    MOVE SPACES TO DL-Desc
    MOVE "YTD" TO DL-Basis
    MOVE WS-SECT-ACT-YTD TO WS-CalcActual
    MOVE WS-SECT-BUD-YTD TO WS-CalcBudget
    PERFORM COMPUTE-VARIANCE
    PERFORM WRITE-VARIANCE-LINE
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE.

PRINT-ACCOUNT-VARIANCE.
    ADD 1 TO WS-ACCOUNTS-REPORTED
    MOVE "N" TO WS-AcctFlagged
    PERFORM FETCH-ACCOUNT-ACTUALS
    PERFORM FETCH-ACCOUNT-BUDGETS
    MOVE AccountName TO DL-Account
    MOVE AccountDesc TO DL-Desc
    MOVE "MONTH" TO DL-Basis
    MOVE WS-AcctActual TO WS-CalcActual
    MOVE WS-AcctBudget TO WS-CalcBudget
    PERFORM COMPUTE-VARIANCE
    IF WS-CalcFlag NOT = SPACES
        MOVE "Y" TO WS-AcctFlagged
    END-IF
    PERFORM WRITE-VARIANCE-LINE
    MOVE SPACES TO DL-Account
    MOVE SPACES TO DL-Desc
    MOVE "YTD" TO DL-Basis
    MOVE WS-AcctActualYTD TO WS-CalcActual
    MOVE WS-AcctBudgetYTD TO WS-CalcBudget
    PERFORM COMPUTE-VARIANCE
    IF WS-CalcFlag NOT = SPACES
        MOVE "Y" TO WS-AcctFlagged
    END-IF
    PERFORM WRITE-VARIANCE-LINE
    IF WS-AcctFlagged = "Y"
        ADD 1 TO WS-ACCOUNTS-FLAGGED
    END-IF
    ADD WS-AcctActual TO WS-SECT-ACT
    ADD WS-AcctBudget TO WS-SECT-BUD
    ADD WS-AcctActualYTD TO WS-SECT-ACT-YTD
    ADD WS-AcctBudgetYTD TO WS-SECT-BUD-YTD.

FETCH-ACCOUNT-ACTUALS.
    MOVE 0 TO WS-AcctActual
    MOVE 0 TO WS-AcctActualYTD
    PERFORM VARYING WS-BV-IDX FROM 1 BY 1
        UNTIL WS-BV-IDX > WS-BV-COUNT
        IF WS-BV-Account (WS-BV-IDX) = AccountName
            MOVE WS-BV-Current (WS-BV-IDX) TO WS-AcctActual
            MOVE WS-BV-YTD (WS-BV-IDX) TO WS-AcctActualYTD
        END-IF
    END-PERFORM
    IF ClassExpense
        COMPUTE WS-AcctActual = 0 - WS-AcctActual
        COMPUTE WS-AcctActualYTD = 0 - WS-AcctActualYTD
    END-IF.

FETCH-ACCOUNT-BUDGETS.
    MOVE 0 TO WS-AcctBudget
    MOVE 0 TO WS-AcctBudgetYTD
    MOVE "N" TO WS-BudgetEOF
    IF WS-BudgetPresent = "N"
        MOVE "Y" TO WS-BudgetEOF
    ELSE
        MOVE AccountName TO BUD-AccountName
        COMPUTE BUD-Period = WS-PeriodYear * 100 + 1
        START BudgetFile KEY IS NOT LESS THAN BUD-Key
            INVALID KEY MOVE "Y" TO WS-BudgetEOF
        END-START
    END-IF
    PERFORM UNTIL WS-BudgetEOF = "Y"
        READ BudgetFile NEXT RECORD
            AT END MOVE "Y" TO WS-BudgetEOF
        END-READ
        IF WS-BudgetEOF = "N"
            IF BUD-AccountName NOT = AccountName
                    OR BUD-Period > WS-ClosedPeriod
                MOVE "Y" TO WS-BudgetEOF
            ELSE
                IF BUD-Amount NUMERIC
                    ADD BUD-Amount TO WS-AcctBudgetYTD
                    IF BUD-Period = WS-ClosedPeriod
                        MOVE BUD-Amount TO WS-AcctBudget
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

COMPUTE-VARIANCE.
    MOVE SPACES TO WS-CalcFlag
    IF WS-SECTION-CLASS = "E"
        COMPUTE WS-CalcVariance = WS-CalcBudget - WS-CalcActual
    ELSE
        COMPUTE WS-CalcVariance = WS-CalcActual - WS-CalcBudget
    END-IF
    IF WS-CalcBudget = 0
        MOVE 0 TO WS-CalcPct
        IF WS-CalcActual NOT = 0
            MOVE "NO BUDGET" TO WS-CalcFlag
        END-IF
    ELSE
        COMPUTE WS-CalcPct ROUNDED
            = WS-CalcVariance * 100 / WS-CalcBudget
            ON SIZE ERROR
                MOVE 9999.9 TO WS-CalcPct
        END-COMPUTE
        IF WS-CalcPct < 0
            COMPUTE WS-CalcAbsPct = 0 - WS-CalcPct
        ELSE
            MOVE WS-CalcPct TO WS-CalcAbsPct
        END-IF
        IF WS-CalcAbsPct > WS-TolerancePct
            MOVE "OVER TOL" TO WS-CalcFlag
        END-IF
    END-IF.

WRITE-VARIANCE-LINE.
    MOVE WS-CalcActual TO DL-Actual
    MOVE WS-CalcBudget TO DL-Budget
    MOVE WS-CalcVariance TO DL-Variance
    IF WS-CalcBudget = 0
        MOVE SPACES TO DL-PctText
    ELSE
        IF WS-CalcPct > 9999.9
            MOVE 9999.9 TO DL-Pct
        ELSE
            IF WS-CalcPct < -9999.9
                MOVE -9999.9 TO DL-Pct
            ELSE
                MOVE WS-CalcPct TO DL-Pct
            END-IF
        END-IF
    END-IF
    MOVE WS-CalcFlag TO DL-Flag
    WRITE ReportLine FROM WS-DetailLine AFTER ADVANCING 1 LINE.

PRINT-NET-INCOME-LINES.
    MOVE "I" TO WS-SECTION-CLASS
    MOVE SPACES TO DL-Account
    MOVE "NET INCOME" TO DL-Desc
    MOVE "MONTH" TO DL-Basis
    COMPUTE WS-CalcActual = WS-INC-ACT - WS-EXP-ACT
    COMPUTE WS-CalcBudget = WS-INC-BUD - WS-EXP-BUD
    PERFORM COMPUTE-VARIANCE
    PERFORM WRITE-VARIANCE-LINE
    MOVE SPACES TO DL-Desc
    MOVE "YTD" TO DL-Basis
    COMPUTE WS-CalcActual = WS-INC-ACT-YTD - WS-EXP-ACT-YTD
    COMPUTE WS-CalcBudget = WS-INC-BUD-YTD - WS-EXP-BUD-YTD
    PERFORM COMPUTE-VARIANCE
    PERFORM WRITE-VARIANCE-LINE.

PRINT-VARIANCE-TOTALS.
    DISPLAY "===== BUDGET VARIANCE ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REPORT PERIOD......: " WS-ClosedPeriod
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNTS REPORTED..: " WS-ACCOUNTS-REPORTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNTS FLAGGED...: " WS-ACCOUNTS-FLAGGED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE.

CLOSE-FILES.
    CLOSE PerdHistFile
    CLOSE BudgetFile
    CLOSE LedgerFile
    CLOSE ReportFile.

END PROGRAM BudgetVariance.

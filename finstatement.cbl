        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT ReportFile ASSIGN TO "FINRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AdjHistFile ASSIGN TO "ADJHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJHIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PerdHistFile.
    COPY "phistrec.cpy".

FD  LedgerFile.
    COPY "ledgrec.cpy".
FD  ReportFile.
01  ReportLine          PIC X(110).

FD  AdjHistFile.
    COPY "adjrec.cpy".

WORKING-STORAGE SECTION.
01  WS-PERDHIST-STATUS  PIC XX.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-RetainedPrior    PIC S9(11)V99.
01  WS-RetainedLedger   PIC S9(11)V99.
01  WS-RetainedExpect   PIC S9(11)V99.
01  WS-ADJHIST-STATUS   PIC XX.
01  WS-AdjEOF           PIC X VALUE "N".
01  WS-Basis            PIC X VALUE "R".
01  WS-LatestPeriod     PIC 9(6).
01  WS-PeriodFound      PIC X VALUE "N".
01  WS-RowWanted        PIC X.
01  WS-TieToLedger      PIC X VALUE "N".
01  WS-AdjInWindow      PIC X.
01  WS-LastAdjKey       PIC X(21).
01  WS-AdjKey           PIC X(21).

01  WS-StatementCard.
    05  SC-Basis        PIC X(01).
    05  SC-Period       PIC 9(6).
    05  FILLER          PIC X(73).

01  WS-StmtTable.
    05  WS-StmtEntry OCCURS 500 TIMES.
    05  PH-HeadPeriod   PIC 9(6).
    05  FILLER          PIC X(11) VALUE "  RUN DATE ".
    05  PH-HeadRunDate  PIC 9(8).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  PH-HeadBasis    PIC X(22).

01  WS-ColumnHeadLine.
    05  FILLER          PIC X(42) VALUE SPACES.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Col3         PIC ----,---,---,--9.99.

01  WS-AdjustHeadLine.
    05  FILLER          PIC X(07) VALUE "PERIOD ".
    05  FILLER          PIC X(17) VALUE "BATCH ID".
    05  FILLER          PIC X(06) VALUE "JRNL".
    05  FILLER          PIC X(11) VALUE "ACCOUNT".
    05  FILLER          PIC X(07) VALUE "TYPE".
    05  FILLER          PIC X(16) VALUE "         AMOUNT ".
    05  FILLER          PIC X(09) VALUE "POSTED".
    05  FILLER          PIC X(09) VALUE "AUTH BY".
    05  FILLER          PIC X(08) VALUE "RESTATED".

01  WS-AdjustLine.
    05  AJ-Period       PIC 9(6).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AJ-BatchId      PIC X(16).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AJ-Journal      PIC 9(5).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AJ-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AJ-Type         PIC X(06).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AJ-Amount       PIC ---,---,--9.99.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  AJ-PostDate     PIC 9(8).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AJ-AuthBy       PIC X(08).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AJ-Restated     PIC 9(8).

77  WS-STMT-COUNT       PIC 9(3) VALUE 0.
77  WS-STMT-IDX         PIC 9(3) VALUE 0.
77  WS-STMT-FOUND       PIC 9(3) VALUE 0.
77  WS-SECTION-CLASS    PIC X VALUE SPACE.
77  WS-RETEARN-ACCOUNT  PIC X(10) VALUE "RETEARN".
77  WS-TIE-EDIT         PIC ----,---,---,--9.99.
77  WS-ADJ-JOURNALS     PIC 9(7) VALUE 0.
77  WS-ADJ-LEGS         PIC 9(7) VALUE 0.
77  WS-ADJ-DEBITS       PIC 9(11)V99 VALUE 0.
77  WS-ADJ-CREDITS      PIC 9(11)V99 VALUE 0.
77  WS-ADJ-EDIT         PIC ----,---,---,--9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
        PERFORM PRINT-BALANCE-SHEET
        PERFORM PRINT-INCOME-STATEMENT
        PERFORM PRINT-RETAINED-TIE-CHECK
        PERFORM PRINT-ADJUSTMENTS-SCHEDULE
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    MOVE SPACES TO WS-StatementCard
    ACCEPT WS-StatementCard
    EVALUATE SC-Basis
        WHEN "O"
            MOVE "O" TO WS-Basis
        WHEN "R"
            MOVE "R" TO WS-Basis
        WHEN SPACE
            MOVE "R" TO WS-Basis
        WHEN OTHER
            DISPLAY "STATEMENT BASIS " SC-Basis " NOT O OR R - "
                "RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
    END-EVALUATE
    OPEN INPUT PerdHistFile
    IF WS-PERDHIST-STATUS NOT = "00"
        DISPLAY "PERIOD HISTORY FILE COULD NOT BE OPENED - "
    OPEN OUTPUT ReportFile.

DETERMINE-REPORT-PERIODS.
    MOVE 0 TO WS-LatestPeriod
    READ PerdHistFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y"
        IF PH-Period NUMERIC AND PH-Period > WS-LatestPeriod
            MOVE PH-Period TO WS-LatestPeriod
        END-IF
        IF SC-Period NUMERIC AND PH-Period NUMERIC
                AND PH-Period = SC-Period
            MOVE "Y" TO WS-PeriodFound
        END-IF
        READ PerdHistFile
            AT END SET WS-EOF TO "Y"
    CLOSE PerdHistFile
    OPEN INPUT PerdHistFile
    MOVE "N" TO WS-EOF
    MOVE WS-LatestPeriod TO WS-ClosedPeriod
    IF SC-Period NUMERIC AND SC-Period > 0
        IF WS-PeriodFound = "Y"
            MOVE SC-Period TO WS-ClosedPeriod
        ELSE
            DISPLAY "NO PERIOD HISTORY FOR PERIOD " SC-Period
                " - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-Basis = "R" AND WS-ClosedPeriod = WS-LatestPeriod
        MOVE "Y" TO WS-TieToLedger
    END-IF
    IF WS-ClosedPeriod = 0
        DISPLAY "NO PERIOD HISTORY RECORDS - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-PERFORM.

STORE-HISTORY-RECORD.
    PERFORM SELECT-HISTORY-ROW
    IF PH-Period NUMERIC AND PH-ClosingBalance NUMERIC
            AND WS-RowWanted = "Y"
        DIVIDE PH-Period BY 100
            GIVING WS-HistYear REMAINDER WS-HistMonth
        IF PH-AccountName = WS-RETEARN-ACCOUNT
        END-IF
    END-IF.

SELECT-HISTORY-ROW.
    MOVE "N" TO WS-RowWanted
    IF WS-Basis = "O"
        IF PH-Version NOT NUMERIC OR PH-Version = 0
            MOVE "Y" TO WS-RowWanted
        END-IF
    ELSE
        IF NOT PH-Superseded
            MOVE "Y" TO WS-RowWanted
        END-IF
    END-IF.

ACCUMULATE-HISTORY-RECORD.
    MOVE 0 TO WS-STMT-FOUND
    PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
PRINT-BALANCE-SHEET.
    MOVE WS-ClosedPeriod TO PH-HeadPeriod
    MOVE WS-RunDate TO PH-HeadRunDate
    IF WS-Basis = "O"
        MOVE "AS ORIGINALLY REPORTED" TO PH-HeadBasis
    ELSE
        MOVE "AS RESTATED" TO PH-HeadBasis
    END-IF
    WRITE ReportLine FROM WS-PageHeadLine AFTER ADVANCING PAGE
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE

PRINT-RETAINED-LINE.
    MOVE 0 TO WS-RetainedLedger
    IF WS-TieToLedger = "Y"
        MOVE WS-RETEARN-ACCOUNT TO AccountName
        READ LedgerFile
            INVALID KEY
                DISPLAY "RETAINED EARNINGS ACCOUNT NOT ON LEDGER."
            NOT INVALID KEY
                MOVE AccountBalance TO WS-RetainedLedger
        END-READ
    ELSE
        MOVE WS-RetainedPrior TO WS-RetainedLedger
        PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
            UNTIL WS-STMT-IDX > WS-STMT-COUNT
            IF WS-FS-Class (WS-STMT-IDX) = "I"
                    OR WS-FS-Class (WS-STMT-IDX) = "E"
                ADD WS-FS-Current (WS-STMT-IDX) TO WS-RetainedLedger
            END-IF
        END-PERFORM
    END-IF
    MOVE WS-RETEARN-ACCOUNT TO DL-Account
    MOVE "RETAINED EARNINGS" TO DL-Desc
    MOVE WS-RetainedLedger TO DL-Col1
    WRITE ReportLine AFTER ADVANCING 1 LINE.

PRINT-RETAINED-TIE-CHECK.
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    IF WS-TieToLedger = "Y"
        PERFORM PRINT-LEDGER-TIE-CHECK
    ELSE
        MOVE "RETAINED EARNINGS DERIVED FROM THE PERIOD HISTORY."
            TO ReportLine
        WRITE ReportLine AFTER ADVANCING 1 LINE
        MOVE "LEDGER TIE CHECK RUNS FOR LATEST PERIOD AS RESTATED."
            TO ReportLine
        WRITE ReportLine AFTER ADVANCING 1 LINE
    END-IF.

PRINT-LEDGER-TIE-CHECK.
    COMPUTE WS-RetainedExpect
        = WS-RetainedPrior + WS-INC-CUR
    IF WS-RetainedExpect = WS-RetainedLedger
        MOVE "STATEMENTS TIE TO THE RETAINED EARNINGS ROLL."
            TO ReportLine
        MOVE 8 TO RETURN-CODE
    END-IF.

PRINT-ADJUSTMENTS-SCHEDULE.
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    MOVE "PRIOR-PERIOD ADJUSTMENTS SCHEDULE" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    IF WS-Basis = "O"
        MOVE "FIGURES ABOVE EXCLUDE THE ADJUSTMENTS LISTED BELOW."
            TO ReportLine
    ELSE
        MOVE "FIGURES ABOVE INCLUDE THE ADJUSTMENTS LISTED BELOW."
            TO ReportLine
    END-IF
    WRITE ReportLine AFTER ADVANCING 1 LINE
    WRITE ReportLine FROM WS-AdjustHeadLine AFTER ADVANCING 1 LINE
    MOVE SPACES TO WS-LastAdjKey
    OPEN INPUT AdjHistFile
    IF WS-ADJHIST-STATUS = "00"
        PERFORM UNTIL WS-AdjEOF = "Y"
            READ AdjHistFile
                AT END SET WS-AdjEOF TO "Y"
                NOT AT END PERFORM PRINT-ADJUSTMENT-LEG
            END-READ
        END-PERFORM
    END-IF
    CLOSE AdjHistFile
    IF WS-ADJ-LEGS = 0
        MOVE "NO PRIOR-PERIOD ADJUSTMENTS AFFECT THESE PERIODS."
            TO ReportLine
        WRITE ReportLine AFTER ADVANCING 1 LINE
    END-IF
    MOVE SPACES TO ReportLine
    STRING "JOURNALS LISTED....: " WS-ADJ-JOURNALS
        DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    MOVE SPACES TO ReportLine
    STRING "LEGS LISTED........: " WS-ADJ-LEGS
        DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    MOVE WS-ADJ-DEBITS TO WS-ADJ-EDIT
    MOVE SPACES TO ReportLine
    STRING "ADJUSTMENT DEBITS..: " WS-ADJ-EDIT
        DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    MOVE WS-ADJ-CREDITS TO WS-ADJ-EDIT
    MOVE SPACES TO ReportLine
    STRING "ADJUSTMENT CREDITS.: " WS-ADJ-EDIT
        DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE.

PRINT-ADJUSTMENT-LEG.
    MOVE "N" TO WS-AdjInWindow
    IF ADJ-Period NUMERIC
        DIVIDE ADJ-Period BY 100
            GIVING WS-HistYear REMAINDER WS-HistMonth
        IF ADJ-Period = WS-ClosedPeriod
                OR ADJ-Period = WS-PriorPeriod
                OR (WS-HistYear = WS-PeriodYear
                    AND ADJ-Period <= WS-ClosedPeriod)
            MOVE "Y" TO WS-AdjInWindow
        END-IF
    END-IF
    IF WS-AdjInWindow = "Y"
        MOVE SPACES TO WS-AdjKey
        STRING ADJ-BatchId ADJ-Journal
            DELIMITED BY SIZE INTO WS-AdjKey
        IF WS-AdjKey NOT = WS-LastAdjKey
            ADD 1 TO WS-ADJ-JOURNALS
            MOVE WS-AdjKey TO WS-LastAdjKey
        END-IF
        ADD 1 TO WS-ADJ-LEGS
        IF ADJ-TransType = "DEBIT"
            ADD ADJ-TransAmount TO WS-ADJ-DEBITS
        ELSE
            ADD ADJ-TransAmount TO WS-ADJ-CREDITS
        END-IF
        MOVE ADJ-Period TO AJ-Period
        MOVE ADJ-BatchId TO AJ-BatchId
        MOVE ADJ-Journal TO AJ-Journal
        MOVE ADJ-AccountName TO AJ-Account
        MOVE ADJ-TransType TO AJ-Type
        MOVE ADJ-TransAmount TO AJ-Amount
        MOVE ADJ-PostDate TO AJ-PostDate
        MOVE ADJ-AuthorizedBy TO AJ-AuthBy
        MOVE ADJ-RestatedDate TO AJ-Restated
        WRITE ReportLine FROM WS-AdjustLine AFTER ADVANCING 1 LINE
    END-IF.

FETCH-ACCOUNT-DESC.
    MOVE WS-FS-Account (WS-STMT-IDX) TO AccountName
    READ LedgerFile

IDENTIFICATION DIVISION.
PROGRAM-ID. PeriodRestate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PeriodFile ASSIGN TO "PERIODF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT OPTIONAL AdjInFile ASSIGN TO "ADJIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AdjHistFile ASSIGN TO "ADJHIST"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AdjNewFile ASSIGN TO "ADJNEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PerdHistFile ASSIGN TO "PERDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDHIST-STATUS.
    SELECT PerdNewFile ASSIGN TO "PERDNEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "RSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PeriodFile.
    COPY "perdrec.cpy".

FD  AdjInFile.
01  AdjInRecord         PIC X(100).

FD  AdjHistFile.
01  AdjHistRecord       PIC X(100).

FD  AdjNewFile.
01  AdjNewRecord        PIC X(100).

FD  PerdHistFile.
    COPY "phistrec.cpy".

FD  PerdNewFile.
01  PerdNewRecord       PIC X(40).

FD  ReportFile.
01  ReportLine          PIC X(100).

WORKING-STORAGE SECTION.
01  WS-PERIOD-STATUS    PIC XX.
01  WS-PERDHIST-STATUS  PIC XX.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-AdjEOF           PIC X VALUE "N".
01  WS-HistEOF          PIC X VALUE "N".
01  WS-AdjInOpen        PIC X VALUE "N".
01  WS-AdjHistOpen      PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-CurrentPeriod    PIC 9(6).
01  WS-LastClosed       PIC 9(6).
01  WS-PeriodYear       PIC 9(4).
01  WS-PeriodMonth      PIC 9(2).
01  WS-WorkPeriod       PIC 9(6).
01  WS-SignedAmount     PIC S9(11)V99.
01  WS-RowAccount       PIC X(10).
01  WS-RowPeriod        PIC 9(6).
01  WS-RowShift         PIC S9(11)V99.
01  WS-OldBalance       PIC S9(9)V99.
01  WS-ShiftAccount     PIC X(10).
01  WS-ShiftKind        PIC X.
01  WS-ShiftPeriod      PIC 9(6).
01  WS-NoteAccount      PIC X(10).
01  WS-NoteClass        PIC X.
01  WS-NotePeriod       PIC 9(6).
01  WS-AdjKey           PIC X(30).
01  WS-LastAdjKey       PIC X(30).

    COPY "adjrec.cpy".

01  WS-AdjTable.
    05  WS-AdjEntry OCCURS 500 TIMES.
        10  WS-AJ-Image     PIC X(100).
        10  WS-AJ-Key       PIC X(30).
        10  WS-AJ-Status    PIC X.

01  WS-ShiftTable.
    05  WS-ShiftEntry OCCURS 500 TIMES.
        10  WS-SH-Account   PIC X(10).
        10  WS-SH-Kind      PIC X.
        10  WS-SH-Period    PIC 9(6).
        10  WS-SH-Amount    PIC S9(11)V99.

01  WS-AcctTable.
    05  WS-AcctEntry OCCURS 500 TIMES.
        10  WS-AM-Account   PIC X(10).
        10  WS-AM-Class     PIC X.
        10  WS-AM-From      PIC 9(6).
        10  WS-AM-FirstRow  PIC 9(6).

01  WS-PageHeadLine.
    05  FILLER          PIC X(30)
        VALUE "PERIOD HISTORY RESTATEMENT    ".
    05  FILLER          PIC X(15) VALUE "OPEN PERIOD    ".
    05  PH-HeadPeriod   PIC 9(6).
    05  FILLER          PIC X(11) VALUE "  RUN DATE ".
    05  PH-HeadRunDate  PIC 9(8).

01  WS-RowHeadLine.
    05  FILLER          PIC X(11) VALUE "ACCOUNT".
    05  FILLER          PIC X(07) VALUE "PERIOD".
    05  FILLER          PIC X(20) VALUE "       WAS REPORTED ".
    05  FILLER          PIC X(20) VALUE "         ADJUSTMENT ".
    05  FILLER          PIC X(20) VALUE "        RESTATED AS ".
    05  FILLER          PIC X(07) VALUE "VERSION".

01  WS-RowLine.
    05  RL-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  RL-Period       PIC 9(6).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  RL-Was          PIC ----,---,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  RL-Shift        PIC ----,---,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  RL-Now          PIC ----,---,---,--9.99.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  RL-Version      PIC ZZ9.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  RL-Note         PIC X(15).

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
    05  AJ-Note         PIC X(30).

77  WS-RETEARN-ACCOUNT  PIC X(10) VALUE "RETEARN".
77  WS-ADJ-COUNT        PIC 9(3) VALUE 0.
77  WS-ADJ-IDX          PIC 9(3) VALUE 0.
77  WS-ADJ-SCAN         PIC 9(3) VALUE 0.
77  WS-SH-COUNT         PIC 9(3) VALUE 0.
77  WS-SH-IDX           PIC 9(3) VALUE 0.
77  WS-SH-FOUND         PIC 9(3) VALUE 0.
77  WS-AM-COUNT         PIC 9(3) VALUE 0.
77  WS-AM-IDX           PIC 9(3) VALUE 0.
77  WS-AM-FOUND         PIC 9(3) VALUE 0.
77  WS-ADJ-READ         PIC 9(7) VALUE 0.
77  WS-ADJ-DUPLICATE    PIC 9(7) VALUE 0.
77  WS-ADJ-REJECTED     PIC 9(7) VALUE 0.
77  WS-ADJ-APPLIED      PIC 9(7) VALUE 0.
77  WS-ADJ-JOURNALS     PIC 9(7) VALUE 0.
77  WS-HIST-COPIED      PIC 9(7) VALUE 0.
77  WS-ROWS-READ        PIC 9(7) VALUE 0.
77  WS-ROWS-SUPERSEDED  PIC 9(7) VALUE 0.
77  WS-ROWS-RESTATED    PIC 9(7) VALUE 0.
77  WS-ROWS-ADDED       PIC 9(7) VALUE 0.
77  WS-NET-ADJUSTMENT   PIC S9(11)V99 VALUE 0.
77  WS-NET-EDIT         PIC ----,---,---,--9.99.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM READ-PERIOD-CONTROL
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-NEW-ADJUSTMENTS
    END-IF
    IF WS-AbortRun = "N"
        PERFORM COPY-ADJUSTMENT-HISTORY
        PERFORM BUILD-SHIFT-TABLE
    END-IF
    IF WS-AbortRun = "N"
        PERFORM RESTATE-PERIOD-HISTORY
        PERFORM ADD-MISSING-ROWS
        PERFORM APPEND-NEW-ADJUSTMENTS
        PERFORM PRINT-RESTATE-TOTALS
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    OPEN INPUT PerdHistFile
    IF WS-PERDHIST-STATUS NOT = "00"
        DISPLAY "PERIOD HISTORY FILE COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT AdjInFile
    MOVE "Y" TO WS-AdjInOpen
    OPEN INPUT AdjHistFile
    MOVE "Y" TO WS-AdjHistOpen
    OPEN OUTPUT PerdNewFile
    OPEN OUTPUT AdjNewFile
    OPEN OUTPUT ReportFile.

READ-PERIOD-CONTROL.
    MOVE 0 TO WS-CurrentPeriod
    OPEN INPUT PeriodFile
    IF WS-PERIOD-STATUS = "00"
        READ PeriodFile
            AT END CONTINUE
            NOT AT END
                IF PC-CurrentPeriod NUMERIC
                    MOVE PC-CurrentPeriod TO WS-CurrentPeriod
                END-IF
                IF PC-CloseInProgress
                    DISPLAY "CLOSE OF PERIOD " PC-CurrentPeriod
                        " IS IN PROGRESS - FINISH MECLOSE FIRST - "
                        "RUN ABORTED."
                    MOVE "Y" TO WS-AbortRun
                END-IF
        END-READ
    END-IF
    CLOSE PeriodFile
    IF WS-CurrentPeriod = 0
        DISPLAY "NO OPEN PERIOD ON THE PERIOD CONTROL FILE - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        DIVIDE WS-CurrentPeriod BY 100
            GIVING WS-PeriodYear REMAINDER WS-PeriodMonth
        IF WS-PeriodMonth <= 1
            SUBTRACT 1 FROM WS-PeriodYear
            MOVE 12 TO WS-PeriodMonth
        ELSE
            SUBTRACT 1 FROM WS-PeriodMonth
        END-IF
        COMPUTE WS-LastClosed
            = WS-PeriodYear * 100 + WS-PeriodMonth
    END-IF
    MOVE WS-CurrentPeriod TO PH-HeadPeriod
    MOVE WS-RunDate TO PH-HeadRunDate
    WRITE ReportLine FROM WS-PageHeadLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine.

LOAD-NEW-ADJUSTMENTS.
    PERFORM UNTIL WS-AdjEOF = "Y" OR WS-AbortRun = "Y"
        READ AdjInFile INTO AdjustmentRecord
            AT END SET WS-AdjEOF TO "Y"
            NOT AT END PERFORM STORE-NEW-ADJUSTMENT
        END-READ
    END-PERFORM
    CLOSE AdjInFile
    MOVE "N" TO WS-AdjInOpen.

STORE-NEW-ADJUSTMENT.
    ADD 1 TO WS-ADJ-READ
    IF WS-ADJ-COUNT >= 500
        DISPLAY "MORE THAN 500 PRIOR-PERIOD LEGS - NOTHING "
            "RESTATED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        ADD 1 TO WS-ADJ-COUNT
        MOVE AdjustmentRecord TO WS-AJ-Image (WS-ADJ-COUNT)
        PERFORM BUILD-ADJUSTMENT-KEY
        MOVE WS-AdjKey TO WS-AJ-Key (WS-ADJ-COUNT)
        MOVE "N" TO WS-AJ-Status (WS-ADJ-COUNT)
        PERFORM VARYING WS-ADJ-SCAN FROM 1 BY 1
            UNTIL WS-ADJ-SCAN >= WS-ADJ-COUNT
            IF WS-AJ-Key (WS-ADJ-SCAN) = WS-AdjKey
                MOVE "D" TO WS-AJ-Status (WS-ADJ-COUNT)
            END-IF
        END-PERFORM
        IF WS-AJ-Status (WS-ADJ-COUNT) = "D"
            ADD 1 TO WS-ADJ-DUPLICATE
        ELSE
            PERFORM VALIDATE-NEW-ADJUSTMENT
        END-IF
    END-IF.

BUILD-ADJUSTMENT-KEY.
    MOVE SPACES TO WS-AdjKey
    STRING ADJ-BatchId ADJ-Journal ADJ-TransSeq
        DELIMITED BY SIZE INTO WS-AdjKey.

VALIDATE-NEW-ADJUSTMENT.
    MOVE SPACES TO AJ-Note
    EVALUATE TRUE
        WHEN ADJ-Period NOT NUMERIC
            MOVE "PERIOD NOT NUMERIC" TO AJ-Note
        WHEN ADJ-Period NOT < WS-CurrentPeriod
            MOVE "PERIOD IS NOT CLOSED" TO AJ-Note
        WHEN ADJ-TransAmount NOT NUMERIC
            MOVE "AMOUNT NOT NUMERIC" TO AJ-Note
        WHEN ADJ-TransType NOT = "DEBIT"
                AND ADJ-TransType NOT = "CREDIT"
            MOVE "NOT DEBIT OR CREDIT" TO AJ-Note
    END-EVALUATE
    IF AJ-Note NOT = SPACES
        MOVE "X" TO WS-AJ-Status (WS-ADJ-COUNT)
        ADD 1 TO WS-ADJ-REJECTED
        MOVE ADJ-Period TO AJ-Period
        MOVE ADJ-BatchId TO AJ-BatchId
        MOVE ADJ-Journal TO AJ-Journal
        MOVE ADJ-AccountName TO AJ-Account
        MOVE ADJ-TransType TO AJ-Type
        MOVE 0 TO AJ-Amount
        IF ADJ-TransAmount NUMERIC
            MOVE ADJ-TransAmount TO AJ-Amount
        END-IF
        WRITE ReportLine FROM WS-AdjustLine
    END-IF.

COPY-ADJUSTMENT-HISTORY.
    MOVE "N" TO WS-AdjEOF
    PERFORM UNTIL WS-AdjEOF = "Y"
        READ AdjHistFile INTO AdjustmentRecord
            AT END SET WS-AdjEOF TO "Y"
            NOT AT END PERFORM COPY-HISTORY-ADJUSTMENT
        END-READ
    END-PERFORM
    CLOSE AdjHistFile
    MOVE "N" TO WS-AdjHistOpen.

COPY-HISTORY-ADJUSTMENT.
    WRITE AdjNewRecord FROM AdjustmentRecord
    ADD 1 TO WS-HIST-COPIED
    PERFORM BUILD-ADJUSTMENT-KEY
    PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
        UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
        IF WS-AJ-Status (WS-ADJ-IDX) = "N"
                AND WS-AJ-Key (WS-ADJ-IDX) = WS-AdjKey
            MOVE "D" TO WS-AJ-Status (WS-ADJ-IDX)
            ADD 1 TO WS-ADJ-DUPLICATE
        END-IF
    END-PERFORM.

BUILD-SHIFT-TABLE.
    PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
        UNTIL WS-ADJ-IDX > WS-ADJ-COUNT OR WS-AbortRun = "Y"
        IF WS-AJ-Status (WS-ADJ-IDX) = "N"
            MOVE WS-AJ-Image (WS-ADJ-IDX) TO AdjustmentRecord
            PERFORM SHIFT-ONE-ADJUSTMENT
        END-IF
    END-PERFORM.

SHIFT-ONE-ADJUSTMENT.
    IF ADJ-TransType = "DEBIT"
        COMPUTE WS-SignedAmount = 0 - ADJ-TransAmount
    ELSE
        MOVE ADJ-TransAmount TO WS-SignedAmount
    END-IF
    MOVE ADJ-AccountName TO WS-ShiftAccount
    MOVE ADJ-Period TO WS-ShiftPeriod
    IF (ADJ-AccountClass = "I" OR ADJ-AccountClass = "E")
            AND ADJ-AccountName NOT = WS-RETEARN-ACCOUNT
        MOVE "M" TO WS-ShiftKind
        PERFORM ADD-SHIFT-ENTRY
        MOVE WS-RETEARN-ACCOUNT TO WS-ShiftAccount
        MOVE "R" TO WS-ShiftKind
        PERFORM ADD-SHIFT-ENTRY
        MOVE WS-RETEARN-ACCOUNT TO WS-NoteAccount
        MOVE SPACE TO WS-NoteClass
        MOVE ADJ-Period TO WS-NotePeriod
        PERFORM NOTE-RESTATED-ACCOUNT
    ELSE
        MOVE "B" TO WS-ShiftKind
        PERFORM ADD-SHIFT-ENTRY
    END-IF
    MOVE ADJ-AccountName TO WS-NoteAccount
    MOVE ADJ-AccountClass TO WS-NoteClass
    MOVE ADJ-Period TO WS-NotePeriod
    PERFORM NOTE-RESTATED-ACCOUNT.

ADD-SHIFT-ENTRY.
    MOVE 0 TO WS-SH-FOUND
    PERFORM VARYING WS-SH-IDX FROM 1 BY 1
        UNTIL WS-SH-IDX > WS-SH-COUNT
        IF WS-SH-Account (WS-SH-IDX) = WS-ShiftAccount
                AND WS-SH-Kind (WS-SH-IDX) = WS-ShiftKind
                AND WS-SH-Period (WS-SH-IDX) = WS-ShiftPeriod
            MOVE WS-SH-IDX TO WS-SH-FOUND
        END-IF
    END-PERFORM
    IF WS-SH-FOUND = 0
        IF WS-SH-COUNT < 500
            ADD 1 TO WS-SH-COUNT
            MOVE WS-SH-COUNT TO WS-SH-FOUND
            MOVE WS-ShiftAccount TO WS-SH-Account (WS-SH-FOUND)
            MOVE WS-ShiftKind TO WS-SH-Kind (WS-SH-FOUND)
            MOVE WS-ShiftPeriod TO WS-SH-Period (WS-SH-FOUND)
            MOVE 0 TO WS-SH-Amount (WS-SH-FOUND)
        ELSE
            DISPLAY "RESTATEMENT TABLE FULL - NOTHING RESTATED - "
                "RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-SH-FOUND > 0
        ADD WS-SignedAmount TO WS-SH-Amount (WS-SH-FOUND)
    END-IF.

NOTE-RESTATED-ACCOUNT.
    MOVE 0 TO WS-AM-FOUND
    PERFORM VARYING WS-AM-IDX FROM 1 BY 1
        UNTIL WS-AM-IDX > WS-AM-COUNT
        IF WS-AM-Account (WS-AM-IDX) = WS-NoteAccount
            MOVE WS-AM-IDX TO WS-AM-FOUND
        END-IF
    END-PERFORM
    IF WS-AM-FOUND = 0
        IF WS-AM-COUNT < 500
            ADD 1 TO WS-AM-COUNT
            MOVE WS-AM-COUNT TO WS-AM-FOUND
            MOVE WS-NoteAccount TO WS-AM-Account (WS-AM-FOUND)
            MOVE WS-NoteClass TO WS-AM-Class (WS-AM-FOUND)
            MOVE WS-NotePeriod TO WS-AM-From (WS-AM-FOUND)
            MOVE 999999 TO WS-AM-FirstRow (WS-AM-FOUND)
        ELSE
            DISPLAY "RESTATEMENT TABLE FULL - NOTHING RESTATED - "
                "RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    ELSE
        IF WS-NotePeriod < WS-AM-From (WS-AM-FOUND)
            MOVE WS-NotePeriod TO WS-AM-From (WS-AM-FOUND)
        END-IF
    END-IF.

FIND-ROW-SHIFT.
    MOVE 0 TO WS-RowShift
    IF WS-RowPeriod <= WS-LastClosed
        PERFORM VARYING WS-SH-IDX FROM 1 BY 1
            UNTIL WS-SH-IDX > WS-SH-COUNT
            IF WS-SH-Account (WS-SH-IDX) = WS-RowAccount
                EVALUATE WS-SH-Kind (WS-SH-IDX)
                    WHEN "B"
                        IF WS-SH-Period (WS-SH-IDX) <= WS-RowPeriod
                            ADD WS-SH-Amount (WS-SH-IDX)
                                TO WS-RowShift
                        END-IF
                    WHEN "M"
                        IF WS-SH-Period (WS-SH-IDX) = WS-RowPeriod
                            ADD WS-SH-Amount (WS-SH-IDX)
                                TO WS-RowShift
                        END-IF
                    WHEN "R"
                        IF WS-SH-Period (WS-SH-IDX) < WS-RowPeriod
                            ADD WS-SH-Amount (WS-SH-IDX)
                                TO WS-RowShift
                        END-IF
                END-EVALUATE
            END-IF
        END-PERFORM
    END-IF.

RESTATE-PERIOD-HISTORY.
    READ PerdHistFile
        AT END SET WS-HistEOF TO "Y".
    PERFORM UNTIL WS-HistEOF = "Y"
        ADD 1 TO WS-ROWS-READ
        PERFORM RESTATE-ONE-ROW
        READ PerdHistFile
            AT END SET WS-HistEOF TO "Y"
        END-READ
    END-PERFORM
    CLOSE PerdHistFile.

RESTATE-ONE-ROW.
    MOVE 0 TO WS-RowShift
    IF NOT PH-Superseded AND PH-Period NUMERIC
            AND PH-ClosingBalance NUMERIC AND WS-SH-COUNT > 0
        MOVE PH-AccountName TO WS-RowAccount
        MOVE PH-Period TO WS-RowPeriod
        PERFORM NOTE-ROW-SEEN
        PERFORM FIND-ROW-SHIFT
    END-IF
    IF WS-RowShift = 0
        WRITE PerdNewRecord FROM PerdHistRecord
    ELSE
        MOVE PH-ClosingBalance TO WS-OldBalance
        MOVE "S" TO PH-RowStatus
        WRITE PerdNewRecord FROM PerdHistRecord
        ADD 1 TO WS-ROWS-SUPERSEDED
        ADD WS-RowShift TO PH-ClosingBalance
        MOVE "R" TO PH-RowStatus
        IF PH-Version NUMERIC
            ADD 1 TO PH-Version
        ELSE
            MOVE 1 TO PH-Version
        END-IF
        MOVE WS-RunDate TO PH-RestatedDate
        WRITE PerdNewRecord FROM PerdHistRecord
        ADD 1 TO WS-ROWS-RESTATED
        MOVE WS-OldBalance TO RL-Was
        MOVE "RESTATED" TO RL-Note
        PERFORM PRINT-ROW-LINE
    END-IF.

NOTE-ROW-SEEN.
    PERFORM VARYING WS-AM-IDX FROM 1 BY 1
        UNTIL WS-AM-IDX > WS-AM-COUNT
        IF WS-AM-Account (WS-AM-IDX) = PH-AccountName
            IF PH-Period < WS-AM-FirstRow (WS-AM-IDX)
                MOVE PH-Period TO WS-AM-FirstRow (WS-AM-IDX)
            END-IF
            MOVE PH-AccountClass TO WS-AM-Class (WS-AM-IDX)
        END-IF
    END-PERFORM.

PRINT-ROW-LINE.
    MOVE PH-AccountName TO RL-Account
    MOVE PH-Period TO RL-Period
    MOVE WS-RowShift TO RL-Shift
    MOVE PH-ClosingBalance TO RL-Now
    MOVE PH-Version TO RL-Version
    IF WS-ROWS-RESTATED + WS-ROWS-ADDED = 1
        MOVE SPACES TO ReportLine
        WRITE ReportLine
        MOVE "RESTATED PERIOD HISTORY ROWS" TO ReportLine
        WRITE ReportLine
        WRITE ReportLine FROM WS-RowHeadLine
    END-IF
    WRITE ReportLine FROM WS-RowLine.

ADD-MISSING-ROWS.
    PERFORM VARYING WS-AM-IDX FROM 1 BY 1
        UNTIL WS-AM-IDX > WS-AM-COUNT
        MOVE WS-AM-From (WS-AM-IDX) TO WS-WorkPeriod
        PERFORM UNTIL WS-WorkPeriod > WS-LastClosed
                OR WS-WorkPeriod >= WS-AM-FirstRow (WS-AM-IDX)
            PERFORM ADD-MISSING-ROW
            PERFORM ADVANCE-WORK-PERIOD
        END-PERFORM
    END-PERFORM.

ADD-MISSING-ROW.
    MOVE WS-AM-Account (WS-AM-IDX) TO WS-RowAccount
    MOVE WS-WorkPeriod TO WS-RowPeriod
    PERFORM FIND-ROW-SHIFT
    IF WS-RowShift NOT = 0
        MOVE WS-RowAccount TO PH-AccountName
        MOVE WS-RowPeriod TO PH-Period
        MOVE WS-RowShift TO PH-ClosingBalance
        MOVE WS-AM-Class (WS-AM-IDX) TO PH-AccountClass
        MOVE "R" TO PH-RowStatus
        MOVE 1 TO PH-Version
        MOVE WS-RunDate TO PH-RestatedDate
        WRITE PerdNewRecord FROM PerdHistRecord
        ADD 1 TO WS-ROWS-ADDED
        MOVE 0 TO RL-Was
        MOVE "ADDED" TO RL-Note
        PERFORM PRINT-ROW-LINE
    END-IF.

ADVANCE-WORK-PERIOD.
    DIVIDE WS-WorkPeriod BY 100
        GIVING WS-PeriodYear REMAINDER WS-PeriodMonth
    IF WS-PeriodMonth >= 12
        ADD 1 TO WS-PeriodYear
        MOVE 1 TO WS-PeriodMonth
    ELSE
        ADD 1 TO WS-PeriodMonth
    END-IF
    COMPUTE WS-WorkPeriod
        = WS-PeriodYear * 100 + WS-PeriodMonth.

APPEND-NEW-ADJUSTMENTS.
    MOVE SPACES TO WS-LastAdjKey
    PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
        UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
        IF WS-AJ-Status (WS-ADJ-IDX) = "N"
            MOVE WS-AJ-Image (WS-ADJ-IDX) TO AdjustmentRecord
            PERFORM APPEND-ONE-ADJUSTMENT
        END-IF
    END-PERFORM.

APPEND-ONE-ADJUSTMENT.
    MOVE WS-RunDate TO ADJ-RestatedDate
    WRITE AdjNewRecord FROM AdjustmentRecord
    ADD 1 TO WS-ADJ-APPLIED
    IF ADJ-TransType = "DEBIT"
        SUBTRACT ADJ-TransAmount FROM WS-NET-ADJUSTMENT
    ELSE
        ADD ADJ-TransAmount TO WS-NET-ADJUSTMENT
    END-IF
    MOVE WS-AJ-Key (WS-ADJ-IDX) (1:21) TO WS-AdjKey
    IF WS-AdjKey NOT = WS-LastAdjKey
        ADD 1 TO WS-ADJ-JOURNALS
        MOVE WS-AdjKey TO WS-LastAdjKey
    END-IF
    IF WS-ADJ-APPLIED = 1
        MOVE SPACES TO ReportLine
        WRITE ReportLine
        MOVE "PRIOR-PERIOD LEGS APPLIED" TO ReportLine
        WRITE ReportLine
    END-IF
    MOVE ADJ-Period TO AJ-Period
    MOVE ADJ-BatchId TO AJ-BatchId
    MOVE ADJ-Journal TO AJ-Journal
    MOVE ADJ-AccountName TO AJ-Account
    MOVE ADJ-TransType TO AJ-Type
    MOVE ADJ-TransAmount TO AJ-Amount
    MOVE SPACES TO AJ-Note
    STRING "AUTHORIZED BY " ADJ-AuthorizedBy
        DELIMITED BY SIZE INTO AJ-Note
    WRITE ReportLine FROM WS-AdjustLine.

PRINT-RESTATE-TOTALS.
    DISPLAY "===== PERIOD HISTORY RESTATEMENT ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LAST CLOSED PERIOD.: " WS-LastClosed
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ADJUSTMENTS READ...: " WS-ADJ-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ALREADY APPLIED....: " WS-ADJ-DUPLICATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED...........: " WS-ADJ-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEGS APPLIED.......: " WS-ADJ-APPLIED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOURNALS APPLIED...: " WS-ADJ-JOURNALS
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "HISTORY LEGS KEPT..: " WS-HIST-COPIED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "PERIOD ROWS READ...: " WS-ROWS-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ROWS SUPERSEDED....: " WS-ROWS-SUPERSEDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ROWS RESTATED......: " WS-ROWS-RESTATED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ROWS ADDED.........: " WS-ROWS-ADDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE WS-NET-ADJUSTMENT TO WS-NET-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NET OF ADJUSTMENTS.: " WS-NET-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    WRITE ReportLine FROM WS-REPORT-LINE
    IF WS-NET-ADJUSTMENT NOT = 0
        DISPLAY "PRIOR-PERIOD LEGS DO NOT NET TO ZERO - CHECK THE "
            "JOURNALS LISTED ON THE RESTATEMENT REPORT."
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-ADJ-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

CLOSE-FILES.
    CLOSE PerdNewFile
    CLOSE AdjNewFile
    CLOSE ReportFile
    IF WS-AbortRun = "Y"
        CLOSE PerdHistFile
    END-IF
    IF WS-AdjHistOpen = "Y"
        CLOSE AdjHistFile
    END-IF
    IF WS-AdjInOpen = "Y"
        CLOSE AdjInFile
    END-IF.

END PROGRAM PeriodRestate.

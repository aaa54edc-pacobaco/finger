        FILE STATUS IS WS-PERIOD-STATUS.
    SELECT OPTIONAL PerdHistFile ASSIGN TO "PERDHIST"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CostCenterHistFile ASSIGN TO "CCHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCHIST-STATUS.
    SELECT OPTIONAL CostCenterPerdFile ASSIGN TO "CCPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCPERD-STATUS.
    SELECT CostCenterPerdNewFile ASSIGN TO "CCPERDN"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    COPY "perdrec.cpy".

FD  PerdHistFile.
    COPY "phistrec.cpy".

FD  CostCenterHistFile.
    COPY "cchrec.cpy".

FD  CostCenterPerdFile.
    COPY "ccprec.cpy".

FD  CostCenterPerdNewFile.
01  CostCenterPerdNewRecord PIC X(69).

WORKING-STORAGE SECTION.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-PERIOD-STATUS    PIC XX.
01  WS-CCHIST-STATUS    PIC XX.
01  WS-CCPERD-STATUS    PIC XX.
01  WS-CCHistEOF        PIC X VALUE "N".
01  WS-CCPerdEOF        PIC X VALUE "N".
01  WS-AbortRun         PIC X VALUE "N".
01  WS-SweepEOF         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
        10  WS-DN-Balance   PIC S9(9)V99.
        10  WS-DN-Class     PIC X(01).

01  WS-CCTotalTable.
    05  WS-CCTotalEntry OCCURS 3000 TIMES.
        10  WS-CT-Account   PIC X(10).
        10  WS-CT-CostCenter PIC X(6).
        10  WS-CT-Debits    PIC 9(11)V99.
        10  WS-CT-Credits   PIC 9(11)V99.
        10  WS-CT-Postings  PIC 9(7).

77  WS-RETAINED-ACCOUNT PIC X(10) VALUE "RETEARN".
77  WS-CT-COUNT         PIC 9(4) VALUE 0.
77  WS-CT-IDX           PIC 9(4) VALUE 0.
77  WS-CT-FOUND         PIC 9(4) VALUE 0.
77  WS-CC-ROWS-KEPT     PIC 9(7) VALUE 0.
77  WS-CC-ROWS-DROPPED  PIC 9(7) VALUE 0.
77  WS-NET-INCOME       PIC S9(11)V99 VALUE 0.
77  WS-DONE-COUNT       PIC 9(3) VALUE 0.
77  WS-DONE-IDX         PIC 9(3) VALUE 0.
        MOVE "Y" TO WS-HistOpen
        PERFORM MARK-CLOSE-IN-PROGRESS
        PERFORM CLOSE-THE-PERIOD
        PERFORM ACCUMULATE-COST-CENTERS
        PERFORM WRITE-COST-CENTER-PERIOD
        PERFORM ADVANCE-PERIOD
        PERFORM PRINT-CLOSE-TOTALS
    ELSE

STORE-DONE-ACCOUNT.
    IF PH-Period NUMERIC AND PH-Period = WS-CurrentPeriod
            AND NOT PH-Superseded
        IF PH-AccountName = WS-RETAINED-ACCOUNT
            MOVE "Y" TO WS-RetainedRowFound
            MOVE PH-ClosingBalance TO WS-RetainedRecorded
            MOVE AccountBalance TO PH-ClosingBalance
        END-IF
        MOVE AccountClass TO PH-AccountClass
        MOVE SPACE TO PH-RowStatus
        MOVE 0 TO PH-Version
        MOVE 0 TO PH-RestatedDate
        WRITE PerdHistRecord
    END-IF
    IF (ClassIncome OR ClassExpense)
            REWRITE LedgerRecord
    END-READ.

ACCUMULATE-COST-CENTERS.
    OPEN INPUT CostCenterHistFile
    IF WS-CCHIST-STATUS = "00"
        PERFORM UNTIL WS-CCHistEOF = "Y"
            READ CostCenterHistFile
                AT END SET WS-CCHistEOF TO "Y"
                NOT AT END
                    IF CCH-Period NUMERIC
                            AND CCH-Period = WS-CurrentPeriod
                        PERFORM STORE-COST-CENTER-TOTAL
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CostCenterHistFile.

STORE-COST-CENTER-TOTAL.
    MOVE 0 TO WS-CT-FOUND
    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
        UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-FOUND > 0
        IF WS-CT-Account (WS-CT-IDX) = CCH-AccountName
                AND WS-CT-CostCenter (WS-CT-IDX) = CCH-CostCenter
            MOVE WS-CT-IDX TO WS-CT-FOUND
        END-IF
    END-PERFORM
    IF WS-CT-FOUND = 0
        IF WS-CT-COUNT < 3000
            ADD 1 TO WS-CT-COUNT
            MOVE WS-CT-COUNT TO WS-CT-FOUND
            MOVE CCH-AccountName TO WS-CT-Account (WS-CT-FOUND)
            MOVE CCH-CostCenter TO WS-CT-CostCenter (WS-CT-FOUND)
            MOVE 0 TO WS-CT-Debits (WS-CT-FOUND)
            MOVE 0 TO WS-CT-Credits (WS-CT-FOUND)
            MOVE 0 TO WS-CT-Postings (WS-CT-FOUND)
        ELSE
            ADD 1 TO WS-CC-ROWS-DROPPED
        END-IF
    END-IF
    IF WS-CT-FOUND > 0
        ADD CCH-Debits TO WS-CT-Debits (WS-CT-FOUND)
        ADD CCH-Credits TO WS-CT-Credits (WS-CT-FOUND)
        ADD 1 TO WS-CT-Postings (WS-CT-FOUND)
    END-IF.

WRITE-COST-CENTER-PERIOD.
    OPEN OUTPUT CostCenterPerdNewFile
    OPEN INPUT CostCenterPerdFile
    IF WS-CCPERD-STATUS = "00"
        PERFORM UNTIL WS-CCPerdEOF = "Y"
            READ CostCenterPerdFile
                AT END SET WS-CCPerdEOF TO "Y"
                NOT AT END
                    IF CP-Period NOT = WS-CurrentPeriod
                        WRITE CostCenterPerdNewRecord
                            FROM CostCenterPeriodRecord
                        ADD 1 TO WS-CC-ROWS-KEPT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CostCenterPerdFile
    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
        UNTIL WS-CT-IDX > WS-CT-COUNT
        PERFORM WRITE-COST-CENTER-TOTAL
    END-PERFORM
    CLOSE CostCenterPerdNewFile.

WRITE-COST-CENTER-TOTAL.
    MOVE WS-CT-Account (WS-CT-IDX) TO CP-AccountName
    MOVE WS-CT-CostCenter (WS-CT-IDX) TO CP-CostCenter
    MOVE WS-CurrentPeriod TO CP-Period
    MOVE SPACE TO CP-AccountClass
    MOVE WS-CT-Account (WS-CT-IDX) TO AccountName
    READ LedgerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE AccountClass TO CP-AccountClass
    END-READ
    MOVE WS-CT-Debits (WS-CT-IDX) TO CP-Debits
    MOVE WS-CT-Credits (WS-CT-IDX) TO CP-Credits
    COMPUTE CP-Net = WS-CT-Credits (WS-CT-IDX)
        - WS-CT-Debits (WS-CT-IDX)
    MOVE WS-CT-Postings (WS-CT-IDX) TO CP-Postings
    WRITE CostCenterPerdNewRecord FROM CostCenterPeriodRecord.

ADVANCE-PERIOD.
    DIVIDE WS-CurrentPeriod BY 100
        GIVING WS-PeriodYear REMAINDER WS-PeriodMonth
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NET TO RETAINED....: " WS-NET-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "COST CENTER TOTALS.: " WS-CT-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "PRIOR CC ROWS KEPT.: " WS-CC-ROWS-KEPT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-CC-ROWS-DROPPED > 0
        DISPLAY "COST CENTER TOTAL TABLE FULL - " WS-CC-ROWS-DROPPED
            " POSTINGS LEFT TO THE UNASSIGNED COLUMN."
    END-IF.

CLOSE-FILES.
    CLOSE LedgerFile

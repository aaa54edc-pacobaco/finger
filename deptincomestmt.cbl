IDENTIFICATION DIVISION.
PROGRAM-ID. DeptIncomeStmt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PerdHistFile ASSIGN TO "PERDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDHIST-STATUS.
    SELECT OPTIONAL CostCenterPerdFile ASSIGN TO "CCPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCPERD-STATUS.
    SELECT OPTIONAL CostCenterFile ASSIGN TO "CCMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCMAST-STATUS.
    SELECT LedgerFile ASSIGN TO "LEDGERF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountName
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT ReportFile ASSIGN TO "DEPTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PerdHistFile.
    COPY "phistrec.cpy".

FD  CostCenterPerdFile.
    COPY "ccprec.cpy".

FD  CostCenterFile.
    COPY "ccrec.cpy".

FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  ReportFile.
01  ReportLine          PIC X(110).

WORKING-STORAGE SECTION.
01  WS-PERDHIST-STATUS  PIC XX.
01  WS-CCPERD-STATUS    PIC XX.
01  WS-CCMAST-STATUS    PIC XX.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-EOF              PIC X VALUE "N".
01  WS-CCPerdEOF        PIC X VALUE "N".
01  WS-CostCenterEOF    PIC X VALUE "N".
01  WS-AbortRun         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-ClosedPeriod     PIC 9(6).
01  WS-LatestPeriod     PIC 9(6).
01  WS-PeriodFound      PIC X VALUE "N".
01  WS-PeriodYear       PIC 9(4).
01  WS-PeriodMonth      PIC 9(2).
01  WS-HistYear         PIC 9(4).
01  WS-HistMonth        PIC 9(2).
01  WS-CurrentDept      PIC X(6).
01  WS-LineMonth        PIC S9(11)V99.
01  WS-LineYTD          PIC S9(11)V99.

01  WS-DeptCard.
    05  DC-Period       PIC 9(6).
    05  FILLER          PIC X(74).

01  WS-AcctTable.
    05  WS-AcctEntry OCCURS 500 TIMES.
        10  WS-PA-Account   PIC X(10).
        10  WS-PA-Class     PIC X(01).
        10  WS-PA-Month     PIC S9(11)V99.
        10  WS-PA-YTD       PIC S9(11)V99.
        10  WS-PA-DeptMonth PIC S9(11)V99.
        10  WS-PA-DeptYTD   PIC S9(11)V99.

01  WS-DeptTable.
    05  WS-DeptEntry OCCURS 3000 TIMES.
        10  WS-DT-CostCenter PIC X(6).
        10  WS-DT-Account   PIC X(10).
        10  WS-DT-Month     PIC S9(11)V99.
        10  WS-DT-YTD       PIC S9(11)V99.

01  WS-CenterTable.
    05  WS-CenterEntry OCCURS 500 TIMES.
        10  WS-CM-Code      PIC X(6).
        10  WS-CM-Name      PIC X(30).
        10  WS-CM-Owner     PIC X(20).
        10  WS-CM-Active    PIC X(01).
        10  WS-CM-NetMonth  PIC S9(11)V99.
        10  WS-CM-NetYTD    PIC S9(11)V99.

01  WS-PageHeadLine.
    05  FILLER          PIC X(30)
        VALUE "DEPARTMENTAL INCOME STATEMENT ".
    05  FILLER          PIC X(07) VALUE "PERIOD ".
    05  PH-HeadPeriod   PIC 9(6).
    05  FILLER          PIC X(11) VALUE "  RUN DATE ".
    05  PH-HeadRunDate  PIC 9(8).
    05  FILLER          PIC X(13) VALUE "  AS RESTATED".

01  WS-DeptHeadLine.
    05  FILLER          PIC X(12) VALUE "COST CENTER ".
    05  DH-CostCenter   PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DH-Name         PIC X(30).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DH-OwnerCaption PIC X(06).
    05  DH-Owner        PIC X(20).

01  WS-ColumnHeadLine.
    05  FILLER          PIC X(42) VALUE SPACES.
    05  FILLER          PIC X(19) VALUE "        THIS MONTH".
    05  FILLER          PIC X(01) VALUE SPACE.
    05  FILLER          PIC X(19) VALUE "      YEAR TO DATE".

01  WS-DetailLine.
    05  DL-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Desc         PIC X(30).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Month        PIC ----,---,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-YTD          PIC ----,---,---,--9.99.

77  WS-PA-COUNT         PIC 9(3) VALUE 0.
77  WS-PA-IDX           PIC 9(3) VALUE 0.
77  WS-PA-FOUND         PIC 9(3) VALUE 0.
77  WS-DT-COUNT         PIC 9(4) VALUE 0.
77  WS-DT-IDX           PIC 9(4) VALUE 0.
77  WS-DT-FOUND         PIC 9(4) VALUE 0.
77  WS-CM-COUNT         PIC 9(3) VALUE 0.
77  WS-CM-IDX           PIC 9(3) VALUE 0.
77  WS-CM-FOUND         PIC 9(3) VALUE 0.
77  WS-SECTION-CLASS    PIC X VALUE SPACE.
77  WS-SECT-MONTH       PIC S9(11)V99 VALUE 0.
77  WS-SECT-YTD         PIC S9(11)V99 VALUE 0.
77  WS-NET-MONTH        PIC S9(11)V99 VALUE 0.
77  WS-NET-YTD          PIC S9(11)V99 VALUE 0.
77  WS-UNASSIGNED-MONTH PIC S9(11)V99 VALUE 0.
77  WS-UNASSIGNED-YTD   PIC S9(11)V99 VALUE 0.
77  WS-TOTAL-MONTH      PIC S9(11)V99 VALUE 0.
77  WS-TOTAL-YTD        PIC S9(11)V99 VALUE 0.
77  WS-CCPERD-ROWS      PIC 9(7) VALUE 0.
77  WS-DEPTS-PRINTED    PIC 9(7) VALUE 0.
77  WS-UNKNOWN-CENTERS  PIC 9(7) VALUE 0.
77  WS-AMOUNT-EDIT      PIC ----,---,---,--9.99.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM DETERMINE-REPORT-PERIOD
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-ACCOUNT-ACTIVITY
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-COST-CENTERS
        PERFORM LOAD-DEPARTMENT-ACTIVITY
    END-IF
    IF WS-AbortRun = "N"
        PERFORM PRINT-REPORT-HEADING
        PERFORM VARYING WS-CM-IDX FROM 1 BY 1
            UNTIL WS-CM-IDX > WS-CM-COUNT
            IF WS-CM-Active (WS-CM-IDX) = "Y"
                PERFORM PRINT-DEPARTMENT
            END-IF
        END-PERFORM
        PERFORM PRINT-UNASSIGNED
        PERFORM PRINT-DEPARTMENT-SUMMARY
        PERFORM PRINT-DEPT-TOTALS
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    MOVE SPACES TO WS-DeptCard
    ACCEPT WS-DeptCard
    OPEN INPUT PerdHistFile
    IF WS-PERDHIST-STATUS NOT = "00"
        DISPLAY "PERIOD HISTORY FILE COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "LEDGER FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN OUTPUT ReportFile.

DETERMINE-REPORT-PERIOD.
    MOVE 0 TO WS-LatestPeriod
    READ PerdHistFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y"
        IF PH-Period NUMERIC AND PH-Period > WS-LatestPeriod
            MOVE PH-Period TO WS-LatestPeriod
        END-IF
        IF DC-Period NUMERIC AND PH-Period NUMERIC
                AND PH-Period = DC-Period
            MOVE "Y" TO WS-PeriodFound
        END-IF
        READ PerdHistFile
            AT END SET WS-EOF TO "Y"
        END-READ
    END-PERFORM
    CLOSE PerdHistFile
    OPEN INPUT PerdHistFile
    MOVE "N" TO WS-EOF
    MOVE WS-LatestPeriod TO WS-ClosedPeriod
    IF DC-Period NUMERIC AND DC-Period > 0
        IF WS-PeriodFound = "Y"
            MOVE DC-Period TO WS-ClosedPeriod
        ELSE
            DISPLAY "NO PERIOD HISTORY FOR PERIOD " DC-Period
                " - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-ClosedPeriod = 0
        DISPLAY "NO PERIOD HISTORY RECORDS - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        DIVIDE WS-ClosedPeriod BY 100
            GIVING WS-PeriodYear REMAINDER WS-PeriodMonth
    END-IF.

LOAD-ACCOUNT-ACTIVITY.
    READ PerdHistFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y" OR WS-AbortRun = "Y"
        PERFORM STORE-ACCOUNT-ACTIVITY
        READ PerdHistFile
            AT END SET WS-EOF TO "Y"
        END-READ
    END-PERFORM.

STORE-ACCOUNT-ACTIVITY.
    IF PH-Period NUMERIC AND PH-ClosingBalance NUMERIC
            AND (PH-AccountClass = "I" OR PH-AccountClass = "E")
            AND NOT PH-Superseded
        DIVIDE PH-Period BY 100
            GIVING WS-HistYear REMAINDER WS-HistMonth
        IF WS-HistYear = WS-PeriodYear
                AND PH-Period <= WS-ClosedPeriod
            PERFORM ACCUMULATE-ACCOUNT-ACTIVITY
        END-IF
    END-IF.

ACCUMULATE-ACCOUNT-ACTIVITY.
    MOVE PH-AccountName TO AccountName
    PERFORM FIND-ACCOUNT-ENTRY
    IF WS-PA-FOUND = 0
        IF WS-PA-COUNT < 500
            ADD 1 TO WS-PA-COUNT
            MOVE WS-PA-COUNT TO WS-PA-FOUND
            MOVE PH-AccountName TO WS-PA-Account (WS-PA-FOUND)
            MOVE PH-AccountClass TO WS-PA-Class (WS-PA-FOUND)
            MOVE 0 TO WS-PA-Month (WS-PA-FOUND)
            MOVE 0 TO WS-PA-YTD (WS-PA-FOUND)
            MOVE 0 TO WS-PA-DeptMonth (WS-PA-FOUND)
            MOVE 0 TO WS-PA-DeptYTD (WS-PA-FOUND)
        ELSE
            DISPLAY "ACCOUNT TABLE FULL - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-AbortRun = "N"
        IF PH-Period = WS-ClosedPeriod
            ADD PH-ClosingBalance TO WS-PA-Month (WS-PA-FOUND)
            MOVE PH-AccountClass TO WS-PA-Class (WS-PA-FOUND)
        END-IF
        ADD PH-ClosingBalance TO WS-PA-YTD (WS-PA-FOUND)
    END-IF.

FIND-ACCOUNT-ENTRY.
    MOVE 0 TO WS-PA-FOUND
    PERFORM VARYING WS-PA-IDX FROM 1 BY 1
        UNTIL WS-PA-IDX > WS-PA-COUNT OR WS-PA-FOUND > 0
        IF WS-PA-Account (WS-PA-IDX) = AccountName
            MOVE WS-PA-IDX TO WS-PA-FOUND
        END-IF
    END-PERFORM.

LOAD-COST-CENTERS.
    OPEN INPUT CostCenterFile
    IF WS-CCMAST-STATUS = "00"
        PERFORM UNTIL WS-CostCenterEOF = "Y"
            READ CostCenterFile
                AT END SET WS-CostCenterEOF TO "Y"
                NOT AT END
                    IF CC-Code NOT = SPACES
                        PERFORM STORE-COST-CENTER
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CostCenterFile
    IF WS-CM-COUNT = 0
        DISPLAY "NO COST CENTER MASTER - CENTERS ARE PRINTED "
            "BY CODE ONLY."
    END-IF.

STORE-COST-CENTER.
    IF WS-CM-COUNT < 500
        ADD 1 TO WS-CM-COUNT
        MOVE CC-Code TO WS-CM-Code (WS-CM-COUNT)
        MOVE CC-Name TO WS-CM-Name (WS-CM-COUNT)
        MOVE CC-Owner TO WS-CM-Owner (WS-CM-COUNT)
        MOVE "N" TO WS-CM-Active (WS-CM-COUNT)
        MOVE 0 TO WS-CM-NetMonth (WS-CM-COUNT)
        MOVE 0 TO WS-CM-NetYTD (WS-CM-COUNT)
    ELSE
        DISPLAY "COST CENTER TABLE FULL - CENTER " CC-Code
            " NOT LOADED."
    END-IF.

LOAD-DEPARTMENT-ACTIVITY.
    OPEN INPUT CostCenterPerdFile
    IF WS-CCPERD-STATUS = "00"
        PERFORM UNTIL WS-CCPerdEOF = "Y" OR WS-AbortRun = "Y"
            READ CostCenterPerdFile
                AT END SET WS-CCPerdEOF TO "Y"
                NOT AT END PERFORM STORE-DEPARTMENT-ACTIVITY
            END-READ
        END-PERFORM
    END-IF
    CLOSE CostCenterPerdFile
    IF WS-CCPERD-ROWS = 0
        DISPLAY "NO COST CENTER TOTALS FOR THE YEAR - ALL ACTIVITY "
            "IS REPORTED AS UNASSIGNED."
    END-IF.

STORE-DEPARTMENT-ACTIVITY.
    IF CP-Period NUMERIC AND CP-Net NUMERIC
            AND CP-CostCenter NOT = SPACES
        DIVIDE CP-Period BY 100
            GIVING WS-HistYear REMAINDER WS-HistMonth
        IF WS-HistYear = WS-PeriodYear
                AND CP-Period <= WS-ClosedPeriod
            MOVE CP-AccountName TO AccountName
            PERFORM FIND-ACCOUNT-ENTRY
            IF WS-PA-FOUND > 0
                ADD 1 TO WS-CCPERD-ROWS
                PERFORM ACCUMULATE-DEPARTMENT-ACTIVITY
            END-IF
        END-IF
    END-IF.

ACCUMULATE-DEPARTMENT-ACTIVITY.
    MOVE CP-CostCenter TO WS-CurrentDept
    PERFORM FIND-COST-CENTER
    IF WS-CM-FOUND = 0
        IF WS-CM-COUNT < 500
            ADD 1 TO WS-CM-COUNT
            MOVE WS-CM-COUNT TO WS-CM-FOUND
            MOVE CP-CostCenter TO WS-CM-Code (WS-CM-FOUND)
            MOVE "NOT ON COST CENTER MASTER"
                TO WS-CM-Name (WS-CM-FOUND)
            MOVE SPACES TO WS-CM-Owner (WS-CM-FOUND)
            MOVE 0 TO WS-CM-NetMonth (WS-CM-FOUND)
            MOVE 0 TO WS-CM-NetYTD (WS-CM-FOUND)
            ADD 1 TO WS-UNKNOWN-CENTERS
        ELSE
            DISPLAY "COST CENTER TABLE FULL - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-AbortRun = "N"
        MOVE "Y" TO WS-CM-Active (WS-CM-FOUND)
        PERFORM FIND-DEPARTMENT-ENTRY
        IF WS-DT-FOUND = 0
            IF WS-DT-COUNT < 3000
                ADD 1 TO WS-DT-COUNT
                MOVE WS-DT-COUNT TO WS-DT-FOUND
                MOVE CP-CostCenter TO WS-DT-CostCenter (WS-DT-FOUND)
                MOVE CP-AccountName TO WS-DT-Account (WS-DT-FOUND)
                MOVE 0 TO WS-DT-Month (WS-DT-FOUND)
                MOVE 0 TO WS-DT-YTD (WS-DT-FOUND)
            ELSE
                DISPLAY "DEPARTMENT TABLE FULL - RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
            END-IF
        END-IF
    END-IF
    IF WS-AbortRun = "N"
        IF CP-Period = WS-ClosedPeriod
            ADD CP-Net TO WS-DT-Month (WS-DT-FOUND)
            ADD CP-Net TO WS-PA-DeptMonth (WS-PA-FOUND)
        END-IF
        ADD CP-Net TO WS-DT-YTD (WS-DT-FOUND)
        ADD CP-Net TO WS-PA-DeptYTD (WS-PA-FOUND)
    END-IF.

FIND-COST-CENTER.
    MOVE 0 TO WS-CM-FOUND
    PERFORM VARYING WS-CM-IDX FROM 1 BY 1
        UNTIL WS-CM-IDX > WS-CM-COUNT OR WS-CM-FOUND > 0
        IF WS-CM-Code (WS-CM-IDX) = WS-CurrentDept
            MOVE WS-CM-IDX TO WS-CM-FOUND
        END-IF
    END-PERFORM.

FIND-DEPARTMENT-ENTRY.
    MOVE 0 TO WS-DT-FOUND
    PERFORM VARYING WS-DT-IDX FROM 1 BY 1
        UNTIL WS-DT-IDX > WS-DT-COUNT OR WS-DT-FOUND > 0
        IF WS-DT-CostCenter (WS-DT-IDX) = WS-CurrentDept
                AND WS-DT-Account (WS-DT-IDX) = AccountName
            MOVE WS-DT-IDX TO WS-DT-FOUND
        END-IF
    END-PERFORM.

PRINT-REPORT-HEADING.
    MOVE WS-ClosedPeriod TO PH-HeadPeriod
    MOVE WS-RunDate TO PH-HeadRunDate
    WRITE ReportLine FROM WS-PageHeadLine AFTER ADVANCING PAGE
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE.

PRINT-DEPARTMENT.
    MOVE WS-CM-Code (WS-CM-IDX) TO WS-CurrentDept
    MOVE WS-CM-Code (WS-CM-IDX) TO DH-CostCenter
    MOVE WS-CM-Name (WS-CM-IDX) TO DH-Name
    MOVE "OWNER " TO DH-OwnerCaption
    MOVE WS-CM-Owner (WS-CM-IDX) TO DH-Owner
    PERFORM PRINT-DEPARTMENT-BODY
    MOVE WS-NET-MONTH TO WS-CM-NetMonth (WS-CM-IDX)
    MOVE WS-NET-YTD TO WS-CM-NetYTD (WS-CM-IDX)
    ADD 1 TO WS-DEPTS-PRINTED.

PRINT-UNASSIGNED.
    MOVE SPACES TO WS-CurrentDept
    MOVE "UNASSIGNED" TO DH-CostCenter
    MOVE "NO COST CENTER ON THE POSTING" TO DH-Name
    MOVE SPACES TO DH-OwnerCaption
    MOVE SPACES TO DH-Owner
    PERFORM PRINT-DEPARTMENT-BODY
    MOVE WS-NET-MONTH TO WS-UNASSIGNED-MONTH
    MOVE WS-NET-YTD TO WS-UNASSIGNED-YTD.

PRINT-DEPARTMENT-BODY.
    WRITE ReportLine FROM WS-DeptHeadLine AFTER ADVANCING 1 LINE
    WRITE ReportLine FROM WS-ColumnHeadLine AFTER ADVANCING 1 LINE
    MOVE 0 TO WS-NET-MONTH
    MOVE 0 TO WS-NET-YTD
    MOVE SPACES TO ReportLine
    MOVE "INCOME" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    MOVE "I" TO WS-SECTION-CLASS
    PERFORM PRINT-DEPARTMENT-SECTION
    MOVE SPACES TO ReportLine
    MOVE "EXPENSES" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    MOVE "E" TO WS-SECTION-CLASS
    PERFORM PRINT-DEPARTMENT-SECTION
    MOVE SPACES TO DL-Account
    MOVE "NET INCOME" TO DL-Desc
    MOVE WS-NET-MONTH TO DL-Month
    MOVE WS-NET-YTD TO DL-YTD
    WRITE ReportLine FROM WS-DetailLine AFTER ADVANCING 1 LINE
    MOVE SPACES TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE.

PRINT-DEPARTMENT-SECTION.
    MOVE 0 TO WS-SECT-MONTH
    MOVE 0 TO WS-SECT-YTD
    PERFORM VARYING WS-PA-IDX FROM 1 BY 1
        UNTIL WS-PA-IDX > WS-PA-COUNT
        IF WS-PA-Class (WS-PA-IDX) = WS-SECTION-CLASS
            PERFORM FETCH-LINE-AMOUNTS
            IF WS-LineMonth NOT = 0 OR WS-LineYTD NOT = 0
                MOVE WS-PA-Account (WS-PA-IDX) TO DL-Account
                PERFORM FETCH-ACCOUNT-DESC
                MOVE WS-LineMonth TO DL-Month
                MOVE WS-LineYTD TO DL-YTD
                WRITE ReportLine FROM WS-DetailLine
                    AFTER ADVANCING 1 LINE
                ADD WS-LineMonth TO WS-SECT-MONTH
                ADD WS-LineYTD TO WS-SECT-YTD
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO DL-Account
    MOVE "TOTAL" TO DL-Desc
    MOVE WS-SECT-MONTH TO DL-Month
    MOVE WS-SECT-YTD TO DL-YTD
    WRITE ReportLine FROM WS-DetailLine AFTER ADVANCING 1 LINE
    ADD WS-SECT-MONTH TO WS-NET-MONTH
    ADD WS-SECT-YTD TO WS-NET-YTD.

FETCH-LINE-AMOUNTS.
    IF WS-CurrentDept = SPACES
        COMPUTE WS-LineMonth = WS-PA-Month (WS-PA-IDX)
            - WS-PA-DeptMonth (WS-PA-IDX)
        COMPUTE WS-LineYTD = WS-PA-YTD (WS-PA-IDX)
            - WS-PA-DeptYTD (WS-PA-IDX)
    ELSE
        MOVE 0 TO WS-LineMonth
        MOVE 0 TO WS-LineYTD
        MOVE WS-PA-Account (WS-PA-IDX) TO AccountName
        PERFORM FIND-DEPARTMENT-ENTRY
        IF WS-DT-FOUND > 0
            MOVE WS-DT-Month (WS-DT-FOUND) TO WS-LineMonth
            MOVE WS-DT-YTD (WS-DT-FOUND) TO WS-LineYTD
        END-IF
    END-IF.

FETCH-ACCOUNT-DESC.
    MOVE WS-PA-Account (WS-PA-IDX) TO AccountName
    READ LedgerFile
        INVALID KEY
            MOVE SPACES TO DL-Desc
        NOT INVALID KEY
            MOVE AccountDesc TO DL-Desc
    END-READ.

PRINT-DEPARTMENT-SUMMARY.
    MOVE SPACES TO ReportLine
    MOVE "NET INCOME BY COST CENTER" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 1 LINE
    WRITE ReportLine FROM WS-ColumnHeadLine AFTER ADVANCING 1 LINE
    MOVE 0 TO WS-TOTAL-MONTH
    MOVE 0 TO WS-TOTAL-YTD
    PERFORM VARYING WS-CM-IDX FROM 1 BY 1
        UNTIL WS-CM-IDX > WS-CM-COUNT
        IF WS-CM-Active (WS-CM-IDX) = "Y"
            MOVE WS-CM-Code (WS-CM-IDX) TO DL-Account
            MOVE WS-CM-Name (WS-CM-IDX) TO DL-Desc
            MOVE WS-CM-NetMonth (WS-CM-IDX) TO DL-Month
            MOVE WS-CM-NetYTD (WS-CM-IDX) TO DL-YTD
            WRITE ReportLine FROM WS-DetailLine
                AFTER ADVANCING 1 LINE
            ADD WS-CM-NetMonth (WS-CM-IDX) TO WS-TOTAL-MONTH
            ADD WS-CM-NetYTD (WS-CM-IDX) TO WS-TOTAL-YTD
        END-IF
    END-PERFORM
    MOVE "UNASSIGNED" TO DL-Account
    MOVE "NO COST CENTER ON THE POSTING" TO DL-Desc
    MOVE WS-UNASSIGNED-MONTH TO DL-Month
    MOVE WS-UNASSIGNED-YTD TO DL-YTD
    WRITE ReportLine FROM WS-DetailLine AFTER ADVANCING 1 LINE
    ADD WS-UNASSIGNED-MONTH TO WS-TOTAL-MONTH
    ADD WS-UNASSIGNED-YTD TO WS-TOTAL-YTD
    MOVE SPACES TO DL-Account
    MOVE "TOTAL NET INCOME" TO DL-Desc
    MOVE WS-TOTAL-MONTH TO DL-Month
    MOVE WS-TOTAL-YTD TO DL-YTD
    WRITE ReportLine FROM WS-DetailLine AFTER ADVANCING 1 LINE.

PRINT-DEPT-TOTALS.
    DISPLAY "===== DEPARTMENTAL INCOME STATEMENT ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REPORT PERIOD......: " WS-ClosedPeriod
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "COST CENTERS.......: " WS-DEPTS-PRINTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NOT ON MASTER......: " WS-UNKNOWN-CENTERS
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE WS-UNASSIGNED-YTD TO WS-AMOUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "UNASSIGNED YTD.....: " WS-AMOUNT-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE WS-TOTAL-YTD TO WS-AMOUNT-EDIT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NET INCOME YTD.....: " WS-AMOUNT-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE.

CLOSE-FILES.
    CLOSE PerdHistFile
    CLOSE LedgerFile
    CLOSE ReportFile.

END PROGRAM DeptIncomeStmt.

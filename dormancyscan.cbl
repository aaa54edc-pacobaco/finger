IDENTIFICATION DIVISION.
PROGRAM-ID. DormancyScan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LedgerFile ASSIGN TO "LEDGERF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountName
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT OPTIONAL BalHistFile ASSIGN TO "BALHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALHIST-STATUS.
    SELECT OPTIONAL SuspInFile ASSIGN TO "SUSPIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPIN-STATUS.
    SELECT OPTIONAL StandingFile ASSIGN TO "SIMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SI-Id
        FILE STATUS IS WS-SIMAST-STATUS.
    SELECT CloseTxFile ASSIGN TO "DORMOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "DORMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  BalHistFile.
01  BalHistRecord.
    05  BH-AccountName   PIC X(10).
    05  BH-SnapDate      PIC 9(8).
    05  BH-Balance       PIC S9(9)V99.

FD  SuspInFile.
    COPY "susrec.cpy".

FD  StandingFile.
    COPY "sirec.cpy".

FD  CloseTxFile.
01  MaintTxnRecord.
    05  MT-Action       PIC X(01).
    05  MT-AccountName  PIC X(10).
    05  MT-Balance      PIC S9(9)V99.
    05  MT-Class        PIC X(01).
    05  MT-Desc         PIC X(30).
    05  MT-OpenDate     PIC 9(8).
    05  MT-OvrdrftLim   PIC 9(7)V99.
    05  MT-Source       PIC X(08).
    05  MT-Currency     PIC X(03).

FD  ReportFile.
01  ReportLine          PIC X(132).

WORKING-STORAGE SECTION.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-BALHIST-STATUS   PIC XX.
01  WS-SUSPIN-STATUS    PIC XX.
01  WS-SIMAST-STATUS    PIC XX.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-SweepEOF         PIC X VALUE "N".
01  WS-BalHistEOF       PIC X VALUE "N".
01  WS-SuspEOF          PIC X VALUE "N".
01  WS-SiEOF            PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-RunDayNum        PIC 9(7).
01  WS-DormantDays      PIC 9(5).
01  WS-PrevBhAccount    PIC X(10).
01  WS-PrevBhDate       PIC 9(8).
01  WS-BhUsable         PIC X.
01  WS-HistFound        PIC X.
01  WS-SiAccount        PIC X(10).
01  WS-FirstSnapDate    PIC 9(8).
01  WS-LastSnapBal      PIC S9(9)V99.
01  WS-LastChangeDate   PIC 9(8).
01  WS-LastActive       PIC 9(8).
01  WS-DaysIdle         PIC 9(7).
01  WS-HistDays         PIC 9(7).
01  WS-FcyBalance       PIC S9(9)V99.
01  WS-ExcludeReason    PIC X(30).
01  WS-SectionGroup     PIC X.
01  WS-SectionCount     PIC 9(5).

01  WS-DormancyCard.
    05  DC-DormantDays  PIC X(5).
    05  FILLER          PIC X(75).

01  WS-DayNumWork.
    05  WS-DN-Date       PIC 9(8).
    05  WS-DN-Parts REDEFINES WS-DN-Date.
        10  WS-DN-Year   PIC 9(4).
        10  WS-DN-Month  PIC 9(2).
        10  WS-DN-Day    PIC 9(2).
    05  WS-DN-PriorYears PIC 9(4).
    05  WS-DN-Quot       PIC 9(4).
    05  WS-DN-Leap4      PIC 9(3).
    05  WS-DN-Leap100    PIC 9(3).
    05  WS-DN-Leap400    PIC 9(3).
    05  WS-DN-Result     PIC 9(7).

01  WS-CumDaysValues    PIC X(36)
        VALUE "000031059090120151181212243273304334".
01  WS-CumDaysTable REDEFINES WS-CumDaysValues.
    05  WS-CumDays OCCURS 12 TIMES PIC 9(3).

01  WS-SuspAcctTable.
    05  WS-SuspAcctEntry OCCURS 2000 TIMES PIC X(10).

01  WS-SiAcctTable.
    05  WS-SiAcctEntry OCCURS 2000 TIMES.
        10  WS-SA-Account   PIC X(10).
        10  WS-SA-Id        PIC X(08).
        10  WS-SA-Status    PIC X(01).

01  WS-DormTable.
    05  WS-DormEntry OCCURS 5000 TIMES.
        10  WS-DT-Account   PIC X(10).
        10  WS-DT-Class     PIC X(01).
        10  WS-DT-Currency  PIC X(3).
        10  WS-DT-Balance   PIC S9(9)V99.
        10  WS-DT-FcyBal    PIC S9(9)V99.
        10  WS-DT-LastActive PIC 9(8).
        10  WS-DT-DaysIdle  PIC 9(7).
        10  WS-DT-Group     PIC X(01).
        10  WS-DT-Reason    PIC X(30).

01  WS-PageHeadLine.
    05  FILLER          PIC X(34)
        VALUE "DORMANT ACCOUNT REPORT            ".
    05  FILLER          PIC X(09) VALUE "RUN DATE ".
    05  PH-RunDate      PIC 9(8).
    05  FILLER          PIC X(22) VALUE "   NO MOVEMENT FOR AT ".
    05  FILLER          PIC X(06) VALUE "LEAST ".
    05  PH-DormantDays  PIC ZZZZ9.
    05  FILLER          PIC X(05) VALUE " DAYS".

01  WS-ColumnHeadLine.
    05  FILLER          PIC X(15) VALUE "ACCOUNT    CL  ".
    05  FILLER          PIC X(04) VALUE "CUR ".
    05  FILLER          PIC X(16) VALUE "        BALANCE ".
    05  FILLER          PIC X(16) VALUE " FOREIGN BALANCE".
    05  FILLER          PIC X(12) VALUE "  LAST MOVED".
    05  FILLER          PIC X(11) VALUE "  DAYS IDLE".
    05  FILLER          PIC X(10) VALUE "  REASON".

01  WS-DetailLine.
    05  DL-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Class        PIC X(01).
    05  FILLER          PIC X(03) VALUE SPACES.
    05  DL-Currency     PIC X(3).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  DL-Balance      PIC ---,---,--9.99.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  DL-FcyBalance   PIC ---,---,--9.99.
    05  FILLER          PIC X(04) VALUE SPACES.
    05  DL-LastActive   PIC 9(8).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  DL-DaysIdle     PIC Z,ZZZ,ZZ9.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  DL-Reason       PIC X(30).

01  WS-CountLine.
    05  CL-Caption      PIC X(21).
    05  CL-Count        PIC ZZZ,ZZZ,ZZ9.

77  WS-SUSP-COUNT       PIC 9(4) VALUE 0.
77  WS-SUSP-IDX         PIC 9(4) VALUE 0.
77  WS-SUSP-FOUND       PIC 9(4) VALUE 0.
77  WS-SA-COUNT         PIC 9(4) VALUE 0.
77  WS-SA-IDX           PIC 9(4) VALUE 0.
77  WS-SA-FOUND         PIC 9(4) VALUE 0.
77  WS-DT-COUNT         PIC 9(4) VALUE 0.
77  WS-DT-IDX           PIC 9(4) VALUE 0.
77  WS-ACCTS-SCANNED    PIC 9(7) VALUE 0.
77  WS-DORMANT-ZERO     PIC 9(7) VALUE 0.
77  WS-DORMANT-BALANCE  PIC 9(7) VALUE 0.
77  WS-DORMANT-EXCLUDED PIC 9(7) VALUE 0.
77  WS-CLOSES-WRITTEN   PIC 9(7) VALUE 0.
77  WS-BALHIST-READ     PIC 9(9) VALUE 0.
77  WS-BALHIST-INVALID  PIC 9(9) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM READ-DORMANCY-CARD
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-SUSPENSE-ACCOUNTS
        PERFORM LOAD-STANDING-ACCOUNTS
        PERFORM READ-BALANCE-HISTORY
        PERFORM SCAN-LEDGER
    END-IF
    IF WS-AbortRun = "N"
        PERFORM PRINT-DORMANCY-REPORT
        PERFORM PRINT-DORMANCY-TOTALS
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    MOVE WS-RunDate TO WS-DN-Date
    PERFORM COMPUTE-DAY-NUMBER
    MOVE WS-DN-Result TO WS-RunDayNum
    MOVE SPACES TO WS-PrevBhAccount
    MOVE 0 TO WS-PrevBhDate
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "LEDGER FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT BalHistFile
    OPEN OUTPUT CloseTxFile
    OPEN OUTPUT ReportFile.

READ-DORMANCY-CARD.
    MOVE SPACES TO WS-DormancyCard
    ACCEPT WS-DormancyCard
    IF DC-DormantDays = SPACES
        MOVE 365 TO WS-DormantDays
    ELSE
        IF DC-DormantDays NUMERIC
            MOVE DC-DormantDays TO WS-DormantDays
        ELSE
            MOVE 0 TO WS-DormantDays
        END-IF
        IF WS-DormantDays = 0
            DISPLAY "DORMANCY DAYS " DC-DormantDays
                " NOT A POSITIVE NUMBER - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF.

LOAD-SUSPENSE-ACCOUNTS.
    OPEN INPUT SuspInFile
    IF WS-SUSPIN-STATUS = "00"
        PERFORM UNTIL WS-SuspEOF = "Y"
            READ SuspInFile
                AT END SET WS-SuspEOF TO "Y"
                NOT AT END PERFORM STORE-SUSPENSE-ACCOUNT
            END-READ
        END-PERFORM
    END-IF
    CLOSE SuspInFile.

STORE-SUSPENSE-ACCOUNT.
    MOVE 0 TO WS-SUSP-FOUND
    PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
        UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
        IF WS-SuspAcctEntry (WS-SUSP-IDX) = SUS-TransAccount
            MOVE WS-SUSP-IDX TO WS-SUSP-FOUND
        END-IF
    END-PERFORM
    IF WS-SUSP-FOUND = 0
        IF WS-SUSP-COUNT < 2000
            ADD 1 TO WS-SUSP-COUNT
            MOVE SUS-TransAccount
                TO WS-SuspAcctEntry (WS-SUSP-COUNT)
        ELSE
            DISPLAY "SUSPENSE ACCOUNT TABLE FULL - ENTRY IGNORED: "
                SUS-TransAccount
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

LOAD-STANDING-ACCOUNTS.
    OPEN INPUT StandingFile
    IF WS-SIMAST-STATUS = "00"
        MOVE LOW-VALUES TO SI-Id
        START StandingFile KEY IS NOT LESS THAN SI-Id
            INVALID KEY MOVE "Y" TO WS-SiEOF
        END-START
        PERFORM UNTIL WS-SiEOF = "Y"
            READ StandingFile NEXT RECORD
                AT END MOVE "Y" TO WS-SiEOF
            END-READ
            IF WS-SiEOF = "N" AND (SI-Active OR SI-Suspended)
                MOVE SI-DebitAccount TO WS-SiAccount
                PERFORM STORE-STANDING-ACCOUNT
                MOVE SI-CreditAccount TO WS-SiAccount
                PERFORM STORE-STANDING-ACCOUNT
            END-IF
        END-PERFORM
    END-IF
    CLOSE StandingFile.

STORE-STANDING-ACCOUNT.
    IF WS-SA-COUNT < 2000
        ADD 1 TO WS-SA-COUNT
        MOVE SI-Id TO WS-SA-Id (WS-SA-COUNT)
        MOVE WS-SiAccount TO WS-SA-Account (WS-SA-COUNT)
        MOVE SI-Status TO WS-SA-Status (WS-SA-COUNT)
    ELSE
        DISPLAY "STANDING ORDER TABLE FULL - ENTRY IGNORED: " SI-Id
        MOVE 4 TO RETURN-CODE
    END-IF.

READ-BALANCE-HISTORY.
    MOVE "N" TO WS-BhUsable
    IF WS-BALHIST-STATUS NOT = "00"
        MOVE "Y" TO WS-BalHistEOF
    END-IF
    PERFORM UNTIL WS-BalHistEOF = "Y" OR WS-BhUsable = "Y"
        READ BalHistFile
            AT END MOVE "Y" TO WS-BalHistEOF
        END-READ
        IF WS-BalHistEOF = "N"
            ADD 1 TO WS-BALHIST-READ
            IF BH-SnapDate NUMERIC AND BH-Balance NUMERIC
                MOVE "Y" TO WS-BhUsable
                PERFORM CHECK-BALANCE-HISTORY-ORDER
            ELSE
                ADD 1 TO WS-BALHIST-INVALID
            END-IF
        END-IF
    END-PERFORM.

CHECK-BALANCE-HISTORY-ORDER.
    IF BH-AccountName < WS-PrevBhAccount
            OR (BH-AccountName = WS-PrevBhAccount
                AND BH-SnapDate < WS-PrevBhDate)
        DISPLAY "BALANCE HISTORY NOT IN ACCOUNT/DATE ORDER AT "
            BH-AccountName " " BH-SnapDate " - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
        MOVE "Y" TO WS-BalHistEOF
    END-IF
    MOVE BH-AccountName TO WS-PrevBhAccount
    MOVE BH-SnapDate TO WS-PrevBhDate.

SCAN-LEDGER.
    MOVE LOW-VALUES TO AccountName
    START LedgerFile KEY IS NOT LESS THAN AccountName
        INVALID KEY MOVE "Y" TO WS-SweepEOF
    END-START
    PERFORM UNTIL WS-SweepEOF = "Y" OR WS-AbortRun = "Y"
        READ LedgerFile NEXT RECORD
            AT END MOVE "Y" TO WS-SweepEOF
        END-READ
        IF WS-SweepEOF = "N"
            PERFORM GATHER-ACCOUNT-HISTORY
            IF AccountOpen AND WS-AbortRun = "N"
                ADD 1 TO WS-ACCTS-SCANNED
                PERFORM ASSESS-ACCOUNT
            END-IF
        END-IF
    END-PERFORM.

GATHER-ACCOUNT-HISTORY.
    MOVE "N" TO WS-HistFound
    MOVE 0 TO WS-FirstSnapDate
    MOVE 0 TO WS-LastSnapBal
    MOVE 0 TO WS-LastChangeDate
    PERFORM UNTIL WS-BalHistEOF = "Y"
            OR BH-AccountName > AccountName
        IF BH-AccountName = AccountName
            IF WS-HistFound = "N"
                MOVE "Y" TO WS-HistFound
                MOVE BH-SnapDate TO WS-FirstSnapDate
            ELSE
                IF BH-Balance NOT = WS-LastSnapBal
                    MOVE BH-SnapDate TO WS-LastChangeDate
                END-IF
            END-IF
            MOVE BH-Balance TO WS-LastSnapBal
        END-IF
        PERFORM READ-BALANCE-HISTORY
    END-PERFORM.

ASSESS-ACCOUNT.
    IF AccountOpenDate NUMERIC
        MOVE AccountOpenDate TO WS-LastActive
    ELSE
        MOVE 0 TO WS-LastActive
    END-IF
    IF WS-HistFound = "Y"
        IF WS-LastChangeDate > WS-LastActive
            MOVE WS-LastChangeDate TO WS-LastActive
        END-IF
        IF AccountBalance NOT = WS-LastSnapBal
            MOVE WS-RunDate TO WS-LastActive
        END-IF
    END-IF
    MOVE WS-LastActive TO WS-DN-Date
    PERFORM COMPUTE-DAY-NUMBER
    MOVE 0 TO WS-DaysIdle
    IF WS-RunDayNum > WS-DN-Result
        COMPUTE WS-DaysIdle = WS-RunDayNum - WS-DN-Result
    END-IF
    IF WS-DaysIdle NOT < WS-DormantDays
        PERFORM CLASSIFY-DORMANT-ACCOUNT
    END-IF.

CLASSIFY-DORMANT-ACCOUNT.
    IF AccountFcyBalance NUMERIC
        MOVE AccountFcyBalance TO WS-FcyBalance
    ELSE
        MOVE 0 TO WS-FcyBalance
    END-IF
    MOVE SPACES TO WS-ExcludeReason
    MOVE 0 TO WS-HistDays
    IF WS-HistFound = "Y"
        MOVE WS-FirstSnapDate TO WS-DN-Date
        PERFORM COMPUTE-DAY-NUMBER
        IF WS-RunDayNum > WS-DN-Result
            COMPUTE WS-HistDays = WS-RunDayNum - WS-DN-Result
        END-IF
    END-IF
    IF WS-HistDays < WS-DormantDays
        MOVE "BALANCE HISTORY TOO SHORT" TO WS-ExcludeReason
    END-IF
    PERFORM CHECK-STANDING-REFERENCE
    PERFORM CHECK-SUSPENSE-REFERENCE
    IF WS-DT-COUNT < 5000
        ADD 1 TO WS-DT-COUNT
        MOVE AccountName TO WS-DT-Account (WS-DT-COUNT)
        MOVE AccountClass TO WS-DT-Class (WS-DT-COUNT)
        MOVE AccountCurrency TO WS-DT-Currency (WS-DT-COUNT)
        MOVE AccountBalance TO WS-DT-Balance (WS-DT-COUNT)
        MOVE WS-FcyBalance TO WS-DT-FcyBal (WS-DT-COUNT)
        MOVE WS-LastActive TO WS-DT-LastActive (WS-DT-COUNT)
        MOVE WS-DaysIdle TO WS-DT-DaysIdle (WS-DT-COUNT)
        MOVE WS-ExcludeReason TO WS-DT-Reason (WS-DT-COUNT)
        EVALUATE TRUE
            WHEN WS-ExcludeReason NOT = SPACES
                MOVE "X" TO WS-DT-Group (WS-DT-COUNT)
                ADD 1 TO WS-DORMANT-EXCLUDED
            WHEN AccountBalance = 0 AND WS-FcyBalance = 0
                MOVE "Z" TO WS-DT-Group (WS-DT-COUNT)
                ADD 1 TO WS-DORMANT-ZERO
                PERFORM WRITE-CLOSE-TRANSACTION
            WHEN OTHER
                MOVE "N" TO WS-DT-Group (WS-DT-COUNT)
                ADD 1 TO WS-DORMANT-BALANCE
        END-EVALUATE
    ELSE
        DISPLAY "DORMANT ACCOUNT TABLE FULL - NOT REPORTED: "
            AccountName
        MOVE 4 TO RETURN-CODE
    END-IF.

CHECK-STANDING-REFERENCE.
    MOVE 0 TO WS-SA-FOUND
    PERFORM VARYING WS-SA-IDX FROM 1 BY 1
        UNTIL WS-SA-IDX > WS-SA-COUNT
        IF WS-SA-Account (WS-SA-IDX) = AccountName
                AND WS-SA-FOUND = 0
            MOVE WS-SA-IDX TO WS-SA-FOUND
        END-IF
    END-PERFORM
    IF WS-SA-FOUND > 0
        MOVE SPACES TO WS-ExcludeReason
        IF WS-SA-Status (WS-SA-FOUND) = "S"
            STRING "SUSPENDED STANDING ORDER "
                WS-SA-Id (WS-SA-FOUND)
                DELIMITED BY SIZE INTO WS-ExcludeReason
        ELSE
            STRING "ACTIVE STANDING ORDER "
                WS-SA-Id (WS-SA-FOUND)
                DELIMITED BY SIZE INTO WS-ExcludeReason
        END-IF
    END-IF.

CHECK-SUSPENSE-REFERENCE.
    PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
        UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
        IF WS-SuspAcctEntry (WS-SUSP-IDX) = AccountName
            MOVE "ITEMS IN SUSPENSE" TO WS-ExcludeReason
        END-IF
    END-PERFORM.

WRITE-CLOSE-TRANSACTION.
    MOVE SPACES TO MaintTxnRecord
    MOVE "C" TO MT-Action
    MOVE AccountName TO MT-AccountName
    MOVE 0 TO MT-Balance
    MOVE AccountClass TO MT-Class
    MOVE AccountDesc TO MT-Desc
    IF AccountOpenDate NUMERIC
        MOVE AccountOpenDate TO MT-OpenDate
    ELSE
        MOVE 0 TO MT-OpenDate
    END-IF
    MOVE 0 TO MT-OvrdrftLim
    MOVE "DORMANCY" TO MT-Source
    MOVE AccountCurrency TO MT-Currency
    WRITE MaintTxnRecord
    ADD 1 TO WS-CLOSES-WRITTEN.

COMPUTE-DAY-NUMBER.
    IF WS-DN-Month < 1 OR WS-DN-Month > 12
        MOVE 1 TO WS-DN-Month
    END-IF
    MOVE 0 TO WS-DN-PriorYears
    IF WS-DN-Year > 0
        COMPUTE WS-DN-PriorYears = WS-DN-Year - 1
    END-IF
    COMPUTE WS-DN-Result = WS-DN-PriorYears * 365
        + WS-CumDays (WS-DN-Month) + WS-DN-Day
    DIVIDE WS-DN-PriorYears BY 4 GIVING WS-DN-Quot
    ADD WS-DN-Quot TO WS-DN-Result
    DIVIDE WS-DN-PriorYears BY 100 GIVING WS-DN-Quot
    SUBTRACT WS-DN-Quot FROM WS-DN-Result
    DIVIDE WS-DN-PriorYears BY 400 GIVING WS-DN-Quot
    ADD WS-DN-Quot TO WS-DN-Result
    IF WS-DN-Month > 2
        DIVIDE WS-DN-Year BY 4
            GIVING WS-DN-Quot REMAINDER WS-DN-Leap4
        DIVIDE WS-DN-Year BY 100
            GIVING WS-DN-Quot REMAINDER WS-DN-Leap100
        DIVIDE WS-DN-Year BY 400
            GIVING WS-DN-Quot REMAINDER WS-DN-Leap400
        IF WS-DN-Leap400 = 0
                OR (WS-DN-Leap4 = 0 AND WS-DN-Leap100 NOT = 0)
            ADD 1 TO WS-DN-Result
        END-IF
    END-IF.

PRINT-DORMANCY-REPORT.
    MOVE WS-RunDate TO PH-RunDate
    MOVE WS-DormantDays TO PH-DormantDays
    WRITE ReportLine FROM WS-PageHeadLine
    MOVE "DORMANT ACCOUNTS WITH A ZERO BALANCE - CLOSES WRITTEN"
        TO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    MOVE "Z" TO WS-SectionGroup
    PERFORM PRINT-DORMANCY-SECTION
    MOVE "DORMANT ACCOUNTS STILL CARRYING A BALANCE" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    MOVE "N" TO WS-SectionGroup
    PERFORM PRINT-DORMANCY-SECTION
    MOVE "DORMANT ACCOUNTS EXCLUDED FROM CLOSURE" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    MOVE "X" TO WS-SectionGroup
    PERFORM PRINT-DORMANCY-SECTION.

PRINT-DORMANCY-SECTION.
    WRITE ReportLine FROM WS-ColumnHeadLine
    MOVE 0 TO WS-SectionCount
    PERFORM VARYING WS-DT-IDX FROM 1 BY 1
        UNTIL WS-DT-IDX > WS-DT-COUNT
        IF WS-DT-Group (WS-DT-IDX) = WS-SectionGroup
            ADD 1 TO WS-SectionCount
            MOVE WS-DT-Account (WS-DT-IDX) TO DL-Account
            MOVE WS-DT-Class (WS-DT-IDX) TO DL-Class
            MOVE WS-DT-Currency (WS-DT-IDX) TO DL-Currency
            MOVE WS-DT-Balance (WS-DT-IDX) TO DL-Balance
            MOVE WS-DT-FcyBal (WS-DT-IDX) TO DL-FcyBalance
            MOVE WS-DT-LastActive (WS-DT-IDX) TO DL-LastActive
            MOVE WS-DT-DaysIdle (WS-DT-IDX) TO DL-DaysIdle
            MOVE WS-DT-Reason (WS-DT-IDX) TO DL-Reason
            WRITE ReportLine FROM WS-DetailLine
        END-IF
    END-PERFORM
    IF WS-SectionCount = 0
        MOVE "  NONE" TO ReportLine
        WRITE ReportLine
    END-IF.

PRINT-DORMANCY-TOTALS.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE "OPEN ACCOUNTS......: " TO CL-Caption
    MOVE WS-ACCTS-SCANNED TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "DORMANT, ZERO BAL..: " TO CL-Caption
    MOVE WS-DORMANT-ZERO TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "DORMANT, WITH BAL..: " TO CL-Caption
    MOVE WS-DORMANT-BALANCE TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "DORMANT, EXCLUDED..: " TO CL-Caption
    MOVE WS-DORMANT-EXCLUDED TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "CLOSES WRITTEN.....: " TO CL-Caption
    MOVE WS-CLOSES-WRITTEN TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    DISPLAY "===== DORMANCY SCAN ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OPEN ACCOUNTS......: " WS-ACCTS-SCANNED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SNAPSHOTS READ.....: " WS-BALHIST-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-BALHIST-INVALID > 0
        MOVE SPACES TO WS-REPORT-LINE
        STRING "SNAPSHOTS INVALID..: " WS-BALHIST-INVALID
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DORMANT, ZERO BAL..: " WS-DORMANT-ZERO
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DORMANT, WITH BAL..: " WS-DORMANT-BALANCE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DORMANT, EXCLUDED..: " WS-DORMANT-EXCLUDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CLOSES WRITTEN.....: " WS-CLOSES-WRITTEN
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE.

CLOSE-FILES.
    CLOSE LedgerFile
    CLOSE BalHistFile
    CLOSE CloseTxFile
    CLOSE ReportFile.

END PROGRAM DormancyScan.

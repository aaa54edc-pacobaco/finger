IDENTIFICATION DIVISION.
PROGRAM-ID. BankRecon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BankCfgFile ASSIGN TO "BANKCFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKCFG-STATUS.
    SELECT OPTIONAL StatementFile ASSIGN TO "BANKSTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKSTMT-STATUS.
    SELECT OPTIONAL OpenInFile ASSIGN TO "BANKOPEN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKOPEN-STATUS.
    SELECT OpenOutFile ASSIGN TO "BANKNEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AuditHistFile ASSIGN TO "AUDHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AH-Key
        ALTERNATE RECORD KEY IS AH-BatchId WITH DUPLICATES
        ALTERNATE RECORD KEY IS AH-Journal WITH DUPLICATES
        FILE STATUS IS WS-AUDHIST-STATUS.
    SELECT LedgerFile ASSIGN TO "LEDGERF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountName
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT ReportFile ASSIGN TO "BANKRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BankCfgFile.
01  BankCfgRecord.
    05  BC-BankAcct      PIC X(12).
    05  BC-CashAccount   PIC X(10).
    05  BC-WindowDays    PIC 9(3).
    05  BC-StartDate     PIC 9(8).

FD  StatementFile.
01  StatementRecord.
    05  BS-RecType       PIC X(01).
        88  BS-Balance       VALUE "B".
        88  BS-Transaction   VALUE "T".
    05  BS-BankAcct      PIC X(12).
    05  BS-ValueDate     PIC 9(8).
    05  BS-Amount        PIC 9(9)V99.
    05  BS-Direction     PIC X(01).
    05  BS-BankRef       PIC X(16).

FD  OpenInFile.
01  OpenInRecord        PIC X(69).

FD  OpenOutFile.
01  OpenOutRecord       PIC X(69).

FD  AuditHistFile.
    COPY "audhrec.cpy".

FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  ReportFile.
01  ReportLine          PIC X(120).

WORKING-STORAGE SECTION.
01  WS-BANKCFG-STATUS   PIC XX.
01  WS-BANKSTMT-STATUS  PIC XX.
01  WS-BANKOPEN-STATUS  PIC XX.
01  WS-AUDHIST-STATUS   PIC XX.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-EOF              PIC X VALUE "N".
01  WS-HistEOF          PIC X.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-TrailerSeen      PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-RunDayNum        PIC 9(7).
01  WS-LineFails        PIC X.
01  WS-ItemDirection    PIC X(01).
01  WS-CheckYearMonth   PIC 9(6).
01  WS-CheckYear        PIC 9(4).
01  WS-CheckMonth       PIC 9(2).
01  WS-CheckDay         PIC 9(2).
01  WS-BestIdx          PIC 9(4).
01  WS-BestDiff         PIC 9(7).
01  WS-DayDiff          PIC S9(7).
01  WS-ItemAge          PIC 9(7).
01  WS-LedgerBalance    PIC S9(11)V99.
01  WS-OurIn            PIC S9(11)V99.
01  WS-OurOut           PIC S9(11)V99.
01  WS-BankIn           PIC S9(11)V99.
01  WS-BankOut          PIC S9(11)V99.
01  WS-AdjustedBank     PIC S9(11)V99.
01  WS-AdjustedBook     PIC S9(11)V99.
01  WS-Difference       PIC S9(11)V99.
01  WS-CarriedCount     PIC 9(9).
01  WS-CarriedHash      PIC 9(11)V99.

01  WS-OpenItem.
    05  OI-Side          PIC X(01).
        88  OI-OurPosting    VALUE "L".
        88  OI-BankItem      VALUE "B".
        88  OI-AccountState  VALUE "S".
        88  OI-Trailer       VALUE "T".
    05  OI-CashAccount   PIC X(10).
    05  OI-ItemDate      PIC 9(8).
    05  OI-Direction     PIC X(01).
    05  OI-Amount        PIC 9(9)V99.
    05  OI-Reference     PIC X(16).
    05  OI-Journal       PIC 9(5).
    05  OI-TransSeq      PIC 9(9).
    05  OI-FirstSeen     PIC 9(8).
01  WS-OpenState REDEFINES WS-OpenItem.
    05  OS-Side          PIC X(01).
    05  OS-CashAccount   PIC X(10).
    05  OS-StmtDate      PIC 9(8).
    05  OS-StmtSign      PIC X(01).
    05  OS-StmtBalance   PIC 9(9)V99.
    05  OS-HwmDate       PIC 9(8).
    05  OS-HwmSeq        PIC 9(5).
    05  FILLER           PIC X(25).
01  WS-OpenTrailer REDEFINES WS-OpenItem.
    05  OT-Side          PIC X(01).
    05  OT-RunDate       PIC 9(8).
    05  OT-HashTotal     PIC 9(11)V99.
    05  OT-RecordCount   PIC 9(9).
    05  FILLER           PIC X(38).

01  WS-CashTable.
    05  WS-CashEntry OCCURS 20 TIMES.
        10  WS-CA-BankAcct     PIC X(12).
        10  WS-CA-Account      PIC X(10).
        10  WS-CA-Window       PIC 9(3).
        10  WS-CA-HwmDate      PIC 9(8).
        10  WS-CA-HwmSeq       PIC 9(5).
        10  WS-CA-StmtDate     PIC 9(8).
        10  WS-CA-StmtBalance  PIC S9(11)V99.
        10  WS-CA-HasBalance   PIC X(01).
        10  WS-CA-BalToday     PIC X(01).

01  WS-LedgerItemTable.
    05  WS-LedgerItem OCCURS 3000 TIMES.
        10  WS-LI-Account      PIC X(10).
        10  WS-LI-CashIdx      PIC 9(3).
        10  WS-LI-Date         PIC 9(8).
        10  WS-LI-DayNum       PIC 9(7).
        10  WS-LI-Direction    PIC X(01).
        10  WS-LI-Amount       PIC 9(9)V99.
        10  WS-LI-BatchId      PIC X(16).
        10  WS-LI-Journal      PIC 9(5).
        10  WS-LI-Seq          PIC 9(9).
        10  WS-LI-FirstSeen    PIC 9(8).
        10  WS-LI-MatchIdx     PIC 9(4).

01  WS-BankItemTable.
    05  WS-BankItem OCCURS 3000 TIMES.
        10  WS-BI-Account      PIC X(10).
        10  WS-BI-CashIdx      PIC 9(3).
        10  WS-BI-Date         PIC 9(8).
        10  WS-BI-DayNum       PIC 9(7).
        10  WS-BI-Direction    PIC X(01).
        10  WS-BI-Amount       PIC 9(9)V99.
        10  WS-BI-Ref          PIC X(16).
        10  WS-BI-FirstSeen    PIC 9(8).
        10  WS-BI-MatchIdx     PIC 9(4).

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

01  WS-PageHeadLine.
    05  FILLER          PIC X(24)
        VALUE "BANK RECONCILIATION     ".
    05  FILLER          PIC X(09) VALUE "RUN DATE ".
    05  RH-RunDate      PIC 9(8).

01  WS-AccountHeadLine.
    05  FILLER          PIC X(13) VALUE "CASH ACCOUNT ".
    05  RH-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  RH-Desc         PIC X(30).
    05  FILLER          PIC X(14) VALUE " BANK ACCOUNT ".
    05  RH-BankAcct     PIC X(12).
    05  FILLER          PIC X(08) VALUE " WINDOW ".
    05  RH-Window       PIC ZZ9.
    05  FILLER          PIC X(05) VALUE " DAYS".

01  WS-MatchColumnLine.
    05  FILLER          PIC X(11) VALUE "VALUE DATE ".
    05  FILLER          PIC X(18) VALUE "BANK REFERENCE    ".
    05  FILLER          PIC X(10) VALUE "POST DATE ".
    05  FILLER          PIC X(18) VALUE "BATCH ID          ".
    05  FILLER          PIC X(06) VALUE "  JRN ".
    05  FILLER          PIC X(10) VALUE "      SEQ ".
    05  FILLER          PIC X(04) VALUE "DIR ".
    05  FILLER          PIC X(14) VALUE "        AMOUNT".

01  WS-MatchDetailLine.
    05  MD-ValueDate    PIC 9(8).
    05  FILLER          PIC X(03) VALUE SPACES.
    05  MD-BankRef      PIC X(16).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  MD-PostDate     PIC 9(8).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  MD-BatchId      PIC X(16).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  MD-Journal      PIC 9(5).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  MD-Seq          PIC 9(9).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  MD-Dir          PIC X(03).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  MD-Amount       PIC ZZZ,ZZZ,ZZ9.99.

01  WS-OurColumnLine.
    05  FILLER          PIC X(11) VALUE "POST DATE  ".
    05  FILLER          PIC X(18) VALUE "BATCH ID          ".
    05  FILLER          PIC X(06) VALUE "  JRN ".
    05  FILLER          PIC X(10) VALUE "      SEQ ".
    05  FILLER          PIC X(04) VALUE "DIR ".
    05  FILLER          PIC X(15) VALUE "        AMOUNT ".
    05  FILLER          PIC X(11) VALUE "FIRST SEEN ".
    05  FILLER          PIC X(05) VALUE "  AGE".

01  WS-OurDetailLine.
    05  OD-PostDate     PIC 9(8).
    05  FILLER          PIC X(03) VALUE SPACES.
    05  OD-BatchId      PIC X(16).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  OD-Journal      PIC 9(5).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  OD-Seq          PIC 9(9).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  OD-Dir          PIC X(03).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  OD-Amount       PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  OD-FirstSeen    PIC 9(8).
    05  FILLER          PIC X(03) VALUE SPACES.
    05  OD-Age          PIC ZZZZ9.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  OD-Flag         PIC X(04).

01  WS-BankColumnLine.
    05  FILLER          PIC X(11) VALUE "VALUE DATE ".
    05  FILLER          PIC X(18) VALUE "BANK REFERENCE    ".
    05  FILLER          PIC X(04) VALUE "DIR ".
    05  FILLER          PIC X(15) VALUE "        AMOUNT ".
    05  FILLER          PIC X(11) VALUE "FIRST SEEN ".
    05  FILLER          PIC X(05) VALUE "  AGE".

01  WS-BankDetailLine.
    05  BD-ValueDate    PIC 9(8).
    05  FILLER          PIC X(03) VALUE SPACES.
    05  BD-BankRef      PIC X(16).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  BD-Dir          PIC X(03).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  BD-Amount       PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  BD-FirstSeen    PIC 9(8).
    05  FILLER          PIC X(03) VALUE SPACES.
    05  BD-Age          PIC ZZZZ9.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  BD-Flag         PIC X(04).

01  WS-AmountLine.
    05  AL-Caption      PIC X(40).
    05  AL-Amount       PIC ----,---,---,--9.99.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  AL-Note         PIC X(50).

77  WS-CASH-COUNT       PIC 9(3) VALUE 0.
77  WS-CASH-IDX         PIC 9(3) VALUE 0.
77  WS-CASH-FOUND       PIC 9(3) VALUE 0.
77  WS-LI-COUNT         PIC 9(4) VALUE 0.
77  WS-LI-IDX           PIC 9(4) VALUE 0.
77  WS-BI-COUNT         PIC 9(4) VALUE 0.
77  WS-BI-IDX           PIC 9(4) VALUE 0.
77  WS-AGED-DAYS        PIC 9(3) VALUE 30.
77  WS-OPEN-READ        PIC 9(7) VALUE 0.
77  WS-POSTINGS-READ    PIC 9(7) VALUE 0.
77  WS-STMT-READ        PIC 9(7) VALUE 0.
77  WS-STMT-DUPLICATES  PIC 9(7) VALUE 0.
77  WS-ITEMS-MATCHED    PIC 9(7) VALUE 0.
77  WS-OUR-OPEN         PIC 9(7) VALUE 0.
77  WS-BANK-OPEN        PIC 9(7) VALUE 0.
77  WS-AGED-ITEMS       PIC 9(7) VALUE 0.
77  WS-EXCEPTION-COUNT  PIC 9(7) VALUE 0.
77  WS-BREAK-COUNT      PIC 9(7) VALUE 0.
77  WS-OUT-COUNT        PIC 9(9) VALUE 0.
77  WS-OUT-HASH         PIC 9(11)V99 VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM LOAD-BANK-CONFIG
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-OPEN-ITEMS
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-NEW-POSTINGS
    END-IF
    IF WS-AbortRun = "N"
        PERFORM LOAD-STATEMENT
    END-IF
    IF WS-AbortRun = "N"
        PERFORM MATCH-BANK-ITEMS
        PERFORM PRINT-REPORT-HEADING
        PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
            UNTIL WS-CASH-IDX > WS-CASH-COUNT
            PERFORM RECONCILE-CASH-ACCOUNT
        END-PERFORM
        PERFORM WRITE-OPEN-ITEMS
        PERFORM PRINT-RECON-TOTALS
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
    OPEN INPUT AuditHistFile
    IF WS-AUDHIST-STATUS NOT = "00"
        DISPLAY "AUDIT HISTORY FILE COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "LEDGER FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN OUTPUT ReportFile.

LOAD-BANK-CONFIG.
    OPEN INPUT BankCfgFile
    IF WS-BANKCFG-STATUS NOT = "00"
        DISPLAY "BANK ACCOUNT CONFIGURATION COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y" OR WS-AbortRun = "Y"
            READ BankCfgFile
                AT END SET WS-EOF TO "Y"
                NOT AT END PERFORM STORE-CASH-ACCOUNT
            END-READ
        END-PERFORM
        CLOSE BankCfgFile
        IF WS-CASH-COUNT = 0 AND WS-AbortRun = "N"
            DISPLAY "NO CASH ACCOUNTS CONFIGURED - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF.

STORE-CASH-ACCOUNT.
    MOVE BC-CashAccount TO AccountName
    READ LedgerFile
        INVALID KEY
            DISPLAY "CONFIGURED CASH ACCOUNT " BC-CashAccount
                " NOT ON LEDGER - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
    END-READ
    IF WS-AbortRun = "N" AND AccountCurrency NOT = SPACES
        DISPLAY "CONFIGURED CASH ACCOUNT " BC-CashAccount
            " IS HELD IN " AccountCurrency
            " - ONLY LOCAL-CURRENCY ACCOUNTS CAN BE RECONCILED"
        DISPLAY "REMOVE IT FROM THE BANK CONFIGURATION - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    IF BC-WindowDays NOT NUMERIC OR BC-StartDate NOT NUMERIC
        DISPLAY "CONFIGURATION FOR " BC-CashAccount
            " HAS A BAD WINDOW OR START DATE - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    IF WS-AbortRun = "N"
        IF WS-CASH-COUNT < 20
            ADD 1 TO WS-CASH-COUNT
            MOVE BC-BankAcct TO WS-CA-BankAcct (WS-CASH-COUNT)
            MOVE BC-CashAccount TO WS-CA-Account (WS-CASH-COUNT)
            MOVE BC-WindowDays TO WS-CA-Window (WS-CASH-COUNT)
            IF BC-StartDate = 0
                MOVE WS-RunDate TO WS-CA-HwmDate (WS-CASH-COUNT)
            ELSE
                MOVE BC-StartDate TO WS-CA-HwmDate (WS-CASH-COUNT)
            END-IF
            MOVE 0 TO WS-CA-HwmSeq (WS-CASH-COUNT)
            MOVE 0 TO WS-CA-StmtDate (WS-CASH-COUNT)
            MOVE 0 TO WS-CA-StmtBalance (WS-CASH-COUNT)
            MOVE "N" TO WS-CA-HasBalance (WS-CASH-COUNT)
            MOVE "N" TO WS-CA-BalToday (WS-CASH-COUNT)
        ELSE
            DISPLAY "CASH ACCOUNT TABLE FULL - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF.

FIND-CASH-BY-ACCOUNT.
    MOVE 0 TO WS-CASH-FOUND
    PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
        UNTIL WS-CASH-IDX > WS-CASH-COUNT
        IF WS-CA-Account (WS-CASH-IDX) = OI-CashAccount
            MOVE WS-CASH-IDX TO WS-CASH-FOUND
        END-IF
    END-PERFORM.

FIND-CASH-BY-BANK.
    MOVE 0 TO WS-CASH-FOUND
    PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
        UNTIL WS-CASH-IDX > WS-CASH-COUNT
        IF WS-CA-BankAcct (WS-CASH-IDX) = BS-BankAcct
            MOVE WS-CASH-IDX TO WS-CASH-FOUND
        END-IF
    END-PERFORM.

LOAD-OPEN-ITEMS.
    MOVE 0 TO WS-CarriedCount
    MOVE 0 TO WS-CarriedHash
    OPEN INPUT OpenInFile
    IF WS-BANKOPEN-STATUS = "00"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y" OR WS-AbortRun = "Y"
            READ OpenInFile INTO WS-OpenItem
                AT END SET WS-EOF TO "Y"
                NOT AT END PERFORM STORE-OPEN-ITEM
            END-READ
        END-PERFORM
        IF WS-AbortRun = "N" AND WS-OPEN-READ > 0
                AND WS-TrailerSeen = "N"
            DISPLAY "OPEN ITEMS FILE HAS NO TRAILER - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    CLOSE OpenInFile.

STORE-OPEN-ITEM.
    ADD 1 TO WS-OPEN-READ
    IF WS-TrailerSeen = "Y"
        DISPLAY "OPEN ITEMS FILE HAS RECORDS AFTER ITS TRAILER - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    EVALUATE TRUE
        WHEN WS-AbortRun = "Y"
            CONTINUE
        WHEN OI-OurPosting
            ADD 1 TO WS-CarriedCount
            ADD OI-Amount TO WS-CarriedHash
            PERFORM CARRY-OUR-POSTING
        WHEN OI-BankItem
            ADD 1 TO WS-CarriedCount
            ADD OI-Amount TO WS-CarriedHash
            PERFORM CARRY-BANK-ITEM
        WHEN OI-AccountState
            ADD 1 TO WS-CarriedCount
            PERFORM FIND-CASH-BY-ACCOUNT
            IF WS-CASH-FOUND > 0
                MOVE OS-HwmDate TO WS-CA-HwmDate (WS-CASH-FOUND)
                MOVE OS-HwmSeq TO WS-CA-HwmSeq (WS-CASH-FOUND)
                IF OS-StmtDate > 0
                    MOVE OS-StmtDate TO WS-CA-StmtDate (WS-CASH-FOUND)
                    MOVE OS-StmtBalance
                        TO WS-CA-StmtBalance (WS-CASH-FOUND)
                    IF OS-StmtSign = "D"
                        COMPUTE WS-CA-StmtBalance (WS-CASH-FOUND)
                            = 0 - WS-CA-StmtBalance (WS-CASH-FOUND)
                    END-IF
                    MOVE "Y" TO WS-CA-HasBalance (WS-CASH-FOUND)
                END-IF
            END-IF
        WHEN OI-Trailer
            MOVE "Y" TO WS-TrailerSeen
            PERFORM CHECK-OPEN-TRAILER
        WHEN OTHER
            DISPLAY "UNRECOGNIZED OPEN ITEM RECORD TYPE " OI-Side
                " - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
    END-EVALUATE.

CHECK-OPEN-TRAILER.
    IF OT-RunDate = WS-RunDate
        DISPLAY "OPEN ITEMS ALREADY CARRY TODAY'S RECONCILIATION - "
            "RUN ABORTED."
        DISPLAY "TO RERUN, RESTORE THE PRIOR OPEN ITEMS FILE FIRST."
        MOVE "Y" TO WS-AbortRun
    END-IF
    IF OT-RecordCount NOT = WS-CarriedCount
            OR OT-HashTotal NOT = WS-CarriedHash
        DISPLAY "OPEN ITEMS FILE FAILS ITS TRAILER COUNT OR HASH - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF.

CARRY-OUR-POSTING.
    IF WS-LI-COUNT >= 3000
        DISPLAY "OPEN POSTING TABLE FULL - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        PERFORM FIND-CASH-BY-ACCOUNT
        ADD 1 TO WS-LI-COUNT
        MOVE OI-CashAccount TO WS-LI-Account (WS-LI-COUNT)
        MOVE WS-CASH-FOUND TO WS-LI-CashIdx (WS-LI-COUNT)
        MOVE OI-ItemDate TO WS-LI-Date (WS-LI-COUNT)
        MOVE OI-ItemDate TO WS-DN-Date
        PERFORM COMPUTE-DAY-NUMBER
        MOVE WS-DN-Result TO WS-LI-DayNum (WS-LI-COUNT)
        MOVE OI-Direction TO WS-LI-Direction (WS-LI-COUNT)
        MOVE OI-Amount TO WS-LI-Amount (WS-LI-COUNT)
        MOVE OI-Reference TO WS-LI-BatchId (WS-LI-COUNT)
        MOVE OI-Journal TO WS-LI-Journal (WS-LI-COUNT)
        MOVE OI-TransSeq TO WS-LI-Seq (WS-LI-COUNT)
        MOVE OI-FirstSeen TO WS-LI-FirstSeen (WS-LI-COUNT)
        MOVE 0 TO WS-LI-MatchIdx (WS-LI-COUNT)
        IF WS-CASH-FOUND = 0
            DISPLAY "OPEN POSTING FOR " OI-CashAccount
                " - ACCOUNT NO LONGER CONFIGURED, CARRIED UNCHANGED"
        END-IF
    END-IF.

CARRY-BANK-ITEM.
    IF WS-BI-COUNT >= 3000
        DISPLAY "OPEN BANK ITEM TABLE FULL - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        PERFORM FIND-CASH-BY-ACCOUNT
        ADD 1 TO WS-BI-COUNT
        MOVE OI-CashAccount TO WS-BI-Account (WS-BI-COUNT)
        MOVE WS-CASH-FOUND TO WS-BI-CashIdx (WS-BI-COUNT)
        MOVE OI-ItemDate TO WS-BI-Date (WS-BI-COUNT)
        MOVE OI-ItemDate TO WS-DN-Date
        PERFORM COMPUTE-DAY-NUMBER
        MOVE WS-DN-Result TO WS-BI-DayNum (WS-BI-COUNT)
        MOVE OI-Direction TO WS-BI-Direction (WS-BI-COUNT)
        MOVE OI-Amount TO WS-BI-Amount (WS-BI-COUNT)
        MOVE OI-Reference TO WS-BI-Ref (WS-BI-COUNT)
        MOVE OI-FirstSeen TO WS-BI-FirstSeen (WS-BI-COUNT)
        MOVE 0 TO WS-BI-MatchIdx (WS-BI-COUNT)
        IF WS-CASH-FOUND = 0
            DISPLAY "OPEN BANK ITEM FOR " OI-CashAccount
                " - ACCOUNT NO LONGER CONFIGURED, CARRIED UNCHANGED"
        END-IF
    END-IF.

LOAD-NEW-POSTINGS.
    PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
        UNTIL WS-CASH-IDX > WS-CASH-COUNT OR WS-AbortRun = "Y"
        PERFORM LOAD-ACCOUNT-POSTINGS
    END-PERFORM.

LOAD-ACCOUNT-POSTINGS.
    MOVE "N" TO WS-HistEOF
    MOVE WS-CA-Account (WS-CASH-IDX) TO AH-AccountName
    MOVE WS-CA-HwmDate (WS-CASH-IDX) TO AH-PostDate
    MOVE WS-CA-HwmSeq (WS-CASH-IDX) TO AH-PostSeq
    IF AH-PostSeq < 99999
        ADD 1 TO AH-PostSeq
    END-IF
    START AuditHistFile KEY IS NOT LESS THAN AH-Key
        INVALID KEY MOVE "Y" TO WS-HistEOF
    END-START
    PERFORM UNTIL WS-HistEOF = "Y" OR WS-AbortRun = "Y"
        READ AuditHistFile NEXT RECORD
            AT END MOVE "Y" TO WS-HistEOF
        END-READ
        IF WS-HistEOF = "N"
            IF AH-AccountName NOT = WS-CA-Account (WS-CASH-IDX)
                    OR AH-PostDate > WS-RunDate
                MOVE "Y" TO WS-HistEOF
            ELSE
                IF AH-PostDate > WS-CA-HwmDate (WS-CASH-IDX)
                        OR AH-PostSeq > WS-CA-HwmSeq (WS-CASH-IDX)
                    PERFORM ADD-NEW-POSTING
                END-IF
            END-IF
        END-IF
    END-PERFORM.

ADD-NEW-POSTING.
    ADD 1 TO WS-POSTINGS-READ
    MOVE AH-PostDate TO WS-CA-HwmDate (WS-CASH-IDX)
    MOVE AH-PostSeq TO WS-CA-HwmSeq (WS-CASH-IDX)
    EVALUATE AH-TransType
        WHEN "CREDIT"
            MOVE "C" TO WS-ItemDirection
        WHEN "DEBIT"
            MOVE "D" TO WS-ItemDirection
        WHEN OTHER
            MOVE SPACE TO WS-ItemDirection
    END-EVALUATE
    IF WS-ItemDirection = SPACE
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "UNRECOGNIZED AUDIT TYPE " AH-TransType
            " ON " AH-AccountName " " AH-PostDate
            " - NOT RECONCILED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    ELSE
        IF WS-LI-COUNT >= 3000
            DISPLAY "OPEN POSTING TABLE FULL - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        ELSE
            ADD 1 TO WS-LI-COUNT
            MOVE AH-AccountName TO WS-LI-Account (WS-LI-COUNT)
            MOVE WS-CASH-IDX TO WS-LI-CashIdx (WS-LI-COUNT)
            MOVE AH-PostDate TO WS-LI-Date (WS-LI-COUNT)
            MOVE AH-PostDate TO WS-DN-Date
            PERFORM COMPUTE-DAY-NUMBER
            MOVE WS-DN-Result TO WS-LI-DayNum (WS-LI-COUNT)
            MOVE WS-ItemDirection TO WS-LI-Direction (WS-LI-COUNT)
            MOVE AH-TransAmount TO WS-LI-Amount (WS-LI-COUNT)
            MOVE AH-BatchId TO WS-LI-BatchId (WS-LI-COUNT)
            MOVE AH-Journal TO WS-LI-Journal (WS-LI-COUNT)
            MOVE AH-TransSeq TO WS-LI-Seq (WS-LI-COUNT)
            MOVE WS-RunDate TO WS-LI-FirstSeen (WS-LI-COUNT)
            MOVE 0 TO WS-LI-MatchIdx (WS-LI-COUNT)
        END-IF
    END-IF.

LOAD-STATEMENT.
    OPEN INPUT StatementFile
    IF WS-BANKSTMT-STATUS = "00"
        MOVE "N" TO WS-EOF
        PERFORM UNTIL WS-EOF = "Y" OR WS-AbortRun = "Y"
            READ StatementFile
                AT END SET WS-EOF TO "Y"
                NOT AT END PERFORM STORE-STATEMENT-LINE
            END-READ
        END-PERFORM
    ELSE
        DISPLAY "NO BANK STATEMENT TODAY - OPEN ITEMS AGE ONLY."
    END-IF
    CLOSE StatementFile.

STORE-STATEMENT-LINE.
    ADD 1 TO WS-STMT-READ
    MOVE "N" TO WS-LineFails
    PERFORM FIND-CASH-BY-BANK
    IF WS-CASH-FOUND = 0
        MOVE "Y" TO WS-LineFails
        MOVE SPACES TO WS-REPORT-LINE
        STRING "STATEMENT LINE " WS-STMT-READ
            " - BANK ACCOUNT " BS-BankAcct " NOT CONFIGURED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    ELSE
        PERFORM CHECK-STATEMENT-LINE
    END-IF
    IF WS-LineFails = "Y"
        ADD 1 TO WS-EXCEPTION-COUNT
    ELSE
        EVALUATE TRUE
            WHEN BS-Balance
                PERFORM STORE-STATEMENT-BALANCE
            WHEN BS-Transaction
                PERFORM STORE-BANK-ITEM
        END-EVALUATE
    END-IF.

CHECK-STATEMENT-LINE.
    IF NOT BS-Balance AND NOT BS-Transaction
        MOVE "Y" TO WS-LineFails
    END-IF
    IF BS-Direction NOT = "C" AND BS-Direction NOT = "D"
        MOVE "Y" TO WS-LineFails
    END-IF
    IF BS-Amount NOT NUMERIC
        MOVE "Y" TO WS-LineFails
    END-IF
    IF BS-ValueDate NOT NUMERIC
        MOVE "Y" TO WS-LineFails
    ELSE
        DIVIDE BS-ValueDate BY 100
            GIVING WS-CheckYearMonth REMAINDER WS-CheckDay
        DIVIDE WS-CheckYearMonth BY 100
            GIVING WS-CheckYear REMAINDER WS-CheckMonth
        IF WS-CheckMonth < 1 OR WS-CheckMonth > 12
                OR WS-CheckDay < 1 OR WS-CheckDay > 31
            MOVE "Y" TO WS-LineFails
        END-IF
    END-IF
    IF WS-LineFails = "Y"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "STATEMENT LINE " WS-STMT-READ
            " - BAD TYPE, DATE, AMOUNT OR DIRECTION, REF "
            BS-BankRef
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

STORE-STATEMENT-BALANCE.
    IF BS-ValueDate >= WS-CA-StmtDate (WS-CASH-FOUND)
        MOVE BS-ValueDate TO WS-CA-StmtDate (WS-CASH-FOUND)
        MOVE BS-Amount TO WS-CA-StmtBalance (WS-CASH-FOUND)
        IF BS-Direction = "D"
            COMPUTE WS-CA-StmtBalance (WS-CASH-FOUND)
                = 0 - WS-CA-StmtBalance (WS-CASH-FOUND)
        END-IF
        MOVE "Y" TO WS-CA-HasBalance (WS-CASH-FOUND)
        MOVE "Y" TO WS-CA-BalToday (WS-CASH-FOUND)
    ELSE
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "STATEMENT BALANCE FOR " BS-BankAcct
            " DATED " BS-ValueDate
            " IS OLDER THAN THE LAST ONE - IGNORED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

STORE-BANK-ITEM.
    MOVE 0 TO WS-BestIdx
    PERFORM VARYING WS-BI-IDX FROM 1 BY 1
        UNTIL WS-BI-IDX > WS-BI-COUNT
        IF WS-BI-Account (WS-BI-IDX) = WS-CA-Account (WS-CASH-FOUND)
                AND WS-BI-Ref (WS-BI-IDX) = BS-BankRef
                AND WS-BI-Date (WS-BI-IDX) = BS-ValueDate
                AND WS-BI-Amount (WS-BI-IDX) = BS-Amount
                AND WS-BI-Direction (WS-BI-IDX) = BS-Direction
            MOVE WS-BI-IDX TO WS-BestIdx
        END-IF
    END-PERFORM
    IF WS-BestIdx > 0
        ADD 1 TO WS-STMT-DUPLICATES
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "STATEMENT LINE " WS-STMT-READ
            " - ALREADY OPEN FROM AN EARLIER STATEMENT, REF "
            BS-BankRef
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    ELSE
        IF WS-BI-COUNT >= 3000
            DISPLAY "OPEN BANK ITEM TABLE FULL - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        ELSE
            ADD 1 TO WS-BI-COUNT
            MOVE WS-CA-Account (WS-CASH-FOUND)
                TO WS-BI-Account (WS-BI-COUNT)
            MOVE WS-CASH-FOUND TO WS-BI-CashIdx (WS-BI-COUNT)
            MOVE BS-ValueDate TO WS-BI-Date (WS-BI-COUNT)
            MOVE BS-ValueDate TO WS-DN-Date
            PERFORM COMPUTE-DAY-NUMBER
            MOVE WS-DN-Result TO WS-BI-DayNum (WS-BI-COUNT)
            MOVE BS-Direction TO WS-BI-Direction (WS-BI-COUNT)
            MOVE BS-Amount TO WS-BI-Amount (WS-BI-COUNT)
            MOVE BS-BankRef TO WS-BI-Ref (WS-BI-COUNT)
            MOVE WS-RunDate TO WS-BI-FirstSeen (WS-BI-COUNT)
            MOVE 0 TO WS-BI-MatchIdx (WS-BI-COUNT)
        END-IF
    END-IF.

MATCH-BANK-ITEMS.
    PERFORM VARYING WS-BI-IDX FROM 1 BY 1
        UNTIL WS-BI-IDX > WS-BI-COUNT
        IF WS-BI-CashIdx (WS-BI-IDX) > 0
            PERFORM FIND-BEST-POSTING
            IF WS-BestIdx > 0
                MOVE WS-BestIdx TO WS-BI-MatchIdx (WS-BI-IDX)
                MOVE WS-BI-IDX TO WS-LI-MatchIdx (WS-BestIdx)
                ADD 1 TO WS-ITEMS-MATCHED
            END-IF
        END-IF
    END-PERFORM.

FIND-BEST-POSTING.
    MOVE 0 TO WS-BestIdx
    MOVE 9999999 TO WS-BestDiff
    PERFORM VARYING WS-LI-IDX FROM 1 BY 1
        UNTIL WS-LI-IDX > WS-LI-COUNT
        IF WS-LI-MatchIdx (WS-LI-IDX) = 0
                AND WS-LI-CashIdx (WS-LI-IDX)
                    = WS-BI-CashIdx (WS-BI-IDX)
                AND WS-LI-Direction (WS-LI-IDX)
                    = WS-BI-Direction (WS-BI-IDX)
                AND WS-LI-Amount (WS-LI-IDX)
                    = WS-BI-Amount (WS-BI-IDX)
            COMPUTE WS-DayDiff = WS-LI-DayNum (WS-LI-IDX)
                - WS-BI-DayNum (WS-BI-IDX)
            IF WS-DayDiff < 0
                COMPUTE WS-DayDiff = 0 - WS-DayDiff
            END-IF
            IF WS-DayDiff <= WS-CA-Window (WS-BI-CashIdx (WS-BI-IDX))
                    AND WS-DayDiff < WS-BestDiff
                MOVE WS-DayDiff TO WS-BestDiff
                MOVE WS-LI-IDX TO WS-BestIdx
            END-IF
        END-IF
    END-PERFORM.

PRINT-REPORT-HEADING.
    MOVE WS-RunDate TO RH-RunDate
    WRITE ReportLine FROM WS-PageHeadLine
        AFTER ADVANCING PAGE.

RECONCILE-CASH-ACCOUNT.
    MOVE 0 TO WS-OurIn
    MOVE 0 TO WS-OurOut
    MOVE 0 TO WS-BankIn
    MOVE 0 TO WS-BankOut
    MOVE 0 TO WS-LedgerBalance
    MOVE WS-CA-Account (WS-CASH-IDX) TO AccountName
    MOVE SPACES TO RH-Desc
    READ LedgerFile
        INVALID KEY
            MOVE "*** NOT ON LEDGER ***" TO RH-Desc
        NOT INVALID KEY
            MOVE AccountDesc TO RH-Desc
            MOVE AccountBalance TO WS-LedgerBalance
    END-READ
    MOVE WS-CA-Account (WS-CASH-IDX) TO RH-Account
    MOVE WS-CA-BankAcct (WS-CASH-IDX) TO RH-BankAcct
    MOVE WS-CA-Window (WS-CASH-IDX) TO RH-Window
    WRITE ReportLine FROM WS-AccountHeadLine
        AFTER ADVANCING 2 LINES
    PERFORM PRINT-MATCHED-ITEMS
    PERFORM PRINT-OUR-OPEN-ITEMS
    PERFORM PRINT-BANK-OPEN-ITEMS
    PERFORM PROVE-ADJUSTED-BALANCE.

PRINT-MATCHED-ITEMS.
    MOVE "MATCHED ITEMS" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    WRITE ReportLine FROM WS-MatchColumnLine
    PERFORM VARYING WS-BI-IDX FROM 1 BY 1
        UNTIL WS-BI-IDX > WS-BI-COUNT
        IF WS-BI-CashIdx (WS-BI-IDX) = WS-CASH-IDX
                AND WS-BI-MatchIdx (WS-BI-IDX) > 0
            MOVE WS-BI-MatchIdx (WS-BI-IDX) TO WS-LI-IDX
            MOVE WS-BI-Date (WS-BI-IDX) TO MD-ValueDate
            MOVE WS-BI-Ref (WS-BI-IDX) TO MD-BankRef
            MOVE WS-LI-Date (WS-LI-IDX) TO MD-PostDate
            MOVE WS-LI-BatchId (WS-LI-IDX) TO MD-BatchId
            MOVE WS-LI-Journal (WS-LI-IDX) TO MD-Journal
            MOVE WS-LI-Seq (WS-LI-IDX) TO MD-Seq
            IF WS-BI-Direction (WS-BI-IDX) = "C"
                MOVE "IN" TO MD-Dir
            ELSE
                MOVE "OUT" TO MD-Dir
            END-IF
            MOVE WS-BI-Amount (WS-BI-IDX) TO MD-Amount
            WRITE ReportLine FROM WS-MatchDetailLine
        END-IF
    END-PERFORM.

PRINT-OUR-OPEN-ITEMS.
    MOVE "OUR POSTINGS NOT YET ON THE BANK STATEMENT" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    WRITE ReportLine FROM WS-OurColumnLine
    PERFORM VARYING WS-LI-IDX FROM 1 BY 1
        UNTIL WS-LI-IDX > WS-LI-COUNT
        IF WS-LI-CashIdx (WS-LI-IDX) = WS-CASH-IDX
                AND WS-LI-MatchIdx (WS-LI-IDX) = 0
            ADD 1 TO WS-OUR-OPEN
            MOVE WS-LI-Date (WS-LI-IDX) TO OD-PostDate
            MOVE WS-LI-BatchId (WS-LI-IDX) TO OD-BatchId
            MOVE WS-LI-Journal (WS-LI-IDX) TO OD-Journal
            MOVE WS-LI-Seq (WS-LI-IDX) TO OD-Seq
            IF WS-LI-Direction (WS-LI-IDX) = "C"
                MOVE "IN" TO OD-Dir
                ADD WS-LI-Amount (WS-LI-IDX) TO WS-OurIn
            ELSE
                MOVE "OUT" TO OD-Dir
                ADD WS-LI-Amount (WS-LI-IDX) TO WS-OurOut
            END-IF
            MOVE WS-LI-Amount (WS-LI-IDX) TO OD-Amount
            MOVE WS-LI-FirstSeen (WS-LI-IDX) TO OD-FirstSeen
            MOVE 0 TO WS-ItemAge
            IF WS-RunDayNum > WS-LI-DayNum (WS-LI-IDX)
                COMPUTE WS-ItemAge
                    = WS-RunDayNum - WS-LI-DayNum (WS-LI-IDX)
            END-IF
            MOVE WS-ItemAge TO OD-Age
            MOVE SPACES TO OD-Flag
            IF WS-ItemAge > WS-AGED-DAYS
                MOVE "AGED" TO OD-Flag
                ADD 1 TO WS-AGED-ITEMS
            END-IF
            WRITE ReportLine FROM WS-OurDetailLine
        END-IF
    END-PERFORM.

PRINT-BANK-OPEN-ITEMS.
    MOVE "BANK ITEMS NOT POSTED IN THE LEDGER" TO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    WRITE ReportLine FROM WS-BankColumnLine
    PERFORM VARYING WS-BI-IDX FROM 1 BY 1
        UNTIL WS-BI-IDX > WS-BI-COUNT
        IF WS-BI-CashIdx (WS-BI-IDX) = WS-CASH-IDX
                AND WS-BI-MatchIdx (WS-BI-IDX) = 0
            ADD 1 TO WS-BANK-OPEN
            MOVE WS-BI-Date (WS-BI-IDX) TO BD-ValueDate
            MOVE WS-BI-Ref (WS-BI-IDX) TO BD-BankRef
            IF WS-BI-Direction (WS-BI-IDX) = "C"
                MOVE "IN" TO BD-Dir
                ADD WS-BI-Amount (WS-BI-IDX) TO WS-BankIn
            ELSE
                MOVE "OUT" TO BD-Dir
                ADD WS-BI-Amount (WS-BI-IDX) TO WS-BankOut
            END-IF
            MOVE WS-BI-Amount (WS-BI-IDX) TO BD-Amount
            MOVE WS-BI-FirstSeen (WS-BI-IDX) TO BD-FirstSeen
            MOVE 0 TO WS-ItemAge
            IF WS-RunDayNum > WS-BI-DayNum (WS-BI-IDX)
                COMPUTE WS-ItemAge
                    = WS-RunDayNum - WS-BI-DayNum (WS-BI-IDX)
            END-IF
            MOVE WS-ItemAge TO BD-Age
            MOVE SPACES TO BD-Flag
            IF WS-ItemAge > WS-AGED-DAYS
                MOVE "AGED" TO BD-Flag
                ADD 1 TO WS-AGED-ITEMS
            END-IF
            WRITE ReportLine FROM WS-BankDetailLine
        END-IF
    END-PERFORM.

PROVE-ADJUSTED-BALANCE.
    MOVE SPACES TO AL-Note
    MOVE "BANK STATEMENT BALANCE" TO AL-Caption
    MOVE WS-CA-StmtBalance (WS-CASH-IDX) TO AL-Amount
    IF WS-CA-HasBalance (WS-CASH-IDX) = "N"
        MOVE "*** NO STATEMENT BALANCE ON FILE ***" TO AL-Note
    ELSE
        IF WS-CA-BalToday (WS-CASH-IDX) = "N"
            STRING "CARRIED FROM STATEMENT OF "
                WS-CA-StmtDate (WS-CASH-IDX)
                DELIMITED BY SIZE INTO AL-Note
        ELSE
            STRING "STATEMENT OF " WS-CA-StmtDate (WS-CASH-IDX)
                DELIMITED BY SIZE INTO AL-Note
        END-IF
    END-IF
    WRITE ReportLine FROM WS-AmountLine
        AFTER ADVANCING 2 LINES
    MOVE SPACES TO AL-Note
    MOVE "  ADD OUR RECEIPTS NOT ON STATEMENT" TO AL-Caption
    MOVE WS-OurIn TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    MOVE "  LESS OUR PAYMENTS NOT ON STATEMENT" TO AL-Caption
    MOVE WS-OurOut TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    COMPUTE WS-AdjustedBank = WS-CA-StmtBalance (WS-CASH-IDX)
        + WS-OurIn - WS-OurOut
    MOVE "ADJUSTED BANK BALANCE" TO AL-Caption
    MOVE WS-AdjustedBank TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    MOVE "LEDGER ACCOUNT BALANCE" TO AL-Caption
    MOVE WS-LedgerBalance TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
        AFTER ADVANCING 2 LINES
    MOVE "  ADD BANK RECEIPTS NOT POSTED" TO AL-Caption
    MOVE WS-BankIn TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    MOVE "  LESS BANK PAYMENTS NOT POSTED" TO AL-Caption
    MOVE WS-BankOut TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    COMPUTE WS-AdjustedBook = WS-LedgerBalance
        + WS-BankIn - WS-BankOut
    MOVE "ADJUSTED BOOK BALANCE" TO AL-Caption
    MOVE WS-AdjustedBook TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    COMPUTE WS-Difference = WS-AdjustedBank - WS-AdjustedBook
    MOVE "DIFFERENCE" TO AL-Caption
    MOVE WS-Difference TO AL-Amount
    IF WS-CA-HasBalance (WS-CASH-IDX) = "N"
        MOVE "NOT PROVED - NO STATEMENT BALANCE" TO AL-Note
        ADD 1 TO WS-EXCEPTION-COUNT
    ELSE
        IF WS-Difference = 0
            MOVE "PROVED" TO AL-Note
        ELSE
            MOVE "*** BREAK ***" TO AL-Note
            ADD 1 TO WS-BREAK-COUNT
        END-IF
    END-IF
    WRITE ReportLine FROM WS-AmountLine
        AFTER ADVANCING 2 LINES.

WRITE-OPEN-ITEMS.
    OPEN OUTPUT OpenOutFile
    PERFORM VARYING WS-LI-IDX FROM 1 BY 1
        UNTIL WS-LI-IDX > WS-LI-COUNT
        IF WS-LI-MatchIdx (WS-LI-IDX) = 0
            MOVE SPACES TO WS-OpenItem
            SET OI-OurPosting TO TRUE
            MOVE WS-LI-Account (WS-LI-IDX) TO OI-CashAccount
            MOVE WS-LI-Date (WS-LI-IDX) TO OI-ItemDate
            MOVE WS-LI-Direction (WS-LI-IDX) TO OI-Direction
            MOVE WS-LI-Amount (WS-LI-IDX) TO OI-Amount
            MOVE WS-LI-BatchId (WS-LI-IDX) TO OI-Reference
            MOVE WS-LI-Journal (WS-LI-IDX) TO OI-Journal
            MOVE WS-LI-Seq (WS-LI-IDX) TO OI-TransSeq
            MOVE WS-LI-FirstSeen (WS-LI-IDX) TO OI-FirstSeen
            PERFORM WRITE-OPEN-RECORD
        END-IF
    END-PERFORM
    PERFORM VARYING WS-BI-IDX FROM 1 BY 1
        UNTIL WS-BI-IDX > WS-BI-COUNT
        IF WS-BI-MatchIdx (WS-BI-IDX) = 0
            MOVE SPACES TO WS-OpenItem
            SET OI-BankItem TO TRUE
            MOVE WS-BI-Account (WS-BI-IDX) TO OI-CashAccount
            MOVE WS-BI-Date (WS-BI-IDX) TO OI-ItemDate
            MOVE WS-BI-Direction (WS-BI-IDX) TO OI-Direction
            MOVE WS-BI-Amount (WS-BI-IDX) TO OI-Amount
            MOVE WS-BI-Ref (WS-BI-IDX) TO OI-Reference
            MOVE 0 TO OI-Journal
            MOVE 0 TO OI-TransSeq
            MOVE WS-BI-FirstSeen (WS-BI-IDX) TO OI-FirstSeen
            PERFORM WRITE-OPEN-RECORD
        END-IF
    END-PERFORM
    PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
        UNTIL WS-CASH-IDX > WS-CASH-COUNT
        MOVE SPACES TO WS-OpenItem
        SET OI-AccountState TO TRUE
        MOVE WS-CA-Account (WS-CASH-IDX) TO OS-CashAccount
        MOVE WS-CA-StmtDate (WS-CASH-IDX) TO OS-StmtDate
        IF WS-CA-StmtBalance (WS-CASH-IDX) < 0
            MOVE "D" TO OS-StmtSign
            COMPUTE OS-StmtBalance
                = 0 - WS-CA-StmtBalance (WS-CASH-IDX)
        ELSE
            MOVE "C" TO OS-StmtSign
            MOVE WS-CA-StmtBalance (WS-CASH-IDX) TO OS-StmtBalance
        END-IF
        MOVE WS-CA-HwmDate (WS-CASH-IDX) TO OS-HwmDate
        MOVE WS-CA-HwmSeq (WS-CASH-IDX) TO OS-HwmSeq
        ADD 1 TO WS-OUT-COUNT
        WRITE OpenOutRecord FROM WS-OpenItem
    END-PERFORM
    MOVE SPACES TO WS-OpenItem
    SET OI-Trailer TO TRUE
    MOVE WS-RunDate TO OT-RunDate
    MOVE WS-OUT-HASH TO OT-HashTotal
    MOVE WS-OUT-COUNT TO OT-RecordCount
    WRITE OpenOutRecord FROM WS-OpenItem
    CLOSE OpenOutFile.

WRITE-OPEN-RECORD.
    ADD 1 TO WS-OUT-COUNT
    ADD OI-Amount TO WS-OUT-HASH
    WRITE OpenOutRecord FROM WS-OpenItem.

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

PRINT-RECON-TOTALS.
    DISPLAY "===== BANK RECONCILIATION ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CASH ACCOUNTS......: " WS-CASH-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ITEMS CARRIED IN...: " WS-CarriedCount
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NEW POSTINGS.......: " WS-POSTINGS-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "STATEMENT LINES....: " WS-STMT-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DUPLICATE LINES....: " WS-STMT-DUPLICATES
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ITEMS MATCHED......: " WS-ITEMS-MATCHED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "OURS NOT ON BANK...: " WS-OUR-OPEN
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "BANK NOT POSTED....: " WS-BANK-OPEN
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AGED OPEN ITEMS....: " WS-AGED-ITEMS
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXCEPTIONS.........: " WS-EXCEPTION-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCOUNTS IN BREAK..: " WS-BREAK-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-BREAK-COUNT > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-EXCEPTION-COUNT > 0
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY "CASH ACCOUNTS AGREE WITH THE BANK."
        END-IF
    END-IF.

CLOSE-FILES.
    CLOSE AuditHistFile
    CLOSE LedgerFile
    CLOSE ReportFile.

END PROGRAM BankRecon.

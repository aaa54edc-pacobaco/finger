IDENTIFICATION DIVISION.
PROGRAM-ID. StandingInstrMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL StandingFile ASSIGN TO "SIMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SI-Id
        FILE STATUS IS WS-SIMAST-STATUS.
    SELECT LedgerFile ASSIGN TO "LEDGERF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountName.
    SELECT OPTIONAL SiTxnFile ASSIGN TO "SITXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SITXN-STATUS.
    SELECT SiAuditFile ASSIGN TO "SIAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  StandingFile.
    COPY "sirec.cpy".

FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  SiTxnFile.
01  SiTxnRecord.
    05  ST-Action        PIC X(01).
    05  ST-Id            PIC X(08).
    05  ST-DebitAccount  PIC X(10).
    05  ST-CreditAccount PIC X(10).
    05  ST-Amount        PIC 9(9)V99.
    05  ST-Frequency     PIC X(01).
    05  ST-StartDate     PIC 9(8).
    05  ST-EndDate       PIC 9(8).
    05  ST-Desc          PIC X(30).
    05  ST-Source        PIC X(08).

FD  SiAuditFile.
01  SiAuditRecord.
    05  SA-Date          PIC 9(8).
    05  SA-Source        PIC X(08).
    05  SA-Action        PIC X(01).
    05  SA-Id            PIC X(08).
    05  SA-Before        PIC X(113).
    05  SA-After         PIC X(113).

WORKING-STORAGE SECTION.
01  WS-Choice           PIC X.
01  WS-ContinueFlag     PIC X VALUE "Y".
01  WS-TodayDate        PIC 9(8).
01  WS-SIMAST-STATUS    PIC XX.
01  WS-SITXN-STATUS     PIC XX.
01  WS-TxnEOF           PIC X VALUE "N".
01  WS-ListEOF          PIC X.
01  WS-TxnFails         PIC X.
01  WS-RejectReason     PIC X(30).
01  WS-AuditSource      PIC X(08).
01  WS-BeforeImage      PIC X(113).
01  WS-CheckAccount     PIC X(10).
01  WS-CheckDate        PIC 9(8).
01  WS-CheckYearMonth   PIC 9(6).
01  WS-CheckYear        PIC 9(4).
01  WS-CheckMonth       PIC 9(2).
01  WS-CheckDay         PIC 9(2).
01  WS-EntryAmount      PIC 9(9)V99.
01  WS-EntryDate        PIC 9(8).

01  WS-DateWork         PIC 9(8).
01  WS-DateParts REDEFINES WS-DateWork.
    05  WS-DW-Year      PIC 9(4).
    05  WS-DW-Month     PIC 9(2).
    05  WS-DW-Day       PIC 9(2).
01  WS-DaysInMonth      PIC 9(2).
01  WS-LeapQuot         PIC 9(4).
01  WS-Leap4            PIC 9(3).
01  WS-Leap100          PIC 9(3).
01  WS-Leap400          PIC 9(3).
01  WS-AddCount         PIC 9(3).
01  WS-AddIdx           PIC 9(3).

01  WS-ListLine.
    05  WS-LL-Id        PIC X(08).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  WS-LL-Debit     PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  WS-LL-Credit    PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  WS-LL-Amount    PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  WS-LL-Freq      PIC X(01).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  WS-LL-NextDue   PIC 9(8).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  WS-LL-EndDate   PIC 9(8).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  WS-LL-Status    PIC X(01).

77  WS-TXNS-READ        PIC 9(7) VALUE 0.
77  WS-TXNS-APPLIED     PIC 9(7) VALUE 0.
77  WS-TXNS-REJECTED    PIC 9(7) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    OPEN I-O StandingFile
    OPEN INPUT LedgerFile
    OPEN EXTEND SiAuditFile
    OPEN INPUT SiTxnFile
    IF WS-SITXN-STATUS = "00"
        PERFORM PROCESS-SI-FILE
    ELSE
        MOVE "OPERATOR" TO WS-AuditSource
        PERFORM UNTIL WS-ContinueFlag = "N"
            PERFORM PROMPT-FOR-ACTION
            MOVE SPACES TO SiTxnRecord
            MOVE 0 TO ST-Amount ST-StartDate ST-EndDate
            MOVE WS-Choice TO ST-Action
            EVALUATE WS-Choice
                WHEN "A"
                    PERFORM ENTER-NEW-INSTRUCTION
                    PERFORM APPLY-SI-TXN
                WHEN "C"
                    PERFORM ENTER-INSTRUCTION-CHANGE
                    PERFORM APPLY-SI-TXN
                WHEN "S"
                WHEN "R"
                    DISPLAY "Instruction id (8 chars): "
                        WITH NO ADVANCING
                    ACCEPT ST-Id
                    PERFORM APPLY-SI-TXN
                WHEN "L"
                    PERFORM LIST-INSTRUCTIONS
                WHEN "Q"
                    MOVE "N" TO WS-ContinueFlag
                WHEN OTHER
                    DISPLAY "Invalid choice, please try again."
            END-EVALUATE
        END-PERFORM
    END-IF
    CLOSE SiTxnFile
    CLOSE SiAuditFile
    CLOSE LedgerFile
    CLOSE StandingFile
    STOP RUN.

PROCESS-SI-FILE.
    READ SiTxnFile
        AT END SET WS-TxnEOF TO "Y".
    PERFORM UNTIL WS-TxnEOF = "Y"
        ADD 1 TO WS-TXNS-READ
        PERFORM APPLY-SI-TXN
        READ SiTxnFile
            AT END SET WS-TxnEOF TO "Y"
        END-READ
    END-PERFORM
    PERFORM PRINT-SI-TOTALS.

APPLY-SI-TXN.
    MOVE "N" TO WS-TxnFails
    MOVE SPACES TO WS-RejectReason
    IF WS-SITXN-STATUS = "00"
        IF ST-Source = SPACES
            MOVE "SITXN" TO WS-AuditSource
        ELSE
            MOVE ST-Source TO WS-AuditSource
        END-IF
    END-IF
    IF ST-Id = SPACES
        MOVE "INSTRUCTION ID BLANK" TO WS-RejectReason
        PERFORM REPORT-SI-EXCEPTION
    ELSE
        EVALUATE ST-Action
            WHEN "A"
                PERFORM BATCH-ADD-INSTRUCTION
            WHEN "C"
                PERFORM BATCH-CHANGE-INSTRUCTION
            WHEN "S"
                PERFORM BATCH-SUSPEND-INSTRUCTION
            WHEN "R"
                PERFORM BATCH-RESUME-INSTRUCTION
            WHEN OTHER
                MOVE "UNRECOGNIZED ACTION CODE" TO WS-RejectReason
                PERFORM REPORT-SI-EXCEPTION
        END-EVALUATE
    END-IF.

BATCH-ADD-INSTRUCTION.
    MOVE ST-Id TO SI-Id
    READ StandingFile
        INVALID KEY
            PERFORM BUILD-NEW-INSTRUCTION
        NOT INVALID KEY
            MOVE "INSTRUCTION ALREADY EXISTS" TO WS-RejectReason
            PERFORM REPORT-SI-EXCEPTION
    END-READ.

BUILD-NEW-INSTRUCTION.
    MOVE SPACES TO StandingInstrRecord
    MOVE ST-Id TO SI-Id
    MOVE ST-DebitAccount TO SI-DebitAccount
    MOVE ST-CreditAccount TO SI-CreditAccount
    MOVE ST-Amount TO SI-Amount
    MOVE ST-Frequency TO SI-Frequency
    MOVE ST-StartDate TO SI-StartDate
    MOVE ST-EndDate TO SI-EndDate
    MOVE ST-Desc TO SI-Desc
    PERFORM VALIDATE-INSTRUCTION
    IF WS-RejectReason = SPACES
        IF ST-StartDate NOT NUMERIC
            MOVE "START DATE NOT NUMERIC" TO WS-RejectReason
        ELSE
            MOVE ST-StartDate TO WS-CheckDate
            PERFORM CHECK-CALENDAR-DATE
            IF WS-TxnFails = "Y"
                MOVE "START DATE INVALID" TO WS-RejectReason
            END-IF
        END-IF
    END-IF
    IF WS-RejectReason NOT = SPACES
        PERFORM REPORT-SI-EXCEPTION
    ELSE
        IF SI-EndDate NOT = 0 AND SI-EndDate < SI-StartDate
            MOVE "END DATE BEFORE START DATE" TO WS-RejectReason
            PERFORM REPORT-SI-EXCEPTION
        ELSE
            MOVE SPACES TO WS-BeforeImage
            MOVE SI-StartDate TO SI-NextDue
            MOVE WS-CheckDay TO SI-AnchorDay
            MOVE 0 TO SI-LastGenerated
            MOVE WS-TodayDate TO SI-LastChanged
            SET SI-Active TO TRUE
            WRITE StandingInstrRecord
            PERFORM WRITE-SI-AUDIT
            ADD 1 TO WS-TXNS-APPLIED
        END-IF
    END-IF.

BATCH-CHANGE-INSTRUCTION.
    MOVE ST-Id TO SI-Id
    READ StandingFile
        INVALID KEY
            MOVE "INSTRUCTION NOT FOUND" TO WS-RejectReason
            PERFORM REPORT-SI-EXCEPTION
        NOT INVALID KEY
            PERFORM APPLY-INSTRUCTION-CHANGE
    END-READ.

APPLY-INSTRUCTION-CHANGE.
    MOVE StandingInstrRecord TO WS-BeforeImage
    IF SI-Ended
        MOVE "INSTRUCTION HAS ENDED" TO WS-RejectReason
    ELSE
        IF ST-DebitAccount NOT = SPACES
            MOVE ST-DebitAccount TO SI-DebitAccount
        END-IF
        IF ST-CreditAccount NOT = SPACES
            MOVE ST-CreditAccount TO SI-CreditAccount
        END-IF
        IF ST-Amount NUMERIC AND ST-Amount NOT = 0
            MOVE ST-Amount TO SI-Amount
        END-IF
        IF ST-Frequency NOT = SPACE
            MOVE ST-Frequency TO SI-Frequency
        END-IF
        IF ST-EndDate NUMERIC AND ST-EndDate NOT = 0
            MOVE ST-EndDate TO SI-EndDate
        END-IF
        IF ST-Desc NOT = SPACES
            MOVE ST-Desc TO SI-Desc
        END-IF
        PERFORM VALIDATE-INSTRUCTION
    END-IF
    IF WS-RejectReason = SPACES
            AND ST-StartDate NUMERIC AND ST-StartDate NOT = 0
        MOVE ST-StartDate TO WS-CheckDate
        PERFORM CHECK-CALENDAR-DATE
        IF WS-TxnFails = "Y"
            MOVE "NEW NEXT DUE DATE INVALID" TO WS-RejectReason
        ELSE
            IF ST-StartDate < WS-TodayDate
                MOVE "NEW NEXT DUE DATE IN THE PAST"
                    TO WS-RejectReason
            ELSE
                MOVE ST-StartDate TO SI-NextDue
                MOVE WS-CheckDay TO SI-AnchorDay
            END-IF
        END-IF
    END-IF
    IF WS-RejectReason = SPACES
            AND SI-EndDate NOT = 0 AND SI-EndDate < SI-NextDue
        MOVE "END DATE BEFORE NEXT DUE DATE" TO WS-RejectReason
    END-IF
    IF WS-RejectReason NOT = SPACES
        PERFORM REPORT-SI-EXCEPTION
    ELSE
        MOVE WS-TodayDate TO SI-LastChanged
        REWRITE StandingInstrRecord
        PERFORM WRITE-SI-AUDIT
        ADD 1 TO WS-TXNS-APPLIED
    END-IF.

BATCH-SUSPEND-INSTRUCTION.
    MOVE ST-Id TO SI-Id
    READ StandingFile
        INVALID KEY
            MOVE "INSTRUCTION NOT FOUND" TO WS-RejectReason
            PERFORM REPORT-SI-EXCEPTION
        NOT INVALID KEY
            IF NOT SI-Active
                MOVE "INSTRUCTION NOT ACTIVE" TO WS-RejectReason
                PERFORM REPORT-SI-EXCEPTION
            ELSE
                MOVE StandingInstrRecord TO WS-BeforeImage
                SET SI-Suspended TO TRUE
                MOVE WS-TodayDate TO SI-LastChanged
                REWRITE StandingInstrRecord
                PERFORM WRITE-SI-AUDIT
                ADD 1 TO WS-TXNS-APPLIED
            END-IF
    END-READ.

BATCH-RESUME-INSTRUCTION.
    MOVE ST-Id TO SI-Id
    READ StandingFile
        INVALID KEY
            MOVE "INSTRUCTION NOT FOUND" TO WS-RejectReason
            PERFORM REPORT-SI-EXCEPTION
        NOT INVALID KEY
            IF NOT SI-Suspended
                MOVE "INSTRUCTION NOT SUSPENDED" TO WS-RejectReason
                PERFORM REPORT-SI-EXCEPTION
            ELSE
                PERFORM RESUME-INSTRUCTION
            END-IF
    END-READ.

RESUME-INSTRUCTION.
    MOVE StandingInstrRecord TO WS-BeforeImage
    PERFORM UNTIL SI-NextDue >= WS-TodayDate
        PERFORM ADVANCE-NEXT-DUE
    END-PERFORM
    IF SI-EndDate NOT = 0 AND SI-NextDue > SI-EndDate
        SET SI-Ended TO TRUE
    ELSE
        SET SI-Active TO TRUE
    END-IF
    MOVE WS-TodayDate TO SI-LastChanged
    REWRITE StandingInstrRecord
    PERFORM WRITE-SI-AUDIT
    ADD 1 TO WS-TXNS-APPLIED
    IF SI-Ended
        MOVE SPACES TO WS-REPORT-LINE
        STRING "NOTE: SI " SI-Id
            " PASSED ITS END DATE WHILE SUSPENDED - MARKED ENDED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

VALIDATE-INSTRUCTION.
    MOVE "N" TO WS-TxnFails
    MOVE SI-DebitAccount TO WS-CheckAccount
    PERFORM CHECK-INSTRUCTION-ACCOUNT
    IF WS-RejectReason = SPACES
        MOVE SI-CreditAccount TO WS-CheckAccount
        PERFORM CHECK-INSTRUCTION-ACCOUNT
    END-IF
    IF WS-RejectReason = SPACES
            AND SI-DebitAccount = SI-CreditAccount
        MOVE "DEBIT AND CREDIT SAME ACCOUNT" TO WS-RejectReason
    END-IF
    IF WS-RejectReason = SPACES
        IF SI-Amount NOT NUMERIC
            MOVE "AMOUNT NOT NUMERIC" TO WS-RejectReason
        ELSE
            IF SI-Amount = 0
                MOVE "AMOUNT IS ZERO" TO WS-RejectReason
            END-IF
        END-IF
    END-IF
    IF WS-RejectReason = SPACES AND NOT SI-FreqValid
        MOVE "INVALID FREQUENCY" TO WS-RejectReason
    END-IF
    IF WS-RejectReason = SPACES AND SI-EndDate NOT NUMERIC
        MOVE "END DATE NOT NUMERIC" TO WS-RejectReason
    END-IF
    IF WS-RejectReason = SPACES AND SI-EndDate NOT = 0
        MOVE SI-EndDate TO WS-CheckDate
        PERFORM CHECK-CALENDAR-DATE
        IF WS-TxnFails = "Y"
            MOVE "END DATE INVALID" TO WS-RejectReason
        END-IF
    END-IF
    MOVE "N" TO WS-TxnFails.

CHECK-INSTRUCTION-ACCOUNT.
    IF WS-CheckAccount = SPACES
        MOVE "ACCOUNT NAME BLANK" TO WS-RejectReason
    ELSE
        MOVE WS-CheckAccount TO AccountName
        READ LedgerFile
            INVALID KEY
                MOVE SPACES TO WS-RejectReason
                STRING "ACCOUNT NOT FOUND " WS-CheckAccount
                    DELIMITED BY SIZE INTO WS-RejectReason
            NOT INVALID KEY
                IF AccountClosed
                    MOVE SPACES TO WS-RejectReason
                    STRING "ACCOUNT CLOSED " WS-CheckAccount
                        DELIMITED BY SIZE INTO WS-RejectReason
                END-IF
                IF AccountCurrency NOT = SPACES
                    MOVE SPACES TO WS-RejectReason
                    STRING "ACCOUNT NOT LOCAL " WS-CheckAccount
                        DELIMITED BY SIZE INTO WS-RejectReason
                END-IF
        END-READ
    END-IF.

CHECK-CALENDAR-DATE.
    MOVE "N" TO WS-TxnFails
    DIVIDE WS-CheckDate BY 100
        GIVING WS-CheckYearMonth REMAINDER WS-CheckDay
    DIVIDE WS-CheckYearMonth BY 100
        GIVING WS-CheckYear REMAINDER WS-CheckMonth
    IF WS-CheckYear < 1900
            OR WS-CheckMonth < 1 OR WS-CheckMonth > 12
            OR WS-CheckDay < 1
        MOVE "Y" TO WS-TxnFails
    ELSE
        MOVE WS-CheckDate TO WS-DateWork
        PERFORM FIND-DAYS-IN-MONTH
        IF WS-CheckDay > WS-DaysInMonth
            MOVE "Y" TO WS-TxnFails
        END-IF
    END-IF.

ADVANCE-NEXT-DUE.
    MOVE SI-NextDue TO WS-DateWork
    EVALUATE TRUE
        WHEN SI-Daily
            MOVE 1 TO WS-AddCount
            PERFORM ADD-DAYS-TO-DATE
        WHEN SI-Weekly
            MOVE 7 TO WS-AddCount
            PERFORM ADD-DAYS-TO-DATE
        WHEN SI-Monthly
            MOVE 1 TO WS-AddCount
            PERFORM ADD-MONTHS-TO-DATE
        WHEN SI-Quarterly
            MOVE 3 TO WS-AddCount
            PERFORM ADD-MONTHS-TO-DATE
    END-EVALUATE
    MOVE WS-DateWork TO SI-NextDue.

ADD-DAYS-TO-DATE.
    PERFORM VARYING WS-AddIdx FROM 1 BY 1
        UNTIL WS-AddIdx > WS-AddCount
        PERFORM FIND-DAYS-IN-MONTH
        IF WS-DW-Day >= WS-DaysInMonth
            MOVE 1 TO WS-DW-Day
            IF WS-DW-Month >= 12
                MOVE 1 TO WS-DW-Month
                ADD 1 TO WS-DW-Year
            ELSE
                ADD 1 TO WS-DW-Month
            END-IF
        ELSE
            ADD 1 TO WS-DW-Day
        END-IF
    END-PERFORM.

ADD-MONTHS-TO-DATE.
    ADD WS-AddCount TO WS-DW-Month
    IF WS-DW-Month > 12
        SUBTRACT 12 FROM WS-DW-Month
        ADD 1 TO WS-DW-Year
    END-IF
    PERFORM FIND-DAYS-IN-MONTH
    IF SI-AnchorDay > WS-DaysInMonth
        MOVE WS-DaysInMonth TO WS-DW-Day
    ELSE
        MOVE SI-AnchorDay TO WS-DW-Day
    END-IF.

FIND-DAYS-IN-MONTH.
    EVALUATE WS-DW-Month
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-DaysInMonth
        WHEN 2
            DIVIDE WS-DW-Year BY 4
                GIVING WS-LeapQuot REMAINDER WS-Leap4
            DIVIDE WS-DW-Year BY 100
                GIVING WS-LeapQuot REMAINDER WS-Leap100
            DIVIDE WS-DW-Year BY 400
                GIVING WS-LeapQuot REMAINDER WS-Leap400
            IF WS-Leap400 = 0
                    OR (WS-Leap4 = 0 AND WS-Leap100 NOT = 0)
                MOVE 29 TO WS-DaysInMonth
            ELSE
                MOVE 28 TO WS-DaysInMonth
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DaysInMonth
    END-EVALUATE.

REPORT-SI-EXCEPTION.
    MOVE "Y" TO WS-TxnFails
    ADD 1 TO WS-TXNS-REJECTED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXCEPTION: ACTION " ST-Action
        " SI " ST-Id
        " - " WS-RejectReason
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE.

WRITE-SI-AUDIT.
    MOVE WS-TodayDate TO SA-Date
    MOVE WS-AuditSource TO SA-Source
    MOVE ST-Action TO SA-Action
    MOVE SI-Id TO SA-Id
    MOVE WS-BeforeImage TO SA-Before
    MOVE StandingInstrRecord TO SA-After
    WRITE SiAuditRecord
    IF WS-SITXN-STATUS NOT = "00"
        DISPLAY "Standing instruction " SI-Id " updated."
    END-IF.

PRINT-SI-TOTALS.
    DISPLAY "===== STANDING INSTRUCTION MAINTENANCE ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TRANSACTIONS READ..: " WS-TXNS-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "APPLIED............: " WS-TXNS-APPLIED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED...........: " WS-TXNS-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-TXNS-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

PROMPT-FOR-ACTION.
    DISPLAY "A)dd  C)hange  S)uspend  R)esume  L)ist  Q)uit"
    DISPLAY "Enter choice: " WITH NO ADVANCING
    ACCEPT WS-Choice.

ENTER-NEW-INSTRUCTION.
    DISPLAY "New instruction id (8 chars): " WITH NO ADVANCING
    ACCEPT ST-Id
    DISPLAY "Debit account (10 chars): " WITH NO ADVANCING
    ACCEPT ST-DebitAccount
    DISPLAY "Credit account (10 chars): " WITH NO ADVANCING
    ACCEPT ST-CreditAccount
    DISPLAY "Amount: " WITH NO ADVANCING
    ACCEPT WS-EntryAmount
    MOVE WS-EntryAmount TO ST-Amount
    DISPLAY "Frequency - D)aily W)eekly M)onthly Q)uarterly: "
        WITH NO ADVANCING
    ACCEPT ST-Frequency
    DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-EntryDate
    MOVE WS-EntryDate TO ST-StartDate
    DISPLAY "End date (YYYYMMDD, 0 for none): " WITH NO ADVANCING
    ACCEPT WS-EntryDate
    MOVE WS-EntryDate TO ST-EndDate
    DISPLAY "Description (30 chars): " WITH NO ADVANCING
    ACCEPT ST-Desc.

ENTER-INSTRUCTION-CHANGE.
    DISPLAY "Instruction id (8 chars): " WITH NO ADVANCING
    ACCEPT ST-Id
    DISPLAY "Leave a field blank or 0 to keep it."
    DISPLAY "Debit account (10 chars): " WITH NO ADVANCING
    ACCEPT ST-DebitAccount
    DISPLAY "Credit account (10 chars): " WITH NO ADVANCING
    ACCEPT ST-CreditAccount
    DISPLAY "Amount: " WITH NO ADVANCING
    ACCEPT WS-EntryAmount
    MOVE WS-EntryAmount TO ST-Amount
    DISPLAY "Frequency - D)aily W)eekly M)onthly Q)uarterly: "
        WITH NO ADVANCING
    ACCEPT ST-Frequency
    DISPLAY "Next due date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-EntryDate
    MOVE WS-EntryDate TO ST-StartDate
    DISPLAY "End date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-EntryDate
    MOVE WS-EntryDate TO ST-EndDate
    DISPLAY "Description (30 chars): " WITH NO ADVANCING
    ACCEPT ST-Desc.

LIST-INSTRUCTIONS.
    MOVE "N" TO WS-ListEOF
    MOVE LOW-VALUES TO SI-Id
    START StandingFile KEY IS NOT LESS THAN SI-Id
        INVALID KEY MOVE "Y" TO WS-ListEOF
    END-START
    DISPLAY "ID       DEBIT      CREDIT              AMOUNT F "
        "NEXT DUE END DATE S"
    PERFORM UNTIL WS-ListEOF = "Y"
        READ StandingFile NEXT RECORD
            AT END MOVE "Y" TO WS-ListEOF
        END-READ
        IF WS-ListEOF = "N"
            MOVE SI-Id TO WS-LL-Id
            MOVE SI-DebitAccount TO WS-LL-Debit
            MOVE SI-CreditAccount TO WS-LL-Credit
            MOVE SI-Amount TO WS-LL-Amount
            MOVE SI-Frequency TO WS-LL-Freq
            MOVE SI-NextDue TO WS-LL-NextDue
            MOVE SI-EndDate TO WS-LL-EndDate
            MOVE SI-Status TO WS-LL-Status
            DISPLAY WS-ListLine
        END-IF
    END-PERFORM.

END PROGRAM StandingInstrMaint.

IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BudgetInFile ASSIGN TO "BUDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUDIN-STATUS.
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
    SELECT BudgetAuditFile ASSIGN TO "BUDAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BudgetInFile.
01  BudgetInRecord.
    05  BI-AccountName  PIC X(10).
    05  BI-Period       PIC 9(6).
    05  BI-Amount       PIC S9(9)V99.
    05  BI-Source       PIC X(08).

FD  BudgetFile.
    COPY "budrec.cpy".

FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  BudgetAuditFile.
01  BudgetAuditRecord.
    05  BA-Date         PIC 9(8).
    05  BA-Source       PIC X(08).
    05  BA-Action       PIC X(01).
    05  BA-AccountName  PIC X(10).
    05  BA-Period       PIC 9(6).
    05  BA-Revision     PIC 9(3).
    05  BA-OldAmount    PIC S9(9)V99.
    05  BA-NewAmount    PIC S9(9)V99.

WORKING-STORAGE SECTION.
01  WS-BUDIN-STATUS     PIC XX.
01  WS-BUDGET-STATUS    PIC XX.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-EOF              PIC X VALUE "N".
01  WS-AbortRun         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-LineFails        PIC X.
01  WS-RejectReason     PIC X(30).
01  WS-LoadSource       PIC X(08).
01  WS-LoadYear         PIC 9(4).
01  WS-LoadMonth        PIC 9(2).
01  WS-OldAmount        PIC S9(9)V99.

77  WS-LINES-READ       PIC 9(7) VALUE 0.
77  WS-BUDGETS-ADDED    PIC 9(7) VALUE 0.
77  WS-BUDGETS-REVISED  PIC 9(7) VALUE 0.
77  WS-BUDGETS-SAME     PIC 9(7) VALUE 0.
77  WS-LINES-REJECTED   PIC 9(7) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM LOAD-BUDGET-LINES
        PERFORM PRINT-LOAD-TOTALS
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    OPEN INPUT BudgetInFile
    IF WS-BUDIN-STATUS NOT = "00"
        DISPLAY "BUDGET LOAD FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN I-O BudgetFile
    IF WS-BUDGET-STATUS NOT = "00" AND WS-BUDGET-STATUS NOT = "05"
        DISPLAY "BUDGET MASTER COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "LEDGER FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN EXTEND BudgetAuditFile.

LOAD-BUDGET-LINES.
    READ BudgetInFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y"
        ADD 1 TO WS-LINES-READ
        PERFORM APPLY-BUDGET-LINE
        READ BudgetInFile
            AT END SET WS-EOF TO "Y"
        END-READ
    END-PERFORM.

APPLY-BUDGET-LINE.
    MOVE "N" TO WS-LineFails
    MOVE SPACES TO WS-RejectReason
    IF BI-Source = SPACES
        MOVE "BUDIN" TO WS-LoadSource
    ELSE
        MOVE BI-Source TO WS-LoadSource
    END-IF
    PERFORM VALIDATE-BUDGET-LINE
    IF WS-LineFails = "N"
        MOVE BI-AccountName TO BUD-AccountName
        MOVE BI-Period TO BUD-Period
        READ BudgetFile
            INVALID KEY
                PERFORM ADD-BUDGET-RECORD
            NOT INVALID KEY
                PERFORM REVISE-BUDGET-RECORD
        END-READ
    END-IF.

VALIDATE-BUDGET-LINE.
    IF BI-AccountName = SPACES
        MOVE "ACCOUNT NAME BLANK" TO WS-RejectReason
        PERFORM REPORT-LOAD-EXCEPTION
    END-IF
    IF WS-LineFails = "N"
        IF BI-Period NOT NUMERIC
            MOVE "PERIOD NOT NUMERIC" TO WS-RejectReason
            PERFORM REPORT-LOAD-EXCEPTION
        ELSE
            DIVIDE BI-Period BY 100
                GIVING WS-LoadYear REMAINDER WS-LoadMonth
            IF WS-LoadYear = 0 OR WS-LoadMonth < 1
                    OR WS-LoadMonth > 12
                MOVE "PERIOD NOT A VALID YYYYMM" TO WS-RejectReason
                PERFORM REPORT-LOAD-EXCEPTION
            END-IF
        END-IF
    END-IF
    IF WS-LineFails = "N"
        IF BI-Amount NOT NUMERIC
            MOVE "AMOUNT NOT NUMERIC" TO WS-RejectReason
            PERFORM REPORT-LOAD-EXCEPTION
        END-IF
    END-IF
    IF WS-LineFails = "N"
        MOVE BI-AccountName TO AccountName
        READ LedgerFile
            INVALID KEY
                MOVE "ACCOUNT NOT ON LEDGER" TO WS-RejectReason
                PERFORM REPORT-LOAD-EXCEPTION
            NOT INVALID KEY
                IF NOT ClassIncome AND NOT ClassExpense
                    MOVE "NOT AN INCOME OR EXPENSE ACCOUNT"
                        TO WS-RejectReason
                    PERFORM REPORT-LOAD-EXCEPTION
                END-IF
        END-READ
    END-IF.

ADD-BUDGET-RECORD.
    MOVE BI-AccountName TO BUD-AccountName
    MOVE BI-Period TO BUD-Period
    MOVE BI-Amount TO BUD-Amount
    MOVE BI-Amount TO BUD-OriginalAmount
    MOVE 0 TO BUD-Revision
    MOVE WS-RunDate TO BUD-LoadedDate
    MOVE WS-RunDate TO BUD-RevisedDate
    MOVE WS-LoadSource TO BUD-Source
    WRITE BudgetRecord
        INVALID KEY
            MOVE "BUDGET MASTER WRITE FAILED" TO WS-RejectReason
            PERFORM REPORT-LOAD-EXCEPTION
        NOT INVALID KEY
            MOVE 0 TO WS-OldAmount
            MOVE "A" TO BA-Action
            PERFORM WRITE-BUDGET-AUDIT
            ADD 1 TO WS-BUDGETS-ADDED
    END-WRITE.

REVISE-BUDGET-RECORD.
    IF BUD-Amount = BI-Amount
        ADD 1 TO WS-BUDGETS-SAME
    ELSE
        IF BUD-Revision >= 999
            MOVE "REVISION LIMIT REACHED" TO WS-RejectReason
            PERFORM REPORT-LOAD-EXCEPTION
        ELSE
            MOVE BUD-Amount TO WS-OldAmount
            MOVE BI-Amount TO BUD-Amount
            ADD 1 TO BUD-Revision
            MOVE WS-RunDate TO BUD-RevisedDate
            MOVE WS-LoadSource TO BUD-Source
            REWRITE BudgetRecord
                INVALID KEY
                    MOVE "BUDGET MASTER REWRITE FAILED"
                        TO WS-RejectReason
                    PERFORM REPORT-LOAD-EXCEPTION
                NOT INVALID KEY
                    MOVE "R" TO BA-Action
                    PERFORM WRITE-BUDGET-AUDIT
                    ADD 1 TO WS-BUDGETS-REVISED
            END-REWRITE
        END-IF
    END-IF.

WRITE-BUDGET-AUDIT.
    MOVE WS-RunDate TO BA-Date
    MOVE WS-LoadSource TO BA-Source
    MOVE BUD-AccountName TO BA-AccountName
    MOVE BUD-Period TO BA-Period
    MOVE BUD-Revision TO BA-Revision
    MOVE WS-OldAmount TO BA-OldAmount
    MOVE BUD-Amount TO BA-NewAmount
    WRITE BudgetAuditRecord.

REPORT-LOAD-EXCEPTION.
    MOVE "Y" TO WS-LineFails
    ADD 1 TO WS-LINES-REJECTED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXCEPTION: LINE " WS-LINES-READ
        " ACCOUNT " BI-AccountName
        " PERIOD " BI-Period
        " - " WS-RejectReason
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE.

PRINT-LOAD-TOTALS.
    DISPLAY "===== BUDGET LOAD ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LINES READ.........: " WS-LINES-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "BUDGETS ADDED......: " WS-BUDGETS-ADDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "BUDGETS REVISED....: " WS-BUDGETS-REVISED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "UNCHANGED..........: " WS-BUDGETS-SAME
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED...........: " WS-LINES-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-LINES-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

CLOSE-FILES.
    CLOSE BudgetInFile
    CLOSE BudgetFile
    CLOSE LedgerFile
    CLOSE BudgetAuditFile.

END PROGRAM BudgetLoad.

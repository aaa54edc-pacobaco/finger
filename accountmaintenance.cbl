    05  MT-OpenDate     PIC 9(8).
    05  MT-OvrdrftLim   PIC 9(7)V99.
    05  MT-Source       PIC X(08).
    05  MT-Currency     PIC X(03).

FD  MaintAuditFile.
01  MaintAuditRecord.
    05  MA-Source       PIC X(08).
    05  MA-Action       PIC X(01).
    05  MA-AccountName  PIC X(10).
    05  MA-Before       PIC X(84).
    05  MA-After        PIC X(84).

FD  SuspInFile.
    COPY "susrec.cpy".
01  WS-OpeningBalance   PIC S9(9)V99.
01  WS-OverdraftLimit   PIC 9(7)V99.
01  WS-ClassChoice      PIC X.
01  WS-CurrencyChoice   PIC X(3).
01  WS-TodayDate        PIC 9(8).
01  WS-MNTTXN-STATUS    PIC XX.
01  WS-SUSPIN-STATUS    PIC XX.
01  WS-TxnFails         PIC X.
01  WS-RejectReason     PIC X(30).
01  WS-AuditSource      PIC X(08).
01  WS-BeforeImage      PIC X(84).
01  WS-CloseBlocked     PIC X.

01  WS-SuspAcctTable.
        IF MT-Balance NOT NUMERIC OR MT-OvrdrftLim NOT NUMERIC
            MOVE "BALANCE OR LIMIT NOT NUMERIC" TO WS-RejectReason
            PERFORM REPORT-MAINT-EXCEPTION
        END-IF
    END-IF
    IF WS-TxnFails = "N" AND MT-Currency NOT = SPACES
        IF MT-Class = "I" OR MT-Class = "E"
            MOVE "FOREIGN CURRENCY NOT A OR L" TO WS-RejectReason
            PERFORM REPORT-MAINT-EXCEPTION
        ELSE
            IF MT-Balance NOT = 0
                MOVE "FOREIGN OPENING BALANCE NOT 0"
                    TO WS-RejectReason
                PERFORM REPORT-MAINT-EXCEPTION
            END-IF
        END-IF
    END-IF
    IF WS-TxnFails = "N"
        MOVE SPACES TO WS-BeforeImage
        MOVE MT-AccountName TO AccountName
        MOVE MT-Balance TO AccountBalance
        MOVE MT-Class TO AccountClass
        MOVE MT-Desc TO AccountDesc
        IF MT-OpenDate NUMERIC AND MT-OpenDate NOT = 0
            MOVE MT-OpenDate TO AccountOpenDate
        ELSE
            MOVE WS-TodayDate TO AccountOpenDate
        END-IF
        MOVE MT-OvrdrftLim TO AccountOvrdrftLim
        MOVE MT-Currency TO AccountCurrency
        MOVE 0 TO AccountFcyBalance
        SET AccountOpen TO TRUE
        WRITE LedgerRecord
        PERFORM WRITE-MAINT-AUDIT
        ADD 1 TO WS-TXNS-APPLIED
    END-IF.

BATCH-CLOSE-ACCOUNT.

GUARD-AND-CLOSE-ACCOUNT.
    PERFORM CHECK-ACCOUNT-IN-SUSPENSE
    IF AccountFcyBalance NOT NUMERIC
        MOVE 0 TO AccountFcyBalance
    END-IF
    IF AccountBalance NOT = 0 OR AccountFcyBalance NOT = 0
        MOVE "BALANCE NOT ZERO" TO WS-RejectReason
        PERFORM REPORT-MAINT-EXCEPTION
    ELSE
                MOVE "INVALID ACCOUNT CLASS" TO WS-RejectReason
                PERFORM REPORT-MAINT-EXCEPTION
            ELSE
                IF AccountCurrency NOT = SPACES
                        AND (MT-Class = "I" OR MT-Class = "E")
                    MOVE "FOREIGN CURRENCY NOT A OR L"
                        TO WS-RejectReason
                    PERFORM REPORT-MAINT-EXCEPTION
                END-IF
            END-IF
            IF WS-TxnFails = "N"
                MOVE LedgerRecord TO WS-BeforeImage
                MOVE MT-Class TO AccountClass
                REWRITE LedgerRecord
            DISPLAY "Overdraft limit (0 for none): " WITH NO ADVANCING
            ACCEPT WS-OverdraftLimit
            MOVE WS-OverdraftLimit TO AccountOvrdrftLim
            MOVE SPACES TO WS-CurrencyChoice
            DISPLAY "Currency (blank for local): " WITH NO ADVANCING
            ACCEPT WS-CurrencyChoice
            MOVE WS-CurrencyChoice TO AccountCurrency
            MOVE 0 TO AccountFcyBalance
            MOVE WS-TodayDate TO AccountOpenDate
            SET AccountOpen TO TRUE
            IF AccountCurrency NOT = SPACES
                    AND (ClassIncome OR ClassExpense
                        OR AccountBalance NOT = 0)
                DISPLAY "Foreign currency accounts must be asset or "
                    "liability with a zero opening balance - "
                    "account not added."
            ELSE
                WRITE LedgerRecord
                PERFORM WRITE-MAINT-AUDIT
                DISPLAY "Account added."
            END-IF
        NOT INVALID KEY
            DISPLAY "Account already exists."
    END-READ.
            DISPLAY "Account not found."
        NOT INVALID KEY
            PERFORM CHECK-ACCOUNT-IN-SUSPENSE
            IF AccountFcyBalance NOT NUMERIC
                MOVE 0 TO AccountFcyBalance
            END-IF
            IF AccountBalance NOT = 0 OR AccountFcyBalance NOT = 0
                DISPLAY "Balance is not zero - account not closed."
            ELSE
                IF WS-CloseBlocked = "Y"
        NOT INVALID KEY
            MOVE LedgerRecord TO WS-BeforeImage
            PERFORM PROMPT-FOR-CLASS
            IF AccountCurrency NOT = SPACES
                    AND (WS-ClassChoice = "I" OR WS-ClassChoice = "E")
                DISPLAY "Foreign currency accounts must be asset or "
                    "liability - class not changed."
            ELSE
                MOVE WS-ClassChoice TO AccountClass
                REWRITE LedgerRecord
                PERFORM WRITE-MAINT-AUDIT
                DISPLAY "Account class updated."
            END-IF
    END-READ.

REOPEN-ACCOUNT.

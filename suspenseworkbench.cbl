    COPY "susrec.cpy".

FD  SuspOutFile.
01  SuspOutRecord       PIC X(109).

FD  LedgerFile.
    COPY "ledgrec.cpy".
01  WS-BalanceBefore    PIC S9(9)V99.
01  WS-RunDate          PIC 9(8).
01  WS-SiblingsLeft     PIC X.
01  WS-WriteOffAmount   PIC 9(9)V99.

01  WS-SuspTable.
    05  WS-SuspItem OCCURS 500 TIMES.
        10  WS-ST-EffDate   PIC 9(8).
        10  WS-ST-Retry     PIC 9(3).
        10  WS-ST-FirstSeen PIC 9(8).
        10  WS-ST-CostCenter PIC X(6).
        10  WS-ST-Currency  PIC X(3).
        10  WS-ST-LocalAmt  PIC 9(9)V99.
        10  WS-ST-BatchType PIC X.
        10  WS-ST-OperatorId PIC X(08).
        10  WS-ST-Done      PIC X.

01  WS-AgeDateTable.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  LL-Amount       PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  LL-Currency     PIC X(3).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  LL-Account      PIC X(10).
    05  FILLER          PIC X(05) VALUE " RTY ".
    05  LL-Retry        PIC ZZ9.
    MOVE SUS-TransAccount TO WS-ST-Account (WS-ITEM-COUNT)
    MOVE SUS-TransSeq TO WS-ST-Seq (WS-ITEM-COUNT)
    MOVE SUS-BatchId TO WS-ST-BatchId (WS-ITEM-COUNT)
    MOVE SUS-CostCenter TO WS-ST-CostCenter (WS-ITEM-COUNT)
    MOVE SUS-Currency TO WS-ST-Currency (WS-ITEM-COUNT)
    MOVE SUS-BatchType TO WS-ST-BatchType (WS-ITEM-COUNT)
    MOVE SUS-OperatorId TO WS-ST-OperatorId (WS-ITEM-COUNT)
    IF SUS-LocalAmount NUMERIC
        MOVE SUS-LocalAmount TO WS-ST-LocalAmt (WS-ITEM-COUNT)
    ELSE
        MOVE 0 TO WS-ST-LocalAmt (WS-ITEM-COUNT)
    END-IF
    IF SUS-Journal NUMERIC
        MOVE SUS-Journal TO WS-ST-Journal (WS-ITEM-COUNT)
    ELSE
            MOVE WS-ST-Journal (WS-ITEM-IDX) TO LL-Journal
            MOVE WS-ST-Type (WS-ITEM-IDX) TO LL-Type
            MOVE WS-ST-Amount (WS-ITEM-IDX) TO LL-Amount
            MOVE WS-ST-Currency (WS-ITEM-IDX) TO LL-Currency
            MOVE WS-ST-Account (WS-ITEM-IDX) TO LL-Account
            MOVE WS-ST-Retry (WS-ITEM-IDX) TO LL-Retry
            MOVE WS-ST-FirstSeen (WS-ITEM-IDX) TO LL-FirstSeen
            INVALID KEY
                DISPLAY "Account not found."
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN AccountClosed
                        DISPLAY "Account closed."
                    WHEN AccountCurrency
                            NOT = WS-ST-Currency (WS-PickItem)
                        DISPLAY "Account currency is not the item's "
                            "currency."
                    WHEN OTHER
                        MOVE WS-NewAccount
                            TO WS-ST-Account (WS-PickItem)
                        ADD 1 TO WS-ITEMS-CORRECTED
                        DISPLAY "Account corrected - next recycle "
                            "will retry the journal."
                END-EVALUATE
        END-READ
    END-IF.

WRITE-OFF-ITEM.
    PERFORM PICK-SUSPENSE-ITEM
    IF WS-PickItem > 0
        IF WS-ST-Currency (WS-PickItem) = SPACES
            MOVE WS-ST-Amount (WS-PickItem) TO WS-WriteOffAmount
        ELSE
            MOVE WS-ST-LocalAmt (WS-PickItem) TO WS-WriteOffAmount
            IF WS-WriteOffAmount = 0
                DISPLAY "Item has no local amount - load the "
                    "exchange rate and let the recycle retry it."
                MOVE 0 TO WS-PickItem
            END-IF
        END-IF
    END-IF
    IF WS-PickItem > 0
        DISPLAY "Write-off account (10 chars): " WITH NO ADVANCING
        ACCEPT WS-WriteOffAcct
            INVALID KEY
                DISPLAY "Write-off account not found."
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN AccountClosed
                        DISPLAY "Write-off account closed."
                    WHEN AccountCurrency NOT = SPACES
                        DISPLAY "Write-off account is not a local "
                            "currency account."
                    WHEN OTHER
                        PERFORM POST-WRITE-OFF
                END-EVALUATE
        END-READ
    END-IF.

    MOVE AccountBalance TO WS-BalanceBefore
    EVALUATE WS-ST-Type (WS-PickItem)
        WHEN "DEBIT"
            SUBTRACT WS-WriteOffAmount FROM AccountBalance
        WHEN "CREDIT"
            ADD WS-WriteOffAmount TO AccountBalance
        WHEN OTHER
            DISPLAY "Item type is not DEBIT or CREDIT - "
                "cannot write off."
WRITE-AUDIT-RECORD.
    MOVE WS-WriteOffAcct TO AUD-AccountName
    MOVE WS-ST-Type (WS-PickItem) TO AUD-TransType
    MOVE WS-WriteOffAmount TO AUD-TransAmount
    MOVE WS-BalanceBefore TO AUD-BalanceBefore
    MOVE AccountBalance TO AUD-BalanceAfter
    MOVE WS-ST-BatchId (WS-PickItem) TO AUD-BatchId
    MOVE WS-ST-Journal (WS-PickItem) TO AUD-Journal
    MOVE WS-ST-Seq (WS-PickItem) TO AUD-TransSeq
    MOVE WS-RunDate TO AUD-PostDate
    MOVE WS-ST-CostCenter (WS-PickItem) TO AUD-CostCenter
    MOVE SPACES TO AUD-Currency
    MOVE 0 TO AUD-FcyAmount
    WRITE AuditRecord.

PRINT-AGING-SUMMARY.
            MOVE WS-ST-EffDate (WS-ITEM-IDX) TO SUS-EffDate
            MOVE WS-ST-Retry (WS-ITEM-IDX) TO SUS-RetryCount
            MOVE WS-ST-FirstSeen (WS-ITEM-IDX) TO SUS-FirstSeen
            MOVE WS-ST-CostCenter (WS-ITEM-IDX) TO SUS-CostCenter
            MOVE WS-ST-Currency (WS-ITEM-IDX) TO SUS-Currency
            MOVE WS-ST-LocalAmt (WS-ITEM-IDX) TO SUS-LocalAmount
            MOVE WS-ST-BatchType (WS-ITEM-IDX) TO SUS-BatchType
            MOVE WS-ST-OperatorId (WS-ITEM-IDX)
                TO SUS-OperatorId
            WRITE SuspOutRecord FROM SuspenseRecord
            ADD 1 TO WS-ITEMS-KEPT
        END-IF

    SELECT RunCtlFile ASSIGN TO "SUSPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT OPTIONAL AdjAuthFile ASSIGN TO "ADJAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJAUTH-STATUS.
    SELECT OPTIONAL AdjOutFile ASSIGN TO "ADJOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RateFile ASSIGN TO "FXRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FXRATES-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY "susrec.cpy".

FD  SuspOutFile.
01  SuspOutRecord       PIC X(109).

FD  LedgerFile.
    COPY "ledgrec.cpy".
01  RunCtlRecord.
    05  RC-GroupsApplied PIC 9(9).

FD  AdjAuthFile.
    COPY "adjauth.cpy".

FD  AdjOutFile.
    COPY "adjrec.cpy".

FD  RateFile.
    COPY "fxrrec.cpy".

WORKING-STORAGE SECTION.
01  WS-EOF              PIC X VALUE "N".
01  WS-SUSPIN-STATUS    PIC XX.
01  WS-ItemPeriod       PIC 9(6).
01  WS-GroupFails       PIC X.
01  WS-GroupOverflow    PIC X.
01  WS-ADJAUTH-STATUS   PIC XX.
01  WS-AuthEOF          PIC X VALUE "N".
01  WS-NeedRetained     PIC X.
01  WS-PostType         PIC X(10).
01  WS-PostAccount      PIC X(10).
01  WS-PostCostCenter   PIC X(6).
01  WS-PostCurrency     PIC X(3).
01  WS-PostFcyAmount    PIC 9(9)V99.
01  WS-FXRATES-STATUS   PIC XX.
01  WS-RateEOF          PIC X VALUE "N".
01  WS-RateCurrency     PIC X(3).
01  WS-RateAsOf         PIC 9(8).
01  WS-RateFound        PIC X.
01  WS-RateDate         PIC 9(8).
01  WS-Rate             PIC 9(5)V9(6).

01  WS-AuthTable.
    05  WS-AuthEntry OCCURS 50 TIMES.
        10  WS-AU-BatchId      PIC X(16).
        10  WS-AU-Period       PIC 9(6).
        10  WS-AU-AuthorizedBy PIC X(08).

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
        10  WS-ST-PostAmt   PIC 9(9)V99.
        10  WS-ST-Done      PIC X.

01  WS-RateTable.
    05  WS-RateEntry OCCURS 5000 TIMES.
        10  WS-FX-Currency  PIC X(3).
        10  WS-FX-RateDate  PIC 9(8).
        10  WS-FX-Rate      PIC 9(5)V9(6).

01  WS-GroupTable.
    05  WS-GroupMember OCCURS 100 TIMES PIC 9(3).

77  WS-ITEMS-POSTED     PIC 9(9) VALUE 0.
77  WS-ITEMS-REQUEUED   PIC 9(9) VALUE 0.
77  WS-AGED-RETRY-LIMIT PIC 9(3) VALUE 5.
77  WS-AUTH-COUNT       PIC 9(3) VALUE 0.
77  WS-AUTH-IDX         PIC 9(3) VALUE 0.
77  WS-AUTH-FOUND       PIC 9(3) VALUE 0.
77  WS-ADJ-LEGS         PIC 9(9) VALUE 0.
77  WS-RETEARN-ACCOUNT  PIC X(10) VALUE "RETEARN".
77  WS-FX-COUNT         PIC 9(4) VALUE 0.
77  WS-FX-IDX           PIC 9(4) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    PERFORM READ-CURRENT-PERIOD
    PERFORM LOAD-ADJUSTMENT-AUTHORITY
    PERFORM LOAD-EXCHANGE-RATES
    PERFORM RESTORE-CHECKPOINT
    OPEN INPUT SuspInFile
    OPEN I-O LedgerFile
    ELSE
        OPEN OUTPUT SuspOutFile
    END-IF
    OPEN EXTEND AuditFile
    OPEN EXTEND AdjOutFile.

READ-CURRENT-PERIOD.
    MOVE 0 TO WS-CurrentPeriod
    END-IF
    CLOSE PeriodFile.

LOAD-ADJUSTMENT-AUTHORITY.
    MOVE 0 TO WS-AUTH-COUNT
    OPEN INPUT AdjAuthFile
    IF WS-ADJAUTH-STATUS = "00"
        PERFORM UNTIL WS-AuthEOF = "Y"
            READ AdjAuthFile
                AT END SET WS-AuthEOF TO "Y"
                NOT AT END PERFORM STORE-ADJUSTMENT-AUTHORITY
            END-READ
        END-PERFORM
    END-IF
    CLOSE AdjAuthFile.

STORE-ADJUSTMENT-AUTHORITY.
    IF AA-EarliestPeriod NUMERIC AND AA-BatchId NOT = SPACES
            AND AA-AuthorizedBy NOT = SPACES
        IF WS-AUTH-COUNT < 50
            ADD 1 TO WS-AUTH-COUNT
            MOVE AA-BatchId TO WS-AU-BatchId (WS-AUTH-COUNT)
            MOVE AA-EarliestPeriod TO WS-AU-Period (WS-AUTH-COUNT)
            MOVE AA-AuthorizedBy
                TO WS-AU-AuthorizedBy (WS-AUTH-COUNT)
        ELSE
            DISPLAY "ADJUSTMENT AUTHORITY TABLE FULL - ENTRY "
                "IGNORED: " AA-BatchId
        END-IF
    END-IF.

FIND-ADJUSTMENT-AUTHORITY.
    MOVE 0 TO WS-AUTH-FOUND
    PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
        UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
        IF WS-AU-BatchId (WS-AUTH-IDX) = WS-ST-BatchId (WS-MEMBER-IDX)
            MOVE WS-AUTH-IDX TO WS-AUTH-FOUND
        END-IF
    END-PERFORM.

LOAD-EXCHANGE-RATES.
    OPEN INPUT RateFile
    IF WS-FXRATES-STATUS = "00"
        PERFORM UNTIL WS-RateEOF = "Y"
            READ RateFile
                AT END SET WS-RateEOF TO "Y"
                NOT AT END PERFORM STORE-EXCHANGE-RATE
            END-READ
        END-PERFORM
    END-IF
    CLOSE RateFile.

STORE-EXCHANGE-RATE.
    IF FX-Currency NOT = SPACES AND FX-RateDate NUMERIC
            AND FX-Rate NUMERIC
        IF WS-FX-COUNT < 5000
            ADD 1 TO WS-FX-COUNT
            MOVE FX-Currency TO WS-FX-Currency (WS-FX-COUNT)
            MOVE FX-RateDate TO WS-FX-RateDate (WS-FX-COUNT)
            MOVE FX-Rate TO WS-FX-Rate (WS-FX-COUNT)
        ELSE
            DISPLAY "EXCHANGE RATE TABLE FULL - ENTRY IGNORED: "
                FX-Currency " " FX-RateDate
        END-IF
    END-IF.

FIND-EXCHANGE-RATE.
    MOVE "N" TO WS-RateFound
    MOVE 0 TO WS-RateDate
    MOVE 0 TO WS-Rate
    PERFORM VARYING WS-FX-IDX FROM 1 BY 1
        UNTIL WS-FX-IDX > WS-FX-COUNT
        IF WS-FX-Currency (WS-FX-IDX) = WS-RateCurrency
                AND WS-FX-RateDate (WS-FX-IDX) NOT > WS-RateAsOf
                AND WS-FX-RateDate (WS-FX-IDX) NOT < WS-RateDate
            MOVE "Y" TO WS-RateFound
            MOVE WS-FX-RateDate (WS-FX-IDX) TO WS-RateDate
            MOVE WS-FX-Rate (WS-FX-IDX) TO WS-Rate
        END-IF
    END-PERFORM.

RESTORE-CHECKPOINT.
    MOVE 0 TO WS-GROUPS-APPLIED
    OPEN INPUT RunCtlFile
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
    MOVE 0 TO WS-ST-PostAmt (WS-ITEM-COUNT)
    IF SUS-Journal NUMERIC
        MOVE SUS-Journal TO WS-ST-Journal (WS-ITEM-COUNT)
    ELSE

CHECK-JOURNAL-GROUP.
    MOVE "N" TO WS-GroupFails
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
        UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
        MOVE WS-GroupMember (WS-GROUP-IDX) TO WS-MEMBER-IDX
        PERFORM CONVERT-GROUP-MEMBER
    END-PERFORM
    IF WS-ST-Journal (WS-ITEM-IDX) NOT = 0
        PERFORM VALIDATE-GROUP-BALANCE
    END-IF
    MOVE 0 TO WS-PROJ-COUNT
    MOVE "N" TO WS-NeedRetained
    PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
        UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
            OR WS-GroupFails = "Y"
        MOVE WS-GroupMember (WS-GROUP-IDX) TO WS-MEMBER-IDX
        PERFORM CHECK-GROUP-MEMBER
    END-PERFORM
    IF WS-GroupFails = "N" AND WS-NeedRetained = "Y"
        MOVE WS-RETEARN-ACCOUNT TO AccountName
        READ LedgerFile
            INVALID KEY
                MOVE "Y" TO WS-GroupFails
        END-READ
    END-IF.

CONVERT-GROUP-MEMBER.
    EVALUATE TRUE
        WHEN WS-ST-Currency (WS-MEMBER-IDX) = SPACES
            MOVE WS-ST-Amount (WS-MEMBER-IDX)
                TO WS-ST-PostAmt (WS-MEMBER-IDX)
        WHEN WS-ST-LocalAmt (WS-MEMBER-IDX) > 0
            MOVE WS-ST-LocalAmt (WS-MEMBER-IDX)
                TO WS-ST-PostAmt (WS-MEMBER-IDX)
        WHEN OTHER
            MOVE WS-ST-Currency (WS-MEMBER-IDX) TO WS-RateCurrency
            IF WS-ST-EffDate (WS-MEMBER-IDX) > 0
                MOVE WS-ST-EffDate (WS-MEMBER-IDX) TO WS-RateAsOf
            ELSE
                MOVE WS-RunDate TO WS-RateAsOf
            END-IF
            PERFORM FIND-EXCHANGE-RATE
            IF WS-RateFound = "Y"
                COMPUTE WS-ST-PostAmt (WS-MEMBER-IDX) ROUNDED
                    = WS-ST-Amount (WS-MEMBER-IDX) * WS-Rate
                    ON SIZE ERROR
                        MOVE "Y" TO WS-GroupFails
                END-COMPUTE
            ELSE
                MOVE "Y" TO WS-GroupFails
            END-IF
    END-EVALUATE.

VALIDATE-GROUP-BALANCE.
    MOVE 0 TO WS-GRP-DEBITS
        MOVE WS-GroupMember (WS-GROUP-IDX) TO WS-MEMBER-IDX
        EVALUATE WS-ST-Type (WS-MEMBER-IDX)
            WHEN "DEBIT"
                ADD WS-ST-PostAmt (WS-MEMBER-IDX) TO WS-GRP-DEBITS
            WHEN "CREDIT"
                ADD WS-ST-PostAmt (WS-MEMBER-IDX) TO WS-GRP-CREDITS
            WHEN OTHER
                MOVE "Y" TO WS-GroupFails
        END-EVALUATE
    END-IF.

CHECK-GROUP-MEMBER.
    PERFORM DETERMINE-ITEM-PERIOD
    IF WS-ItemPeriod < WS-CurrentPeriod
        PERFORM FIND-ADJUSTMENT-AUTHORITY
        EVALUATE TRUE
            WHEN WS-ST-BatchType (WS-MEMBER-IDX) NOT = "P"
            WHEN WS-AUTH-FOUND = 0
                MOVE "Y" TO WS-GroupFails
            WHEN WS-AU-AuthorizedBy (WS-AUTH-FOUND) = SPACES
                    OR WS-AU-AuthorizedBy (WS-AUTH-FOUND)
                        = WS-ST-OperatorId (WS-MEMBER-IDX)
                MOVE "Y" TO WS-GroupFails
            WHEN WS-ItemPeriod < WS-AU-Period (WS-AUTH-FOUND)
                MOVE "Y" TO WS-GroupFails
        END-EVALUATE
    END-IF
    IF WS-GroupFails = "N"
        MOVE WS-ST-Account (WS-MEMBER-IDX) TO AccountName
            INVALID KEY
                MOVE "Y" TO WS-GroupFails
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN AccountClosed
                        MOVE "Y" TO WS-GroupFails
                    WHEN WS-ST-Currency (WS-MEMBER-IDX)
                            NOT = AccountCurrency
                        MOVE "Y" TO WS-GroupFails
                    WHEN OTHER
                        PERFORM PROJECT-MEMBER-BALANCE
                        IF WS-ItemPeriod < WS-CurrentPeriod
                                AND (ClassIncome OR ClassExpense)
                                AND AccountName
                                    NOT = WS-RETEARN-ACCOUNT
                            MOVE "Y" TO WS-NeedRetained
                        END-IF
                END-EVALUATE
        END-READ
    END-IF.

DETERMINE-ITEM-PERIOD.
    MOVE WS-CurrentPeriod TO WS-ItemPeriod
    IF WS-CurrentPeriod > 0
            AND WS-ST-EffDate (WS-MEMBER-IDX) > 0
        COMPUTE WS-ItemPeriod
            = WS-ST-EffDate (WS-MEMBER-IDX) / 100
    END-IF.

PROJECT-MEMBER-BALANCE.
    MOVE 0 TO WS-PROJ-FOUND
    PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
    END-IF
    EVALUATE WS-ST-Type (WS-MEMBER-IDX)
        WHEN "DEBIT"
            SUBTRACT WS-ST-PostAmt (WS-MEMBER-IDX)
                FROM WS-PROJ-Balance (WS-PROJ-FOUND)
            IF WS-PROJ-Balance (WS-PROJ-FOUND)
                    < (0 - WS-PROJ-Limit (WS-PROJ-FOUND))
                MOVE "Y" TO WS-GroupFails
            END-IF
        WHEN "CREDIT"
            ADD WS-ST-PostAmt (WS-MEMBER-IDX)
                TO WS-PROJ-Balance (WS-PROJ-FOUND)
        WHEN OTHER
            MOVE "Y" TO WS-GroupFails
            DISPLAY "Account not found."
        NOT INVALID KEY
            MOVE AccountBalance TO WS-BalanceBefore
            MOVE WS-ST-Currency (WS-MEMBER-IDX) TO WS-PostCurrency
            MOVE 0 TO WS-PostFcyAmount
            IF WS-PostCurrency NOT = SPACES
                MOVE WS-ST-Amount (WS-MEMBER-IDX) TO WS-PostFcyAmount
                IF AccountFcyBalance NOT NUMERIC
                    MOVE 0 TO AccountFcyBalance
                END-IF
            END-IF
            EVALUATE WS-ST-Type (WS-MEMBER-IDX)
                WHEN "DEBIT"
                    SUBTRACT WS-ST-PostAmt (WS-MEMBER-IDX)
                        FROM AccountBalance
                    IF WS-PostCurrency NOT = SPACES
                        SUBTRACT WS-PostFcyAmount
                            FROM AccountFcyBalance
                    END-IF
                WHEN "CREDIT"
                    ADD WS-ST-PostAmt (WS-MEMBER-IDX)
                        TO AccountBalance
                    IF WS-PostCurrency NOT = SPACES
                        ADD WS-PostFcyAmount TO AccountFcyBalance
                    END-IF
            END-EVALUATE
            REWRITE LedgerRecord
            MOVE WS-ST-Account (WS-MEMBER-IDX) TO WS-PostAccount
            MOVE WS-ST-Type (WS-MEMBER-IDX) TO WS-PostType
            MOVE WS-ST-CostCenter (WS-MEMBER-IDX) TO WS-PostCostCenter
            PERFORM WRITE-AUDIT-RECORD
            MOVE "Y" TO WS-ST-Done (WS-MEMBER-IDX)
            ADD 1 TO WS-ITEMS-POSTED
            PERFORM DETERMINE-ITEM-PERIOD
            IF WS-ItemPeriod < WS-CurrentPeriod
                PERFORM WRITE-ADJUSTMENT-RECORD
                IF (ClassIncome OR ClassExpense)
                        AND AccountName NOT = WS-RETEARN-ACCOUNT
                    PERFORM ROLL-ADJUSTMENT-TO-RETAINED
                END-IF
            END-IF
    END-READ.

WRITE-ADJUSTMENT-RECORD.
    PERFORM FIND-ADJUSTMENT-AUTHORITY
    MOVE WS-ST-BatchId (WS-MEMBER-IDX) TO ADJ-BatchId
    MOVE WS-ST-Journal (WS-MEMBER-IDX) TO ADJ-Journal
    MOVE WS-ST-Seq (WS-MEMBER-IDX) TO ADJ-TransSeq
    MOVE WS-ST-Account (WS-MEMBER-IDX) TO ADJ-AccountName
    MOVE AccountClass TO ADJ-AccountClass
    MOVE WS-ST-Type (WS-MEMBER-IDX) TO ADJ-TransType
    MOVE WS-ST-PostAmt (WS-MEMBER-IDX) TO ADJ-TransAmount
    MOVE WS-ST-EffDate (WS-MEMBER-IDX) TO ADJ-EffDate
    MOVE WS-ItemPeriod TO ADJ-Period
    MOVE WS-RunDate TO ADJ-PostDate
    MOVE SPACES TO ADJ-AuthorizedBy
    IF WS-AUTH-FOUND > 0
        MOVE WS-AU-AuthorizedBy (WS-AUTH-FOUND) TO ADJ-AuthorizedBy
    END-IF
    MOVE 0 TO ADJ-RestatedDate
    WRITE AdjustmentRecord
    ADD 1 TO WS-ADJ-LEGS.

ROLL-ADJUSTMENT-TO-RETAINED.
    MOVE AccountBalance TO WS-BalanceBefore
    IF WS-ST-Type (WS-MEMBER-IDX) = "DEBIT"
        MOVE "CREDIT" TO WS-PostType
        ADD WS-ST-PostAmt (WS-MEMBER-IDX) TO AccountBalance
    ELSE
        MOVE "DEBIT" TO WS-PostType
        SUBTRACT WS-ST-PostAmt (WS-MEMBER-IDX) FROM AccountBalance
    END-IF
    REWRITE LedgerRecord
    PERFORM WRITE-AUDIT-RECORD
    MOVE WS-RETEARN-ACCOUNT TO AccountName
    READ LedgerFile
        INVALID KEY
            DISPLAY "Retained earnings account not found."
        NOT INVALID KEY
            MOVE AccountBalance TO WS-BalanceBefore
            MOVE WS-RETEARN-ACCOUNT TO WS-PostAccount
            MOVE SPACES TO WS-PostCostCenter
            MOVE SPACES TO WS-PostCurrency
            MOVE 0 TO WS-PostFcyAmount
            MOVE WS-ST-Type (WS-MEMBER-IDX) TO WS-PostType
            IF WS-PostType = "DEBIT"
                SUBTRACT WS-ST-PostAmt (WS-MEMBER-IDX)
                    FROM AccountBalance
            ELSE
                ADD WS-ST-PostAmt (WS-MEMBER-IDX) TO AccountBalance
            END-IF
            REWRITE LedgerRecord
            PERFORM WRITE-AUDIT-RECORD
    END-READ.

REQUEUE-JOURNAL-GROUP.
    ADD 1 TO WS-ST-Retry (WS-MEMBER-IDX)
    MOVE WS-ST-Retry (WS-MEMBER-IDX) TO SUS-RetryCount
    MOVE WS-ST-FirstSeen (WS-MEMBER-IDX) TO SUS-FirstSeen
    MOVE WS-ST-CostCenter (WS-MEMBER-IDX) TO SUS-CostCenter
    MOVE WS-ST-Currency (WS-MEMBER-IDX) TO SUS-Currency
    MOVE WS-ST-LocalAmt (WS-MEMBER-IDX) TO SUS-LocalAmount
    MOVE WS-ST-BatchType (WS-MEMBER-IDX) TO SUS-BatchType
    MOVE WS-ST-OperatorId (WS-MEMBER-IDX) TO SUS-OperatorId
    WRITE SuspOutRecord FROM SuspenseRecord
    MOVE "Y" TO WS-ST-Done (WS-MEMBER-IDX)
    ADD 1 TO WS-ITEMS-REQUEUED
    END-IF.

WRITE-AUDIT-RECORD.
    MOVE WS-PostAccount TO AUD-AccountName
    MOVE WS-PostType TO AUD-TransType
    MOVE WS-ST-PostAmt (WS-MEMBER-IDX) TO AUD-TransAmount
    MOVE WS-BalanceBefore TO AUD-BalanceBefore
    MOVE AccountBalance TO AUD-BalanceAfter
    MOVE WS-ST-BatchId (WS-MEMBER-IDX) TO AUD-BatchId
    MOVE WS-ST-Journal (WS-MEMBER-IDX) TO AUD-Journal
    MOVE WS-ST-Seq (WS-MEMBER-IDX) TO AUD-TransSeq
    MOVE WS-RunDate TO AUD-PostDate
    MOVE WS-PostCostCenter TO AUD-CostCenter
    MOVE WS-PostCurrency TO AUD-Currency
    MOVE WS-PostFcyAmount TO AUD-FcyAmount
    WRITE AuditRecord.

PRINT-RECYCLE-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ITEMS RE-QUEUED....: " WS-ITEMS-REQUEUED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-ADJ-LEGS > 0
        MOVE SPACES TO WS-REPORT-LINE
        STRING "PRIOR-PERIOD LEGS..: " WS-ADJ-LEGS
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

CLOSE-FILES.
    CLOSE SuspInFile
    CLOSE LedgerFile
    CLOSE SuspOutFile
    CLOSE AuditFile
    CLOSE AdjOutFile.

END PROGRAM SuspenseRecycle.

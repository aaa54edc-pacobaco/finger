        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT AuditFile ASSIGN TO "AUDITF"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SuspAuditFile ASSIGN TO "SUSPAUDF"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GLExtractFile ASSIGN TO "GLEXTRF"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PendInFile ASSIGN TO "PENDIN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BalHistFile ASSIGN TO "BALHIST"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AdjAuthFile ASSIGN TO "ADJAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJAUTH-STATUS.
    SELECT AdjOutFile ASSIGN TO "ADJOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RateFile ASSIGN TO "FXRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FXRATES-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AuditFile.
    COPY "audrec.cpy".

FD  SuspAuditFile.
01  SuspAuditRecord         PIC X(111).

FD  GLExtractFile.
01  GLExtractRecord         PIC X(80).

FD  PendInFile.
01  PendInRecord            PIC X(73).

FD  PendOutFile.
01  PendOutRecord           PIC X(73).

FD  PeriodFile.
    COPY "perdrec.cpy".
    05  BR-PostedDate    PIC 9(8).
    05  BR-Reversed      PIC X(01).

FD  AdjAuthFile.
    COPY "adjauth.cpy".

FD  AdjOutFile.
    COPY "adjrec.cpy".

FD  RateFile.
    COPY "fxrrec.cpy".

WORKING-STORAGE SECTION.
01  WS-EOF              PIC X VALUE "N".
01  WS-TransType        PIC X(10).
01  WS-TransSeq         PIC 9(9).
01  WS-TransJournal     PIC 9(5).
01  WS-TransEffDate     PIC 9(8).
01  WS-TransCostCenter  PIC X(6).
01  WS-TransCurrency    PIC X(3).
01  WS-TransFcyAmount   PIC 9(9)V99.
01  WS-CurrentJournal   PIC 9(5).
01  WS-JournalFails     PIC X.
01  WS-JournalOverflow  PIC X.
01  WS-RegEOF           PIC X VALUE "N".
01  WS-RegMaxDate       PIC 9(8).
01  WS-SweepDate        PIC 9(8).
01  WS-ADJAUTH-STATUS   PIC XX.
01  WS-AuthEOF          PIC X VALUE "N".
01  WS-BatchType        PIC X.
01  WS-OperatorId       PIC X(08).
01  WS-AuthPeriod       PIC 9(6).
01  WS-AuthorizedBy     PIC X(08).
01  WS-NeedRetained     PIC X.
01  WS-RollType         PIC X(10).
01  WS-FXRATES-STATUS   PIC XX.
01  WS-RateEOF          PIC X VALUE "N".
01  WS-RateCurrency     PIC X(3).
01  WS-RateAsOf         PIC 9(8).
01  WS-RateFound        PIC X.
01  WS-RateDate         PIC 9(8).
01  WS-Rate             PIC 9(5)V9(6).

01  WS-PendRecord.
    05  PEND-TransType    PIC X(10).
    05  PEND-TransSeq     PIC 9(9).
    05  PEND-Journal      PIC 9(5).
    05  PEND-EffDate      PIC 9(8).
    05  PEND-CostCenter   PIC X(6).
    05  PEND-Currency     PIC X(3).
    05  PEND-LocalAmount  PIC 9(9)V99.

01  WS-JournalTable.
    05  WS-JournalLeg OCCURS 100 TIMES.
        10  WS-JL-Account   PIC X(10).
        10  WS-JL-Seq       PIC 9(9).
        10  WS-JL-EffDate   PIC 9(8).
        10  WS-JL-CostCenter PIC X(6).
        10  WS-JL-Currency  PIC X(3).
        10  WS-JL-LocalAmt  PIC 9(9)V99.
        10  WS-JL-PostAmt   PIC 9(9)V99.

01  WS-ProjTable.
    05  WS-ProjEntry OCCURS 100 TIMES.
        10  WS-BT-RecordCount  PIC 9(9).
        10  WS-BT-HashTotal    PIC 9(9)V99.
        10  WS-BT-ReplayDefer  PIC X.
        10  WS-BT-OperatorId   PIC X(08).
        10  WS-BT-BatchType    PIC X.
        10  WS-BT-AuthPeriod   PIC 9(6).
        10  WS-BT-AuthorizedBy PIC X(08).

01  WS-AuthTable.
    05  WS-AuthEntry OCCURS 50 TIMES.
        10  WS-AU-BatchId      PIC X(16).
        10  WS-AU-Period       PIC 9(6).
        10  WS-AU-AuthorizedBy PIC X(08).

01  WS-RateTable.
    05  WS-RateEntry OCCURS 5000 TIMES.
        10  WS-FX-Currency  PIC X(3).
        10  WS-FX-RateDate  PIC 9(8).
        10  WS-FX-Rate      PIC 9(5)V9(6).

01  WS-AlreadyTouched   PIC X VALUE "N".
01  WS-RUNCTL-STATUS    PIC XX.
01  WS-TouchedAccounts.
    05  WS-TouchedEntry OCCURS 500 TIMES PIC X(10).

01  WS-CostCenterActivity.
    05  WS-CostCenterEntry OCCURS 1000 TIMES.
        10  WS-CA-Account    PIC X(10).
        10  WS-CA-CostCenter PIC X(6).
        10  WS-CA-Net        PIC S9(11)V99.

77  TOTAL-DEBITS       PIC 9(9)V99 VALUE 0.
77  TOTAL-CREDITS      PIC 9(9)V99 VALUE 0.
77  WS-OUT-OF-BALANCE  PIC S9(9)V99 VALUE 0.
77  WS-BATCH-SCAN          PIC 9(3) VALUE 0.
77  WS-BATCHES-POSTED      PIC 9(3) VALUE 0.
77  WS-BATCHES-REJECTED    PIC 9(3) VALUE 0.
77  WS-AUTH-COUNT          PIC 9(3) VALUE 0.
77  WS-AUTH-IDX            PIC 9(3) VALUE 0.
77  WS-AUTH-FOUND          PIC 9(3) VALUE 0.
77  WS-ADJ-LEGS            PIC 9(7) VALUE 0.
77  WS-RETEARN-ACCOUNT     PIC X(10) VALUE "RETEARN".
77  WS-CA-COUNT            PIC 9(4) VALUE 0.
77  WS-CA-IDX              PIC 9(4) VALUE 0.
77  WS-CA-FOUND            PIC 9(4) VALUE 0.
77  WS-AuditEOF            PIC X VALUE "N".
77  WS-FX-COUNT            PIC 9(4) VALUE 0.
77  WS-FX-IDX              PIC 9(4) VALUE 0.
77  WS-FCY-LEGS            PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    END-IF
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    PERFORM READ-CURRENT-PERIOD
    PERFORM LOAD-ADJUSTMENT-AUTHORITY
    PERFORM LOAD-EXCHANGE-RATES
    PERFORM RESTORE-CHECKPOINT
    OPEN EXTEND SuspenseFile
    OPEN OUTPUT PendOutFile
    IF WS-RECORDS-APPLIED > 0
        OPEN EXTEND AuditFile
        OPEN EXTEND AdjOutFile
    ELSE
        OPEN OUTPUT AuditFile
        OPEN OUTPUT AdjOutFile
    END-IF.

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
    IF AA-EarliestPeriod NOT NUMERIC OR AA-BatchId = SPACES
        DISPLAY "ADJUSTMENT AUTHORITY ENTRY INVALID - IGNORED: "
            AA-BatchId
    ELSE
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
    IF FX-Currency = SPACES OR FX-RateDate NOT NUMERIC
            OR FX-Rate NOT NUMERIC
        DISPLAY "EXCHANGE RATE ENTRY INVALID - IGNORED: "
            FX-Currency
    ELSE
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

VALIDATE-ALL-BATCHES.
    MOVE 0 TO WS-BATCH-COUNT
    READ TransFile INTO TransRecord
        MOVE 0 TO WS-BT-RecordCount (WS-BATCH-IDX)
        MOVE 0 TO WS-BT-HashTotal (WS-BATCH-IDX)
        MOVE "N" TO WS-BT-ReplayDefer (WS-BATCH-IDX)
        MOVE SPACES TO WS-BT-OperatorId (WS-BATCH-IDX)
        MOVE SPACE TO WS-BT-BatchType (WS-BATCH-IDX)
        MOVE 0 TO WS-BT-AuthPeriod (WS-BATCH-IDX)
        MOVE SPACES TO WS-BT-AuthorizedBy (WS-BATCH-IDX)
        PERFORM VALIDATE-BATCH-FRAMING
    END-IF.

            MOVE HDR-BusinessDate
                TO WS-BT-BusinessDate (WS-BATCH-IDX)
        END-IF
        MOVE HDR-OperatorId TO WS-BT-OperatorId (WS-BATCH-IDX)
        MOVE HDR-BatchType TO WS-BT-BatchType (WS-BATCH-IDX)
        READ TransFile INTO TransRecord
            AT END SET WS-EOF TO "Y"
        END-READ
                    TO WS-BT-Reason (WS-BATCH-IDX)
            END-IF
        END-PERFORM
    END-IF
    IF WS-BT-Valid (WS-BATCH-IDX)
        EVALUATE WS-BT-BatchType (WS-BATCH-IDX)
            WHEN SPACE
                CONTINUE
            WHEN "P"
                PERFORM CHECK-ADJUSTMENT-AUTHORITY
            WHEN OTHER
                MOVE "R" TO WS-BT-Status (WS-BATCH-IDX)
                MOVE "UNKNOWN BATCH TYPE"
                    TO WS-BT-Reason (WS-BATCH-IDX)
        END-EVALUATE
    END-IF.

CHECK-ADJUSTMENT-AUTHORITY.
    MOVE 0 TO WS-AUTH-FOUND
    PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
        UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
        IF WS-AU-BatchId (WS-AUTH-IDX) = WS-BT-BatchId (WS-BATCH-IDX)
            MOVE WS-AUTH-IDX TO WS-AUTH-FOUND
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-AUTH-FOUND = 0
            MOVE "R" TO WS-BT-Status (WS-BATCH-IDX)
            MOVE "ADJUSTMENT NOT AUTHORIZED"
                TO WS-BT-Reason (WS-BATCH-IDX)
        WHEN WS-AU-AuthorizedBy (WS-AUTH-FOUND) = SPACES
                OR WS-AU-AuthorizedBy (WS-AUTH-FOUND)
                    = WS-BT-OperatorId (WS-BATCH-IDX)
            MOVE "R" TO WS-BT-Status (WS-BATCH-IDX)
            MOVE "AUTHORIZER IS THE BATCH MAKER"
                TO WS-BT-Reason (WS-BATCH-IDX)
        WHEN OTHER
            MOVE WS-AU-Period (WS-AUTH-FOUND)
                TO WS-BT-AuthPeriod (WS-BATCH-IDX)
            MOVE WS-AU-AuthorizedBy (WS-AUTH-FOUND)
                TO WS-BT-AuthorizedBy (WS-BATCH-IDX)
    END-EVALUATE.

CHECK-BATCH-REGISTER.
    MOVE "N" TO WS-RegEOF
    MOVE 0 TO WS-RegMaxDate
    MOVE 0 TO WS-RECORDS-READ
    MOVE WS-SweepDate TO WS-BusinessDate
    MOVE SPACES TO WS-BatchId
    MOVE SPACE TO WS-BatchType
    MOVE SPACES TO WS-OperatorId
    MOVE 0 TO WS-AuthPeriod
    MOVE SPACES TO WS-AuthorizedBy
    PERFORM SWEEP-PENDING-FILE
    MOVE 0 TO WS-BATCH-IDX
    READ TransFile INTO TransRecord
PROCESS-ONE-BATCH.
    MOVE WS-BT-BatchId (WS-BATCH-IDX) TO WS-BatchId
    MOVE WS-BT-BusinessDate (WS-BATCH-IDX) TO WS-BusinessDate
    MOVE WS-BT-BatchType (WS-BATCH-IDX) TO WS-BatchType
    MOVE WS-BT-OperatorId (WS-BATCH-IDX) TO WS-OperatorId
    MOVE WS-BT-AuthPeriod (WS-BATCH-IDX) TO WS-AuthPeriod
    MOVE WS-BT-AuthorizedBy (WS-BATCH-IDX) TO WS-AuthorizedBy
    IF TransType = "HEADER"
        READ TransFile INTO TransRecord
            AT END SET WS-EOF TO "Y"
        MOVE PEND-TransAmount TO WS-JL-Amount (WS-LEG-COUNT)
        MOVE PEND-TransAccount TO WS-JL-Account (WS-LEG-COUNT)
        MOVE PEND-TransSeq TO WS-JL-Seq (WS-LEG-COUNT)
        MOVE PEND-CostCenter TO WS-JL-CostCenter (WS-LEG-COUNT)
        PERFORM STORE-LEG-EFF-DATE
        PERFORM STORE-LEG-CURRENCY
        READ PendInFile INTO WS-PendRecord
            AT END SET WS-PendEOF TO "Y"
        END-READ
    MOVE PEND-TransAmount TO WS-TransAmount
    MOVE PEND-TransAccount TO WS-TransAccount
    MOVE PEND-TransSeq TO WS-TransSeq
    MOVE PEND-CostCenter TO WS-TransCostCenter
    MOVE PEND-Currency TO WS-TransCurrency
    MOVE 0 TO WS-TransFcyAmount
    IF WS-TransCurrency NOT = SPACES
        MOVE PEND-TransAmount TO WS-TransFcyAmount
        IF PEND-LocalAmount NUMERIC
            MOVE PEND-LocalAmount TO WS-TransAmount
        ELSE
            MOVE 0 TO WS-TransAmount
        END-IF
    END-IF
    IF PEND-EffDate NUMERIC AND PEND-EffDate NOT = 0
        MOVE PEND-EffDate TO WS-TransEffDate
    ELSE
        MOVE TransAmount TO WS-JL-Amount (WS-LEG-COUNT)
        MOVE TransAccount TO WS-JL-Account (WS-LEG-COUNT)
        MOVE TransSeq TO WS-JL-Seq (WS-LEG-COUNT)
        MOVE TransCostCenter TO WS-JL-CostCenter (WS-LEG-COUNT)
        MOVE TransRecord TO WS-PendRecord
        PERFORM STORE-LEG-EFF-DATE
        PERFORM STORE-LEG-CURRENCY
        READ TransFile INTO TransRecord
            AT END SET WS-EOF TO "Y"
        END-READ
        MOVE WS-JL-EffDate (WS-LEG-COUNT) TO WS-JournalEffDate
    END-IF.

STORE-LEG-CURRENCY.
    MOVE PEND-Currency TO WS-JL-Currency (WS-LEG-COUNT)
    IF PEND-LocalAmount NUMERIC
        MOVE PEND-LocalAmount TO WS-JL-LocalAmt (WS-LEG-COUNT)
    ELSE
        MOVE 0 TO WS-JL-LocalAmt (WS-LEG-COUNT)
    END-IF
    MOVE 0 TO WS-JL-PostAmt (WS-LEG-COUNT).

DEFER-JOURNAL.
    PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
        UNTIL WS-LEG-IDX > WS-LEG-COUNT
        MOVE WS-JL-Seq (WS-LEG-IDX) TO PEND-TransSeq
        MOVE WS-CurrentJournal TO PEND-Journal
        MOVE WS-JL-EffDate (WS-LEG-IDX) TO PEND-EffDate
        MOVE WS-JL-CostCenter (WS-LEG-IDX) TO PEND-CostCenter
        MOVE WS-JL-Currency (WS-LEG-IDX) TO PEND-Currency
        MOVE WS-JL-LocalAmt (WS-LEG-IDX) TO PEND-LocalAmount
        WRITE PendOutRecord FROM WS-PendRecord
    END-PERFORM.

    IF WS-JournalOverflow = "Y"
        PERFORM SUSPEND-JOURNAL
    ELSE
        PERFORM CONVERT-JOURNAL-LEGS
        IF WS-JournalFails = "N"
            PERFORM VALIDATE-JOURNAL-BALANCE
        END-IF
        IF WS-JournalFails = "N"
            PERFORM CHECK-JOURNAL-LEGS
        END-IF
        END-IF
    END-IF.

CONVERT-JOURNAL-LEGS.
    PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
        UNTIL WS-LEG-IDX > WS-LEG-COUNT
        PERFORM CONVERT-JOURNAL-LEG
    END-PERFORM.

CONVERT-JOURNAL-LEG.
    EVALUATE TRUE
        WHEN WS-JL-Currency (WS-LEG-IDX) = SPACES
            MOVE WS-JL-Amount (WS-LEG-IDX)
                TO WS-JL-PostAmt (WS-LEG-IDX)
        WHEN WS-JL-LocalAmt (WS-LEG-IDX) > 0
            MOVE WS-JL-LocalAmt (WS-LEG-IDX)
                TO WS-JL-PostAmt (WS-LEG-IDX)
        WHEN OTHER
            MOVE WS-JL-Currency (WS-LEG-IDX) TO WS-RateCurrency
            MOVE WS-JL-EffDate (WS-LEG-IDX) TO WS-RateAsOf
            PERFORM FIND-EXCHANGE-RATE
            IF WS-RateFound = "Y"
                COMPUTE WS-JL-PostAmt (WS-LEG-IDX) ROUNDED
                    = WS-JL-Amount (WS-LEG-IDX) * WS-Rate
                    ON SIZE ERROR
                        DISPLAY "Local amount too large."
                        MOVE "Y" TO WS-JournalFails
                END-COMPUTE
            ELSE
                DISPLAY "No exchange rate."
                MOVE "Y" TO WS-JournalFails
            END-IF
    END-EVALUATE.

VALIDATE-JOURNAL-BALANCE.
    MOVE 0 TO WS-JRN-DEBITS
    MOVE 0 TO WS-JRN-CREDITS
        UNTIL WS-LEG-IDX > WS-LEG-COUNT
        EVALUATE WS-JL-Type (WS-LEG-IDX)
            WHEN "DEBIT"
                ADD WS-JL-PostAmt (WS-LEG-IDX) TO WS-JRN-DEBITS
            WHEN "CREDIT"
                ADD WS-JL-PostAmt (WS-LEG-IDX) TO WS-JRN-CREDITS
            WHEN OTHER
                DISPLAY "Unrecognized transaction type."
                MOVE "Y" TO WS-JournalFails

CHECK-JOURNAL-LEGS.
    MOVE 0 TO WS-PROJ-COUNT
    MOVE "N" TO WS-NeedRetained
    PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
        UNTIL WS-LEG-IDX > WS-LEG-COUNT
            OR WS-JournalFails = "Y"
        PERFORM CHECK-JOURNAL-LEG
    END-PERFORM
    IF WS-JournalFails = "N" AND WS-NeedRetained = "Y"
        MOVE WS-RETEARN-ACCOUNT TO AccountName
        READ LedgerFile
            INVALID KEY
                DISPLAY "Retained earnings account not found."
                MOVE "Y" TO WS-JournalFails
        END-READ
    END-IF.

CHECK-JOURNAL-LEG.
    MOVE 0 TO WS-LegPeriod
    IF WS-CurrentPeriod > 0
        COMPUTE WS-LegPeriod
            = WS-JL-EffDate (WS-LEG-IDX) / 100
        IF WS-LegPeriod < WS-CurrentPeriod
            IF WS-BatchType = "P"
                    AND WS-LegPeriod NOT < WS-AuthPeriod
                CONTINUE
            ELSE
                DISPLAY "Closed period."
                MOVE "Y" TO WS-JournalFails
            END-IF
        END-IF
    END-IF
    MOVE WS-JL-Account (WS-LEG-IDX) TO AccountName
            DISPLAY "Account not found."
            MOVE "Y" TO WS-JournalFails
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN AccountClosed
                    DISPLAY "Account closed."
                    MOVE "Y" TO WS-JournalFails
                WHEN WS-JL-Currency (WS-LEG-IDX) NOT = AccountCurrency
                    DISPLAY "Currency not the account's."
                    MOVE "Y" TO WS-JournalFails
                WHEN OTHER
                    PERFORM PROJECT-LEG-BALANCE
                    IF WS-LegPeriod < WS-CurrentPeriod
                            AND (ClassIncome OR ClassExpense)
                            AND AccountName NOT = WS-RETEARN-ACCOUNT
                        MOVE "Y" TO WS-NeedRetained
                    END-IF
            END-EVALUATE
    END-READ.

PROJECT-LEG-BALANCE.
    END-IF
    EVALUATE WS-JL-Type (WS-LEG-IDX)
        WHEN "DEBIT"
            SUBTRACT WS-JL-PostAmt (WS-LEG-IDX)
                FROM WS-PROJ-Balance (WS-PROJ-FOUND)
            IF WS-PROJ-Balance (WS-PROJ-FOUND)
                    < (0 - WS-PROJ-Limit (WS-PROJ-FOUND))
                MOVE "Y" TO WS-JournalFails
            END-IF
        WHEN "CREDIT"
            ADD WS-JL-PostAmt (WS-LEG-IDX)
                TO WS-PROJ-Balance (WS-PROJ-FOUND)
    END-EVALUATE.


POST-JOURNAL-LEG.
    MOVE WS-JL-Type (WS-LEG-IDX) TO WS-TransType
    MOVE WS-JL-PostAmt (WS-LEG-IDX) TO WS-TransAmount
    MOVE WS-JL-Account (WS-LEG-IDX) TO WS-TransAccount
    MOVE WS-JL-Seq (WS-LEG-IDX) TO WS-TransSeq
    MOVE WS-JL-EffDate (WS-LEG-IDX) TO WS-TransEffDate
    MOVE WS-JL-CostCenter (WS-LEG-IDX) TO WS-TransCostCenter
    PERFORM SET-LEG-CURRENCY
    MOVE WS-TransAccount TO AccountName
    READ LedgerFile
        INVALID KEY
                    ADD WS-TransAmount TO AccountBalance
                    ADD WS-TransAmount TO TOTAL-CREDITS
            END-EVALUATE
            IF WS-TransCurrency NOT = SPACES
                PERFORM POST-FOREIGN-AMOUNT
            END-IF
            REWRITE LedgerRecord
            PERFORM MARK-ACCOUNT-TOUCHED
            PERFORM WRITE-AUDIT-RECORD
            IF WS-BatchType = "P"
                PERFORM CHECK-PRIOR-PERIOD-LEG
            END-IF
    END-READ.

SET-LEG-CURRENCY.
    MOVE WS-JL-Currency (WS-LEG-IDX) TO WS-TransCurrency
    IF WS-TransCurrency = SPACES
        MOVE 0 TO WS-TransFcyAmount
    ELSE
        MOVE WS-JL-Amount (WS-LEG-IDX) TO WS-TransFcyAmount
    END-IF.

POST-FOREIGN-AMOUNT.
    IF AccountFcyBalance NOT NUMERIC
        MOVE 0 TO AccountFcyBalance
    END-IF
    IF WS-TransType = "DEBIT"
        SUBTRACT WS-TransFcyAmount FROM AccountFcyBalance
    ELSE
        ADD WS-TransFcyAmount TO AccountFcyBalance
    END-IF
    ADD 1 TO WS-FCY-LEGS.

CHECK-PRIOR-PERIOD-LEG.
    COMPUTE WS-LegPeriod = WS-TransEffDate / 100
    IF WS-CurrentPeriod > 0 AND WS-LegPeriod < WS-CurrentPeriod
        PERFORM WRITE-ADJUSTMENT-RECORD
        IF (ClassIncome OR ClassExpense)
                AND AccountName NOT = WS-RETEARN-ACCOUNT
            PERFORM ROLL-ADJUSTMENT-TO-RETAINED
        END-IF
    END-IF.

WRITE-ADJUSTMENT-RECORD.
    MOVE WS-BatchId TO ADJ-BatchId
    MOVE WS-TransJournal TO ADJ-Journal
    MOVE WS-TransSeq TO ADJ-TransSeq
    MOVE WS-TransAccount TO ADJ-AccountName
    MOVE AccountClass TO ADJ-AccountClass
    MOVE WS-TransType TO ADJ-TransType
    MOVE WS-TransAmount TO ADJ-TransAmount
    MOVE WS-TransEffDate TO ADJ-EffDate
    MOVE WS-LegPeriod TO ADJ-Period
    MOVE WS-RunDate TO ADJ-PostDate
    MOVE WS-AuthorizedBy TO ADJ-AuthorizedBy
    MOVE 0 TO ADJ-RestatedDate
    WRITE AdjustmentRecord
    ADD 1 TO WS-ADJ-LEGS.

ROLL-ADJUSTMENT-TO-RETAINED.
    MOVE AccountBalance TO WS-BalanceBefore
    IF WS-TransType = "DEBIT"
        MOVE "CREDIT" TO WS-TransType
        MOVE "DEBIT" TO WS-RollType
        ADD WS-TransAmount TO AccountBalance
        ADD WS-TransAmount TO TOTAL-CREDITS
    ELSE
        MOVE "DEBIT" TO WS-TransType
        MOVE "CREDIT" TO WS-RollType
        SUBTRACT WS-TransAmount FROM AccountBalance
        ADD WS-TransAmount TO TOTAL-DEBITS
    END-IF
    REWRITE LedgerRecord
    PERFORM WRITE-AUDIT-RECORD
    MOVE WS-RETEARN-ACCOUNT TO WS-TransAccount
    MOVE WS-RollType TO WS-TransType
    MOVE SPACES TO WS-TransCostCenter
    MOVE SPACES TO WS-TransCurrency
    MOVE 0 TO WS-TransFcyAmount
    MOVE WS-TransAccount TO AccountName
    READ LedgerFile
        INVALID KEY
            DISPLAY "Retained earnings account not found."
            PERFORM WRITE-SUSPENSE-RECORD
        NOT INVALID KEY
            MOVE AccountBalance TO WS-BalanceBefore
            IF WS-TransType = "DEBIT"
                SUBTRACT WS-TransAmount FROM AccountBalance
                ADD WS-TransAmount TO TOTAL-DEBITS
            ELSE
                ADD WS-TransAmount TO AccountBalance
                ADD WS-TransAmount TO TOTAL-CREDITS
            END-IF
            REWRITE LedgerRecord
            PERFORM MARK-ACCOUNT-TOUCHED
            PERFORM WRITE-AUDIT-RECORD
        MOVE WS-JL-Account (WS-LEG-IDX) TO WS-TransAccount
        MOVE WS-JL-Seq (WS-LEG-IDX) TO WS-TransSeq
        MOVE WS-JL-EffDate (WS-LEG-IDX) TO WS-TransEffDate
        MOVE WS-JL-CostCenter (WS-LEG-IDX) TO WS-TransCostCenter
        PERFORM SET-LEG-CURRENCY
        IF WS-TransCurrency NOT = SPACES
            IF WS-JL-PostAmt (WS-LEG-IDX) > 0
                MOVE WS-JL-PostAmt (WS-LEG-IDX) TO WS-TransAmount
            ELSE
                MOVE WS-JL-LocalAmt (WS-LEG-IDX) TO WS-TransAmount
            END-IF
        END-IF
        PERFORM WRITE-SUSPENSE-RECORD
    END-PERFORM.


WRITE-SUSPENSE-RECORD.
    MOVE WS-TransType TO SUS-TransType
    MOVE WS-TransCurrency TO SUS-Currency
    IF WS-TransCurrency = SPACES
        MOVE WS-TransAmount TO SUS-TransAmount
        MOVE 0 TO SUS-LocalAmount
    ELSE
        MOVE WS-TransFcyAmount TO SUS-TransAmount
        MOVE WS-TransAmount TO SUS-LocalAmount
    END-IF
    MOVE WS-TransAccount TO SUS-TransAccount
    MOVE WS-TransSeq TO SUS-TransSeq
    MOVE WS-TransJournal TO SUS-Journal
    MOVE WS-TransEffDate TO SUS-EffDate
    MOVE 0 TO SUS-RetryCount
    MOVE WS-RunDate TO SUS-FirstSeen
    MOVE WS-TransCostCenter TO SUS-CostCenter
    MOVE WS-BatchType TO SUS-BatchType
    MOVE WS-OperatorId TO SUS-OperatorId
    WRITE SuspenseRecord.

WRITE-AUDIT-RECORD.
    MOVE WS-BatchId TO AUD-BatchId
    MOVE WS-TransJournal TO AUD-Journal
    MOVE WS-TransSeq TO AUD-TransSeq
    MOVE WS-RunDate TO AUD-PostDate
    MOVE WS-TransCostCenter TO AUD-CostCenter
    MOVE WS-TransCurrency TO AUD-Currency
    MOVE WS-TransFcyAmount TO AUD-FcyAmount
    WRITE AuditRecord.

MARK-ACCOUNT-TOUCHED.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "BATCHES REJECTED...: " WS-BATCHES-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-ADJ-LEGS > 0
        MOVE SPACES TO WS-REPORT-LINE
        STRING "PRIOR-PERIOD LEGS..: " WS-ADJ-LEGS
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF
    IF WS-FCY-LEGS > 0
        MOVE SPACES TO WS-REPORT-LINE
        STRING "FOREIGN LEGS POSTED: " WS-FCY-LEGS
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

PRINT-ONE-BATCH-RESULT.
    MOVE SPACES TO WS-REPORT-LINE
    END-IF.

EXTRACT-GL-FEED.
    PERFORM LOAD-COST-CENTER-ACTIVITY
    MOVE "N" TO WS-GLExtractEOF
    OPEN OUTPUT GLExtractFile
    OPEN EXTEND BalHistFile
        END-READ
        IF WS-GLExtractEOF = "N"
            PERFORM WRITE-GL-EXTRACT-RECORD
            PERFORM WRITE-GL-COST-CENTER-RECORDS
            PERFORM WRITE-BALANCE-SNAPSHOT
        END-IF
    END-PERFORM
        DELIMITED BY SIZE INTO GLExtractRecord
    WRITE GLExtractRecord.

LOAD-COST-CENTER-ACTIVITY.
    MOVE 0 TO WS-CA-COUNT
    MOVE "N" TO WS-AuditEOF
    CLOSE AuditFile
    OPEN INPUT AuditFile
    PERFORM UNTIL WS-AuditEOF = "Y"
        READ AuditFile
            AT END SET WS-AuditEOF TO "Y"
            NOT AT END
                IF AUD-CostCenter NOT = SPACES
                    PERFORM ADD-COST-CENTER-ACTIVITY
                END-IF
        END-READ
    END-PERFORM
    MOVE "N" TO WS-AuditEOF
    OPEN INPUT SuspAuditFile
    PERFORM UNTIL WS-AuditEOF = "Y"
        READ SuspAuditFile INTO AuditRecord
            AT END SET WS-AuditEOF TO "Y"
            NOT AT END
                IF AUD-CostCenter NOT = SPACES
                    PERFORM ADD-COST-CENTER-ACTIVITY
                END-IF
        END-READ
    END-PERFORM
    CLOSE SuspAuditFile
    CLOSE AuditFile
    OPEN EXTEND AuditFile.

ADD-COST-CENTER-ACTIVITY.
    MOVE 0 TO WS-CA-FOUND
    PERFORM VARYING WS-CA-IDX FROM 1 BY 1
        UNTIL WS-CA-IDX > WS-CA-COUNT
        IF WS-CA-Account (WS-CA-IDX) = AUD-AccountName
                AND WS-CA-CostCenter (WS-CA-IDX) = AUD-CostCenter
            MOVE WS-CA-IDX TO WS-CA-FOUND
        END-IF
    END-PERFORM
    IF WS-CA-FOUND = 0
        IF WS-CA-COUNT < 1000
            ADD 1 TO WS-CA-COUNT
            MOVE WS-CA-COUNT TO WS-CA-FOUND
            MOVE AUD-AccountName TO WS-CA-Account (WS-CA-FOUND)
            MOVE AUD-CostCenter TO WS-CA-CostCenter (WS-CA-FOUND)
            MOVE 0 TO WS-CA-Net (WS-CA-FOUND)
        ELSE
            DISPLAY "COST CENTER ACTIVITY TABLE FULL - GL EXTRACT "
                "OMITS COST CENTER " AUD-CostCenter " ON ACCOUNT "
                AUD-AccountName
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-CA-FOUND > 0
        EVALUATE AUD-TransType
            WHEN "DEBIT"
                SUBTRACT AUD-TransAmount FROM WS-CA-Net (WS-CA-FOUND)
            WHEN "CREDIT"
                ADD AUD-TransAmount TO WS-CA-Net (WS-CA-FOUND)
        END-EVALUATE
    END-IF.

WRITE-GL-COST-CENTER-RECORDS.
    PERFORM VARYING WS-CA-IDX FROM 1 BY 1
        UNTIL WS-CA-IDX > WS-CA-COUNT
        IF WS-CA-Account (WS-CA-IDX) = AccountName
            MOVE WS-CA-Net (WS-CA-IDX) TO WS-GL-BALANCE-EDIT
            MOVE SPACES TO GLExtractRecord
            STRING WS-RunDate "," AccountName "," WS-GL-BALANCE-EDIT
                "," WS-CA-CostCenter (WS-CA-IDX)
                DELIMITED BY SIZE INTO GLExtractRecord
            WRITE GLExtractRecord
        END-IF
    END-PERFORM.

CLOSE-FILES.
    CLOSE TransFile
    CLOSE LedgerFile
    CLOSE SuspenseFile
    CLOSE AuditFile
    CLOSE AdjOutFile
    CLOSE PendOutFile.

END PROGRAM AccountingSystem.

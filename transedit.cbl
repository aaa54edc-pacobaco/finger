        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "EDITRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ApprTabFile ASSIGN TO "APPRTAB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPRTAB-STATUS.
    SELECT OPTIONAL HeldFile ASSIGN TO "HELDOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CostCenterFile ASSIGN TO "CCMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCMAST-STATUS.
    SELECT OPTIONAL RateFile ASSIGN TO "FXRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FXRATES-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY "ledgrec.cpy".

FD  EditOutFile.
01  EditOutRecord       PIC X(73).

FD  RejectFile.
01  RejectRecord        PIC X(73).

FD  ReportFile.
01  ReportLine          PIC X(80).

FD  ApprTabFile.
01  ApprTabRecord.
    05  AT-RecType      PIC X(8).
    05  AT-Key          PIC X(10).
    05  AT-Limit        PIC 9(9)V99.

FD  HeldFile.
    COPY "heldrec.cpy".

FD  CostCenterFile.
    COPY "ccrec.cpy".

FD  RateFile.
    COPY "fxrrec.cpy".

WORKING-STORAGE SECTION.
01  WS-EOF              PIC X VALUE "N".
01  WS-LEDGER-STATUS    PIC XX.
01  WS-LegFails         PIC X.
01  WS-RunDate          PIC 9(8).
01  WS-HeaderHeld       PIC X VALUE "N".
01  WS-HeldHeader       PIC X(73).
01  WS-FieldName        PIC X(12).
01  WS-ErrorReason      PIC X(25).
01  WS-EffYearMonth     PIC 9(6).
01  WS-EffYear          PIC 9(4).
01  WS-EffMonth         PIC 9(2).
01  WS-EffDay           PIC 9(2).
01  WS-APPRTAB-STATUS   PIC XX.
01  WS-ApprTabEOF       PIC X VALUE "N".
01  WS-LimitsLoaded     PIC X VALUE "N".
01  WS-LegLimitFound    PIC X.
01  WS-LegLimit         PIC 9(9)V99.
01  WS-ScanBatchId      PIC X(16).
01  WS-ScanBatchType    PIC X.
01  WS-CurBatchId       PIC X(16).
01  WS-CurBusinessDate  PIC 9(8).
01  WS-CurMakerId       PIC X(08).
01  WS-CCMAST-STATUS    PIC XX.
01  WS-CostCenterEOF    PIC X VALUE "N".
01  WS-ScanBusinessDate PIC 9(8).
01  WS-FXRATES-STATUS   PIC XX.
01  WS-RateEOF          PIC X VALUE "N".
01  WS-RateCurrency     PIC X(3).
01  WS-RateAsOf         PIC 9(8).
01  WS-RateFound        PIC X.
01  WS-RateDate         PIC 9(8).
01  WS-Rate             PIC 9(5)V9(6).
01  WS-LegLocalAmount   PIC 9(9)V99.

01  WS-BadJournalTable.
    05  WS-BadJournal OCCURS 500 TIMES.
        10  WS-BJ-BatchNo   PIC 9(3).
        10  WS-BJ-Journal   PIC X(5).

01  WS-ClassLimitTable.
    05  WS-ClassLimit OCCURS 10 TIMES.
        10  WS-CT-Class     PIC X(01).
        10  WS-CT-Limit     PIC 9(9)V99.

01  WS-AcctLimitTable.
    05  WS-AcctLimit OCCURS 200 TIMES.
        10  WS-AT-Account   PIC X(10).
        10  WS-AT-Limit     PIC 9(9)V99.

01  WS-CostCenterTable.
    05  WS-CostCenterEntry OCCURS 500 TIMES.
        10  WS-CC-Code      PIC X(6).
        10  WS-CC-Status    PIC X(01).

01  WS-RateTable.
    05  WS-RateEntry OCCURS 5000 TIMES.
        10  WS-FX-Currency  PIC X(3).
        10  WS-FX-RateDate  PIC 9(8).
        10  WS-FX-Rate      PIC 9(5)V9(6).

01  WS-JournalDebitTable.
    05  WS-JournalDebit OCCURS 2000 TIMES.
        10  WS-JD-BatchNo   PIC 9(3).
        10  WS-JD-Journal   PIC X(5).
        10  WS-JD-BatchId   PIC X(16).
        10  WS-JD-Debits    PIC 9(11)V99.
        10  WS-JD-HasLimit  PIC X.
        10  WS-JD-Limit     PIC 9(9)V99.
        10  WS-JD-Held      PIC X.

01  WS-PageHeadLine.
    05  FILLER          PIC X(34)
        VALUE "TRANSACTION FEED EDIT REPORT      ".
    05  CL-Caption      PIC X(20).
    05  CL-Count        PIC ZZZ,ZZZ,ZZ9.

01  WS-HeldLine.
    05  FILLER          PIC X(09) VALUE "HELD JRN ".
    05  HL-Journal      PIC X(5).
    05  FILLER          PIC X(07) VALUE " BATCH ".
    05  HL-BatchId      PIC X(16).
    05  FILLER          PIC X(04) VALUE " DR ".
    05  HL-Debits       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(07) VALUE " LIMIT ".
    05  HL-Limit        PIC ZZZ,ZZZ,ZZ9.99.

77  WS-RECORD-NO        PIC 9(9) VALUE 0.
77  WS-BATCH-NO         PIC 9(3) VALUE 0.
77  WS-BAD-COUNT        PIC 9(3) VALUE 0.
77  WS-CLEAN-COUNT      PIC 9(9) VALUE 0.
77  WS-CLEAN-HASH       PIC 9(9)V99 VALUE 0.
77  WS-BATCHES-SUPPRESSED PIC 9(3) VALUE 0.
77  WS-CT-COUNT         PIC 9(3) VALUE 0.
77  WS-CT-IDX           PIC 9(3) VALUE 0.
77  WS-AT-COUNT         PIC 9(3) VALUE 0.
77  WS-AT-IDX           PIC 9(3) VALUE 0.
77  WS-JD-COUNT         PIC 9(4) VALUE 0.
77  WS-JD-IDX           PIC 9(4) VALUE 0.
77  WS-JD-FOUND         PIC 9(4) VALUE 0.
77  WS-JOURNALS-HELD    PIC 9(9) VALUE 0.
77  WS-LEGS-HELD        PIC 9(9) VALUE 0.
77  WS-CC-COUNT         PIC 9(3) VALUE 0.
77  WS-CC-IDX           PIC 9(3) VALUE 0.
77  WS-CC-FOUND         PIC 9(3) VALUE 0.
77  WS-FX-COUNT         PIC 9(4) VALUE 0.
77  WS-FX-IDX           PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM LOAD-APPROVAL-LIMITS
        PERFORM LOAD-COST-CENTERS
        PERFORM LOAD-EXCHANGE-RATES
        PERFORM SCAN-FEED-FOR-ERRORS
    END-IF
    IF WS-AbortRun = "N"
        PERFORM FLAG-HELD-JOURNALS
        PERFORM REWRITE-CLEAN-FEED
        PERFORM PRINT-EDIT-TOTALS
        IF WS-LEGS-REJECTED > 0
    OPEN OUTPUT EditOutFile
    OPEN OUTPUT RejectFile
    OPEN OUTPUT ReportFile
    OPEN EXTEND HeldFile
    MOVE WS-RunDate TO PH-RunDate
    WRITE ReportLine FROM WS-PageHeadLine
    MOVE SPACES TO ReportLine
    WRITE ReportLine.

LOAD-APPROVAL-LIMITS.
    OPEN INPUT ApprTabFile
    IF WS-APPRTAB-STATUS = "00"
        PERFORM UNTIL WS-ApprTabEOF = "Y"
            READ ApprTabFile
                AT END SET WS-ApprTabEOF TO "Y"
                NOT AT END PERFORM STORE-APPROVAL-LIMIT
            END-READ
        END-PERFORM
    END-IF
    CLOSE ApprTabFile
    IF WS-CT-COUNT > 0 OR WS-AT-COUNT > 0
        MOVE "Y" TO WS-LimitsLoaded
    ELSE
        DISPLAY "NO APPROVAL LIMITS LOADED - NO JOURNALS WILL BE "
            "HELD FOR APPROVAL."
    END-IF.

STORE-APPROVAL-LIMIT.
    IF AT-Limit NOT NUMERIC
        DISPLAY "APPROVAL LIMIT NOT NUMERIC - ENTRY IGNORED: "
            AT-Key
    ELSE
        EVALUATE AT-RecType
            WHEN "CLASS"
                IF WS-CT-COUNT < 10
                    ADD 1 TO WS-CT-COUNT
                    MOVE AT-Key (1:1) TO WS-CT-Class (WS-CT-COUNT)
                    MOVE AT-Limit TO WS-CT-Limit (WS-CT-COUNT)
                ELSE
                    DISPLAY "CLASS LIMIT TABLE FULL - ENTRY IGNORED."
                END-IF
            WHEN "ACCOUNT"
                IF WS-AT-COUNT < 200
                    ADD 1 TO WS-AT-COUNT
                    MOVE AT-Key TO WS-AT-Account (WS-AT-COUNT)
                    MOVE AT-Limit TO WS-AT-Limit (WS-AT-COUNT)
                ELSE
                    DISPLAY "ACCOUNT LIMIT TABLE FULL - ENTRY "
                        "IGNORED."
                END-IF
            WHEN OTHER
                DISPLAY "UNRECOGNIZED APPROVAL LIMIT ENTRY: "
                    AT-RecType
        END-EVALUATE
    END-IF.

LOAD-COST-CENTERS.
    OPEN INPUT CostCenterFile
    IF WS-CCMAST-STATUS = "00"
        PERFORM UNTIL WS-CostCenterEOF = "Y"
            READ CostCenterFile
                AT END SET WS-CostCenterEOF TO "Y"
                NOT AT END PERFORM STORE-COST-CENTER
            END-READ
        END-PERFORM
    END-IF
    CLOSE CostCenterFile
    IF WS-CC-COUNT = 0
        DISPLAY "NO COST CENTERS LOADED - ANY LEG CARRYING A COST "
            "CENTER WILL BE REJECTED."
    END-IF.

STORE-COST-CENTER.
    IF CC-Code = SPACES
        DISPLAY "COST CENTER ENTRY WITH NO CODE - ENTRY IGNORED."
    ELSE
        IF WS-CC-COUNT < 500
            ADD 1 TO WS-CC-COUNT
            MOVE CC-Code TO WS-CC-Code (WS-CC-COUNT)
            MOVE CC-Status TO WS-CC-Status (WS-CC-COUNT)
        ELSE
            DISPLAY "COST CENTER TABLE FULL - ENTRY IGNORED: "
                CC-Code
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
    CLOSE RateFile
    IF WS-FX-COUNT = 0
        DISPLAY "NO EXCHANGE RATES LOADED - ANY FOREIGN CURRENCY LEG "
            "WITHOUT A LOCAL AMOUNT WILL BE REJECTED."
    END-IF.

STORE-EXCHANGE-RATE.
    IF FX-Currency = SPACES OR FX-RateDate NOT NUMERIC
            OR FX-Rate NOT NUMERIC
        DISPLAY "EXCHANGE RATE ENTRY NOT VALID - ENTRY IGNORED: "
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

SCAN-FEED-FOR-ERRORS.
    MOVE 0 TO WS-RECORD-NO
    MOVE 0 TO WS-BATCH-NO
        EVALUATE TransType
            WHEN "HEADER"
                ADD 1 TO WS-BATCH-NO
                MOVE HDR-BatchId TO WS-ScanBatchId
                MOVE HDR-BatchType TO WS-ScanBatchType
                MOVE HDR-BusinessDate TO WS-ScanBusinessDate
            WHEN "TRAILER"
                CONTINUE
            WHEN OTHER
    END-IF
    PERFORM EDIT-LEG-ACCOUNT
    PERFORM EDIT-LEG-EFF-DATE
    PERFORM EDIT-LEG-COST-CENTER
    IF WS-LegFails = "Y"
        PERFORM MARK-JOURNAL-BAD
    ELSE
        IF WS-LimitsLoaded = "Y" AND WS-ScanBatchType NOT = "P"
            PERFORM ACCUMULATE-JOURNAL-DEBITS
        END-IF
    END-IF.

EDIT-LEG-ACCOUNT.
                    MOVE "ACCOUNT CLOSED" TO WS-ErrorReason
                    PERFORM REPORT-FIELD-ERROR
                END-IF
                PERFORM EDIT-LEG-CURRENCY
        END-READ
    END-IF.

EDIT-LEG-CURRENCY.
    MOVE 0 TO WS-LegLocalAmount
    IF TransCurrency NOT = AccountCurrency
        MOVE "TRANSCURR" TO WS-FieldName
        MOVE "NOT THE ACCOUNT CURRENCY" TO WS-ErrorReason
        PERFORM REPORT-FIELD-ERROR
    ELSE
        IF TransCurrency = SPACES
            IF TransAmount NUMERIC
                MOVE TransAmount TO WS-LegLocalAmount
            END-IF
        ELSE
            PERFORM EDIT-LEG-LOCAL-AMOUNT
        END-IF
    END-IF.

EDIT-LEG-LOCAL-AMOUNT.
    IF TransLocalAmount NUMERIC
        MOVE TransLocalAmount TO WS-LegLocalAmount
    ELSE
        IF TransLocalAmount NOT = SPACES
            MOVE "TRANSLOCAL" TO WS-FieldName
            MOVE "NOT NUMERIC" TO WS-ErrorReason
            PERFORM REPORT-FIELD-ERROR
        END-IF
    END-IF
    IF WS-LegLocalAmount = 0 AND WS-LegFails = "N"
        MOVE TransCurrency TO WS-RateCurrency
        IF TransEffDate NUMERIC AND TransEffDate NOT = 0
            MOVE TransEffDate TO WS-RateAsOf
        ELSE
            MOVE WS-ScanBusinessDate TO WS-RateAsOf
        END-IF
        PERFORM FIND-EXCHANGE-RATE
        IF WS-RateFound = "N"
            MOVE "TRANSCURR" TO WS-FieldName
            MOVE "NO EXCHANGE RATE" TO WS-ErrorReason
            PERFORM REPORT-FIELD-ERROR
        ELSE
            IF TransAmount NUMERIC
                COMPUTE WS-LegLocalAmount ROUNDED
                    = TransAmount * WS-Rate
                    ON SIZE ERROR
                        MOVE "TRANSAMOUNT" TO WS-FieldName
                        MOVE "LOCAL AMOUNT TOO LARGE"
                            TO WS-ErrorReason
                        PERFORM REPORT-FIELD-ERROR
                END-COMPUTE
            END-IF
        END-IF
    END-IF.

EDIT-LEG-EFF-DATE.
    IF TransEffDate NOT NUMERIC
        MOVE "TRANSEFFDATE" TO WS-FieldName
        END-IF
    END-IF.

EDIT-LEG-COST-CENTER.
    IF TransCostCenter NOT = SPACES
        MOVE 0 TO WS-CC-FOUND
        PERFORM VARYING WS-CC-IDX FROM 1 BY 1
            UNTIL WS-CC-IDX > WS-CC-COUNT
            IF WS-CC-Code (WS-CC-IDX) = TransCostCenter
                MOVE WS-CC-IDX TO WS-CC-FOUND
            END-IF
        END-PERFORM
        IF WS-CC-FOUND = 0
            MOVE "TRANSCOSTCTR" TO WS-FieldName
            MOVE "NOT ON COST CENTER MASTER" TO WS-ErrorReason
            PERFORM REPORT-FIELD-ERROR
        ELSE
            IF WS-CC-Status (WS-CC-FOUND) NOT = "A"
                MOVE "TRANSCOSTCTR" TO WS-FieldName
                MOVE "COST CENTER NOT ACTIVE" TO WS-ErrorReason
                PERFORM REPORT-FIELD-ERROR
            END-IF
        END-IF
    END-IF.

REPORT-FIELD-ERROR.
    MOVE "Y" TO WS-LegFails
    ADD 1 TO WS-ERROR-COUNT
        END-IF
    END-IF.

ACCUMULATE-JOURNAL-DEBITS.
    PERFORM FIND-LEG-LIMIT
    MOVE 0 TO WS-JD-FOUND
    PERFORM VARYING WS-JD-IDX FROM 1 BY 1
        UNTIL WS-JD-IDX > WS-JD-COUNT
        IF WS-JD-BatchNo (WS-JD-IDX) = WS-BATCH-NO
                AND WS-JD-Journal (WS-JD-IDX) = TransJournal
            MOVE WS-JD-IDX TO WS-JD-FOUND
        END-IF
    END-PERFORM
    IF WS-JD-FOUND = 0
        IF WS-JD-COUNT < 2000
            ADD 1 TO WS-JD-COUNT
            MOVE WS-JD-COUNT TO WS-JD-FOUND
            MOVE WS-BATCH-NO TO WS-JD-BatchNo (WS-JD-FOUND)
            MOVE TransJournal TO WS-JD-Journal (WS-JD-FOUND)
            MOVE WS-ScanBatchId TO WS-JD-BatchId (WS-JD-FOUND)
            MOVE 0 TO WS-JD-Debits (WS-JD-FOUND)
            MOVE "N" TO WS-JD-HasLimit (WS-JD-FOUND)
            MOVE 0 TO WS-JD-Limit (WS-JD-FOUND)
            MOVE "N" TO WS-JD-Held (WS-JD-FOUND)
        ELSE
            DISPLAY "JOURNAL TOTALS TABLE FULL - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-JD-FOUND > 0
        IF TransType = "DEBIT"
            ADD WS-LegLocalAmount TO WS-JD-Debits (WS-JD-FOUND)
        END-IF
        IF WS-LegLimitFound = "Y"
            IF WS-JD-HasLimit (WS-JD-FOUND) = "N"
                    OR WS-LegLimit < WS-JD-Limit (WS-JD-FOUND)
                MOVE "Y" TO WS-JD-HasLimit (WS-JD-FOUND)
                MOVE WS-LegLimit TO WS-JD-Limit (WS-JD-FOUND)
            END-IF
        END-IF
    END-IF.

FIND-LEG-LIMIT.
    MOVE "N" TO WS-LegLimitFound
    MOVE 0 TO WS-LegLimit
    PERFORM VARYING WS-AT-IDX FROM 1 BY 1
        UNTIL WS-AT-IDX > WS-AT-COUNT
            OR WS-LegLimitFound = "Y"
        IF WS-AT-Account (WS-AT-IDX) = TransAccount
            MOVE "Y" TO WS-LegLimitFound
            MOVE WS-AT-Limit (WS-AT-IDX) TO WS-LegLimit
        END-IF
    END-PERFORM
    IF WS-LegLimitFound = "N"
        PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-CT-COUNT
                OR WS-LegLimitFound = "Y"
            IF WS-CT-Class (WS-CT-IDX) = AccountClass
                MOVE "Y" TO WS-LegLimitFound
                MOVE WS-CT-Limit (WS-CT-IDX) TO WS-LegLimit
            END-IF
        END-PERFORM
    END-IF.

FLAG-HELD-JOURNALS.
    PERFORM VARYING WS-JD-IDX FROM 1 BY 1
        UNTIL WS-JD-IDX > WS-JD-COUNT
        IF WS-JD-HasLimit (WS-JD-IDX) = "Y"
                AND WS-JD-Debits (WS-JD-IDX) > WS-JD-Limit (WS-JD-IDX)
            MOVE 0 TO WS-BAD-FOUND
            PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
                UNTIL WS-BAD-IDX > WS-BAD-COUNT
                IF WS-BJ-BatchNo (WS-BAD-IDX)
                            = WS-JD-BatchNo (WS-JD-IDX)
                        AND WS-BJ-Journal (WS-BAD-IDX)
                            = WS-JD-Journal (WS-JD-IDX)
                    MOVE WS-BAD-IDX TO WS-BAD-FOUND
                END-IF
            END-PERFORM
            IF WS-BAD-FOUND = 0
                MOVE "Y" TO WS-JD-Held (WS-JD-IDX)
                ADD 1 TO WS-JOURNALS-HELD
                MOVE WS-JD-Journal (WS-JD-IDX) TO HL-Journal
                MOVE WS-JD-BatchId (WS-JD-IDX) TO HL-BatchId
                MOVE WS-JD-Debits (WS-JD-IDX) TO HL-Debits
                MOVE WS-JD-Limit (WS-JD-IDX) TO HL-Limit
                WRITE ReportLine FROM WS-HeldLine
            END-IF
        END-IF
    END-PERFORM.

REWRITE-CLEAN-FEED.
    MOVE 0 TO WS-BATCH-NO
    READ TransFile INTO TransRecord
                MOVE 0 TO WS-CLEAN-HASH
                MOVE TransRecord TO WS-HeldHeader
                MOVE "Y" TO WS-HeaderHeld
                MOVE HDR-BatchId TO WS-CurBatchId
                MOVE HDR-BusinessDate TO WS-CurBusinessDate
                MOVE HDR-OperatorId TO WS-CurMakerId
            WHEN "TRAILER"
                IF WS-HeaderHeld = "Y"
                    MOVE "N" TO WS-HeaderHeld
        WRITE RejectRecord FROM TransRecord
        ADD 1 TO WS-LEGS-REJECTED
    ELSE
        PERFORM FIND-HELD-JOURNAL
        IF WS-JD-FOUND > 0
            PERFORM WRITE-HELD-LEG
        ELSE
            IF WS-HeaderHeld = "Y"
                WRITE EditOutRecord FROM WS-HeldHeader
                MOVE "N" TO WS-HeaderHeld
            END-IF
            WRITE EditOutRecord FROM TransRecord
            ADD 1 TO WS-LEGS-CLEAN
            ADD 1 TO WS-CLEAN-COUNT
            ADD TransAmount TO WS-CLEAN-HASH
        END-IF
    END-IF.

FIND-HELD-JOURNAL.
    MOVE 0 TO WS-JD-FOUND
    PERFORM VARYING WS-JD-IDX FROM 1 BY 1
        UNTIL WS-JD-IDX > WS-JD-COUNT
        IF WS-JD-BatchNo (WS-JD-IDX) = WS-BATCH-NO
                AND WS-JD-Journal (WS-JD-IDX) = TransJournal
                AND WS-JD-Held (WS-JD-IDX) = "Y"
            MOVE WS-JD-IDX TO WS-JD-FOUND
        END-IF
    END-PERFORM.

WRITE-HELD-LEG.
    MOVE WS-CurBatchId TO HLD-BatchId
    MOVE WS-CurBusinessDate TO HLD-BusinessDate
    MOVE WS-CurMakerId TO HLD-MakerId
    MOVE WS-RunDate TO HLD-HeldDate
    MOVE WS-JD-Debits (WS-JD-FOUND) TO HLD-DebitTotal
    MOVE WS-JD-Limit (WS-JD-FOUND) TO HLD-Limit
    MOVE TransRecord TO HLD-TransImage
    WRITE HeldRecord
    ADD 1 TO WS-LEGS-HELD.

PRINT-EDIT-TOTALS.
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE "JOURNALS REJECTED.: " TO CL-Caption
    MOVE WS-BAD-COUNT TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "HELD LEGS.........: " TO CL-Caption
    MOVE WS-LEGS-HELD TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "JOURNALS HELD.....: " TO CL-Caption
    MOVE WS-JOURNALS-HELD TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "BATCHES SUPPRESSED: " TO CL-Caption
    MOVE WS-BATCHES-SUPPRESSED TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    CLOSE LedgerFile
    CLOSE EditOutFile
    CLOSE RejectFile
    CLOSE ReportFile
    CLOSE HeldFile.

END PROGRAM TransEdit.

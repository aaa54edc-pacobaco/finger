IDENTIFICATION DIVISION.
PROGRAM-ID. AuditInquiry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditHistFile ASSIGN TO "AUDHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AH-Key
        ALTERNATE RECORD KEY IS AH-BatchId WITH DUPLICATES
        ALTERNATE RECORD KEY IS AH-Journal WITH DUPLICATES
        FILE STATUS IS WS-AUDHIST-STATUS.
    SELECT OPTIONAL BalHistFile ASSIGN TO "BALHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALHIST-STATUS.
    SELECT LedgerFile ASSIGN TO "LEDGERF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountName
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT ReportFile ASSIGN TO "INQRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AuditHistFile.
    COPY "audhrec.cpy".

FD  BalHistFile.
01  BalHistRecord.
    05  BH-AccountName   PIC X(10).
    05  BH-SnapDate      PIC 9(8).
    05  BH-Balance       PIC S9(9)V99.

FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  ReportFile.
01  ReportLine          PIC X(120).

WORKING-STORAGE SECTION.
01  WS-AUDHIST-STATUS   PIC XX.
01  WS-BALHIST-STATUS   PIC XX.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-EOF              PIC X VALUE "N".
01  WS-HistEOF          PIC X.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-InqAccount       PIC X(10).
01  WS-InqBatch         PIC X(16).
01  WS-InqJournal       PIC 9(5).
01  WS-FromDate         PIC 9(8).
01  WS-ToDate           PIC 9(8).
01  WS-AcctRolls        PIC X.
01  WS-SnapFound        PIC X.
01  WS-SnapDate         PIC 9(8).
01  WS-SnapBalance      PIC S9(9)V99.
01  WS-DerivedOpening   PIC S9(11)V99.
01  WS-Opening          PIC S9(11)V99.
01  WS-Running          PIC S9(11)V99.
01  WS-Difference       PIC S9(11)V99.
01  WS-FirstPosting     PIC X.
01  WS-PrevPostDate     PIC 9(8).
01  WS-PrevPeriod       PIC 9(6).
01  WS-ThisPeriod       PIC 9(6).
01  WS-DayOfMonth       PIC 9(2).
01  WS-ProofStatus      PIC X(40).

01  WS-InquiryCard.
    05  IQ-Mode         PIC X(01).
    05  IQ-Key          PIC X(16).
    05  IQ-FromDate     PIC X(08).
    05  IQ-FromDateNum REDEFINES IQ-FromDate PIC 9(8).
    05  IQ-ToDate       PIC X(08).
    05  IQ-ToDateNum REDEFINES IQ-ToDate PIC 9(8).
    05  FILLER          PIC X(47).

01  WS-PageHeadLine.
    05  FILLER          PIC X(24)
        VALUE "AUDIT HISTORY INQUIRY   ".
    05  FILLER          PIC X(09) VALUE "RUN DATE ".
    05  IH-RunDate      PIC 9(8).

01  WS-AccountHeadLine.
    05  FILLER          PIC X(08) VALUE "ACCOUNT ".
    05  IH-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  IH-Desc         PIC X(30).
    05  FILLER          PIC X(06) VALUE " FROM ".
    05  IH-From         PIC 9(8).
    05  FILLER          PIC X(04) VALUE " TO ".
    05  IH-To           PIC 9(8).

01  WS-AcctColumnLine.
    05  FILLER          PIC X(44) VALUE
        "POST DATE BATCH ID           JRN       SEQ ".
    05  FILLER          PIC X(07) VALUE "TYPE   ".
    05  FILLER          PIC X(15) VALUE "        AMOUNT ".
    05  FILLER          PIC X(16) VALUE " RUNNING BALANCE".

01  WS-AcctDetailLine.
    05  AD-PostDate     PIC 9(8).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  AD-BatchId      PIC X(16).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  AD-Journal      PIC 9(5).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AD-Seq          PIC 9(9).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AD-Type         PIC X(6).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AD-Amount       PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  AD-Running      PIC ----,---,--9.99.

01  WS-KeyColumnLine.
    05  FILLER          PIC X(45) VALUE
        "ACCOUNT    POST DATE BATCH ID           JRN ".
    05  FILLER          PIC X(17) VALUE "      SEQ TYPE   ".
    05  FILLER          PIC X(15) VALUE "        AMOUNT ".
    05  FILLER          PIC X(16) VALUE "  BALANCE BEFORE".
    05  FILLER          PIC X(16) VALUE "   BALANCE AFTER".

01  WS-KeyDetailLine.
    05  KD-Account      PIC X(10).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  KD-PostDate     PIC 9(8).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  KD-BatchId      PIC X(16).
    05  FILLER          PIC X(02) VALUE SPACES.
    05  KD-Journal      PIC 9(5).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  KD-Seq          PIC 9(9).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  KD-Type         PIC X(6).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  KD-Amount       PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  KD-Before       PIC ----,---,--9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  KD-After        PIC ----,---,--9.99.

01  WS-AmountLine.
    05  AL-Caption      PIC X(40).
    05  AL-Amount       PIC ----,---,---,--9.99.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  AL-Note         PIC X(50).

77  WS-POSTINGS-LISTED  PIC 9(7) VALUE 0.
77  WS-GAPS-FOUND       PIC 9(7) VALUE 0.
77  WS-TOTAL-DEBITS     PIC 9(11)V99 VALUE 0.
77  WS-TOTAL-CREDITS    PIC 9(11)V99 VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM READ-INQUIRY-CARD
    END-IF
    IF WS-AbortRun = "N"
        PERFORM PRINT-REPORT-HEADING
        EVALUATE IQ-Mode
            WHEN "A"
                PERFORM INQUIRE-BY-ACCOUNT
            WHEN "B"
                PERFORM INQUIRE-BY-BATCH
            WHEN "J"
                PERFORM INQUIRE-BY-JOURNAL
        END-EVALUATE
        PERFORM PRINT-INQUIRY-TOTALS
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
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

READ-INQUIRY-CARD.
    MOVE SPACES TO WS-InquiryCard
    ACCEPT WS-InquiryCard
    EVALUATE IQ-Mode
        WHEN "A"
            MOVE IQ-Key (1:10) TO WS-InqAccount
            IF WS-InqAccount = SPACES
                DISPLAY "NO ACCOUNT ON INQUIRY CARD - RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
            END-IF
            IF IQ-FromDateNum NUMERIC
                MOVE IQ-FromDateNum TO WS-FromDate
            ELSE
                MOVE 0 TO WS-FromDate
            END-IF
            IF IQ-ToDateNum NUMERIC AND IQ-ToDateNum > 0
                MOVE IQ-ToDateNum TO WS-ToDate
            ELSE
                MOVE WS-RunDate TO WS-ToDate
            END-IF
            IF WS-FromDate > WS-ToDate
                DISPLAY "FROM DATE IS AFTER TO DATE - RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
            END-IF
        WHEN "B"
            MOVE IQ-Key TO WS-InqBatch
            IF WS-InqBatch = SPACES
                DISPLAY "NO BATCH ID ON INQUIRY CARD - RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
            END-IF
        WHEN "J"
            IF IQ-Key (1:5) NUMERIC
                MOVE IQ-Key (1:5) TO WS-InqJournal
            ELSE
                DISPLAY "JOURNAL NUMBER ON INQUIRY CARD NOT NUMERIC "
                    "- RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
            END-IF
        WHEN OTHER
            DISPLAY "INQUIRY MODE MUST BE A, B OR J - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
    END-EVALUATE.

PRINT-REPORT-HEADING.
    MOVE WS-RunDate TO IH-RunDate
    WRITE ReportLine FROM WS-PageHeadLine
        AFTER ADVANCING PAGE.

INQUIRE-BY-ACCOUNT.
    MOVE "N" TO WS-AcctRolls
    MOVE SPACES TO IH-Desc
    MOVE WS-InqAccount TO AccountName
    READ LedgerFile
        INVALID KEY
            MOVE "*** NOT ON LEDGER ***" TO IH-Desc
        NOT INVALID KEY
            MOVE AccountDesc TO IH-Desc
            IF ClassIncome OR ClassExpense
                    OR AccountName = "RETEARN"
                MOVE "Y" TO WS-AcctRolls
            END-IF
    END-READ
    MOVE WS-InqAccount TO IH-Account
    MOVE WS-FromDate TO IH-From
    MOVE WS-ToDate TO IH-To
    WRITE ReportLine FROM WS-AccountHeadLine
        AFTER ADVANCING 2 LINES
    PERFORM FIND-OPENING-SNAPSHOT
    PERFORM DERIVE-OPENING-BALANCE
    WRITE ReportLine FROM WS-AcctColumnLine
        AFTER ADVANCING 2 LINES
    MOVE "Y" TO WS-FirstPosting
    MOVE WS-DerivedOpening TO WS-Opening
    MOVE WS-DerivedOpening TO WS-Running
    MOVE 0 TO WS-PrevPostDate
    MOVE "N" TO WS-HistEOF
    MOVE WS-InqAccount TO AH-AccountName
    MOVE WS-FromDate TO AH-PostDate
    MOVE 0 TO AH-PostSeq
    START AuditHistFile KEY IS NOT LESS THAN AH-Key
        INVALID KEY MOVE "Y" TO WS-HistEOF
    END-START
    PERFORM UNTIL WS-HistEOF = "Y"
        READ AuditHistFile NEXT RECORD
            AT END MOVE "Y" TO WS-HistEOF
        END-READ
        IF WS-HistEOF = "N"
            IF AH-AccountName NOT = WS-InqAccount
                    OR AH-PostDate > WS-ToDate
                MOVE "Y" TO WS-HistEOF
            ELSE
                PERFORM LIST-ACCOUNT-POSTING
            END-IF
        END-IF
    END-PERFORM
    IF WS-FirstPosting = "Y"
        IF WS-SnapFound = "Y"
            MOVE "OPENING FROM SNAPSHOT - NO POSTINGS"
                TO WS-ProofStatus
        ELSE
            MOVE "NO SNAPSHOT AND NO POSTINGS" TO WS-ProofStatus
        END-IF
        MOVE "NO POSTINGS IN THE DATE RANGE" TO ReportLine
        WRITE ReportLine AFTER ADVANCING 2 LINES
    END-IF
    PERFORM PRINT-ACCOUNT-SUMMARY.

FIND-OPENING-SNAPSHOT.
    MOVE "N" TO WS-SnapFound
    MOVE 0 TO WS-SnapDate
    MOVE 0 TO WS-SnapBalance
    OPEN INPUT BalHistFile
    IF WS-BALHIST-STATUS = "00"
        MOVE "N" TO WS-EOF
        READ BalHistFile
            AT END SET WS-EOF TO "Y"
        END-READ
        PERFORM UNTIL WS-EOF = "Y"
            IF BH-AccountName = WS-InqAccount
                    AND BH-SnapDate NUMERIC
                    AND BH-SnapDate < WS-FromDate
                    AND BH-SnapDate >= WS-SnapDate
                MOVE "Y" TO WS-SnapFound
                MOVE BH-SnapDate TO WS-SnapDate
                MOVE BH-Balance TO WS-SnapBalance
            END-IF
            READ BalHistFile
                AT END SET WS-EOF TO "Y"
            END-READ
        END-PERFORM
    END-IF
    CLOSE BalHistFile.

DERIVE-OPENING-BALANCE.
    MOVE WS-SnapBalance TO WS-DerivedOpening
    IF WS-SnapFound = "Y"
        MOVE SPACES TO AL-Note
        MOVE "BALHIST SNAPSHOT AT" TO AL-Caption
        MOVE WS-SnapDate TO AL-Caption (21:8)
        MOVE WS-SnapBalance TO AL-Amount
        WRITE ReportLine FROM WS-AmountLine
            AFTER ADVANCING 2 LINES
        MOVE "N" TO WS-HistEOF
        MOVE WS-InqAccount TO AH-AccountName
        MOVE WS-SnapDate TO AH-PostDate
        MOVE 99999 TO AH-PostSeq
        START AuditHistFile KEY IS GREATER THAN AH-Key
            INVALID KEY MOVE "Y" TO WS-HistEOF
        END-START
        PERFORM UNTIL WS-HistEOF = "Y"
            READ AuditHistFile NEXT RECORD
                AT END MOVE "Y" TO WS-HistEOF
            END-READ
            IF WS-HistEOF = "N"
                IF AH-AccountName NOT = WS-InqAccount
                        OR AH-PostDate >= WS-FromDate
                    MOVE "Y" TO WS-HistEOF
                ELSE
                    PERFORM APPLY-INTERVENING-POSTING
                END-IF
            END-IF
        END-PERFORM
        MOVE "DERIVED OPENING BALANCE" TO AL-Caption
        MOVE WS-DerivedOpening TO AL-Amount
        WRITE ReportLine FROM WS-AmountLine
    ELSE
        MOVE SPACES TO ReportLine
        STRING "NO BALHIST SNAPSHOT BEFORE THE FROM DATE - "
            "OPENING TAKEN FROM THE FIRST POSTING"
            DELIMITED BY SIZE INTO ReportLine
        WRITE ReportLine AFTER ADVANCING 2 LINES
    END-IF.

APPLY-INTERVENING-POSTING.
    EVALUATE AH-TransType
        WHEN "DEBIT"
            SUBTRACT AH-TransAmount FROM WS-DerivedOpening
        WHEN "CREDIT"
            ADD AH-TransAmount TO WS-DerivedOpening
    END-EVALUATE.

LIST-ACCOUNT-POSTING.
    IF WS-FirstPosting = "Y"
        IF WS-SnapFound = "N"
            MOVE AH-BalanceBefore TO WS-Opening
            MOVE AH-BalanceBefore TO WS-Running
            MOVE "PROOF NOT POSSIBLE - NO SNAPSHOT"
                TO WS-ProofStatus
        ELSE
            PERFORM PROVE-OPENING-BALANCE
            MOVE AH-BalanceBefore TO WS-Running
        END-IF
        MOVE "N" TO WS-FirstPosting
    ELSE
        IF WS-Running NOT = AH-BalanceBefore
            PERFORM REPORT-BALANCE-GAP
            MOVE AH-BalanceBefore TO WS-Running
        END-IF
    END-IF
    EVALUATE AH-TransType
        WHEN "DEBIT"
            SUBTRACT AH-TransAmount FROM WS-Running
            ADD AH-TransAmount TO WS-TOTAL-DEBITS
        WHEN "CREDIT"
            ADD AH-TransAmount TO WS-Running
            ADD AH-TransAmount TO WS-TOTAL-CREDITS
    END-EVALUATE
    MOVE AH-PostDate TO AD-PostDate
    MOVE AH-BatchId TO AD-BatchId
    MOVE AH-Journal TO AD-Journal
    MOVE AH-TransSeq TO AD-Seq
    MOVE AH-TransType TO AD-Type
    MOVE AH-TransAmount TO AD-Amount
    MOVE WS-Running TO AD-Running
    WRITE ReportLine FROM WS-AcctDetailLine
    MOVE AH-PostDate TO WS-PrevPostDate
    ADD 1 TO WS-POSTINGS-LISTED.

PROVE-OPENING-BALANCE.
    IF AH-BalanceBefore = WS-DerivedOpening
        MOVE "OPENING BALANCE PROVEN TO BALHIST" TO WS-ProofStatus
    ELSE
        COMPUTE WS-Difference = AH-BalanceBefore - WS-DerivedOpening
        DIVIDE WS-SnapDate BY 100
            GIVING WS-PrevPeriod REMAINDER WS-DayOfMonth
        DIVIDE AH-PostDate BY 100
            GIVING WS-ThisPeriod REMAINDER WS-DayOfMonth
        IF WS-AcctRolls = "Y" AND WS-ThisPeriod > WS-PrevPeriod
            MOVE "DIFFERENCE IS THE MONTH-END ROLL" TO WS-ProofStatus
        ELSE
            MOVE "*** OPENING BALANCE DOES NOT PROVE ***"
                TO WS-ProofStatus
            MOVE 4 TO RETURN-CODE
        END-IF
        MOVE "OPENING PER AUDIT TRAIL" TO AL-Caption
        MOVE AH-BalanceBefore TO AL-Amount
        MOVE SPACES TO AL-Note
        WRITE ReportLine FROM WS-AmountLine
        MOVE "DIFFERENCE" TO AL-Caption
        MOVE WS-Difference TO AL-Amount
        MOVE WS-ProofStatus TO AL-Note
        WRITE ReportLine FROM WS-AmountLine
    END-IF.

REPORT-BALANCE-GAP.
    ADD 1 TO WS-GAPS-FOUND
    COMPUTE WS-Difference = AH-BalanceBefore - WS-Running
    DIVIDE WS-PrevPostDate BY 100
        GIVING WS-PrevPeriod REMAINDER WS-DayOfMonth
    DIVIDE AH-PostDate BY 100
        GIVING WS-ThisPeriod REMAINDER WS-DayOfMonth
    MOVE "  BALANCE MOVED OUTSIDE THE AUDIT TRAIL" TO AL-Caption
    MOVE WS-Difference TO AL-Amount
    IF WS-AcctRolls = "Y" AND WS-ThisPeriod > WS-PrevPeriod
        MOVE "MONTH-END ROLL" TO AL-Note
    ELSE
        MOVE "*** UNEXPLAINED ***" TO AL-Note
        MOVE 4 TO RETURN-CODE
    END-IF
    WRITE ReportLine FROM WS-AmountLine.

PRINT-ACCOUNT-SUMMARY.
    MOVE SPACES TO AL-Note
    MOVE "OPENING BALANCE" TO AL-Caption
    MOVE WS-Opening TO AL-Amount
    MOVE WS-ProofStatus TO AL-Note
    WRITE ReportLine FROM WS-AmountLine
        AFTER ADVANCING 2 LINES
    MOVE SPACES TO AL-Note
    MOVE "TOTAL DEBITS" TO AL-Caption
    MOVE WS-TOTAL-DEBITS TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    MOVE "TOTAL CREDITS" TO AL-Caption
    MOVE WS-TOTAL-CREDITS TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
    MOVE "CLOSING BALANCE" TO AL-Caption
    MOVE WS-Running TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine.

INQUIRE-BY-BATCH.
    MOVE SPACES TO ReportLine
    STRING "BATCH " WS-InqBatch
        DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    WRITE ReportLine FROM WS-KeyColumnLine
        AFTER ADVANCING 2 LINES
    MOVE "N" TO WS-HistEOF
    MOVE WS-InqBatch TO AH-BatchId
    START AuditHistFile KEY IS EQUAL TO AH-BatchId
        INVALID KEY MOVE "Y" TO WS-HistEOF
    END-START
    PERFORM UNTIL WS-HistEOF = "Y"
        READ AuditHistFile NEXT RECORD
            AT END MOVE "Y" TO WS-HistEOF
        END-READ
        IF WS-HistEOF = "N"
            IF AH-BatchId NOT = WS-InqBatch
                MOVE "Y" TO WS-HistEOF
            ELSE
                PERFORM LIST-KEYED-POSTING
            END-IF
        END-IF
    END-PERFORM
    PERFORM PRINT-KEYED-SUMMARY.

INQUIRE-BY-JOURNAL.
    MOVE SPACES TO ReportLine
    STRING "JOURNAL " WS-InqJournal
        DELIMITED BY SIZE INTO ReportLine
    WRITE ReportLine AFTER ADVANCING 2 LINES
    WRITE ReportLine FROM WS-KeyColumnLine
        AFTER ADVANCING 2 LINES
    MOVE "N" TO WS-HistEOF
    MOVE WS-InqJournal TO AH-Journal
    START AuditHistFile KEY IS EQUAL TO AH-Journal
        INVALID KEY MOVE "Y" TO WS-HistEOF
    END-START
    PERFORM UNTIL WS-HistEOF = "Y"
        READ AuditHistFile NEXT RECORD
            AT END MOVE "Y" TO WS-HistEOF
        END-READ
        IF WS-HistEOF = "N"
            IF AH-Journal NOT = WS-InqJournal
                MOVE "Y" TO WS-HistEOF
            ELSE
                PERFORM LIST-KEYED-POSTING
            END-IF
        END-IF
    END-PERFORM
    PERFORM PRINT-KEYED-SUMMARY.

LIST-KEYED-POSTING.
    EVALUATE AH-TransType
        WHEN "DEBIT"
            ADD AH-TransAmount TO WS-TOTAL-DEBITS
        WHEN "CREDIT"
            ADD AH-TransAmount TO WS-TOTAL-CREDITS
    END-EVALUATE
    MOVE AH-AccountName TO KD-Account
    MOVE AH-PostDate TO KD-PostDate
    MOVE AH-BatchId TO KD-BatchId
    MOVE AH-Journal TO KD-Journal
    MOVE AH-TransSeq TO KD-Seq
    MOVE AH-TransType TO KD-Type
    MOVE AH-TransAmount TO KD-Amount
    MOVE AH-BalanceBefore TO KD-Before
    MOVE AH-BalanceAfter TO KD-After
    WRITE ReportLine FROM WS-KeyDetailLine
    ADD 1 TO WS-POSTINGS-LISTED.

PRINT-KEYED-SUMMARY.
    IF WS-POSTINGS-LISTED = 0
        MOVE "NO POSTINGS ON THE AUDIT HISTORY" TO ReportLine
        WRITE ReportLine AFTER ADVANCING 2 LINES
    END-IF
    MOVE SPACES TO AL-Note
    MOVE "TOTAL DEBITS" TO AL-Caption
    MOVE WS-TOTAL-DEBITS TO AL-Amount
    WRITE ReportLine FROM WS-AmountLine
        AFTER ADVANCING 2 LINES
    MOVE "TOTAL CREDITS" TO AL-Caption
    MOVE WS-TOTAL-CREDITS TO AL-Amount
    IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
        MOVE "DEBITS EQUAL CREDITS" TO AL-Note
    ELSE
        MOVE "*** DEBITS DO NOT EQUAL CREDITS ***" TO AL-Note
    END-IF
    WRITE ReportLine FROM WS-AmountLine.

PRINT-INQUIRY-TOTALS.
    DISPLAY "===== AUDIT HISTORY INQUIRY ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "POSTINGS LISTED....: " WS-POSTINGS-LISTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF IQ-Mode = "A"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "BALANCE GAPS.......: " WS-GAPS-FOUND
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "OPENING PROOF......: " WS-ProofStatus
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

CLOSE-FILES.
    CLOSE AuditHistFile
    CLOSE LedgerFile
    CLOSE ReportFile.

END PROGRAM AuditInquiry.

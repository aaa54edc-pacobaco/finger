IDENTIFICATION DIVISION.
PROGRAM-ID. StandingInstrGen.

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
        RECORD KEY IS AccountName
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT StandingTxFile ASSIGN TO "SIOUT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  StandingFile.
    COPY "sirec.cpy".

FD  LedgerFile.
    COPY "ledgrec.cpy".

FD  StandingTxFile.
    COPY "tranrec.cpy".

WORKING-STORAGE SECTION.
01  WS-SIMAST-STATUS    PIC XX.
01  WS-LEDGER-STATUS    PIC XX.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-SweepEOF         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-TimeNow          PIC 9(8).
01  WS-BatchId          PIC X(16).
01  WS-HeaderWritten    PIC X VALUE "N".
01  WS-AccountsOK       PIC X.
01  WS-BlockReason      PIC X(30).
01  WS-InstrChanged     PIC X.
01  WS-DueCount         PIC 9(3).

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

77  WS-JOURNAL-NO       PIC 9(5) VALUE 70000.
77  WS-SEQ-NO           PIC 9(9) VALUE 0.
77  WS-HASH-TOTAL       PIC 9(9)V99 VALUE 0.
77  WS-RECORD-COUNT     PIC 9(9) VALUE 0.
77  WS-INSTR-READ       PIC 9(7) VALUE 0.
77  WS-INSTR-DUE        PIC 9(7) VALUE 0.
77  WS-JOURNALS-WRITTEN PIC 9(7) VALUE 0.
77  WS-INSTR-ENDED      PIC 9(7) VALUE 0.
77  WS-INSTR-BLOCKED    PIC 9(7) VALUE 0.
77  WS-INSTR-SUSPENDED  PIC 9(7) VALUE 0.
77  WS-MAX-CATCHUP      PIC 9(3) VALUE 400.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM SWEEP-INSTRUCTIONS
        IF WS-HeaderWritten = "Y"
            PERFORM WRITE-BATCH-TRAILER
        END-IF
        PERFORM PRINT-GENERATE-TOTALS
    END-IF
    IF WS-AbortRun = "Y"
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    ACCEPT WS-TimeNow FROM TIME
    MOVE SPACES TO WS-BatchId
    STRING "SI" WS-RunDate WS-TimeNow (1:6)
        DELIMITED BY SIZE INTO WS-BatchId
    OPEN I-O StandingFile
    IF WS-SIMAST-STATUS NOT = "00" AND WS-SIMAST-STATUS NOT = "05"
        DISPLAY "STANDING INSTRUCTION MASTER COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "LEDGER FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN EXTEND StandingTxFile.

SWEEP-INSTRUCTIONS.
    MOVE LOW-VALUES TO SI-Id
    START StandingFile KEY IS NOT LESS THAN SI-Id
        INVALID KEY MOVE "Y" TO WS-SweepEOF
    END-START
    PERFORM UNTIL WS-SweepEOF = "Y" OR WS-AbortRun = "Y"
        READ StandingFile NEXT RECORD
            AT END MOVE "Y" TO WS-SweepEOF
        END-READ
        IF WS-SweepEOF = "N"
            ADD 1 TO WS-INSTR-READ
            EVALUATE TRUE
                WHEN SI-Active
                    PERFORM PROCESS-ONE-INSTRUCTION
                WHEN SI-Suspended
                    ADD 1 TO WS-INSTR-SUSPENDED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

PROCESS-ONE-INSTRUCTION.
    MOVE "N" TO WS-InstrChanged
    MOVE 0 TO WS-DueCount
    IF SI-NextDue <= WS-RunDate
            AND (SI-EndDate = 0 OR SI-NextDue <= SI-EndDate)
        ADD 1 TO WS-INSTR-DUE
        PERFORM CHECK-INSTRUCTION-ACCOUNTS
        IF WS-AccountsOK = "N"
            ADD 1 TO WS-INSTR-BLOCKED
            MOVE SPACES TO WS-REPORT-LINE
            STRING "NOT GENERATED: SI " SI-Id
                " DUE " SI-NextDue
                " - " WS-BlockReason
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
        ELSE
            PERFORM UNTIL SI-NextDue > WS-RunDate
                    OR (SI-EndDate NOT = 0
                        AND SI-NextDue > SI-EndDate)
                    OR WS-DueCount >= WS-MAX-CATCHUP
                    OR WS-AbortRun = "Y"
                PERFORM WRITE-INSTRUCTION-JOURNAL
                IF WS-AbortRun = "N"
                    ADD 1 TO WS-DueCount
                    MOVE SI-NextDue TO SI-LastGenerated
                    PERFORM ADVANCE-NEXT-DUE
                    MOVE "Y" TO WS-InstrChanged
                END-IF
            END-PERFORM
            IF WS-DueCount >= WS-MAX-CATCHUP
                MOVE SPACES TO WS-REPORT-LINE
                STRING "CATCH-UP LIMIT REACHED: SI " SI-Id
                    " - REMAINDER GENERATES NEXT RUN"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                DISPLAY WS-REPORT-LINE
            END-IF
        END-IF
    END-IF
    IF SI-EndDate NOT = 0 AND SI-NextDue > SI-EndDate
        SET SI-Ended TO TRUE
        MOVE "Y" TO WS-InstrChanged
        ADD 1 TO WS-INSTR-ENDED
        MOVE SPACES TO WS-REPORT-LINE
        STRING "ENDED: SI " SI-Id
            " END DATE " SI-EndDate
            " LAST GENERATED " SI-LastGenerated
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF
    IF WS-InstrChanged = "Y"
        MOVE WS-RunDate TO SI-LastChanged
        REWRITE StandingInstrRecord
            INVALID KEY
                DISPLAY "STANDING INSTRUCTION REWRITE FAILED FOR "
                    SI-Id " - RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
        END-REWRITE
    END-IF.

CHECK-INSTRUCTION-ACCOUNTS.
    MOVE "Y" TO WS-AccountsOK
    MOVE SPACES TO WS-BlockReason
    MOVE SI-DebitAccount TO AccountName
    READ LedgerFile
        INVALID KEY
            MOVE "N" TO WS-AccountsOK
            MOVE "DEBIT ACCOUNT NOT ON LEDGER" TO WS-BlockReason
        NOT INVALID KEY
            IF AccountClosed
                MOVE "N" TO WS-AccountsOK
                MOVE "DEBIT ACCOUNT CLOSED" TO WS-BlockReason
            END-IF
    END-READ
    IF WS-AccountsOK = "Y"
        MOVE SI-CreditAccount TO AccountName
        READ LedgerFile
            INVALID KEY
                MOVE "N" TO WS-AccountsOK
                MOVE "CREDIT ACCOUNT NOT ON LEDGER" TO WS-BlockReason
            NOT INVALID KEY
                IF AccountClosed
                    MOVE "N" TO WS-AccountsOK
                    MOVE "CREDIT ACCOUNT CLOSED" TO WS-BlockReason
                END-IF
        END-READ
    END-IF.

WRITE-INSTRUCTION-JOURNAL.
    IF WS-HeaderWritten = "N"
        PERFORM WRITE-BATCH-HEADER
    END-IF
    PERFORM NEXT-JOURNAL-NUMBER
    IF WS-AbortRun = "N"
        MOVE SPACES TO TransRecord
        MOVE "DEBIT" TO TransType
        MOVE SI-Amount TO TransAmount
        MOVE SI-DebitAccount TO TransAccount
        PERFORM WRITE-INSTRUCTION-LEG
        MOVE SPACES TO TransRecord
        MOVE "CREDIT" TO TransType
        MOVE SI-Amount TO TransAmount
        MOVE SI-CreditAccount TO TransAccount
        PERFORM WRITE-INSTRUCTION-LEG
        ADD 1 TO WS-JOURNALS-WRITTEN
        MOVE SPACES TO WS-REPORT-LINE
        STRING "GENERATED: SI " SI-Id
            " DUE " SI-NextDue
            " JOURNAL " WS-JOURNAL-NO
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

WRITE-BATCH-HEADER.
    MOVE SPACES TO TransRecord
    MOVE "HEADER" TO HDR-Marker
    MOVE WS-BatchId TO HDR-BatchId
    MOVE WS-RunDate TO HDR-BusinessDate
    MOVE "SIGEN" TO HDR-OperatorId
    WRITE TransRecord
    MOVE "Y" TO WS-HeaderWritten.

NEXT-JOURNAL-NUMBER.
    IF WS-JOURNAL-NO >= 79999
        DISPLAY "JOURNAL NUMBERS EXHAUSTED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        ADD 1 TO WS-JOURNAL-NO
    END-IF.

WRITE-INSTRUCTION-LEG.
    ADD 1 TO WS-SEQ-NO
    MOVE WS-SEQ-NO TO TransSeq
    MOVE WS-JOURNAL-NO TO TransJournal
    MOVE SI-NextDue TO TransEffDate
    WRITE TransRecord
    ADD TransAmount TO WS-HASH-TOTAL
    ADD 1 TO WS-RECORD-COUNT.

WRITE-BATCH-TRAILER.
    MOVE SPACES TO TransRecord
    MOVE "TRAILER" TO TRL-Marker
    MOVE WS-HASH-TOTAL TO TRL-HashTotal
    MOVE WS-RECORD-COUNT TO TRL-RecordCount
    WRITE TransRecord.

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

PRINT-GENERATE-TOTALS.
    DISPLAY "===== STANDING INSTRUCTIONS ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "INSTRUCTIONS READ..: " WS-INSTR-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "INSTRUCTIONS DUE...: " WS-INSTR-DUE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOURNALS WRITTEN...: " WS-JOURNALS-WRITTEN
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NOT GENERATED......: " WS-INSTR-BLOCKED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ENDED THIS RUN.....: " WS-INSTR-ENDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SUSPENDED..........: " WS-INSTR-SUSPENDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-HeaderWritten = "Y"
        MOVE SPACES TO WS-REPORT-LINE
        STRING "BATCH ID...........: " WS-BatchId
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF
    IF WS-INSTR-BLOCKED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

CLOSE-FILES.
    CLOSE StandingFile
    CLOSE LedgerFile
    CLOSE StandingTxFile.

END PROGRAM StandingInstrGen.

IDENTIFICATION DIVISION.
PROGRAM-ID. AuditHistory.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditInFile ASSIGN TO "AUDITIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDITIN-STATUS.
    SELECT OPTIONAL AuditHistFile ASSIGN TO "AUDHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AH-Key
        ALTERNATE RECORD KEY IS AH-BatchId WITH DUPLICATES
        ALTERNATE RECORD KEY IS AH-Journal WITH DUPLICATES
        FILE STATUS IS WS-AUDHIST-STATUS.
    SELECT OPTIONAL CostCenterHistFile ASSIGN TO "CCHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCHIST-STATUS.
    SELECT OPTIONAL PeriodFile ASSIGN TO "PERIODF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AuditInFile.
    COPY "audrec.cpy".

FD  AuditHistFile.
    COPY "audhrec.cpy".

FD  CostCenterHistFile.
    COPY "cchrec.cpy".

FD  PeriodFile.
    COPY "perdrec.cpy".

WORKING-STORAGE SECTION.
01  WS-AUDITIN-STATUS   PIC XX.
01  WS-AUDHIST-STATUS   PIC XX.
01  WS-CCHIST-STATUS    PIC XX.
01  WS-PERIOD-STATUS    PIC XX.
01  WS-CurrentPeriod    PIC 9(6).
01  WS-EOF              PIC X VALUE "N".
01  WS-DayEOF           PIC X.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-CurAccount       PIC X(10) VALUE SPACES.
01  WS-CurPostDate      PIC 9(8) VALUE 0.
01  WS-LastSeq          PIC 9(5).
01  WS-IncomingDetail   PIC X(73).

01  WS-DayTable.
    05  WS-DayEntry OCCURS 2000 TIMES.
        10  WS-DY-Detail    PIC X(73).

77  WS-DAY-COUNT        PIC 9(4) VALUE 0.
77  WS-DAY-IDX          PIC 9(4) VALUE 0.
77  WS-DAY-FOUND        PIC 9(4) VALUE 0.
77  WS-RECORDS-READ     PIC 9(9) VALUE 0.
77  WS-RECORDS-ADDED    PIC 9(9) VALUE 0.
77  WS-RECORDS-PRESENT  PIC 9(9) VALUE 0.
77  WS-RECORDS-REJECTED PIC 9(9) VALUE 0.
77  WS-ADDED-HASH       PIC 9(11)V99 VALUE 0.
77  WS-CC-ROWS-ADDED    PIC 9(9) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM APPEND-AUDIT-TRAIL
    END-IF
    IF WS-AbortRun = "N"
        PERFORM PRINT-HISTORY-TOTALS
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    OPEN INPUT AuditInFile
    IF WS-AUDITIN-STATUS NOT = "00"
        DISPLAY "AUDIT INPUT FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN I-O AuditHistFile
    IF WS-AUDHIST-STATUS NOT = "00" AND WS-AUDHIST-STATUS NOT = "05"
        DISPLAY "AUDIT HISTORY FILE COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN EXTEND CostCenterHistFile
    IF WS-CCHIST-STATUS NOT = "00" AND WS-CCHIST-STATUS NOT = "05"
        DISPLAY "COST CENTER HISTORY FILE COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    PERFORM DETERMINE-PERIOD.

DETERMINE-PERIOD.
    MOVE 0 TO WS-CurrentPeriod
    OPEN INPUT PeriodFile
    IF WS-PERIOD-STATUS = "00"
        READ PeriodFile
            AT END CONTINUE
            NOT AT END
                IF PC-CurrentPeriod NUMERIC
                    MOVE PC-CurrentPeriod TO WS-CurrentPeriod
                END-IF
        END-READ
    END-IF
    CLOSE PeriodFile
    IF WS-CurrentPeriod = 0
        COMPUTE WS-CurrentPeriod = WS-RunDate / 100
    END-IF.

APPEND-AUDIT-TRAIL.
    READ AuditInFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y" OR WS-AbortRun = "Y"
        ADD 1 TO WS-RECORDS-READ
        PERFORM APPEND-ONE-POSTING
        READ AuditInFile
            AT END SET WS-EOF TO "Y"
        END-READ
    END-PERFORM.

APPEND-ONE-POSTING.
    IF AUD-AccountName = SPACES OR AUD-PostDate NOT NUMERIC
            OR AUD-PostDate = 0
        ADD 1 TO WS-RECORDS-REJECTED
        MOVE SPACES TO WS-REPORT-LINE
        STRING "AUDIT RECORD " WS-RECORDS-READ
            " HAS NO ACCOUNT OR POSTING DATE - NOT ARCHIVED"
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    ELSE
        IF AUD-AccountName NOT = WS-CurAccount
                OR AUD-PostDate NOT = WS-CurPostDate
            MOVE AUD-AccountName TO WS-CurAccount
            MOVE AUD-PostDate TO WS-CurPostDate
            PERFORM LOAD-EXISTING-DAY
        END-IF
        IF WS-AbortRun = "N"
            PERFORM BUILD-HISTORY-DETAIL
            MOVE AH-Detail TO WS-IncomingDetail
            MOVE 0 TO WS-DAY-FOUND
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-COUNT
                    OR WS-DAY-FOUND > 0
                IF WS-DY-Detail (WS-DAY-IDX) = WS-IncomingDetail
                    MOVE WS-DAY-IDX TO WS-DAY-FOUND
                END-IF
            END-PERFORM
            IF WS-DAY-FOUND > 0
                ADD 1 TO WS-RECORDS-PRESENT
            ELSE
                PERFORM WRITE-HISTORY-RECORD
            END-IF
        END-IF
    END-IF.

LOAD-EXISTING-DAY.
    MOVE 0 TO WS-DAY-COUNT
    MOVE 0 TO WS-LastSeq
    MOVE "N" TO WS-DayEOF
    MOVE WS-CurAccount TO AH-AccountName
    MOVE WS-CurPostDate TO AH-PostDate
    MOVE 0 TO AH-PostSeq
    START AuditHistFile KEY IS NOT LESS THAN AH-Key
        INVALID KEY MOVE "Y" TO WS-DayEOF
    END-START
    PERFORM UNTIL WS-DayEOF = "Y" OR WS-AbortRun = "Y"
        READ AuditHistFile NEXT RECORD
            AT END MOVE "Y" TO WS-DayEOF
        END-READ
        IF WS-DayEOF = "N"
            IF AH-AccountName NOT = WS-CurAccount
                    OR AH-PostDate NOT = WS-CurPostDate
                MOVE "Y" TO WS-DayEOF
            ELSE
                IF WS-DAY-COUNT < 2000
                    ADD 1 TO WS-DAY-COUNT
                    MOVE AH-Detail TO WS-DY-Detail (WS-DAY-COUNT)
                    MOVE AH-PostSeq TO WS-LastSeq
                ELSE
                    DISPLAY "DAY TABLE FULL FOR ACCOUNT "
                        WS-CurAccount " - RUN ABORTED."
                    MOVE "Y" TO WS-AbortRun
                END-IF
            END-IF
        END-IF
    END-PERFORM.

BUILD-HISTORY-DETAIL.
    MOVE AUD-TransType TO AH-TransType
    MOVE AUD-TransAmount TO AH-TransAmount
    MOVE AUD-BalanceBefore TO AH-BalanceBefore
    MOVE AUD-BalanceAfter TO AH-BalanceAfter
    MOVE AUD-BatchId TO AH-BatchId
    MOVE AUD-Journal TO AH-Journal
    MOVE AUD-TransSeq TO AH-TransSeq.

WRITE-HISTORY-RECORD.
    IF WS-LastSeq >= 99999 OR WS-DAY-COUNT >= 2000
        DISPLAY "DAY TABLE FULL FOR ACCOUNT " WS-CurAccount
            " - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        ADD 1 TO WS-LastSeq
        MOVE WS-CurAccount TO AH-AccountName
        MOVE WS-CurPostDate TO AH-PostDate
        MOVE WS-LastSeq TO AH-PostSeq
        WRITE AuditHistRecord
            INVALID KEY
                DISPLAY "AUDIT HISTORY WRITE FAILED FOR ACCOUNT "
                    WS-CurAccount " - RUN ABORTED."
                MOVE "Y" TO WS-AbortRun
            NOT INVALID KEY
                ADD 1 TO WS-DAY-COUNT
                MOVE AH-Detail TO WS-DY-Detail (WS-DAY-COUNT)
                ADD 1 TO WS-RECORDS-ADDED
                ADD AH-TransAmount TO WS-ADDED-HASH
                IF AUD-CostCenter NOT = SPACES
                    PERFORM WRITE-COST-CENTER-HISTORY
                END-IF
        END-WRITE
    END-IF.

WRITE-COST-CENTER-HISTORY.
    MOVE WS-CurAccount TO CCH-AccountName
    MOVE AUD-CostCenter TO CCH-CostCenter
    MOVE WS-CurrentPeriod TO CCH-Period
    MOVE WS-CurPostDate TO CCH-PostDate
    MOVE 0 TO CCH-Debits
    MOVE 0 TO CCH-Credits
    IF AUD-TransType = "DEBIT"
        MOVE AUD-TransAmount TO CCH-Debits
    ELSE
        MOVE AUD-TransAmount TO CCH-Credits
    END-IF
    WRITE CostCenterHistRecord
    ADD 1 TO WS-CC-ROWS-ADDED.

PRINT-HISTORY-TOTALS.
    DISPLAY "===== AUDIT HISTORY APPEND ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RECORDS READ.......: " WS-RECORDS-READ
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "POSTINGS ADDED.....: " WS-RECORDS-ADDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ALREADY ON HISTORY.: " WS-RECORDS-PRESENT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED...........: " WS-RECORDS-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AMOUNT HASH ADDED..: " WS-ADDED-HASH
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "COST CENTER ROWS...: " WS-CC-ROWS-ADDED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-RECORDS-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

CLOSE-FILES.
    CLOSE AuditInFile
    CLOSE AuditHistFile
    CLOSE CostCenterHistFile.

END PROGRAM AuditHistory.

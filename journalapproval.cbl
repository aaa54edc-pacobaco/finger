IDENTIFICATION DIVISION.
PROGRAM-ID. JournalApproval.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HeldInFile ASSIGN TO "HELDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELDIN-STATUS.
    SELECT HeldOutFile ASSIGN TO "HELDOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ReleaseFile ASSIGN TO "RELEASE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ApprRejFile ASSIGN TO "APPRREJ"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ApprLogFile ASSIGN TO "APPRLOG"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HeldInFile.
    COPY "heldrec.cpy".

FD  HeldOutFile.
01  HeldOutRecord       PIC X(137).

FD  ReleaseFile.
    COPY "tranrec.cpy".

FD  ApprRejFile.
01  ApprRejRecord       PIC X(73).

FD  ApprLogFile.
01  ApprLogRecord.
    05  AL-Date             PIC 9(8).
    05  AL-Time             PIC 9(6).
    05  AL-CheckerId        PIC X(08).
    05  AL-MakerId          PIC X(08).
    05  AL-Decision         PIC X(01).
    05  AL-BatchId          PIC X(16).
    05  AL-Journal          PIC 9(5).
    05  AL-DebitTotal       PIC 9(11)V99.
    05  AL-ReleaseBatchId   PIC X(16).
    05  AL-ReleaseJournal   PIC 9(5).

WORKING-STORAGE SECTION.
01  WS-EOF              PIC X VALUE "N".
01  WS-HELDIN-STATUS    PIC XX.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-Choice           PIC X.
01  WS-ContinueFlag     PIC X VALUE "Y".
01  WS-PickItem         PIC 9(3).
01  WS-CheckerId        PIC X(08).
01  WS-RunDate          PIC 9(8).
01  WS-TimeNow          PIC 9(8).
01  WS-ReleaseBatch     PIC X(16).
01  WS-Confirm          PIC X.

01  WS-LegImage         PIC X(73).
01  WS-LegRecord REDEFINES WS-LegImage.
    05  WS-LG-Type      PIC X(10).
    05  WS-LG-Amount    PIC 9(9)V99.
    05  WS-LG-Account   PIC X(10).
    05  WS-LG-Seq       PIC 9(9).
    05  WS-LG-Journal   PIC 9(5).
    05  WS-LG-EffDate   PIC 9(8).

01  WS-LegTable.
    05  WS-HeldLeg OCCURS 500 TIMES.
        10  WS-HL-Image     PIC X(73).
        10  WS-HL-JrnIdx    PIC 9(3).

01  WS-JournalTable.
    05  WS-HeldJournal OCCURS 500 TIMES.
        10  WS-HJ-BatchId   PIC X(16).
        10  WS-HJ-Journal   PIC 9(5).
        10  WS-HJ-BusDate   PIC 9(8).
        10  WS-HJ-MakerId   PIC X(08).
        10  WS-HJ-HeldDate  PIC 9(8).
        10  WS-HJ-Debits    PIC 9(11)V99.
        10  WS-HJ-Limit     PIC 9(9)V99.
        10  WS-HJ-Legs      PIC 9(3).
        10  WS-HJ-Decision  PIC X.
        10  WS-HJ-Time      PIC 9(6).
        10  WS-HJ-RelJournal PIC 9(5).

01  WS-JournalLine.
    05  JL-Item         PIC ZZ9.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  JL-BatchId      PIC X(16).
    05  FILLER          PIC X(05) VALUE " JRN ".
    05  JL-Journal      PIC 9(5).
    05  FILLER          PIC X(07) VALUE " MAKER ".
    05  JL-MakerId      PIC X(08).
    05  FILLER          PIC X(04) VALUE " DR ".
    05  JL-Debits       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(07) VALUE " LIMIT ".
    05  JL-Limit        PIC ZZZ,ZZZ,ZZ9.99.

01  WS-LegLine.
    05  FILLER          PIC X(08) VALUE SPACES.
    05  LG-Type         PIC X(6).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  LG-Amount       PIC ZZZ,ZZZ,ZZ9.99.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  LG-Account      PIC X(10).
    05  FILLER          PIC X(05) VALUE " EFF ".
    05  LG-EffDate      PIC 9(8).
    05  FILLER          PIC X(06) VALUE " HELD ".
    05  LG-HeldDate     PIC 9(8).

77  WS-LEG-COUNT        PIC 9(3) VALUE 0.
77  WS-LEG-IDX          PIC 9(3) VALUE 0.
77  WS-LEG-FOUND        PIC 9(3) VALUE 0.
77  WS-JRN-COUNT        PIC 9(3) VALUE 0.
77  WS-JRN-IDX          PIC 9(3) VALUE 0.
77  WS-JRN-FOUND        PIC 9(3) VALUE 0.
77  WS-JOURNAL-NO       PIC 9(5) VALUE 50000.
77  WS-SEQ-NO           PIC 9(9) VALUE 0.
77  WS-HASH-TOTAL       PIC 9(9)V99 VALUE 0.
77  WS-RECORD-COUNT     PIC 9(9) VALUE 0.
77  WS-LEGS-DUPLICATE   PIC 9(5) VALUE 0.
77  WS-JOURNALS-APPROVED PIC 9(5) VALUE 0.
77  WS-JOURNALS-REJECTED PIC 9(5) VALUE 0.
77  WS-LEGS-RELEASED    PIC 9(5) VALUE 0.
77  WS-LEGS-REJECTED    PIC 9(5) VALUE 0.
77  WS-LEGS-KEPT        PIC 9(5) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-FILES
    IF WS-AbortRun = "N"
        PERFORM LOAD-HELD-TABLE
        PERFORM UNTIL WS-ContinueFlag = "N"
            PERFORM PROMPT-FOR-ACTION
            EVALUATE WS-Choice
                WHEN "L"
                    PERFORM LIST-HELD-JOURNALS
                WHEN "A"
                    PERFORM APPROVE-JOURNAL
                WHEN "R"
                    PERFORM REJECT-JOURNAL
                WHEN "Q"
                    MOVE "N" TO WS-ContinueFlag
                WHEN OTHER
                    DISPLAY "Invalid choice, please try again."
            END-EVALUATE
        END-PERFORM
        PERFORM SAVE-HELD-FILE
    ELSE
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-FILES.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    MOVE SPACES TO WS-CheckerId
    DISPLAY "Checker operator ID: " WITH NO ADVANCING
    ACCEPT WS-CheckerId
    IF WS-CheckerId = SPACES
        DISPLAY "NO CHECKER OPERATOR ID ENTERED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    END-IF
    OPEN INPUT HeldInFile
    OPEN OUTPUT HeldOutFile
    OPEN EXTEND ReleaseFile
    OPEN EXTEND ApprRejFile
    OPEN EXTEND ApprLogFile.

LOAD-HELD-TABLE.
    READ HeldInFile
        AT END SET WS-EOF TO "Y".
    PERFORM UNTIL WS-EOF = "Y"
        PERFORM STORE-HELD-LEG
        READ HeldInFile
            AT END SET WS-EOF TO "Y"
        END-READ
    END-PERFORM.

STORE-HELD-LEG.
    MOVE HLD-TransImage TO WS-LegImage
    MOVE 0 TO WS-LEG-FOUND
    PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
        UNTIL WS-LEG-IDX > WS-LEG-COUNT
        MOVE WS-HL-JrnIdx (WS-LEG-IDX) TO WS-JRN-IDX
        IF WS-HJ-BatchId (WS-JRN-IDX) = HLD-BatchId
                AND WS-HL-Image (WS-LEG-IDX) = HLD-TransImage
            MOVE WS-LEG-IDX TO WS-LEG-FOUND
        END-IF
    END-PERFORM
    IF WS-LEG-FOUND > 0
        ADD 1 TO WS-LEGS-DUPLICATE
    ELSE
        MOVE 0 TO WS-JRN-FOUND
        PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
            UNTIL WS-JRN-IDX > WS-JRN-COUNT
            IF WS-HJ-BatchId (WS-JRN-IDX) = HLD-BatchId
                    AND WS-HJ-Journal (WS-JRN-IDX) = WS-LG-Journal
                MOVE WS-JRN-IDX TO WS-JRN-FOUND
            END-IF
        END-PERFORM
        IF WS-LEG-COUNT >= 500
                OR (WS-JRN-FOUND = 0 AND WS-JRN-COUNT >= 500)
            DISPLAY "HELD TABLE FULL - LEG CARRIED UNCHANGED."
            WRITE HeldOutRecord FROM HeldRecord
            ADD 1 TO WS-LEGS-KEPT
        ELSE
            IF WS-JRN-FOUND = 0
                ADD 1 TO WS-JRN-COUNT
                MOVE WS-JRN-COUNT TO WS-JRN-FOUND
                MOVE HLD-BatchId TO WS-HJ-BatchId (WS-JRN-FOUND)
                MOVE WS-LG-Journal TO WS-HJ-Journal (WS-JRN-FOUND)
                MOVE HLD-BusinessDate TO WS-HJ-BusDate (WS-JRN-FOUND)
                MOVE HLD-MakerId TO WS-HJ-MakerId (WS-JRN-FOUND)
                MOVE HLD-HeldDate TO WS-HJ-HeldDate (WS-JRN-FOUND)
                MOVE HLD-DebitTotal TO WS-HJ-Debits (WS-JRN-FOUND)
                MOVE HLD-Limit TO WS-HJ-Limit (WS-JRN-FOUND)
                MOVE 0 TO WS-HJ-Legs (WS-JRN-FOUND)
                MOVE SPACE TO WS-HJ-Decision (WS-JRN-FOUND)
                MOVE 0 TO WS-HJ-Time (WS-JRN-FOUND)
                MOVE 0 TO WS-HJ-RelJournal (WS-JRN-FOUND)
            END-IF
            ADD 1 TO WS-LEG-COUNT
            MOVE HLD-TransImage TO WS-HL-Image (WS-LEG-COUNT)
            MOVE WS-JRN-FOUND TO WS-HL-JrnIdx (WS-LEG-COUNT)
            ADD 1 TO WS-HJ-Legs (WS-JRN-FOUND)
        END-IF
    END-IF.

PROMPT-FOR-ACTION.
    DISPLAY "L)ist held journals  A)pprove and release  R)eject  "
        "Q)uit and save"
    DISPLAY "Enter choice: " WITH NO ADVANCING
    ACCEPT WS-Choice.

LIST-HELD-JOURNALS.
    IF WS-JRN-COUNT = 0
        DISPLAY "No held journals."
    END-IF
    PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
        UNTIL WS-JRN-IDX > WS-JRN-COUNT
        IF WS-HJ-Decision (WS-JRN-IDX) = SPACE
            MOVE WS-JRN-IDX TO JL-Item
            MOVE WS-HJ-BatchId (WS-JRN-IDX) TO JL-BatchId
            MOVE WS-HJ-Journal (WS-JRN-IDX) TO JL-Journal
            MOVE WS-HJ-MakerId (WS-JRN-IDX) TO JL-MakerId
            MOVE WS-HJ-Debits (WS-JRN-IDX) TO JL-Debits
            MOVE WS-HJ-Limit (WS-JRN-IDX) TO JL-Limit
            DISPLAY WS-JournalLine
            PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                UNTIL WS-LEG-IDX > WS-LEG-COUNT
                IF WS-HL-JrnIdx (WS-LEG-IDX) = WS-JRN-IDX
                    MOVE WS-HL-Image (WS-LEG-IDX) TO WS-LegImage
                    MOVE WS-LG-Type TO LG-Type
                    MOVE WS-LG-Amount TO LG-Amount
                    MOVE WS-LG-Account TO LG-Account
                    MOVE WS-LG-EffDate TO LG-EffDate
                    MOVE WS-HJ-HeldDate (WS-JRN-IDX) TO LG-HeldDate
                    DISPLAY WS-LegLine
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

PICK-HELD-JOURNAL.
    MOVE 0 TO WS-PickItem
    DISPLAY "Item number: " WITH NO ADVANCING
    ACCEPT WS-PickItem
    IF WS-PickItem < 1 OR WS-PickItem > WS-JRN-COUNT
        DISPLAY "No such item."
        MOVE 0 TO WS-PickItem
    ELSE
        IF WS-HJ-Decision (WS-PickItem) NOT = SPACE
            DISPLAY "Journal already decided."
            MOVE 0 TO WS-PickItem
        ELSE
            IF WS-HJ-MakerId (WS-PickItem) = WS-CheckerId
                DISPLAY "Checker must not be the operator who keyed "
                    "the journal."
                MOVE 0 TO WS-PickItem
            END-IF
        END-IF
    END-IF.

APPROVE-JOURNAL.
    PERFORM PICK-HELD-JOURNAL
    IF WS-PickItem > 0
        DISPLAY "Release journal for posting (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-Confirm
        IF WS-Confirm = "Y"
            IF WS-JOURNAL-NO >= 59999
                DISPLAY "Release journal numbers exhausted - "
                    "journal left on hold."
            ELSE
                ADD 1 TO WS-JOURNAL-NO
                MOVE WS-JOURNAL-NO TO WS-HJ-RelJournal (WS-PickItem)
                MOVE "A" TO WS-HJ-Decision (WS-PickItem)
                ACCEPT WS-TimeNow FROM TIME
                MOVE WS-TimeNow (1:6) TO WS-HJ-Time (WS-PickItem)
                ADD 1 TO WS-JOURNALS-APPROVED
                DISPLAY "Journal approved - released as journal "
                    WS-JOURNAL-NO "."
            END-IF
        END-IF
    END-IF.

REJECT-JOURNAL.
    PERFORM PICK-HELD-JOURNAL
    IF WS-PickItem > 0
        DISPLAY "Reject journal back to sender (Y/N): "
            WITH NO ADVANCING
        ACCEPT WS-Confirm
        IF WS-Confirm = "Y"
            MOVE "R" TO WS-HJ-Decision (WS-PickItem)
            ACCEPT WS-TimeNow FROM TIME
            MOVE WS-TimeNow (1:6) TO WS-HJ-Time (WS-PickItem)
            ADD 1 TO WS-JOURNALS-REJECTED
            DISPLAY "Journal rejected."
        END-IF
    END-IF.

SAVE-HELD-FILE.
    ACCEPT WS-TimeNow FROM TIME
    MOVE SPACES TO WS-ReleaseBatch
    STRING "AP" WS-RunDate WS-TimeNow (1:6)
        DELIMITED BY SIZE INTO WS-ReleaseBatch
    IF WS-JOURNALS-APPROVED > 0
        PERFORM WRITE-BATCH-HEADER
    END-IF
    PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
        UNTIL WS-LEG-IDX > WS-LEG-COUNT
        MOVE WS-HL-JrnIdx (WS-LEG-IDX) TO WS-JRN-IDX
        EVALUATE WS-HJ-Decision (WS-JRN-IDX)
            WHEN "A"
                PERFORM WRITE-RELEASE-LEG
            WHEN "R"
                WRITE ApprRejRecord FROM WS-HL-Image (WS-LEG-IDX)
                ADD 1 TO WS-LEGS-REJECTED
            WHEN OTHER
                PERFORM WRITE-KEPT-LEG
        END-EVALUATE
    END-PERFORM
    IF WS-JOURNALS-APPROVED > 0
        PERFORM WRITE-BATCH-TRAILER
    END-IF
    PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
        UNTIL WS-JRN-IDX > WS-JRN-COUNT
        IF WS-HJ-Decision (WS-JRN-IDX) NOT = SPACE
            PERFORM WRITE-DECISION-LOG
        END-IF
    END-PERFORM
    PERFORM PRINT-APPROVAL-TOTALS.

WRITE-BATCH-HEADER.
    MOVE SPACES TO TransRecord
    MOVE "HEADER" TO HDR-Marker
    MOVE WS-ReleaseBatch TO HDR-BatchId
    MOVE WS-RunDate TO HDR-BusinessDate
    MOVE WS-CheckerId TO HDR-OperatorId
    WRITE TransRecord.

WRITE-RELEASE-LEG.
    MOVE WS-HL-Image (WS-LEG-IDX) TO TransRecord
    ADD 1 TO WS-SEQ-NO
    MOVE WS-SEQ-NO TO TransSeq
    MOVE WS-HJ-RelJournal (WS-JRN-IDX) TO TransJournal
    WRITE TransRecord
    ADD TransAmount TO WS-HASH-TOTAL
    ADD 1 TO WS-RECORD-COUNT
    ADD 1 TO WS-LEGS-RELEASED.

WRITE-BATCH-TRAILER.
    MOVE SPACES TO TransRecord
    MOVE "TRAILER" TO TRL-Marker
    MOVE WS-HASH-TOTAL TO TRL-HashTotal
    MOVE WS-RECORD-COUNT TO TRL-RecordCount
    WRITE TransRecord.

WRITE-KEPT-LEG.
    MOVE WS-HJ-BatchId (WS-JRN-IDX) TO HLD-BatchId
    MOVE WS-HJ-BusDate (WS-JRN-IDX) TO HLD-BusinessDate
    MOVE WS-HJ-MakerId (WS-JRN-IDX) TO HLD-MakerId
    MOVE WS-HJ-HeldDate (WS-JRN-IDX) TO HLD-HeldDate
    MOVE WS-HJ-Debits (WS-JRN-IDX) TO HLD-DebitTotal
    MOVE WS-HJ-Limit (WS-JRN-IDX) TO HLD-Limit
    MOVE WS-HL-Image (WS-LEG-IDX) TO HLD-TransImage
    WRITE HeldOutRecord FROM HeldRecord
    ADD 1 TO WS-LEGS-KEPT.

WRITE-DECISION-LOG.
    MOVE WS-RunDate TO AL-Date
    MOVE WS-HJ-Time (WS-JRN-IDX) TO AL-Time
    MOVE WS-CheckerId TO AL-CheckerId
    MOVE WS-HJ-MakerId (WS-JRN-IDX) TO AL-MakerId
    MOVE WS-HJ-Decision (WS-JRN-IDX) TO AL-Decision
    MOVE WS-HJ-BatchId (WS-JRN-IDX) TO AL-BatchId
    MOVE WS-HJ-Journal (WS-JRN-IDX) TO AL-Journal
    MOVE WS-HJ-Debits (WS-JRN-IDX) TO AL-DebitTotal
    IF WS-HJ-Decision (WS-JRN-IDX) = "A"
        MOVE WS-ReleaseBatch TO AL-ReleaseBatchId
        MOVE WS-HJ-RelJournal (WS-JRN-IDX) TO AL-ReleaseJournal
    ELSE
        MOVE SPACES TO AL-ReleaseBatchId
        MOVE 0 TO AL-ReleaseJournal
    END-IF
    WRITE ApprLogRecord.

PRINT-APPROVAL-TOTALS.
    DISPLAY "===== JOURNAL APPROVAL ====="
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CHECKER............: " WS-CheckerId
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOURNALS APPROVED..: " WS-JOURNALS-APPROVED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOURNALS REJECTED..: " WS-JOURNALS-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEGS RELEASED......: " WS-LEGS-RELEASED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEGS REJECTED......: " WS-LEGS-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEGS STILL HELD....: " WS-LEGS-KEPT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DUPLICATES DROPPED.: " WS-LEGS-DUPLICATE
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-JOURNALS-APPROVED > 0
        MOVE SPACES TO WS-REPORT-LINE
        STRING "RELEASE BATCH......: " WS-ReleaseBatch
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    END-IF.

CLOSE-FILES.
    CLOSE HeldInFile
    CLOSE HeldOutFile
    CLOSE ReleaseFile
    CLOSE ApprRejFile
    CLOSE ApprLogFile.

END PROGRAM JournalApproval.

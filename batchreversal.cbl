        FILE STATUS IS WS-AUDITIN-STATUS.
    SELECT RevOutFile ASSIGN TO "REVOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AdjHistFile ASSIGN TO "ADJHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJHIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RevOutFile.
    COPY "tranrec.cpy".

FD  AdjHistFile.
    COPY "adjrec.cpy".

WORKING-STORAGE SECTION.
01  WS-BATCHREG-STATUS  PIC XX.
01  WS-AUDITIN-STATUS   PIC XX.
01  WS-ADJHIST-STATUS   PIC XX.
01  WS-AdjEOF           PIC X VALUE "N".
01  WS-RegEOF           PIC X VALUE "N".
01  WS-AudEOF           PIC X VALUE "N".
01  WS-AbortRun         PIC X VALUE "N".
PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-RUN
    IF WS-AbortRun = "N"
        PERFORM CHECK-ADJUSTMENT-HISTORY
    END-IF
    IF WS-AbortRun = "N"
        PERFORM COPY-BATCH-REGISTER
    END-IF
    END-IF
    OPEN OUTPUT RevOutFile.

CHECK-ADJUSTMENT-HISTORY.
    OPEN INPUT AdjHistFile
    IF WS-ADJHIST-STATUS NOT = "00" AND WS-ADJHIST-STATUS NOT = "05"
        DISPLAY "ADJUSTMENT HISTORY COULD NOT BE OPENED - "
            "RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        PERFORM UNTIL WS-AdjEOF = "Y" OR WS-AbortRun = "Y"
            READ AdjHistFile
                AT END SET WS-AdjEOF TO "Y"
                NOT AT END PERFORM CHECK-ADJUSTMENT-LEG
            END-READ
        END-PERFORM
        CLOSE AdjHistFile
    END-IF.

CHECK-ADJUSTMENT-LEG.
    IF ADJ-BatchId = WS-TargetBatch
        DISPLAY "BATCH " WS-TargetBatch
            " POSTED PRIOR-PERIOD ADJUSTMENTS - RUN ABORTED."
        DISPLAY "REVERSE IT WITH AN AUTHORIZED TYPE 'P' BATCH "
            "DATED BACK INTO THE SAME PERIODS."
        MOVE "Y" TO WS-AbortRun
    END-IF.

COPY-BATCH-REGISTER.
    OPEN INPUT BatchRegFile
    IF WS-BATCHREG-STATUS NOT = "00"
        END-EVALUATE
    END-IF
    IF WS-AbortRun = "N"
        MOVE AUD-AccountName TO TransAccount
        MOVE AUD-CostCenter TO TransCostCenter
        MOVE AUD-Currency TO TransCurrency
        IF AUD-Currency = SPACES
            MOVE AUD-TransAmount TO TransAmount
            MOVE 0 TO TransLocalAmount
        ELSE
            MOVE AUD-FcyAmount TO TransAmount
            MOVE AUD-TransAmount TO TransLocalAmount
        END-IF
        ADD 1 TO WS-SEQ-NO
        MOVE WS-SEQ-NO TO TransSeq
        MOVE WS-JM-NewJournal (WS-MAP-FOUND) TO TransJournal

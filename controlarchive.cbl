IDENTIFICATION DIVISION.
PROGRAM-ID. ControlArchive.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BalHistFile ASSIGN TO "BALHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BALHIST-STATUS.
    SELECT BalNewFile ASSIGN TO "BALNEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BalArchFile ASSIGN TO "BALARCH"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PerdHistFile ASSIGN TO "PERDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDHIST-STATUS.
    SELECT PerdNewFile ASSIGN TO "PERDNEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PerdArchFile ASSIGN TO "PERDARCH"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BatchRegFile ASSIGN TO "BATCHREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BATCHREG-STATUS.
    SELECT BatchRegNewFile ASSIGN TO "BATCHRGN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BatchRegArchFile ASSIGN TO "BREGARCH"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RunSeqFile ASSIGN TO "RUNSEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNSEQ-STATUS.
    SELECT RunSeqNewFile ASSIGN TO "RUNSEQN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RunSeqArchFile ASSIGN TO "RUNARCH"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportFile ASSIGN TO "ARCHRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BalHistFile.
01  BalHistRecord.
    05  BH-AccountName   PIC X(10).
    05  BH-SnapDate      PIC 9(8).
    05  BH-Balance       PIC S9(9)V99.

FD  BalNewFile.
01  BalNewRecord        PIC X(29).

FD  BalArchFile.
01  BalArchRecord.
    05  BA-RecType      PIC X(01).
    05  BA-Image        PIC X(29).

FD  PerdHistFile.
    COPY "phistrec.cpy".

FD  PerdNewFile.
01  PerdNewRecord       PIC X(40).

FD  PerdArchFile.
01  PerdArchRecord.
    05  PA-RecType      PIC X(01).
    05  PA-Image        PIC X(40).

FD  BatchRegFile.
01  BatchRegRecord.
    05  BR-BatchId       PIC X(16).
    05  BR-BusinessDate  PIC 9(8).
    05  BR-PostedDate    PIC 9(8).
    05  BR-Reversed      PIC X(01).

FD  BatchRegNewFile.
01  BatchRegNewRecord   PIC X(33).

FD  BatchRegArchFile.
01  BatchRegArchRecord.
    05  RA-RecType      PIC X(01).
    05  RA-Image        PIC X(33).

FD  RunSeqFile.
01  RunSeqRecord.
    05  RS-JobName      PIC X(08).
    05  RS-BusinessDate PIC 9(8).
    05  RS-Action       PIC X(01).
    05  RS-Time         PIC 9(6).
    05  RS-ReturnCode   PIC 9(4).

FD  RunSeqNewFile.
01  RunSeqNewRecord     PIC X(27).

FD  RunSeqArchFile.
01  RunSeqArchRecord.
    05  SA-RecType      PIC X(01).
    05  SA-Image        PIC X(27).

FD  ReportFile.
01  ReportLine          PIC X(132).

WORKING-STORAGE SECTION.
01  WS-BALHIST-STATUS   PIC XX.
01  WS-PERDHIST-STATUS  PIC XX.
01  WS-BATCHREG-STATUS  PIC XX.
01  WS-RUNSEQ-STATUS    PIC XX.
01  WS-AbortRun         PIC X VALUE "N".
01  WS-InEOF            PIC X VALUE "N".
01  WS-BalHeld          PIC X VALUE "N".
01  WS-RunJobFull       PIC X VALUE "N".
01  WS-RunDate          PIC 9(8).
01  WS-RunDateParts REDEFINES WS-RunDate.
    05  WS-RunYear      PIC 9(4).
    05  WS-RunMonth     PIC 9(2).
    05  WS-RunDay       PIC 9(2).
01  WS-BalHistMonths    PIC 9(3).
01  WS-PerdHistYears    PIC 9(3).
01  WS-BatchRegMonths   PIC 9(3).
01  WS-RunSeqMonths     PIC 9(3).
01  WS-CardText         PIC X(3).
01  WS-CardDefault      PIC 9(3).
01  WS-CardValue        PIC 9(3).
01  WS-CardFile         PIC X(8).
01  WS-CutYear          PIC 9(4).
01  WS-CutMonth         PIC 9(2).
01  WS-CutMonthsBack    PIC 9(5).
01  WS-MonthIndex       PIC 9(6).
01  WS-BalCutoff        PIC 9(8).
01  WS-LatestPeriod     PIC 9(6).
01  WS-PerdCutoff       PIC 9(6).
01  WS-RegMaxDate       PIC 9(8).
01  WS-RegCutoff        PIC 9(8).
01  WS-RunCutoff        PIC 9(8).
01  WS-PrevBhKey        PIC X(18).
01  WS-RecHash          PIC S9(15)V99.
01  WS-ArcRecType       PIC X(01).
01  WS-ProofCount       PIC 9(9).
01  WS-ProofHash        PIC S9(15)V99.

01  WS-RetentionCard.
    05  AC-BalHistMonths   PIC X(3).
    05  AC-PerdHistYears   PIC X(3).
    05  AC-BatchRegMonths  PIC X(3).
    05  AC-RunSeqMonths    PIC X(3).
    05  FILLER             PIC X(68).

01  WS-BalWork.
    05  BW-AccountName  PIC X(10).
    05  BW-SnapDate     PIC 9(8).
    05  BW-Balance      PIC S9(9)V99.

01  WS-PerdWork.
    05  PW-AccountName  PIC X(10).
    05  PW-Period       PIC 9(6).
    05  PW-ClosingBalance PIC S9(9)V99.
    05  FILLER          PIC X(13).

01  WS-RegWork.
    05  RW-BatchId      PIC X(16).
    05  RW-BusinessDate PIC 9(8).
    05  FILLER          PIC X(09).

01  WS-RunWork.
    05  SW-JobName      PIC X(08).
    05  SW-BusinessDate PIC 9(8).
    05  FILLER          PIC X(11).

01  WS-ArchHeader.
    05  AH-RecType      PIC X(01).
    05  AH-FileName     PIC X(08).
    05  AH-ArchiveDate  PIC 9(8).
    05  AH-Cutoff       PIC X(08).

01  WS-ArchTrailer.
    05  AT-RecType      PIC X(01).
    05  AT-Count        PIC 9(9).
    05  AT-Hash         PIC S9(15)V99.

01  WS-RunJobTable.
    05  WS-RunJobEntry OCCURS 100 TIMES.
        10  WS-RJ-Name      PIC X(08).
        10  WS-RJ-LastRec   PIC 9(9).

01  WS-FileTotals.
    05  WS-FileEntry OCCURS 4 TIMES.
        10  FT-FileName     PIC X(08).
        10  FT-Retention    PIC 9(3).
        10  FT-Unit         PIC X(06).
        10  FT-CutoffText   PIC X(30).
        10  FT-Cutoff       PIC X(08).
        10  FT-Rule         PIC X(80).
        10  FT-HashName     PIC X(20).
        10  FT-ReadCount    PIC 9(9).
        10  FT-ReadHash     PIC S9(15)V99.
        10  FT-KeptCount    PIC 9(9).
        10  FT-KeptHash     PIC S9(15)V99.
        10  FT-ArchCount    PIC 9(9).
        10  FT-ArchHash     PIC S9(15)V99.
        10  FT-HeldBack     PIC 9(9).
        10  FT-Undated      PIC 9(9).
        10  FT-LiveCount    PIC 9(9).
        10  FT-LiveHash     PIC S9(15)V99.
        10  FT-ArcDataCount PIC 9(9).
        10  FT-ArcDataHash  PIC S9(15)V99.
        10  FT-ArcHeaders   PIC 9(9).
        10  FT-ArcTrailers  PIC 9(9).
        10  FT-ArcBadCount  PIC 9(9).
        10  FT-TrlCount     PIC 9(9).
        10  FT-TrlHash      PIC S9(15)V99.
        10  FT-Status       PIC X(01).
        10  FT-ProofNote    PIC X(50).

01  WS-PageHeadLine.
    05  FILLER          PIC X(34)
        VALUE "CONTROL FILE ARCHIVE REPORT       ".
    05  FILLER          PIC X(09) VALUE "RUN DATE ".
    05  PH-HeadRunDate  PIC 9(8).

01  WS-FileHeadLine.
    05  FILLER          PIC X(05) VALUE "FILE ".
    05  FH-FileName     PIC X(08).
    05  FILLER          PIC X(13) VALUE "   RETENTION ".
    05  FH-Retention    PIC ZZ9.
    05  FILLER          PIC X(01) VALUE SPACE.
    05  FH-Unit         PIC X(06).
    05  FILLER          PIC X(12) VALUE "   ARCHIVES ".
    05  FH-CutoffText   PIC X(30).
    05  FILLER          PIC X(01) VALUE SPACE.
    05  FH-Cutoff       PIC X(08).

01  WS-RuleLine.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  RL-Rule         PIC X(80).

01  WS-AmountHeadLine.
    05  FILLER          PIC X(21) VALUE SPACES.
    05  FILLER          PIC X(11) VALUE "    RECORDS".
    05  FILLER          PIC X(18) VALUE "     HASH TOTAL OF".
    05  FILLER          PIC X(01) VALUE SPACE.
    05  HD-HashName     PIC X(20).

01  WS-AmountLine.
    05  AL-Caption      PIC X(21).
    05  AL-Count        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER          PIC X(02) VALUE SPACES.
    05  AL-Hash         PIC ----,---,---,---,--9.99.

01  WS-CountLine.
    05  CL-Caption      PIC X(21).
    05  CL-Count        PIC ZZZ,ZZZ,ZZ9.

01  WS-ProofLine.
    05  PL-Caption      PIC X(21).
    05  PL-Result       PIC X(70).

77  WS-FILE-IDX         PIC 9(3) VALUE 0.
77  WS-RJ-COUNT         PIC 9(3) VALUE 0.
77  WS-RJ-IDX           PIC 9(3) VALUE 0.
77  WS-RJ-FOUND         PIC 9(3) VALUE 0.
77  WS-RECORD-NUMBER    PIC 9(9) VALUE 0.
77  WS-FILES-PROVEN     PIC 9(3) VALUE 0.
77  WS-REPORT-LINE      PIC X(80).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIATE-RUN
    IF WS-AbortRun = "N"
        PERFORM READ-RETENTION-CARD
    END-IF
    IF WS-AbortRun = "N"
        PERFORM ARCHIVE-BALANCE-HISTORY
    END-IF
    IF WS-AbortRun = "N"
        PERFORM ARCHIVE-PERIOD-HISTORY
    END-IF
    IF WS-AbortRun = "N"
        PERFORM ARCHIVE-BATCH-REGISTER
    END-IF
    IF WS-AbortRun = "N"
        PERFORM ARCHIVE-RUN-CONTROL
    END-IF
    IF WS-AbortRun = "N"
        PERFORM PROVE-BALANCE-HISTORY
        PERFORM PROVE-PERIOD-HISTORY
        PERFORM PROVE-BATCH-REGISTER
        PERFORM PROVE-RUN-CONTROL
        PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
            UNTIL WS-FILE-IDX > 4
            PERFORM EVALUATE-FILE-PROOF
        END-PERFORM
    END-IF
    PERFORM PRINT-ARCHIVE-REPORT
    PERFORM PRINT-ARCHIVE-TOTALS
    IF WS-AbortRun = "Y"
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-FILES
    STOP RUN.

INITIATE-RUN.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > 4
        INITIALIZE WS-FileEntry (WS-FILE-IDX)
    END-PERFORM
    MOVE "BALHIST" TO FT-FileName (1)
    MOVE "MONTHS" TO FT-Unit (1)
    MOVE "SNAPSHOTS DATED BEFORE" TO FT-CutoffText (1)
    MOVE "THE LATEST SNAPSHOT OF EVERY ACCOUNT IS ALWAYS KEPT"
        TO FT-Rule (1)
    MOVE "BALANCES" TO FT-HashName (1)
    MOVE "PERDHIST" TO FT-FileName (2)
    MOVE "YEARS" TO FT-Unit (2)
    MOVE "PERIODS BEFORE" TO FT-CutoffText (2)
    MOVE "CLOSING BALANCES" TO FT-HashName (2)
    MOVE "BATCHREG" TO FT-FileName (3)
    MOVE "MONTHS" TO FT-Unit (3)
    MOVE "BATCHES POSTED BEFORE" TO FT-CutoffText (3)
    MOVE "BUSINESS DATES" TO FT-HashName (3)
    MOVE "RUNSEQ" TO FT-FileName (4)
    MOVE "MONTHS" TO FT-Unit (4)
    MOVE "RUN RECORDS DATED BEFORE" TO FT-CutoffText (4)
    MOVE "THE LAST RUN RECORD OF EVERY JOB IS ALWAYS KEPT"
        TO FT-Rule (4)
    MOVE "BUSINESS DATES" TO FT-HashName (4)
    OPEN OUTPUT ReportFile.

READ-RETENTION-CARD.
    MOVE SPACES TO WS-RetentionCard
    ACCEPT WS-RetentionCard
    MOVE AC-BalHistMonths TO WS-CardText
    MOVE 13 TO WS-CardDefault
    MOVE "BALHIST" TO WS-CardFile
    PERFORM EDIT-RETENTION-FIELD
    MOVE WS-CardValue TO WS-BalHistMonths
    MOVE AC-PerdHistYears TO WS-CardText
    MOVE 7 TO WS-CardDefault
    MOVE "PERDHIST" TO WS-CardFile
    PERFORM EDIT-RETENTION-FIELD
    MOVE WS-CardValue TO WS-PerdHistYears
    MOVE AC-BatchRegMonths TO WS-CardText
    MOVE 13 TO WS-CardDefault
    MOVE "BATCHREG" TO WS-CardFile
    PERFORM EDIT-RETENTION-FIELD
    MOVE WS-CardValue TO WS-BatchRegMonths
    MOVE AC-RunSeqMonths TO WS-CardText
    MOVE 3 TO WS-CardDefault
    MOVE "RUNSEQ" TO WS-CardFile
    PERFORM EDIT-RETENTION-FIELD
    MOVE WS-CardValue TO WS-RunSeqMonths
    MOVE WS-BalHistMonths TO FT-Retention (1)
    MOVE WS-PerdHistYears TO FT-Retention (2)
    MOVE WS-BatchRegMonths TO FT-Retention (3)
    MOVE WS-RunSeqMonths TO FT-Retention (4).

EDIT-RETENTION-FIELD.
    IF WS-CardText = SPACES
        MOVE WS-CardDefault TO WS-CardValue
    ELSE
        IF WS-CardText NUMERIC
            MOVE WS-CardText TO WS-CardValue
        ELSE
            MOVE 0 TO WS-CardValue
        END-IF
        IF WS-CardValue = 0
            DISPLAY "RETENTION " WS-CardText " FOR " WS-CardFile
                " NOT A POSITIVE NUMBER - RUN ABORTED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF.

COMPUTE-CUTOFF-MONTH.
    COMPUTE WS-MonthIndex = WS-CutYear * 12 + WS-CutMonth - 1
        - WS-CutMonthsBack
    DIVIDE WS-MonthIndex BY 12
        GIVING WS-CutYear REMAINDER WS-CutMonth
    ADD 1 TO WS-CutMonth.

ARCHIVE-BALANCE-HISTORY.
    MOVE 1 TO WS-FILE-IDX
    MOVE WS-RunYear TO WS-CutYear
    MOVE WS-RunMonth TO WS-CutMonth
    COMPUTE WS-CutMonthsBack = WS-BalHistMonths - 1
    PERFORM COMPUTE-CUTOFF-MONTH
    COMPUTE WS-BalCutoff = WS-CutYear * 10000 + WS-CutMonth * 100 + 1
    MOVE WS-BalCutoff TO FT-Cutoff (1)
    OPEN INPUT BalHistFile
    IF WS-BALHIST-STATUS NOT = "00" AND WS-BALHIST-STATUS NOT = "05"
        DISPLAY "BALANCE HISTORY COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        OPEN OUTPUT BalNewFile
        OPEN OUTPUT BalArchFile
        PERFORM BUILD-ARCHIVE-HEADER
        WRITE BalArchRecord FROM WS-ArchHeader
        MOVE LOW-VALUES TO WS-PrevBhKey
        MOVE "N" TO WS-BalHeld
        MOVE "N" TO WS-InEOF
        PERFORM UNTIL WS-InEOF = "Y"
            READ BalHistFile
                AT END MOVE "Y" TO WS-InEOF
            END-READ
            IF WS-InEOF = "N"
                PERFORM CHECK-BALANCE-HISTORY-ORDER
            END-IF
            IF WS-BalHeld = "Y"
                PERFORM SETTLE-HELD-SNAPSHOT
            END-IF
            IF WS-InEOF = "N"
                MOVE BalHistRecord TO WS-BalWork
                MOVE "Y" TO WS-BalHeld
            END-IF
        END-PERFORM
        PERFORM BUILD-ARCHIVE-TRAILER
        WRITE BalArchRecord FROM WS-ArchTrailer
        CLOSE BalNewFile
        CLOSE BalArchFile
    END-IF
    CLOSE BalHistFile.

CHECK-BALANCE-HISTORY-ORDER.
    IF BalHistRecord (1:18) < WS-PrevBhKey
        DISPLAY "BALANCE HISTORY NOT IN ACCOUNT/DATE ORDER AT "
            BH-AccountName " " BH-SnapDate " - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
        MOVE "Y" TO WS-InEOF
    END-IF
    MOVE BalHistRecord (1:18) TO WS-PrevBhKey.

SETTLE-HELD-SNAPSHOT.
    PERFORM HASH-BALANCE-WORK
    PERFORM TALLY-READ
    EVALUATE TRUE
        WHEN BW-SnapDate NOT NUMERIC OR BW-Balance NOT NUMERIC
            ADD 1 TO FT-Undated (WS-FILE-IDX)
            PERFORM KEEP-SNAPSHOT
        WHEN BW-SnapDate NOT < WS-BalCutoff
            PERFORM KEEP-SNAPSHOT
        WHEN WS-InEOF = "Y" OR BH-AccountName NOT = BW-AccountName
            ADD 1 TO FT-HeldBack (WS-FILE-IDX)
            PERFORM KEEP-SNAPSHOT
        WHEN OTHER
            PERFORM ARCHIVE-SNAPSHOT
    END-EVALUATE.

HASH-BALANCE-WORK.
    MOVE 0 TO WS-RecHash
    IF BW-Balance NUMERIC
        MOVE BW-Balance TO WS-RecHash
    END-IF.

KEEP-SNAPSHOT.
    WRITE BalNewRecord FROM WS-BalWork
    PERFORM TALLY-KEPT.

ARCHIVE-SNAPSHOT.
    MOVE "D" TO BA-RecType
    MOVE WS-BalWork TO BA-Image
    WRITE BalArchRecord
    PERFORM TALLY-ARCHIVED.

ARCHIVE-PERIOD-HISTORY.
    MOVE 2 TO WS-FILE-IDX
    MOVE 0 TO WS-LatestPeriod
    OPEN INPUT PerdHistFile
    IF WS-PERDHIST-STATUS NOT = "00"
            AND WS-PERDHIST-STATUS NOT = "05"
        DISPLAY "PERIOD HISTORY COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        MOVE "N" TO WS-InEOF
        PERFORM UNTIL WS-InEOF = "Y"
            READ PerdHistFile
                AT END MOVE "Y" TO WS-InEOF
                NOT AT END
                    IF PH-Period NUMERIC
                            AND PH-Period > WS-LatestPeriod
                        MOVE PH-Period TO WS-LatestPeriod
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE PerdHistFile
    IF WS-AbortRun = "N"
        MOVE 0 TO WS-PerdCutoff
        IF WS-LatestPeriod > 0
            DIVIDE WS-LatestPeriod BY 100
                GIVING WS-CutYear REMAINDER WS-CutMonth
            COMPUTE WS-CutMonthsBack = WS-PerdHistYears * 12 - 1
            PERFORM COMPUTE-CUTOFF-MONTH
            COMPUTE WS-PerdCutoff = WS-CutYear * 100 + WS-CutMonth
        END-IF
        MOVE WS-PerdCutoff TO FT-Cutoff (2)
        MOVE SPACES TO FT-Rule (2)
        STRING "COUNTED FROM CLOSED PERIOD " WS-LatestPeriod
            "; ALL VERSIONS OF A PERIOD MOVE TOGETHER"
            DELIMITED BY SIZE INTO FT-Rule (2)
        OPEN INPUT PerdHistFile
        OPEN OUTPUT PerdNewFile
        OPEN OUTPUT PerdArchFile
        PERFORM BUILD-ARCHIVE-HEADER
        WRITE PerdArchRecord FROM WS-ArchHeader
        MOVE "N" TO WS-InEOF
        PERFORM UNTIL WS-InEOF = "Y"
            READ PerdHistFile
                AT END MOVE "Y" TO WS-InEOF
                NOT AT END PERFORM SETTLE-PERIOD-ROW
            END-READ
        END-PERFORM
        PERFORM BUILD-ARCHIVE-TRAILER
        WRITE PerdArchRecord FROM WS-ArchTrailer
        CLOSE PerdHistFile
        CLOSE PerdNewFile
        CLOSE PerdArchFile
    END-IF.

SETTLE-PERIOD-ROW.
    MOVE PerdHistRecord TO WS-PerdWork
    PERFORM HASH-PERIOD-WORK
    PERFORM TALLY-READ
    EVALUATE TRUE
        WHEN PH-Period NOT NUMERIC
            ADD 1 TO FT-Undated (WS-FILE-IDX)
            PERFORM KEEP-PERIOD-ROW
        WHEN PH-Period NOT < WS-PerdCutoff
            PERFORM KEEP-PERIOD-ROW
        WHEN OTHER
            PERFORM ARCHIVE-PERIOD-ROW
    END-EVALUATE.

HASH-PERIOD-WORK.
    MOVE 0 TO WS-RecHash
    IF PW-ClosingBalance NUMERIC
        MOVE PW-ClosingBalance TO WS-RecHash
    END-IF.

KEEP-PERIOD-ROW.
    WRITE PerdNewRecord FROM PerdHistRecord
    PERFORM TALLY-KEPT.

ARCHIVE-PERIOD-ROW.
    MOVE "D" TO PA-RecType
    MOVE PerdHistRecord TO PA-Image
    WRITE PerdArchRecord
    PERFORM TALLY-ARCHIVED.

ARCHIVE-BATCH-REGISTER.
    MOVE 3 TO WS-FILE-IDX
    MOVE 0 TO WS-RegMaxDate
    OPEN INPUT BatchRegFile
    IF WS-BATCHREG-STATUS NOT = "00"
            AND WS-BATCHREG-STATUS NOT = "05"
        DISPLAY "BATCH REGISTER COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        MOVE "N" TO WS-InEOF
        PERFORM UNTIL WS-InEOF = "Y"
            READ BatchRegFile
                AT END MOVE "Y" TO WS-InEOF
                NOT AT END
                    IF BR-BusinessDate NUMERIC
                            AND BR-BusinessDate > WS-RegMaxDate
                        MOVE BR-BusinessDate TO WS-RegMaxDate
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE BatchRegFile
    IF WS-AbortRun = "N"
        MOVE WS-RunYear TO WS-CutYear
        MOVE WS-RunMonth TO WS-CutMonth
        COMPUTE WS-CutMonthsBack = WS-BatchRegMonths - 1
        PERFORM COMPUTE-CUTOFF-MONTH
        COMPUTE WS-RegCutoff = WS-CutYear * 10000
            + WS-CutMonth * 100 + 1
        MOVE WS-RegCutoff TO FT-Cutoff (3)
        MOVE SPACES TO FT-Rule (3)
        STRING "BATCHES OF THE LAST POSTED BUSINESS DATE "
            WS-RegMaxDate " ARE ALWAYS KEPT"
            DELIMITED BY SIZE INTO FT-Rule (3)
        OPEN INPUT BatchRegFile
        OPEN OUTPUT BatchRegNewFile
        OPEN OUTPUT BatchRegArchFile
        PERFORM BUILD-ARCHIVE-HEADER
        WRITE BatchRegArchRecord FROM WS-ArchHeader
        MOVE "N" TO WS-InEOF
        PERFORM UNTIL WS-InEOF = "Y"
            READ BatchRegFile
                AT END MOVE "Y" TO WS-InEOF
                NOT AT END PERFORM SETTLE-REGISTER-ENTRY
            END-READ
        END-PERFORM
        PERFORM BUILD-ARCHIVE-TRAILER
        WRITE BatchRegArchRecord FROM WS-ArchTrailer
        CLOSE BatchRegFile
        CLOSE BatchRegNewFile
        CLOSE BatchRegArchFile
    END-IF.

SETTLE-REGISTER-ENTRY.
    MOVE BatchRegRecord TO WS-RegWork
    PERFORM HASH-REGISTER-WORK
    PERFORM TALLY-READ
    EVALUATE TRUE
        WHEN BR-BusinessDate NOT NUMERIC
                OR BR-PostedDate NOT NUMERIC
            ADD 1 TO FT-Undated (WS-FILE-IDX)
            PERFORM KEEP-REGISTER-ENTRY
        WHEN BR-PostedDate NOT < WS-RegCutoff
            PERFORM KEEP-REGISTER-ENTRY
        WHEN BR-BusinessDate = WS-RegMaxDate
            ADD 1 TO FT-HeldBack (WS-FILE-IDX)
            PERFORM KEEP-REGISTER-ENTRY
        WHEN OTHER
            PERFORM ARCHIVE-REGISTER-ENTRY
    END-EVALUATE.

HASH-REGISTER-WORK.
    MOVE 0 TO WS-RecHash
    IF RW-BusinessDate NUMERIC
        MOVE RW-BusinessDate TO WS-RecHash
    END-IF.

KEEP-REGISTER-ENTRY.
    WRITE BatchRegNewRecord FROM BatchRegRecord
    PERFORM TALLY-KEPT.

ARCHIVE-REGISTER-ENTRY.
    MOVE "D" TO RA-RecType
    MOVE BatchRegRecord TO RA-Image
    WRITE BatchRegArchRecord
    PERFORM TALLY-ARCHIVED.

ARCHIVE-RUN-CONTROL.
    MOVE 4 TO WS-FILE-IDX
    MOVE 0 TO WS-RJ-COUNT
    MOVE 0 TO WS-RECORD-NUMBER
    OPEN INPUT RunSeqFile
    IF WS-RUNSEQ-STATUS NOT = "00" AND WS-RUNSEQ-STATUS NOT = "05"
        DISPLAY "RUN CONTROL FILE COULD NOT BE OPENED - RUN ABORTED."
        MOVE "Y" TO WS-AbortRun
    ELSE
        MOVE "N" TO WS-InEOF
        PERFORM UNTIL WS-InEOF = "Y"
            READ RunSeqFile
                AT END MOVE "Y" TO WS-InEOF
                NOT AT END
                    ADD 1 TO WS-RECORD-NUMBER
                    PERFORM NOTE-LAST-RUN-RECORD
            END-READ
        END-PERFORM
    END-IF
    CLOSE RunSeqFile
    IF WS-AbortRun = "N"
        MOVE WS-RunYear TO WS-CutYear
        MOVE WS-RunMonth TO WS-CutMonth
        COMPUTE WS-CutMonthsBack = WS-RunSeqMonths - 1
        PERFORM COMPUTE-CUTOFF-MONTH
        COMPUTE WS-RunCutoff = WS-CutYear * 10000
            + WS-CutMonth * 100 + 1
        MOVE WS-RunCutoff TO FT-Cutoff (4)
        MOVE 0 TO WS-RECORD-NUMBER
        OPEN INPUT RunSeqFile
        OPEN OUTPUT RunSeqNewFile
        OPEN OUTPUT RunSeqArchFile
        PERFORM BUILD-ARCHIVE-HEADER
        WRITE RunSeqArchRecord FROM WS-ArchHeader
        MOVE "N" TO WS-InEOF
        PERFORM UNTIL WS-InEOF = "Y"
            READ RunSeqFile
                AT END MOVE "Y" TO WS-InEOF
                NOT AT END
                    ADD 1 TO WS-RECORD-NUMBER
                    PERFORM SETTLE-RUN-RECORD
            END-READ
        END-PERFORM
        PERFORM BUILD-ARCHIVE-TRAILER
        WRITE RunSeqArchRecord FROM WS-ArchTrailer
        CLOSE RunSeqFile
        CLOSE RunSeqNewFile
        CLOSE RunSeqArchFile
    END-IF.

FIND-RUN-JOB.
    MOVE 0 TO WS-RJ-FOUND
    PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
        UNTIL WS-RJ-IDX > WS-RJ-COUNT
        IF WS-RJ-Name (WS-RJ-IDX) = RS-JobName
            MOVE WS-RJ-IDX TO WS-RJ-FOUND
        END-IF
    END-PERFORM.

NOTE-LAST-RUN-RECORD.
    PERFORM FIND-RUN-JOB
    IF WS-RJ-FOUND = 0
        IF WS-RJ-COUNT < 100
            ADD 1 TO WS-RJ-COUNT
            MOVE WS-RJ-COUNT TO WS-RJ-FOUND
            MOVE RS-JobName TO WS-RJ-Name (WS-RJ-FOUND)
        ELSE
            IF WS-RunJobFull = "N"
                MOVE "Y" TO WS-RunJobFull
                DISPLAY "RUN CONTROL JOB TABLE FULL - EVERY RECORD "
                    "OF FURTHER JOB NAMES WILL BE KEPT."
            END-IF
        END-IF
    END-IF
    IF WS-RJ-FOUND > 0
        MOVE WS-RECORD-NUMBER TO WS-RJ-LastRec (WS-RJ-FOUND)
    END-IF.

SETTLE-RUN-RECORD.
    MOVE RunSeqRecord TO WS-RunWork
    PERFORM HASH-RUN-WORK
    PERFORM TALLY-READ
    PERFORM FIND-RUN-JOB
    EVALUATE TRUE
        WHEN RS-BusinessDate NOT NUMERIC
            ADD 1 TO FT-Undated (WS-FILE-IDX)
            PERFORM KEEP-RUN-RECORD
        WHEN RS-BusinessDate NOT < WS-RunCutoff
            PERFORM KEEP-RUN-RECORD
        WHEN WS-RJ-FOUND = 0
            ADD 1 TO FT-HeldBack (WS-FILE-IDX)
            PERFORM KEEP-RUN-RECORD
        WHEN WS-RJ-LastRec (WS-RJ-FOUND) = WS-RECORD-NUMBER
            ADD 1 TO FT-HeldBack (WS-FILE-IDX)
            PERFORM KEEP-RUN-RECORD
        WHEN OTHER
            PERFORM ARCHIVE-RUN-RECORD
    END-EVALUATE.

HASH-RUN-WORK.
    MOVE 0 TO WS-RecHash
    IF SW-BusinessDate NUMERIC
        MOVE SW-BusinessDate TO WS-RecHash
    END-IF.

KEEP-RUN-RECORD.
    WRITE RunSeqNewRecord FROM RunSeqRecord
    PERFORM TALLY-KEPT.

ARCHIVE-RUN-RECORD.
    MOVE "D" TO SA-RecType
    MOVE RunSeqRecord TO SA-Image
    WRITE RunSeqArchRecord
    PERFORM TALLY-ARCHIVED.

BUILD-ARCHIVE-HEADER.
    MOVE "H" TO AH-RecType
    MOVE FT-FileName (WS-FILE-IDX) TO AH-FileName
    MOVE WS-RunDate TO AH-ArchiveDate
    MOVE FT-Cutoff (WS-FILE-IDX) TO AH-Cutoff.

BUILD-ARCHIVE-TRAILER.
    MOVE "T" TO AT-RecType
    MOVE FT-ArchCount (WS-FILE-IDX) TO AT-Count
    MOVE FT-ArchHash (WS-FILE-IDX) TO AT-Hash.

TALLY-READ.
    ADD 1 TO FT-ReadCount (WS-FILE-IDX)
    ADD WS-RecHash TO FT-ReadHash (WS-FILE-IDX).

TALLY-KEPT.
    ADD 1 TO FT-KeptCount (WS-FILE-IDX)
    ADD WS-RecHash TO FT-KeptHash (WS-FILE-IDX).

TALLY-ARCHIVED.
    ADD 1 TO FT-ArchCount (WS-FILE-IDX)
    ADD WS-RecHash TO FT-ArchHash (WS-FILE-IDX).

PROVE-BALANCE-HISTORY.
    MOVE 1 TO WS-FILE-IDX
    OPEN INPUT BalNewFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ BalNewFile INTO WS-BalWork
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                PERFORM HASH-BALANCE-WORK
                PERFORM TALLY-LIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE BalNewFile
    OPEN INPUT BalArchFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ BalArchFile
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                MOVE BA-RecType TO WS-ArcRecType
                MOVE BA-Image TO WS-BalWork
                PERFORM HASH-BALANCE-WORK
                MOVE BalArchRecord TO WS-ArchTrailer
                PERFORM TALLY-ARCHIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE BalArchFile.

PROVE-PERIOD-HISTORY.
    MOVE 2 TO WS-FILE-IDX
    OPEN INPUT PerdNewFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ PerdNewFile INTO WS-PerdWork
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                PERFORM HASH-PERIOD-WORK
                PERFORM TALLY-LIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE PerdNewFile
    OPEN INPUT PerdArchFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ PerdArchFile
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                MOVE PA-RecType TO WS-ArcRecType
                MOVE PA-Image TO WS-PerdWork
                PERFORM HASH-PERIOD-WORK
                MOVE PerdArchRecord TO WS-ArchTrailer
                PERFORM TALLY-ARCHIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE PerdArchFile.

PROVE-BATCH-REGISTER.
    MOVE 3 TO WS-FILE-IDX
    OPEN INPUT BatchRegNewFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ BatchRegNewFile INTO WS-RegWork
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                PERFORM HASH-REGISTER-WORK
                PERFORM TALLY-LIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE BatchRegNewFile
    OPEN INPUT BatchRegArchFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ BatchRegArchFile
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                MOVE RA-RecType TO WS-ArcRecType
                MOVE RA-Image TO WS-RegWork
                PERFORM HASH-REGISTER-WORK
                MOVE BatchRegArchRecord TO WS-ArchTrailer
                PERFORM TALLY-ARCHIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE BatchRegArchFile.

PROVE-RUN-CONTROL.
    MOVE 4 TO WS-FILE-IDX
    OPEN INPUT RunSeqNewFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ RunSeqNewFile INTO WS-RunWork
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                PERFORM HASH-RUN-WORK
                PERFORM TALLY-LIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE RunSeqNewFile
    OPEN INPUT RunSeqArchFile
    MOVE "N" TO WS-InEOF
    PERFORM UNTIL WS-InEOF = "Y"
        READ RunSeqArchFile
            AT END MOVE "Y" TO WS-InEOF
            NOT AT END
                MOVE SA-RecType TO WS-ArcRecType
                MOVE SA-Image TO WS-RunWork
                PERFORM HASH-RUN-WORK
                MOVE RunSeqArchRecord TO WS-ArchTrailer
                PERFORM TALLY-ARCHIVE-PROOF
        END-READ
    END-PERFORM
    CLOSE RunSeqArchFile.

TALLY-LIVE-PROOF.
    ADD 1 TO FT-LiveCount (WS-FILE-IDX)
    ADD WS-RecHash TO FT-LiveHash (WS-FILE-IDX).

TALLY-ARCHIVE-PROOF.
    EVALUATE WS-ArcRecType
        WHEN "H"
            ADD 1 TO FT-ArcHeaders (WS-FILE-IDX)
        WHEN "D"
            ADD 1 TO FT-ArcDataCount (WS-FILE-IDX)
            ADD WS-RecHash TO FT-ArcDataHash (WS-FILE-IDX)
        WHEN "T"
            ADD 1 TO FT-ArcTrailers (WS-FILE-IDX)
            IF AT-Count NUMERIC AND AT-Hash NUMERIC
                MOVE AT-Count TO FT-TrlCount (WS-FILE-IDX)
                MOVE AT-Hash TO FT-TrlHash (WS-FILE-IDX)
            ELSE
                ADD 1 TO FT-ArcBadCount (WS-FILE-IDX)
            END-IF
        WHEN OTHER
            ADD 1 TO FT-ArcBadCount (WS-FILE-IDX)
    END-EVALUATE.

EVALUATE-FILE-PROOF.
    COMPUTE WS-ProofCount = FT-KeptCount (WS-FILE-IDX)
        + FT-ArchCount (WS-FILE-IDX)
    COMPUTE WS-ProofHash = FT-KeptHash (WS-FILE-IDX)
        + FT-ArchHash (WS-FILE-IDX)
    MOVE "F" TO FT-Status (WS-FILE-IDX)
    EVALUATE TRUE
        WHEN WS-ProofCount NOT = FT-ReadCount (WS-FILE-IDX)
                OR WS-ProofHash NOT = FT-ReadHash (WS-FILE-IDX)
            MOVE "KEPT PLUS ARCHIVED DOES NOT EQUAL READ"
                TO FT-ProofNote (WS-FILE-IDX)
        WHEN FT-LiveCount (WS-FILE-IDX)
                    NOT = FT-KeptCount (WS-FILE-IDX)
                OR FT-LiveHash (WS-FILE-IDX)
                    NOT = FT-KeptHash (WS-FILE-IDX)
            MOVE "NEW LIVE FILE DOES NOT RE-READ AS WRITTEN"
                TO FT-ProofNote (WS-FILE-IDX)
        WHEN FT-ArcDataCount (WS-FILE-IDX)
                    NOT = FT-ArchCount (WS-FILE-IDX)
                OR FT-ArcDataHash (WS-FILE-IDX)
                    NOT = FT-ArchHash (WS-FILE-IDX)
            MOVE "ARCHIVE DOES NOT RE-READ AS WRITTEN"
                TO FT-ProofNote (WS-FILE-IDX)
        WHEN FT-ArcHeaders (WS-FILE-IDX) NOT = 1
                OR FT-ArcTrailers (WS-FILE-IDX) NOT = 1
                OR FT-ArcBadCount (WS-FILE-IDX) > 0
            MOVE "ARCHIVE HEADER OR TRAILER MISSING OR DAMAGED"
                TO FT-ProofNote (WS-FILE-IDX)
        WHEN FT-TrlCount (WS-FILE-IDX)
                    NOT = FT-ArcDataCount (WS-FILE-IDX)
                OR FT-TrlHash (WS-FILE-IDX)
                    NOT = FT-ArcDataHash (WS-FILE-IDX)
            MOVE "ARCHIVE TRAILER DOES NOT MATCH ITS RECORDS"
                TO FT-ProofNote (WS-FILE-IDX)
        WHEN OTHER
            MOVE "P" TO FT-Status (WS-FILE-IDX)
            ADD 1 TO WS-FILES-PROVEN
    END-EVALUATE
    IF FT-Status (WS-FILE-IDX) = "F"
        DISPLAY FT-FileName (WS-FILE-IDX) " NOT PROVEN - "
            FT-ProofNote (WS-FILE-IDX)
        MOVE "Y" TO WS-AbortRun
    END-IF.

PRINT-ARCHIVE-REPORT.
    MOVE WS-RunDate TO PH-HeadRunDate
    WRITE ReportLine FROM WS-PageHeadLine
    PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > 4
        PERFORM PRINT-FILE-BLOCK
    END-PERFORM
    MOVE SPACES TO ReportLine
    WRITE ReportLine
    MOVE "FILES PROVEN.......: " TO CL-Caption
    MOVE WS-FILES-PROVEN TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    IF WS-AbortRun = "N"
        MOVE "EVERY FILE PROVEN - COMPACTED FILES MAY BE SWAPPED IN."
            TO ReportLine
    ELSE
        MOVE "RUN NOT PROVEN - THE LIVE FILES MUST NOT BE REPLACED."
            TO ReportLine
    END-IF
    WRITE ReportLine.

PRINT-FILE-BLOCK.
    MOVE FT-FileName (WS-FILE-IDX) TO FH-FileName
    MOVE FT-Retention (WS-FILE-IDX) TO FH-Retention
    MOVE FT-Unit (WS-FILE-IDX) TO FH-Unit
    MOVE FT-CutoffText (WS-FILE-IDX) TO FH-CutoffText
    MOVE FT-Cutoff (WS-FILE-IDX) TO FH-Cutoff
    WRITE ReportLine FROM WS-FileHeadLine AFTER ADVANCING 2 LINES
    MOVE FT-Rule (WS-FILE-IDX) TO RL-Rule
    WRITE ReportLine FROM WS-RuleLine
    MOVE FT-HashName (WS-FILE-IDX) TO HD-HashName
    WRITE ReportLine FROM WS-AmountHeadLine
    MOVE "RECORDS READ.......: " TO AL-Caption
    MOVE FT-ReadCount (WS-FILE-IDX) TO AL-Count
    MOVE FT-ReadHash (WS-FILE-IDX) TO AL-Hash
    WRITE ReportLine FROM WS-AmountLine
    MOVE "KEPT IN LIVE FILE..: " TO AL-Caption
    MOVE FT-KeptCount (WS-FILE-IDX) TO AL-Count
    MOVE FT-KeptHash (WS-FILE-IDX) TO AL-Hash
    WRITE ReportLine FROM WS-AmountLine
    MOVE "ARCHIVED...........: " TO AL-Caption
    MOVE FT-ArchCount (WS-FILE-IDX) TO AL-Count
    MOVE FT-ArchHash (WS-FILE-IDX) TO AL-Hash
    WRITE ReportLine FROM WS-AmountLine
    MOVE "LIVE FILE RE-READ..: " TO AL-Caption
    MOVE FT-LiveCount (WS-FILE-IDX) TO AL-Count
    MOVE FT-LiveHash (WS-FILE-IDX) TO AL-Hash
    WRITE ReportLine FROM WS-AmountLine
    MOVE "ARCHIVE RE-READ....: " TO AL-Caption
    MOVE FT-ArcDataCount (WS-FILE-IDX) TO AL-Count
    MOVE FT-ArcDataHash (WS-FILE-IDX) TO AL-Hash
    WRITE ReportLine FROM WS-AmountLine
    MOVE "ARCHIVE TRAILER....: " TO AL-Caption
    MOVE FT-TrlCount (WS-FILE-IDX) TO AL-Count
    MOVE FT-TrlHash (WS-FILE-IDX) TO AL-Hash
    WRITE ReportLine FROM WS-AmountLine
    MOVE "KEPT PAST CUTOFF...: " TO CL-Caption
    MOVE FT-HeldBack (WS-FILE-IDX) TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "KEPT, NOT DATED....: " TO CL-Caption
    MOVE FT-Undated (WS-FILE-IDX) TO CL-Count
    WRITE ReportLine FROM WS-CountLine
    MOVE "PROOF..............: " TO PL-Caption
    MOVE SPACES TO PL-Result
    EVALUATE FT-Status (WS-FILE-IDX)
        WHEN "P"
            MOVE "PROVEN - READ = KEPT + ARCHIVED, TRAILER AGREES"
                TO PL-Result
        WHEN "F"
            STRING "NOT PROVEN - " FT-ProofNote (WS-FILE-IDX)
                DELIMITED BY SIZE INTO PL-Result
        WHEN OTHER
            MOVE "NOT PROVEN - RUN ABORTED" TO PL-Result
    END-EVALUATE
    WRITE ReportLine FROM WS-ProofLine.

PRINT-ARCHIVE-TOTALS.
    DISPLAY "===== CONTROL FILE ARCHIVE ====="
    PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
        UNTIL WS-FILE-IDX > 4
        MOVE SPACES TO WS-REPORT-LINE
        STRING FT-FileName (WS-FILE-IDX) " KEPT "
            FT-KeptCount (WS-FILE-IDX) " ARCHIVED "
            FT-ArchCount (WS-FILE-IDX)
            DELIMITED BY SIZE INTO WS-REPORT-LINE
        IF FT-Status (WS-FILE-IDX) = "P"
            MOVE "PROVEN" TO WS-REPORT-LINE (48:10)
        ELSE
            MOVE "NOT PROVEN" TO WS-REPORT-LINE (48:10)
        END-IF
        DISPLAY WS-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FILES PROVEN.......: " WS-FILES-PROVEN
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    IF WS-AbortRun = "N"
        DISPLAY "ARCHIVE PROVEN - COMPACTED FILES READY TO SWAP IN."
    ELSE
        DISPLAY "ARCHIVE NOT PROVEN - LIVE FILES LEFT IN PLACE."
    END-IF.

CLOSE-FILES.
    CLOSE ReportFile.

END PROGRAM ControlArchive.

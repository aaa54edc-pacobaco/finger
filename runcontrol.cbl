01  WS-RecReturnCode    PIC 9(4).

01  WS-JobTable.
    05  WS-JobEntry OCCURS 9 TIMES.
        10  WS-JT-Name       PIC X(08).
        10  WS-JT-LastAction PIC X(01).
        10  WS-JT-LastDate   PIC 9(8).
    05  FILLER          PIC X(04) VALUE " RC ".
    05  IQ-ReturnCode   PIC 9(4).

77  WS-JOB-COUNT        PIC 9(3) VALUE 9.
77  WS-JOB-IDX          PIC 9(3) VALUE 0.
77  WS-JOB-FOUND        PIC 9(3) VALUE 0.
77  WS-PREREQ-IDX       PIC 9(3) VALUE 0.
    MOVE "ASSESSRN" TO WS-JT-Name (3)
    MOVE "MECLOSE" TO WS-JT-Name (4)
    MOVE "ACCTMNT" TO WS-JT-Name (5)
    MOVE "BANKREC" TO WS-JT-Name (6)
    MOVE "FXREVAL" TO WS-JT-Name (7)
    MOVE "DORMSCAN" TO WS-JT-Name (8)
    MOVE "CTLARCH" TO WS-JT-Name (9)
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
        UNTIL WS-JOB-IDX > WS-JOB-COUNT
        MOVE SPACE TO WS-JT-LastAction (WS-JOB-IDX)
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-JobName = "MECLOSE" OR WS-JobName = "BANKREC"
        MOVE 0 TO WS-PREREQ-IDX
        PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT
        END-PERFORM
        IF WS-JT-DoneToday (WS-PREREQ-IDX) = "N"
            DISPLAY "ACCTRUN HAS NOT COMPLETED FOR BUSINESS "
                "DAY " WS-RunDate " - START OF " WS-JobName
                "REFUSED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-JobName = "CTLARCH"
        MOVE 0 TO WS-PREREQ-IDX
        PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT
            IF WS-JT-Name (WS-JOB-IDX) = "MECLOSE"
                MOVE WS-JOB-IDX TO WS-PREREQ-IDX
            END-IF
        END-PERFORM
        IF WS-JT-DoneToday (WS-PREREQ-IDX) = "N"
            DISPLAY "MECLOSE HAS NOT COMPLETED FOR BUSINESS "
                "DAY " WS-RunDate " - START OF CTLARCH REFUSED."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF
    IF WS-JobName = "FXREVAL"
        MOVE 0 TO WS-PREREQ-IDX
        PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT
            IF WS-JT-Name (WS-JOB-IDX) = "ACCTRUN"
                MOVE WS-JOB-IDX TO WS-PREREQ-IDX
            END-IF
        END-PERFORM
        IF WS-JT-DoneToday (WS-PREREQ-IDX) = "Y"
            DISPLAY "ACCTRUN HAS ALREADY COMPLETED FOR BUSINESS "
                "DAY " WS-RunDate " - START OF FXREVAL REFUSED - "
                "THE REVALUATION MUST POST IN THAT DAY'S ACCTRUN."
            MOVE "Y" TO WS-AbortRun
        END-IF
    END-IF.

            AT END MOVE "Y" TO WS-SweepEOF
        END-READ
        IF WS-SweepEOF = "N" AND AccountOpen
                AND AccountCurrency = SPACES
                AND AccountName NOT = WS-IntOffsetAcct
                AND AccountName NOT = WS-FeeOffsetAcct
            PERFORM ASSESS-ONE-ACCOUNT

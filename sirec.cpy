01  StandingInstrRecord.
    05  SI-Id               PIC X(08).
    05  SI-DebitAccount     PIC X(10).
    05  SI-CreditAccount    PIC X(10).
    05  SI-Amount           PIC 9(9)V99.
    05  SI-Frequency        PIC X(01).
        88  SI-Daily        VALUE "D".
        88  SI-Weekly       VALUE "W".
        88  SI-Monthly      VALUE "M".
        88  SI-Quarterly    VALUE "Q".
        88  SI-FreqValid    VALUES "D" "W" "M" "Q".
    05  SI-StartDate        PIC 9(8).
    05  SI-EndDate          PIC 9(8).
    05  SI-NextDue          PIC 9(8).
    05  SI-Status           PIC X(01).
        88  SI-Active       VALUE "A".
        88  SI-Suspended    VALUE "S".
        88  SI-Ended        VALUE "E".
    05  SI-Desc             PIC X(30).
    05  SI-LastGenerated    PIC 9(8).
    05  SI-AnchorDay        PIC 9(2).
    05  SI-LastChanged      PIC 9(8).

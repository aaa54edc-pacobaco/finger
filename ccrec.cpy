01  CostCenterRecord.
    05  CC-Code             PIC X(6).
    05  CC-Name             PIC X(30).
    05  CC-Owner            PIC X(20).
    05  CC-Status           PIC X(01).
        88  CC-Active           VALUE "A".
        88  CC-Inactive         VALUE "I".
    05  CC-OpenDate         PIC 9(8).

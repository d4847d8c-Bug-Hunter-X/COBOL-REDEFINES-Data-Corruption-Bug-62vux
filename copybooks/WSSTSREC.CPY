    01  WS-STEP-STATS-RECORD.
        05  WS-STS-PROGRAM              PIC X(8).
        05  WS-STS-BUS-DATE             PIC 9(8).
        05  WS-STS-START-DATE           PIC 9(8).
        05  WS-STS-START-TIME           PIC 9(6).
        05  WS-STS-END-DATE             PIC 9(8).
        05  WS-STS-END-TIME             PIC 9(6).
        05  WS-STS-READ-COUNT           PIC 9(7).
        05  WS-STS-WRITTEN-COUNT        PIC 9(7).
        05  WS-STS-REJECTED-COUNT       PIC 9(7).
        05  WS-STS-HELD-COUNT           PIC 9(7).
        05  WS-STS-RETURN-CODE          PIC 9(4).
        05  FILLER                      PIC X(4).
    01  WS-STS-CLOCK-TIME               PIC 9(8).

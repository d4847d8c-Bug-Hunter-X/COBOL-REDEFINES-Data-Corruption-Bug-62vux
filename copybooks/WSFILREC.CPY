    01  WS-FILED-RECORD.
        05  WS-FIL-ACCOUNT              PIC X(10).
        05  WS-FIL-PERIOD               PIC 9(6).
        05  WS-FIL-DATE                 PIC 9(8).
        05  WS-FIL-SOURCE               PIC X(1).
            88  WS-FIL-BY-BATCH             VALUE 'B'.
            88  WS-FIL-BY-COMPLIANCE        VALUE 'C'.
        05  FILLER                      PIC X(15).

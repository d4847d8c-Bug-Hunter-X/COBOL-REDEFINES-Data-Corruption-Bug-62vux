    01  WS-PERIOD-RECORD.
        05  WS-PER-MONTH                PIC 9(6).
        05  WS-PER-ACTION               PIC X(1).
            88  WS-PER-CLOSED               VALUE 'C'.
            88  WS-PER-REOPENED             VALUE 'R'.
        05  WS-PER-STAMP-DATE           PIC 9(8).
        05  WS-PER-STAMP-TIME           PIC 9(6).
        05  WS-PER-REQUESTOR            PIC X(8).
        05  WS-PER-APPROVER             PIC X(8).
        05  FILLER                      PIC X(3).

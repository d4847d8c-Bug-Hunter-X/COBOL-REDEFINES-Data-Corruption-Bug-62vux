    01  WS-BACKOUT-MARK-RECORD.
        05  WS-BKM-DATE                 PIC 9(8).
        05  WS-BKM-FILE                 PIC X(8).
        05  WS-BKM-COUNT                PIC 9(9).
        05  WS-BKM-STAMP-DATE           PIC 9(8).
        05  WS-BKM-STAMP-TIME           PIC 9(6).
        05  FILLER                      PIC X(1).

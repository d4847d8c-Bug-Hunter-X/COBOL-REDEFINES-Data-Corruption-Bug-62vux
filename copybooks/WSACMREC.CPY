    01  WS-ACCOUNT-MASTER.
        05  WS-ACM-ACCOUNT              PIC X(10).
        05  WS-ACM-STATUS               PIC X(1).
            88  WS-ACM-OPEN                 VALUE 'O'.
            88  WS-ACM-CLOSED               VALUE 'C'.
            88  WS-ACM-BLOCKED              VALUE 'B'.
        05  WS-ACM-REGION               PIC X(2).
        05  WS-ACM-OPEN-DATE            PIC 9(8).
        05  WS-ACM-CLOSE-DATE           PIC 9(8).
        05  WS-ACM-SHORT-NAME           PIC X(20).
        05  WS-ACM-MAINT-DATE           PIC 9(8).
        05  WS-ACM-MAINT-USER           PIC X(8).
        05  FILLER                      PIC X(15).

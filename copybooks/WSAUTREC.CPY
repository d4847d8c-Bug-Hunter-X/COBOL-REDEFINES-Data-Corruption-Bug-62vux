    01  WS-AUTHORITY-RECORD.
        05  WS-AUT-USER                 PIC X(8).
        05  WS-AUT-STATUS               PIC X(1).
            88  WS-AUT-ACTIVE               VALUE 'A'.
            88  WS-AUT-REVOKED              VALUE 'R'.
        05  WS-AUT-REGION-LIST.
            10  WS-AUT-REGION           PIC X(2) OCCURS 6 TIMES.
        05  WS-AUT-CORRECT-LIMIT        PIC 9(9)V99.
        05  WS-AUT-APPROVE-LIMIT        PIC 9(9)V99.
        05  WS-AUT-RELEASE-SW           PIC X(1).
            88  WS-AUT-MAY-RELEASE          VALUE 'Y'.
        05  WS-AUT-CONFIRM-SW           PIC X(1).
            88  WS-AUT-MAY-CONFIRM          VALUE 'Y'.
        05  WS-AUT-RESET-SW             PIC X(1).
            88  WS-AUT-MAY-RESET            VALUE 'Y'.
        05  WS-AUT-MAINT-DATE           PIC 9(8).
        05  WS-AUT-MAINT-USER           PIC X(8).
        05  FILLER                      PIC X(18).

    01  WS-CASE-RECORD.
        05  WS-CAS-REC-TYPE             PIC X(1).
            88  WS-CAS-HEADER               VALUE 'H'.
            88  WS-CAS-DETAIL               VALUE 'D'.
        05  WS-CAS-BUS-DATE             PIC 9(8).
        05  WS-CAS-ACCOUNT              PIC X(10).
        05  WS-CAS-BODY                 PIC X(81).
        05  WS-CAS-HEADER-BODY REDEFINES WS-CAS-BODY.
            10  WS-CAS-BASIS            PIC X(1).
                88  WS-CAS-BASIS-DAY        VALUE 'D'.
                88  WS-CAS-BASIS-WINDOW     VALUE 'W'.
            10  WS-CAS-WINDOW-DAYS      PIC 9(2).
            10  WS-CAS-WINDOW-START     PIC 9(8).
            10  WS-CAS-THRESHOLD        PIC 9(9)V99.
            10  WS-CAS-DAY-TOTAL        PIC 9(11)V99.
            10  WS-CAS-WINDOW-TOTAL     PIC 9(11)V99.
            10  WS-CAS-LARGEST          PIC 9(9)V99.
            10  WS-CAS-DETAIL-COUNT     PIC 9(5).
            10  FILLER                  PIC X(17).
        05  WS-CAS-DETAIL-BODY REDEFINES WS-CAS-BODY.
            10  WS-CAS-KEY              PIC 9(5).
            10  WS-CAS-AMOUNT           PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
            10  WS-CAS-EFF-DATE         PIC 9(8).
            10  WS-CAS-POST-DATE        PIC 9(8).
            10  WS-CAS-REGION           PIC X(2).
            10  WS-CAS-STATUS           PIC X(2).
            10  FILLER                  PIC X(44).

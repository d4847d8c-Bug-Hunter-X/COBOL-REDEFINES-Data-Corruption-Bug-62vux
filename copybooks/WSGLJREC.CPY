    01  WS-GL-JOURNAL-RECORD.
        05  WS-GLJ-REC-TYPE             PIC X(1).
            88  WS-GLJ-HEADER-TYPE          VALUE 'H'.
            88  WS-GLJ-LINE-TYPE            VALUE 'D'.
            88  WS-GLJ-TRAILER-TYPE         VALUE 'T'.
        05  WS-GLJ-BODY                 PIC X(79).
        05  WS-GLJ-HEADER REDEFINES WS-GLJ-BODY.
            10  WS-GLJ-HDR-SOURCE       PIC X(8).
            10  WS-GLJ-HDR-DATE         PIC 9(8).
            10  FILLER                  PIC X(63).
        05  WS-GLJ-LINE REDEFINES WS-GLJ-BODY.
            10  WS-GLJ-GL-ACCOUNT       PIC X(10).
            10  WS-GLJ-DR-CR            PIC X(1).
                88  WS-GLJ-DEBIT            VALUE 'D'.
                88  WS-GLJ-CREDIT           VALUE 'C'.
            10  WS-GLJ-AMOUNT           PIC 9(13)V99.
            10  WS-GLJ-POST-DATE        PIC 9(8).
            10  WS-GLJ-REF-KEY          PIC 9(5).
            10  WS-GLJ-REF-ACCOUNT      PIC X(10).
            10  WS-GLJ-REF-EFF-DATE     PIC 9(8).
            10  WS-GLJ-REF-STATUS       PIC X(2).
            10  WS-GLJ-REF-REGION       PIC X(2).
            10  WS-GLJ-REF-SIGN         PIC X(1).
            10  FILLER                  PIC X(17).
        05  WS-GLJ-TRAILER REDEFINES WS-GLJ-BODY.
            10  WS-GLJ-TRL-LINE-COUNT   PIC 9(7).
            10  WS-GLJ-TRL-DEBITS       PIC 9(13)V99.
            10  WS-GLJ-TRL-CREDITS      PIC 9(13)V99.
            10  FILLER                  PIC X(42).

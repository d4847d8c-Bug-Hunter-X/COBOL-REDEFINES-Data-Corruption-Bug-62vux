    01  WS-AUDIT-RECORD.
        05  WS-AUD-TAG                  PIC X(6).
            88  WS-AUD-REFUSAL              VALUE 'REFUSE'.
            88  WS-AUD-PERMITTED            VALUE 'PERMIT'.
        05  FILLER                      PIC X(1).
        05  WS-AUD-FIELD-1               PIC 9(5).
        05  WS-AUD-FIELD-1-TAG REDEFINES WS-AUD-FIELD-1
                                         PIC X(5).
        05  FILLER                      PIC X(1).
        05  WS-AUD-FIELD-2               PIC X(95).
        05  WS-AUD-AUTHORITY REDEFINES WS-AUD-FIELD-2.
            10  WS-AUD-ATH-ACTION       PIC X(8).
            10  WS-AUD-ATH-OBJECT       PIC X(8).
            10  WS-AUD-ATH-REGION       PIC X(2).
            10  WS-AUD-ATH-AMOUNT       PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
            10  WS-AUD-ATH-REASON       PIC X(30).
            10  FILLER                  PIC X(35).
        05  WS-AUD-DATE                 PIC 9(8).
        05  WS-AUD-TIME                 PIC 9(6).
        05  WS-AUD-SOURCE.

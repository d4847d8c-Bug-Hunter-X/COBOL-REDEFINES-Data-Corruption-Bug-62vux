        05  WS-ACT-AMOUNT               PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
        05  WS-ACT-STATUS               PIC X(2).
            88  WS-ACT-BALANCE-FORWARD      VALUE 'BF'.
            88  WS-ACT-REVERSAL             VALUE 'RV'.
        05  WS-ACT-REGION               PIC X(2).
        05  WS-ACT-POST-DATE            PIC 9(8).

    01  WS-AGING-RECORD.
        05  WS-AGE-AS-OF-DATE           PIC 9(8).
        05  WS-AGE-ACCOUNT              PIC X(10).
        05  WS-AGE-KEY                  PIC 9(5).
        05  WS-AGE-REGION               PIC X(2).
        05  WS-AGE-STATUS               PIC X(2).
        05  WS-AGE-EFF-DATE             PIC 9(8).
        05  WS-AGE-AMOUNT               PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
        05  WS-AGE-DAYS                 PIC 9(5).
        05  WS-AGE-BUCKET               PIC 9(1).
            88  WS-AGE-0-30                 VALUE 1.
            88  WS-AGE-31-60                VALUE 2.
            88  WS-AGE-61-90                VALUE 3.
            88  WS-AGE-OVER-90              VALUE 4.
        05  FILLER                      PIC X(27).

            10  WS-F2-STATUS            PIC X(2).
                88  WS-F2-STATUS-VALID      VALUE '01' '02' '03'
                                                  '04' '09'.
            10  WS-F2-REVERSAL-FLAG     PIC X(1).
                88  WS-F2-REVERSAL-ENTRY    VALUE 'R'.
                88  WS-F2-REVERSED          VALUE 'X'.
            10  WS-F2-REVERSAL-DATE     PIC 9(8).
            10  WS-F2-ORIG-EFF-DATE     PIC 9(8).
            10  FILLER                  PIC X(43).
            10  WS-F2-REGION-TAG        PIC X(2).
            10  FILLER                  PIC X(1).
    01  WS-AREA-3 REDEFINES WS-AREA-1.
            88  WS-HEADER-TYPE              VALUE 'H'.
            88  WS-DETAIL-TYPE              VALUE 'D'.
            88  WS-TRAILER-TYPE             VALUE 'T'.
            88  WS-REVERSAL-TYPE            VALUE 'R'.
        05  WS-REC-KEY                  PIC 9(5).
        05  WS-REC-PAYLOAD              PIC X(94).
        05  WS-REC-PAYLOAD-R REDEFINES WS-REC-PAYLOAD.
        05  WS-TRL-TYPE                 PIC X(1).
        05  WS-TRL-DETAIL-COUNT         PIC 9(7).
        05  WS-TRL-HASH-TOTAL           PIC 9(10).
        05  WS-TRL-REVERSAL-COUNT       PIC 9(7).
        05  FILLER                      PIC X(75).
    01  WS-AREA-5 REDEFINES WS-AREA-1.
        05  WS-MNT-TYPE                 PIC X(1).
        05  WS-MNT-KEY                  PIC 9(5).
            88  WS-MNT-CHANGE               VALUE 'C'.
            88  WS-MNT-DELETE               VALUE 'D'.
        05  WS-MNT-PAYLOAD              PIC X(93).
    01  WS-AREA-6 REDEFINES WS-AREA-1.
        05  WS-REV-TYPE                 PIC X(1).
        05  WS-REV-KEY                  PIC 9(5).
        05  WS-REV-ACCOUNT              PIC X(10).
        05  WS-REV-ORIG-AMOUNT          PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
        05  WS-REV-ORIG-EFF-DATE        PIC 9(8).
        05  FILLER                      PIC X(62).
        05  WS-REV-REGION               PIC X(2).

IDENTIFICATION DIVISION.
PROGRAM-ID. WSAMNT1.
*>----------------------------------------------------------------
*> Batch maintenance of the account reference master (WSACMREC,
*> VSAM KSDS keyed on the 10-byte account number) that WSBATCH1
*> validates every detail's WS-F2-ACCOUNT against.  Driven by
*> maintenance cards on ACMCARDS, applied in card order:
*>   'A'  add a new account - owning region and short name are
*>        required, the status defaults to open and the open date
*>        to the run date.
*>   'C'  change an account - only the non-blank card fields are
*>        applied: status (open or blocked), owning region, short
*>        name.  A change to open on a closed account reopens it
*>        and clears the close date.
*>   'X'  close an account - the close date defaults to the run
*>        date.  Closed accounts stay on file so WSBATCH1 can tell
*>        a closed account from a mistyped one.
*> Every applied card is stamped to the shared AUDITLOG as a
*> BEFORE/AFTER pair carrying the old and new master images and
*> the ID from the card.  The key positions of those entries
*> carry the tag 'ACMST' instead of a WS-FIELD-1 key, so the
*> WSRBLD1 replay never mistakes them for KSDS updates.  Every
*> card, applied or rejected, is listed with its verdict on the
*> ACMRPT report.  The run date arrives as a PARM (YYYYMMDD).
*> RETURN-CODE 4 when any card was rejected.
*>
*> Maintenance card layout (80 bytes):
*>   col   1     action ('A' add, 'C' change, 'X' close)
*>   cols  3-12  account number
*>   col  14     status ('O' open, 'B' blocked)
*>   cols 16-17  owning region (R1, R2, R3)
*>   cols 19-26  open date (YYYYMMDD, add only)
*>   cols 28-47  short name
*>   cols 49-56  close date (YYYYMMDD, close only)
*>   cols 58-65  requesting user ID (must be present)
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CARD-FILE ASSIGN TO ACMCARDS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT WS-ACCOUNT-FILE ASSIGN TO ACCTMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-ACM-ACCOUNT
        FILE STATUS IS WS-ACCOUNT-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO ACMRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-CARD-FILE
    RECORDING MODE IS F.
01  WS-CARD-RECORD                  PIC X(80).

FD  WS-ACCOUNT-FILE.
COPY WSACMREC.

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-AUDIT-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-FILE-RECORD            PIC X(152).

WORKING-STORAGE SECTION.
COPY WSAUDREC.

01  WS-SWITCHES.
    05  WS-CARD-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-CARD-EOF                 VALUE 'Y'.
    05  WS-ON-FILE-SW               PIC X(1) VALUE 'N'.
        88  WS-ON-FILE                  VALUE 'Y'.
    05  WS-REJECT-SW                PIC X(1) VALUE 'N'.
        88  WS-CARD-REJECTED            VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-CARD-STATUS              PIC X(2).
    05  WS-ACCOUNT-STATUS           PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-AUDIT-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-ADD-APPLIED              PIC 9(7) VALUE ZERO.
    05  WS-CHG-APPLIED              PIC 9(7) VALUE ZERO.
    05  WS-CLS-APPLIED              PIC 9(7) VALUE ZERO.
    05  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

01  WS-AUDIT-CONTROLS.
    05  WS-AUDIT-SEQ-COUNTER        PIC 9(9) VALUE ZERO.
    05  WS-TIME-WORK                PIC 9(8).

01  WS-MAINT-CARD.
    05  WS-MC-ACTION                PIC X(1).
        88  WS-MC-ADD                   VALUE 'A'.
        88  WS-MC-CHANGE                VALUE 'C'.
        88  WS-MC-CLOSE                 VALUE 'X'.
    05  FILLER                      PIC X(1).
    05  WS-MC-ACCOUNT               PIC X(10).
    05  FILLER                      PIC X(1).
    05  WS-MC-STATUS                PIC X(1).
        88  WS-MC-STATUS-VALID          VALUE 'O' 'B'.
    05  FILLER                      PIC X(1).
    05  WS-MC-REGION                PIC X(2).
        88  WS-MC-REGION-VALID          VALUE 'R1' 'R2' 'R3'.
    05  FILLER                      PIC X(1).
    05  WS-MC-OPEN-DATE             PIC X(8).
    05  FILLER                      PIC X(1).
    05  WS-MC-SHORT-NAME            PIC X(20).
    05  FILLER                      PIC X(1).
    05  WS-MC-CLOSE-DATE            PIC X(8).
    05  FILLER                      PIC X(1).
    05  WS-MC-USER                  PIC X(8).
    05  FILLER                      PIC X(15).

01  WS-BEFORE-IMAGE                 PIC X(80).

01  WS-REJECT-REASON                PIC X(30).

01  WS-DATE-CHECK.
    05  WS-DC-DATE.
        10  WS-DC-YEAR              PIC 9(4).
        10  WS-DC-MONTH             PIC 9(2).
        10  WS-DC-DAY               PIC 9(2).
    05  WS-DC-VALID-SW              PIC X(1).
        88  WS-DC-VALID                 VALUE 'Y'.
    05  WS-DC-MAX-DAY               PIC 9(2).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(40)
        VALUE 'WSAMNT1 ACCOUNT MASTER MAINTENANCE  RUN '.
    05  WS-HDG-RUN-DATE             PIC 9(8).
    05  FILLER                      PIC X(84) VALUE SPACES.

01  WS-CARD-DETAIL-LINE.
    05  WS-CDL-VERDICT              PIC X(9).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-CDL-ACTION               PIC X(1).
    05  FILLER                      PIC X(9)  VALUE ' ACCOUNT '.
    05  WS-CDL-ACCOUNT              PIC X(10).
    05  FILLER                      PIC X(8)  VALUE ' STATUS '.
    05  WS-CDL-STATUS               PIC X(1).
    05  FILLER                      PIC X(8)  VALUE ' REGION '.
    05  WS-CDL-REGION               PIC X(2).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-CDL-SHORT-NAME           PIC X(20).
    05  FILLER                      PIC X(6)  VALUE ' USER '.
    05  WS-CDL-USER                 PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-CDL-REASON               PIC X(30).
    05  FILLER                      PIC X(17) VALUE SPACES.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-CARD UNTIL WS-CARD-EOF
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT WS-CARD-FILE
    OPEN I-O WS-ACCOUNT-FILE
    OPEN OUTPUT WS-REPORT-FILE
    OPEN EXTEND WS-AUDIT-FILE
    IF WS-CARD-STATUS NOT = '00'
            OR WS-ACCOUNT-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
            OR WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'WSAMNT1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  ACMCARDS STATUS: ' WS-CARD-STATUS
        DISPLAY '  ACCTMAST STATUS: ' WS-ACCOUNT-STATUS
        DISPLAY '  ACMRPT STATUS:   ' WS-REPORT-STATUS
        DISPLAY '  AUDITLOG STATUS: ' WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSAMNT1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-DATE TO WS-AUD-DATE
    ACCEPT WS-TIME-WORK FROM TIME
    MOVE WS-TIME-WORK (1:6) TO WS-AUD-TIME
    SET WS-AUD-SOURCE-BATCH TO TRUE
    MOVE 'WSAMNT1 ' TO WS-AUD-SOURCE-ID
    MOVE SPACES TO WS-AUD-TERMINAL
    MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    PERFORM 2900-READ-CARD.

2000-PROCESS-CARD.
    ADD 1 TO WS-CARD-COUNT
    MOVE WS-CARD-RECORD TO WS-MAINT-CARD
    MOVE 'N' TO WS-REJECT-SW
    MOVE SPACES TO WS-REJECT-REASON
    IF WS-MC-USER = SPACES
        MOVE 'USER ID MISSING' TO WS-REJECT-REASON
        SET WS-CARD-REJECTED TO TRUE
    ELSE
        IF WS-MC-ACCOUNT = SPACES
            MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        ELSE
            PERFORM 2100-READ-ACCOUNT
            EVALUATE TRUE
                WHEN WS-MC-ADD
                    PERFORM 2200-APPLY-ADD
                WHEN WS-MC-CHANGE
                    PERFORM 2300-APPLY-CHANGE
                WHEN WS-MC-CLOSE
                    PERFORM 2400-APPLY-CLOSE
                WHEN OTHER
                    MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
                    SET WS-CARD-REJECTED TO TRUE
            END-EVALUATE
        END-IF
    END-IF
    IF WS-CARD-REJECTED
        ADD 1 TO WS-REJECTED-COUNT
        MOVE 'REJECTED ' TO WS-CDL-VERDICT
    ELSE
        MOVE 'APPLIED  ' TO WS-CDL-VERDICT
    END-IF
    PERFORM 5000-WRITE-REPORT-LINE
    PERFORM 2900-READ-CARD.

2100-READ-ACCOUNT.
    MOVE 'N' TO WS-ON-FILE-SW
    MOVE WS-MC-ACCOUNT TO WS-ACM-ACCOUNT
    READ WS-ACCOUNT-FILE
        INVALID KEY
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE WS-MC-ACCOUNT TO WS-BEFORE-IMAGE (1:10)
        NOT INVALID KEY
            SET WS-ON-FILE TO TRUE
            MOVE WS-ACCOUNT-MASTER TO WS-BEFORE-IMAGE
    END-READ.

2200-APPLY-ADD.
    EVALUATE TRUE
        WHEN WS-ON-FILE
            MOVE 'ACCOUNT ALREADY ON FILE' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN NOT WS-MC-REGION-VALID
            MOVE 'OWNING REGION NOT VALID' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-SHORT-NAME = SPACES
            MOVE 'SHORT NAME MISSING' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-STATUS NOT = SPACE AND NOT WS-MC-STATUS-VALID
            MOVE 'STATUS NOT VALID' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN OTHER
            PERFORM 2210-BUILD-NEW-ACCOUNT
    END-EVALUATE.

2210-BUILD-NEW-ACCOUNT.
    IF WS-MC-OPEN-DATE = SPACES
        MOVE WS-RUN-DATE TO WS-DC-DATE
    ELSE
        MOVE WS-MC-OPEN-DATE TO WS-DC-DATE
    END-IF
    PERFORM 2500-VALIDATE-DATE
    IF NOT WS-DC-VALID
        MOVE 'OPEN DATE NOT VALID' TO WS-REJECT-REASON
        SET WS-CARD-REJECTED TO TRUE
    ELSE
        MOVE SPACES TO WS-ACCOUNT-MASTER
        MOVE WS-MC-ACCOUNT TO WS-ACM-ACCOUNT
        IF WS-MC-STATUS = SPACE
            SET WS-ACM-OPEN TO TRUE
        ELSE
            MOVE WS-MC-STATUS TO WS-ACM-STATUS
        END-IF
        MOVE WS-MC-REGION TO WS-ACM-REGION
        MOVE WS-DC-DATE TO WS-ACM-OPEN-DATE
        MOVE ZERO TO WS-ACM-CLOSE-DATE
        MOVE WS-MC-SHORT-NAME TO WS-ACM-SHORT-NAME
        MOVE WS-RUN-DATE TO WS-ACM-MAINT-DATE
        MOVE WS-MC-USER TO WS-ACM-MAINT-USER
        WRITE WS-ACCOUNT-MASTER
            INVALID KEY
                MOVE 'ADD FAILED STATUS ' TO WS-REJECT-REASON
                MOVE WS-ACCOUNT-STATUS TO WS-REJECT-REASON (19:2)
                SET WS-CARD-REJECTED TO TRUE
            NOT INVALID KEY
                ADD 1 TO WS-ADD-APPLIED
                PERFORM 4000-WRITE-AUDIT-PAIR
        END-WRITE
    END-IF.

2300-APPLY-CHANGE.
    EVALUATE TRUE
        WHEN NOT WS-ON-FILE
            MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-REGION NOT = SPACES AND NOT WS-MC-REGION-VALID
            MOVE 'OWNING REGION NOT VALID' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-STATUS NOT = SPACE AND NOT WS-MC-STATUS-VALID
            MOVE 'STATUS NOT VALID' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-ACM-CLOSED AND WS-MC-STATUS NOT = 'O'
            MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-STATUS = SPACE AND WS-MC-REGION = SPACES
                AND WS-MC-SHORT-NAME = SPACES
            MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN OTHER
            PERFORM 2310-CHANGE-ACCOUNT
    END-EVALUATE.

2310-CHANGE-ACCOUNT.
    IF WS-MC-STATUS NOT = SPACE
        IF WS-ACM-CLOSED
            MOVE ZERO TO WS-ACM-CLOSE-DATE
        END-IF
        MOVE WS-MC-STATUS TO WS-ACM-STATUS
    END-IF
    IF WS-MC-REGION NOT = SPACES
        MOVE WS-MC-REGION TO WS-ACM-REGION
    END-IF
    IF WS-MC-SHORT-NAME NOT = SPACES
        MOVE WS-MC-SHORT-NAME TO WS-ACM-SHORT-NAME
    END-IF
    PERFORM 2600-REWRITE-ACCOUNT
    IF NOT WS-CARD-REJECTED
        ADD 1 TO WS-CHG-APPLIED
    END-IF.

2400-APPLY-CLOSE.
    EVALUATE TRUE
        WHEN NOT WS-ON-FILE
            MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-ACM-CLOSED
            MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN OTHER
            PERFORM 2410-CLOSE-ACCOUNT
    END-EVALUATE.

2410-CLOSE-ACCOUNT.
    IF WS-MC-CLOSE-DATE = SPACES
        MOVE WS-RUN-DATE TO WS-DC-DATE
    ELSE
        MOVE WS-MC-CLOSE-DATE TO WS-DC-DATE
    END-IF
    PERFORM 2500-VALIDATE-DATE
    IF NOT WS-DC-VALID OR WS-DC-DATE < WS-ACM-OPEN-DATE
        MOVE 'CLOSE DATE NOT VALID' TO WS-REJECT-REASON
        SET WS-CARD-REJECTED TO TRUE
    ELSE
        SET WS-ACM-CLOSED TO TRUE
        MOVE WS-DC-DATE TO WS-ACM-CLOSE-DATE
        PERFORM 2600-REWRITE-ACCOUNT
        IF NOT WS-CARD-REJECTED
            ADD 1 TO WS-CLS-APPLIED
        END-IF
    END-IF.

2500-VALIDATE-DATE.
    MOVE 'N' TO WS-DC-VALID-SW
    IF WS-DC-DATE NUMERIC
        IF WS-DC-YEAR > 0 AND WS-DC-MONTH >= 1
                AND WS-DC-MONTH <= 12
            PERFORM 2510-SET-MAX-DAY
            IF WS-DC-DAY >= 1 AND WS-DC-DAY <= WS-DC-MAX-DAY
                MOVE 'Y' TO WS-DC-VALID-SW
            END-IF
        END-IF
    END-IF.

2510-SET-MAX-DAY.
    EVALUATE WS-DC-MONTH
        WHEN 1
        WHEN 3
        WHEN 5
        WHEN 7
        WHEN 8
        WHEN 10
        WHEN 12
            MOVE 31 TO WS-DC-MAX-DAY
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-DC-MAX-DAY
        WHEN 2
            IF FUNCTION MOD(WS-DC-YEAR, 4) = 0
                    AND (FUNCTION MOD(WS-DC-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-DC-YEAR, 400) = 0)
                MOVE 29 TO WS-DC-MAX-DAY
            ELSE
                MOVE 28 TO WS-DC-MAX-DAY
            END-IF
        WHEN OTHER
            MOVE ZERO TO WS-DC-MAX-DAY
    END-EVALUATE.

2600-REWRITE-ACCOUNT.
    MOVE WS-RUN-DATE TO WS-ACM-MAINT-DATE
    MOVE WS-MC-USER TO WS-ACM-MAINT-USER
    REWRITE WS-ACCOUNT-MASTER
        INVALID KEY
            MOVE 'REWRITE FAILED STATUS ' TO WS-REJECT-REASON
            MOVE WS-ACCOUNT-STATUS TO WS-REJECT-REASON (23:2)
            SET WS-CARD-REJECTED TO TRUE
        NOT INVALID KEY
            PERFORM 4000-WRITE-AUDIT-PAIR
    END-REWRITE.

2900-READ-CARD.
    READ WS-CARD-FILE
        AT END
            SET WS-CARD-EOF TO TRUE
    END-READ.

4000-WRITE-AUDIT-PAIR.
    ADD 1 TO WS-AUDIT-SEQ-COUNTER
    MOVE WS-MC-USER TO WS-AUD-USER
    MOVE 'ACMST' TO WS-AUD-FIELD-1-TAG
    MOVE WS-AUDIT-SEQ-COUNTER TO WS-AUD-SEQ
    MOVE 'BEFORE' TO WS-AUD-TAG
    MOVE WS-BEFORE-IMAGE TO WS-AUD-FIELD-2
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD
    MOVE 'AFTER ' TO WS-AUD-TAG
    MOVE WS-ACCOUNT-MASTER TO WS-AUD-FIELD-2
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD.

5000-WRITE-REPORT-LINE.
    MOVE WS-MC-ACTION TO WS-CDL-ACTION
    MOVE WS-MC-ACCOUNT TO WS-CDL-ACCOUNT
    MOVE WS-MC-USER TO WS-CDL-USER
    IF WS-CARD-REJECTED
        MOVE WS-MC-STATUS TO WS-CDL-STATUS
        MOVE WS-MC-REGION TO WS-CDL-REGION
        MOVE WS-MC-SHORT-NAME TO WS-CDL-SHORT-NAME
    ELSE
        MOVE WS-ACM-STATUS TO WS-CDL-STATUS
        MOVE WS-ACM-REGION TO WS-CDL-REGION
        MOVE WS-ACM-SHORT-NAME TO WS-CDL-SHORT-NAME
    END-IF
    MOVE WS-REJECT-REASON TO WS-CDL-REASON
    WRITE WS-REPORT-LINE FROM WS-CARD-DETAIL-LINE.

9000-TERMINATE.
    CLOSE WS-CARD-FILE
    CLOSE WS-ACCOUNT-FILE
    CLOSE WS-REPORT-FILE
    CLOSE WS-AUDIT-FILE
    DISPLAY 'WSAMNT1 CARDS READ:       ' WS-CARD-COUNT
    DISPLAY 'WSAMNT1 ACCOUNTS ADDED:   ' WS-ADD-APPLIED
    DISPLAY 'WSAMNT1 ACCOUNTS CHANGED: ' WS-CHG-APPLIED
    DISPLAY 'WSAMNT1 ACCOUNTS CLOSED:  ' WS-CLS-APPLIED
    DISPLAY 'WSAMNT1 CARDS REJECTED:   ' WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

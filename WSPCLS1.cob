IDENTIFICATION DIVISION.
PROGRAM-ID. WSPCLS1.
*>----------------------------------------------------------------
*> Month-end period close over the WSACCT1 account activity
*> master, and the controlled reopen that goes with it.  Picked
*> by PARM:
*>   'CYYYYMM'   close the statement month.  One pass over the
*>               master (sorted by account, effective date, key):
*>               every detail dated in or before the month is
*>               moved to the dated history generation on HISTOUT,
*>               and each account gets one balance-forward record
*>               (status 'BF', key zero, dated the last day of the
*>               month) carrying its closing net - the prior
*>               balance forward plus the moved details.  Activity
*>               dated after the month is carried unchanged.  The
*>               new master is written as .NEW on ACTIVOUT and
*>               flipped into place by the scheduler.  The CLOSRPT
*>               report lists each account's balance forward and
*>               proves the balance-forward total against the
*>               moved details plus the superseded balances
*>               (RETURN-CODE 12 and no period recorded when it
*>               does not prove).
*>   'RYYYYMM'   reopen the month for Finance.  Needs an
*>               authorization card on PERCARD naming a requestor
*>               and a different approver.  Only the latest closed
*>               month can be reopened.  Every detail WSBATCH1
*>               refused with reason 'CLOSED PERIOD' for that
*>               month - on last night's exception file
*>               (EXCIN) or the recycle aged master (AGEDIN) - is
*>               released as a correction record on CORROUT, so
*>               the next WSRECYC1 run re-feeds it unchanged into
*>               the now-open month (refused reversals excepted:
*>               the region resends those).
*> Either action is recorded on the period-control file (appended
*> on PERIODOUT, read back on PERIODIN - the run-control file
*> convention) that WSBATCH1 checks, and stamped to the shared
*> AUDITLOG as a BEFORE/AFTER pair of period-control images.
*> The key positions of those entries carry the tag 'PERCL' so
*> the WSRBLD1 replay passes over them.  A close of a month
*> already closed or earlier than a closed month, and a reopen
*> that is not authorized, are refused with RETURN-CODE 16 and
*> change nothing.  Months close in order: once any month is
*> closed, a close is refused while the month before it is still
*> open (never closed, or reopened), because the close folds
*> every earlier month into the balance forward and the nightly
*> batch treats every month up to the latest closed one as
*> closed.  A month reopened and then closed again is closed
*> afresh: its balance forward absorbs the late details.
*>
*> Authorization card layout (80 bytes, reopen only):
*>   cols  1- 8  requestor ID (must be present)
*>   cols 10-17  approver ID (must be present and differ from
*>               the requestor)
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WS-PER-IN-FILE ASSIGN TO PERIODIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PER-IN-STATUS.

    SELECT WS-PER-OUT-FILE ASSIGN TO PERIODOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PER-OUT-STATUS.

    SELECT WS-AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO CLOSRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-ACT-IN-FILE ASSIGN TO ACTIVIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACT-IN-STATUS.

    SELECT WS-ACT-OUT-FILE ASSIGN TO ACTIVOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACT-OUT-STATUS.

    SELECT WS-HIST-FILE ASSIGN TO HISTOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT OPTIONAL WS-CARD-FILE ASSIGN TO PERCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT OPTIONAL WS-EXC-IN-FILE ASSIGN TO EXCIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXC-IN-STATUS.

    SELECT OPTIONAL WS-AGED-IN-FILE ASSIGN TO AGEDIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AGED-IN-STATUS.

    SELECT WS-CORR-FILE ASSIGN TO CORROUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CORR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-PER-IN-FILE
    RECORDING MODE IS F.
01  WS-PER-IN-RECORD                PIC X(40).

FD  WS-PER-OUT-FILE
    RECORDING MODE IS F.
01  WS-PER-OUT-RECORD               PIC X(40).

FD  WS-AUDIT-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-FILE-RECORD            PIC X(152).

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-ACT-IN-FILE
    RECORDING MODE IS F.
01  WS-ACT-IN-RECORD                PIC X(47).

FD  WS-ACT-OUT-FILE
    RECORDING MODE IS F.
01  WS-ACT-OUT-RECORD               PIC X(47).

FD  WS-HIST-FILE
    RECORDING MODE IS F.
01  WS-HIST-RECORD                  PIC X(47).

FD  WS-CARD-FILE
    RECORDING MODE IS F.
01  WS-CARD-RECORD                  PIC X(80).

FD  WS-EXC-IN-FILE
    RECORDING MODE IS F.
01  WS-EXC-IN-RECORD.
    05  WS-EXC-IN-FIELD-1           PIC X(5).
    05  FILLER                      PIC X(1).
    05  WS-EXC-IN-FIELD-2           PIC X(95).
    05  FILLER                      PIC X(1).
    05  WS-EXC-IN-REASON            PIC X(30).

FD  WS-AGED-IN-FILE
    RECORDING MODE IS F.
01  WS-AGED-IN-RECORD.
    05  WS-AGED-IN-FIRST-SEEN       PIC 9(8).
    05  WS-AGED-IN-AGE              PIC 9(3).
    05  WS-AGED-IN-EXC-RECORD       PIC X(132).

FD  WS-CORR-FILE
    RECORDING MODE IS F.
01  WS-CORR-RECORD.
    05  WS-CORR-MATCH-KEY           PIC X(5).
    05  FILLER                      PIC X(1).
    05  WS-CORR-NEW-KEY             PIC X(5).
    05  FILLER                      PIC X(1).
    05  WS-CORR-PAYLOAD             PIC X(94).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSACTREC.
COPY WSAUDREC.
COPY WSPERREC.

01  WS-SWITCHES.
    05  WS-PER-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-PER-EOF                  VALUE 'Y'.
    05  WS-ACT-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-ACT-EOF                  VALUE 'Y'.
    05  WS-EXC-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-EXC-EOF                  VALUE 'Y'.
    05  WS-AGED-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-AGED-EOF                 VALUE 'Y'.
    05  WS-BF-PENDING-SW            PIC X(1) VALUE 'N'.
        88  WS-BF-PENDING               VALUE 'Y'.
    05  WS-MONTH-CLOSED-SW          PIC X(1) VALUE 'N'.
        88  WS-MONTH-CLOSED             VALUE 'Y'.
    05  WS-LATER-CLOSED-SW          PIC X(1) VALUE 'N'.
        88  WS-LATER-CLOSED             VALUE 'Y'.
    05  WS-PRIOR-OPEN-SW            PIC X(1) VALUE 'N'.
        88  WS-PRIOR-OPEN               VALUE 'Y'.
    05  WS-OVERFLOW-SW              PIC X(1) VALUE 'N'.
        88  WS-BF-OVERFLOW              VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-PER-IN-STATUS            PIC X(2).
    05  WS-PER-OUT-STATUS           PIC X(2).
    05  WS-AUDIT-STATUS             PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-ACT-IN-STATUS            PIC X(2).
    05  WS-ACT-OUT-STATUS           PIC X(2).
    05  WS-HIST-STATUS              PIC X(2).
    05  WS-CARD-STATUS              PIC X(2).
    05  WS-EXC-IN-STATUS            PIC X(2).
    05  WS-AGED-IN-STATUS           PIC X(2).
    05  WS-CORR-STATUS              PIC X(2).

01  WS-COUNTERS.
    05  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-MOVED-COUNT              PIC 9(7) VALUE ZERO.
    05  WS-OLD-BF-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-BF-COUNT                 PIC 9(7) VALUE ZERO.
    05  WS-CARRIED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-ACC-MOVED                PIC 9(7) VALUE ZERO.
    05  WS-RELEASED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-CHECK-COUNT              PIC 9(7) VALUE ZERO.

01  WS-CLOSE-TOTALS.
    05  WS-ACC-NET                  PIC S9(13)V99 VALUE ZERO.
    05  WS-MOVED-TOTAL              PIC S9(13)V99 VALUE ZERO.
    05  WS-OLD-BF-TOTAL             PIC S9(13)V99 VALUE ZERO.
    05  WS-BF-TOTAL                 PIC S9(13)V99 VALUE ZERO.
    05  WS-PROOF-TOTAL              PIC S9(13)V99 VALUE ZERO.
    05  WS-BF-LIMIT                 PIC S9(13)V99 VALUE 999999999.99.

01  WS-PERIOD-CONTROLS.
    05  WS-PERIOD-ACTION            PIC X(1).
        88  WS-ACTION-CLOSE             VALUE 'C'.
        88  WS-ACTION-REOPEN            VALUE 'R'.
    05  WS-PERIOD-MONTH             PIC 9(6) VALUE ZERO.
    05  WS-PERIOD-MONTH-R REDEFINES WS-PERIOD-MONTH.
        10  WS-PM-YEAR              PIC 9(4).
        10  WS-PM-MONTH             PIC 9(2).
    05  WS-PERIOD-END-DATE          PIC 9(8) VALUE ZERO.
    05  WS-PRIOR-MONTH              PIC 9(6) VALUE ZERO.
    05  WS-LATEST-CLOSED-MONTH      PIC 9(6) VALUE ZERO.
    05  WS-MAX-DAY                  PIC 9(2) VALUE ZERO.
    05  WS-CUR-ACCOUNT              PIC X(10) VALUE SPACES.
    05  WS-ACT-MONTH                PIC 9(6) VALUE ZERO.
    05  WS-LAST-PERIOD-IMAGE        PIC X(40) VALUE SPACES.
    05  WS-TODAY                    PIC 9(8) VALUE ZERO.
    05  WS-TIME-WORK                PIC 9(8) VALUE ZERO.
    05  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.

01  WS-PERIOD-TABLE-CONTROLS.
    05  WS-PT-COUNT                 PIC 9(3) VALUE ZERO.
    05  WS-PT-INDEX                 PIC 9(3) VALUE ZERO.
    05  WS-PT-MAX                   PIC 9(3) VALUE 240.
    05  WS-PT-FOUND-SW              PIC X(1) VALUE 'N'.
        88  WS-PT-FOUND                 VALUE 'Y'.
    05  WS-PT-LOOKUP-MONTH          PIC 9(6) VALUE ZERO.

01  WS-PERIOD-TABLE.
    05  WS-PERIOD-ENTRY OCCURS 240 TIMES.
        10  WS-PT-MONTH             PIC 9(6).
        10  WS-PT-ACTION            PIC X(1).
            88  WS-PT-CLOSED            VALUE 'C'.
        10  WS-PT-IMAGE             PIC X(40).

01  WS-HOLD-ACTIVITY                PIC X(47).

01  WS-AUTH-CARD.
    05  WS-AC-REQUESTOR             PIC X(8).
    05  FILLER                      PIC X(1).
    05  WS-AC-APPROVER              PIC X(8).
    05  FILLER                      PIC X(63).

01  WS-WORK-EXCEPTION.
    05  WS-WORK-FIELD-1             PIC X(5).
    05  FILLER                      PIC X(1).
    05  WS-WORK-FIELD-2             PIC X(95).
    05  FILLER                      PIC X(1).
    05  WS-WORK-REASON              PIC X(30).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(30)
        VALUE 'WSPCLS1 PERIOD CLOSE  MONTH '.
    05  WS-HDG-MONTH                PIC 9(6).
    05  FILLER                      PIC X(10) VALUE '  ACTION '.
    05  WS-HDG-ACTION               PIC X(1).
    05  FILLER                      PIC X(85) VALUE SPACES.

01  WS-ACCOUNT-LINE.
    05  FILLER                      PIC X(10) VALUE '  ACCOUNT '.
    05  WS-ACL-ACCOUNT              PIC X(10).
    05  FILLER                      PIC X(19)
        VALUE '  BALANCE FORWARD: '.
    05  WS-ACL-AMOUNT               PIC -(13)9.99.
    05  FILLER                      PIC X(17)
        VALUE '  DETAILS MOVED: '.
    05  WS-ACL-MOVED                PIC ZZZZZZ9.
    05  FILLER                      PIC X(52) VALUE SPACES.

01  WS-RELEASE-LINE.
    05  FILLER                      PIC X(15)
        VALUE '  RELEASED KEY '.
    05  WS-RLL-KEY                  PIC X(5).
    05  FILLER                      PIC X(9)  VALUE ' ACCOUNT '.
    05  WS-RLL-ACCOUNT              PIC X(10).
    05  FILLER                      PIC X(11) VALUE ' EFF DATE: '.
    05  WS-RLL-EFF-DATE             PIC X(8).
    05  FILLER                      PIC X(74) VALUE SPACES.

01  WS-TOTAL-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-TOT-LABEL                PIC X(30).
    05  WS-TOT-AMOUNT               PIC -(13)9.99.
    05  FILLER                      PIC X(9)  VALUE '  ITEMS: '.
    05  WS-TOT-COUNT                PIC ZZZZZZ9.
    05  FILLER                      PIC X(67) VALUE SPACES.

01  WS-MESSAGE-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-MSG-TEXT                 PIC X(60).
    05  FILLER                      PIC X(70) VALUE SPACES.

LINKAGE SECTION.
01  WS-PERIOD-PARM.
    05  WS-PERIOD-PARM-LEN          PIC S9(4) COMP.
    05  WS-PERIOD-PARM-ACTION       PIC X(1).
    05  WS-PERIOD-PARM-MONTH        PIC X(6).

PROCEDURE DIVISION USING WS-PERIOD-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1100-LOAD-PERIOD-CONTROL
    EVALUATE TRUE
        WHEN WS-ACTION-CLOSE
            PERFORM 2000-CLOSE-PERIOD
        WHEN WS-ACTION-REOPEN
            PERFORM 3000-REOPEN-PERIOD
    END-EVALUATE
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE WS-PERIOD-PARM-ACTION TO WS-PERIOD-ACTION
    IF (NOT WS-ACTION-CLOSE AND NOT WS-ACTION-REOPEN)
            OR WS-PERIOD-PARM-MONTH NOT NUMERIC
        DISPLAY 'WSPCLS1 PARM MUST BE CYYYYMM OR RYYYYMM'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PERIOD-PARM-MONTH TO WS-PERIOD-MONTH
    IF WS-PM-YEAR = ZERO OR WS-PM-MONTH < 1 OR WS-PM-MONTH > 12
        DISPLAY 'WSPCLS1 PERIOD MONTH NOT VALID: ' WS-PERIOD-MONTH
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1200-SET-PERIOD-END
    OPEN OUTPUT WS-REPORT-FILE
    OPEN EXTEND WS-AUDIT-FILE
    IF WS-REPORT-STATUS NOT = '00' OR WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'WSPCLS1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  CLOSRPT STATUS:  ' WS-REPORT-STATUS
        DISPLAY '  AUDITLOG STATUS: ' WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-TIME-WORK FROM TIME
    MOVE WS-TODAY TO WS-AUD-DATE
    MOVE WS-TIME-WORK (1:6) TO WS-AUD-TIME
    SET WS-AUD-SOURCE-BATCH TO TRUE
    MOVE 'WSPCLS1 ' TO WS-AUD-SOURCE-ID
    MOVE SPACES TO WS-AUD-TERMINAL
    MOVE SPACES TO WS-AUD-USER
    MOVE WS-PERIOD-MONTH TO WS-HDG-MONTH
    MOVE WS-PERIOD-ACTION TO WS-HDG-ACTION
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE.

*> The control file is a history: a month's state is its latest
*> record, so a close after a reopen reads as closed again.
1100-LOAD-PERIOD-CONTROL.
    OPEN INPUT WS-PER-IN-FILE
    IF WS-PER-IN-STATUS NOT = '00' AND WS-PER-IN-STATUS NOT = '05'
        DISPLAY 'WSPCLS1 UNABLE TO OPEN PERIODIN, STATUS: '
            WS-PER-IN-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1150-SCAN-PERIOD-CONTROL UNTIL WS-PER-EOF
    CLOSE WS-PER-IN-FILE
    MOVE WS-PERIOD-MONTH TO WS-PT-LOOKUP-MONTH
    PERFORM 1160-FIND-PERIOD
    IF WS-PT-FOUND
        MOVE WS-PT-IMAGE (WS-PT-INDEX) TO WS-LAST-PERIOD-IMAGE
        IF WS-PT-CLOSED (WS-PT-INDEX)
            SET WS-MONTH-CLOSED TO TRUE
        END-IF
    END-IF
    MOVE ZERO TO WS-PT-INDEX
    PERFORM 1180-CHECK-LATER-PERIOD
        UNTIL WS-PT-INDEX >= WS-PT-COUNT
    PERFORM 1190-CHECK-PRIOR-PERIOD.

1150-SCAN-PERIOD-CONTROL.
    READ WS-PER-IN-FILE
        AT END
            SET WS-PER-EOF TO TRUE
        NOT AT END
            MOVE WS-PER-IN-RECORD TO WS-PERIOD-RECORD
            MOVE WS-PER-MONTH TO WS-PT-LOOKUP-MONTH
            PERFORM 1160-FIND-PERIOD
            IF NOT WS-PT-FOUND
                IF WS-PT-COUNT >= WS-PT-MAX
                    DISPLAY 'WSPCLS1 PERIOD TABLE FULL AT ' WS-PT-MAX
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-PT-COUNT
                MOVE WS-PT-COUNT TO WS-PT-INDEX
                MOVE WS-PER-MONTH TO WS-PT-MONTH (WS-PT-INDEX)
            END-IF
            MOVE WS-PER-ACTION TO WS-PT-ACTION (WS-PT-INDEX)
            MOVE WS-PER-IN-RECORD TO WS-PT-IMAGE (WS-PT-INDEX)
    END-READ.

1160-FIND-PERIOD.
    MOVE 'N' TO WS-PT-FOUND-SW
    MOVE ZERO TO WS-PT-INDEX
    PERFORM 1170-SEARCH-PERIOD
        UNTIL WS-PT-FOUND OR WS-PT-INDEX >= WS-PT-COUNT.

1170-SEARCH-PERIOD.
    ADD 1 TO WS-PT-INDEX
    IF WS-PT-MONTH (WS-PT-INDEX) = WS-PT-LOOKUP-MONTH
        SET WS-PT-FOUND TO TRUE
    END-IF.

1180-CHECK-LATER-PERIOD.
    ADD 1 TO WS-PT-INDEX
    IF WS-PT-MONTH (WS-PT-INDEX) > WS-PERIOD-MONTH
            AND WS-PT-CLOSED (WS-PT-INDEX)
        SET WS-LATER-CLOSED TO TRUE
    END-IF
    IF WS-PT-CLOSED (WS-PT-INDEX)
            AND WS-PT-MONTH (WS-PT-INDEX) > WS-LATEST-CLOSED-MONTH
        MOVE WS-PT-MONTH (WS-PT-INDEX) TO WS-LATEST-CLOSED-MONTH
    END-IF.

*> The very first close has no prior month to wait for; after
*> that the month before the one being closed must be closed.
1190-CHECK-PRIOR-PERIOD.
    IF WS-PM-MONTH = 1
        COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 89
    ELSE
        COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
    END-IF
    IF WS-LATEST-CLOSED-MONTH NOT = ZERO
        MOVE WS-PRIOR-MONTH TO WS-PT-LOOKUP-MONTH
        PERFORM 1160-FIND-PERIOD
        IF NOT WS-PT-FOUND
            SET WS-PRIOR-OPEN TO TRUE
        ELSE
            IF NOT WS-PT-CLOSED (WS-PT-INDEX)
                SET WS-PRIOR-OPEN TO TRUE
            END-IF
        END-IF
    END-IF.

1200-SET-PERIOD-END.
    EVALUATE WS-PM-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-MAX-DAY
        WHEN 2
            IF FUNCTION MOD(WS-PM-YEAR, 4) = 0
                    AND (FUNCTION MOD(WS-PM-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-PM-YEAR, 400) = 0)
                MOVE 29 TO WS-MAX-DAY
            ELSE
                MOVE 28 TO WS-MAX-DAY
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-MAX-DAY
    END-EVALUATE
    COMPUTE WS-PERIOD-END-DATE = WS-PERIOD-MONTH * 100 + WS-MAX-DAY.

1900-REFUSE.
    MOVE WS-REFUSE-REASON TO WS-MSG-TEXT
    WRITE WS-REPORT-LINE FROM WS-MESSAGE-LINE
    DISPLAY 'WSPCLS1 ' WS-REFUSE-REASON
    DISPLAY 'WSPCLS1 PERIOD ' WS-PERIOD-MONTH ' - RUN REFUSED'
    MOVE 16 TO RETURN-CODE.

2000-CLOSE-PERIOD.
    EVALUATE TRUE
        WHEN WS-MONTH-CLOSED
            MOVE 'PERIOD ALREADY CLOSED' TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE
        WHEN WS-LATER-CLOSED
            MOVE 'A LATER PERIOD IS ALREADY CLOSED' TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE
        WHEN WS-PRIOR-OPEN
            MOVE 'THE PRIOR PERIOD IS NOT CLOSED' TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE
        WHEN OTHER
            PERFORM 2050-OPEN-FOR-CLOSE
            PERFORM 2900-READ-ACTIVITY
            PERFORM 2100-PROCESS-ACTIVITY UNTIL WS-ACT-EOF
            IF WS-BF-PENDING
                PERFORM 2400-WRITE-BALANCE-FORWARD
            END-IF
            CLOSE WS-ACT-IN-FILE
            CLOSE WS-ACT-OUT-FILE
            CLOSE WS-HIST-FILE
            PERFORM 2600-PROVE-CLOSE
            IF RETURN-CODE = ZERO
                MOVE SPACES TO WS-PER-REQUESTOR
                MOVE SPACES TO WS-PER-APPROVER
                PERFORM 4000-RECORD-PERIOD
            END-IF
    END-EVALUATE.

2050-OPEN-FOR-CLOSE.
    OPEN INPUT WS-ACT-IN-FILE
    OPEN OUTPUT WS-ACT-OUT-FILE
    OPEN OUTPUT WS-HIST-FILE
    IF WS-ACT-IN-STATUS NOT = '00' OR WS-ACT-OUT-STATUS NOT = '00'
            OR WS-HIST-STATUS NOT = '00'
        DISPLAY 'WSPCLS1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  ACTIVIN STATUS:  ' WS-ACT-IN-STATUS
        DISPLAY '  ACTIVOUT STATUS: ' WS-ACT-OUT-STATUS
        DISPLAY '  HISTOUT STATUS:  ' WS-HIST-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The master is in account / effective date order, so an
*> account's closed-month records all come ahead of its later
*> ones: the balance forward goes out at the first later record
*> or at the account break, whichever comes first, and the new
*> master stays in sequence without a sort.
2100-PROCESS-ACTIVITY.
    MOVE WS-ACT-IN-RECORD TO WS-ACTIVITY-RECORD
    ADD 1 TO WS-READ-COUNT
    IF WS-ACT-ACCOUNT NOT = WS-CUR-ACCOUNT
        IF WS-BF-PENDING
            PERFORM 2400-WRITE-BALANCE-FORWARD
        END-IF
        MOVE WS-ACT-ACCOUNT TO WS-CUR-ACCOUNT
        MOVE ZERO TO WS-ACC-NET
        MOVE ZERO TO WS-ACC-MOVED
    END-IF
    MOVE WS-ACT-EFF-DATE (1:6) TO WS-ACT-MONTH
    IF WS-ACT-MONTH <= WS-PERIOD-MONTH
        SET WS-BF-PENDING TO TRUE
        ADD WS-ACT-AMOUNT TO WS-ACC-NET
        IF WS-ACT-BALANCE-FORWARD
            ADD 1 TO WS-OLD-BF-COUNT
            ADD WS-ACT-AMOUNT TO WS-OLD-BF-TOTAL
        ELSE
            WRITE WS-HIST-RECORD FROM WS-ACTIVITY-RECORD
            ADD 1 TO WS-MOVED-COUNT
            ADD 1 TO WS-ACC-MOVED
            ADD WS-ACT-AMOUNT TO WS-MOVED-TOTAL
        END-IF
    ELSE
        IF WS-BF-PENDING
            PERFORM 2400-WRITE-BALANCE-FORWARD
        END-IF
        WRITE WS-ACT-OUT-RECORD FROM WS-ACTIVITY-RECORD
        ADD 1 TO WS-CARRIED-COUNT
    END-IF
    PERFORM 2900-READ-ACTIVITY.

2400-WRITE-BALANCE-FORWARD.
    MOVE WS-ACTIVITY-RECORD TO WS-HOLD-ACTIVITY
    IF WS-ACC-NET > WS-BF-LIMIT OR WS-ACC-NET < ZERO - WS-BF-LIMIT
        SET WS-BF-OVERFLOW TO TRUE
        DISPLAY 'WSPCLS1 BALANCE FORWARD TOO LARGE, ACCOUNT: '
            WS-CUR-ACCOUNT
    END-IF
    MOVE WS-CUR-ACCOUNT TO WS-ACT-ACCOUNT
    MOVE WS-PERIOD-END-DATE TO WS-ACT-EFF-DATE
    MOVE ZERO TO WS-ACT-KEY
    MOVE WS-ACC-NET TO WS-ACT-AMOUNT
    SET WS-ACT-BALANCE-FORWARD TO TRUE
    MOVE SPACES TO WS-ACT-REGION
    MOVE WS-TODAY TO WS-ACT-POST-DATE
    WRITE WS-ACT-OUT-RECORD FROM WS-ACTIVITY-RECORD
    ADD 1 TO WS-BF-COUNT
    ADD WS-ACT-AMOUNT TO WS-BF-TOTAL
    MOVE WS-CUR-ACCOUNT TO WS-ACL-ACCOUNT
    MOVE WS-ACT-AMOUNT TO WS-ACL-AMOUNT
    MOVE WS-ACC-MOVED TO WS-ACL-MOVED
    WRITE WS-REPORT-LINE FROM WS-ACCOUNT-LINE
    MOVE 'N' TO WS-BF-PENDING-SW
    MOVE WS-HOLD-ACTIVITY TO WS-ACTIVITY-RECORD.

2600-PROVE-CLOSE.
    COMPUTE WS-PROOF-TOTAL = WS-MOVED-TOTAL + WS-OLD-BF-TOTAL
    COMPUTE WS-CHECK-COUNT =
        WS-MOVED-COUNT + WS-OLD-BF-COUNT + WS-CARRIED-COUNT
    MOVE 'ACTIVITY RECORDS READ:        ' TO WS-TOT-LABEL
    MOVE ZERO TO WS-TOT-AMOUNT
    MOVE WS-READ-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'DETAILS MOVED TO HISTORY:     ' TO WS-TOT-LABEL
    MOVE WS-MOVED-TOTAL TO WS-TOT-AMOUNT
    MOVE WS-MOVED-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'PRIOR BALANCES SUPERSEDED:    ' TO WS-TOT-LABEL
    MOVE WS-OLD-BF-TOTAL TO WS-TOT-AMOUNT
    MOVE WS-OLD-BF-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'BALANCES FORWARD WRITTEN:     ' TO WS-TOT-LABEL
    MOVE WS-BF-TOTAL TO WS-TOT-AMOUNT
    MOVE WS-BF-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'LATER ACTIVITY CARRIED:       ' TO WS-TOT-LABEL
    MOVE ZERO TO WS-TOT-AMOUNT
    MOVE WS-CARRIED-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    EVALUATE TRUE
        WHEN WS-BF-OVERFLOW
            MOVE 'BALANCE FORWARD OVERFLOW - PERIOD NOT CLOSED'
                TO WS-MSG-TEXT
            MOVE 8 TO RETURN-CODE
        WHEN WS-BF-TOTAL NOT = WS-PROOF-TOTAL
                OR WS-CHECK-COUNT NOT = WS-READ-COUNT
            MOVE 'CLOSE DOES NOT PROVE - PERIOD NOT CLOSED'
                TO WS-MSG-TEXT
            MOVE 12 TO RETURN-CODE
        WHEN OTHER
            MOVE 'CLOSE PROVES - PERIOD CLOSED' TO WS-MSG-TEXT
    END-EVALUATE
    WRITE WS-REPORT-LINE FROM WS-MESSAGE-LINE.

2900-READ-ACTIVITY.
    READ WS-ACT-IN-FILE
        AT END
            SET WS-ACT-EOF TO TRUE
    END-READ.

3000-REOPEN-PERIOD.
    MOVE SPACES TO WS-AUTH-CARD
    OPEN INPUT WS-CARD-FILE
    IF WS-CARD-STATUS = '00'
        READ WS-CARD-FILE INTO WS-AUTH-CARD
            AT END
                MOVE SPACES TO WS-AUTH-CARD
        END-READ
        CLOSE WS-CARD-FILE
    END-IF
    EVALUATE TRUE
        WHEN NOT WS-MONTH-CLOSED
            MOVE 'PERIOD IS NOT CLOSED' TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE
        WHEN WS-LATER-CLOSED
            MOVE 'ONLY THE LATEST CLOSED PERIOD CAN REOPEN'
                TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE
        WHEN WS-AC-REQUESTOR = SPACES OR WS-AC-APPROVER = SPACES
                OR WS-AC-APPROVER = WS-AC-REQUESTOR
            MOVE 'REOPEN NEEDS A REQUESTOR AND A SEPARATE APPROVER'
                TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE
        WHEN OTHER
            PERFORM 3050-OPEN-FOR-REOPEN
            PERFORM 3100-RELEASE-EXCEPTION UNTIL WS-EXC-EOF
            PERFORM 3200-RELEASE-AGED UNTIL WS-AGED-EOF
            CLOSE WS-EXC-IN-FILE
            CLOSE WS-AGED-IN-FILE
            CLOSE WS-CORR-FILE
            MOVE 'CLOSED-PERIOD ITEMS RELEASED:  ' TO WS-TOT-LABEL
            MOVE ZERO TO WS-TOT-AMOUNT
            MOVE WS-RELEASED-COUNT TO WS-TOT-COUNT
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE WS-AC-REQUESTOR TO WS-PER-REQUESTOR
            MOVE WS-AC-APPROVER TO WS-PER-APPROVER
            MOVE WS-AC-APPROVER TO WS-AUD-USER
            PERFORM 4000-RECORD-PERIOD
    END-EVALUATE.

3050-OPEN-FOR-REOPEN.
    OPEN INPUT WS-EXC-IN-FILE
    OPEN INPUT WS-AGED-IN-FILE
    OPEN EXTEND WS-CORR-FILE
    IF (WS-EXC-IN-STATUS NOT = '00' AND WS-EXC-IN-STATUS NOT = '05')
            OR (WS-AGED-IN-STATUS NOT = '00'
                AND WS-AGED-IN-STATUS NOT = '05')
            OR WS-CORR-STATUS NOT = '00'
        DISPLAY 'WSPCLS1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  EXCIN STATUS:    ' WS-EXC-IN-STATUS
        DISPLAY '  AGEDIN STATUS:   ' WS-AGED-IN-STATUS
        DISPLAY '  CORROUT STATUS:  ' WS-CORR-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3900-READ-EXCEPTION
    PERFORM 3950-READ-AGED.

3100-RELEASE-EXCEPTION.
    MOVE WS-EXC-IN-RECORD TO WS-WORK-EXCEPTION
    PERFORM 3300-RELEASE-IF-CLOSED-PERIOD
    PERFORM 3900-READ-EXCEPTION.

3200-RELEASE-AGED.
    MOVE WS-AGED-IN-EXC-RECORD TO WS-WORK-EXCEPTION
    PERFORM 3300-RELEASE-IF-CLOSED-PERIOD
    PERFORM 3950-READ-AGED.

*> The correction re-feeds the refused detail exactly as it
*> arrived: same key, same payload.  WSRECYC1 matches it to the
*> open exception on the key and cuts it to the recycle feed.
*> A refused reversal is not released: the recycle feed carries
*> only details, so the region resends the reversal instead.
3300-RELEASE-IF-CLOSED-PERIOD.
    MOVE WS-WORK-FIELD-2 TO WS-FIELD-2
    IF WS-WORK-REASON = 'CLOSED PERIOD'
            AND WS-F2-EFF-DATE (1:6) = WS-PERIOD-PARM-MONTH
            AND WS-F2-REVERSAL-FLAG = SPACE
        MOVE SPACES TO WS-CORR-RECORD
        MOVE WS-WORK-FIELD-1 TO WS-CORR-MATCH-KEY
        MOVE WS-WORK-FIELD-1 TO WS-CORR-NEW-KEY
        MOVE WS-WORK-FIELD-2 (1:94) TO WS-CORR-PAYLOAD
        WRITE WS-CORR-RECORD
        ADD 1 TO WS-RELEASED-COUNT
        MOVE WS-WORK-FIELD-1 TO WS-RLL-KEY
        MOVE WS-F2-ACCOUNT TO WS-RLL-ACCOUNT
        MOVE WS-F2-EFF-DATE TO WS-RLL-EFF-DATE
        WRITE WS-REPORT-LINE FROM WS-RELEASE-LINE
    END-IF.

3900-READ-EXCEPTION.
    READ WS-EXC-IN-FILE
        AT END
            SET WS-EXC-EOF TO TRUE
    END-READ.

3950-READ-AGED.
    READ WS-AGED-IN-FILE
        AT END
            SET WS-AGED-EOF TO TRUE
    END-READ.

4000-RECORD-PERIOD.
    MOVE WS-PERIOD-MONTH TO WS-PER-MONTH
    MOVE WS-PERIOD-ACTION TO WS-PER-ACTION
    MOVE WS-TODAY TO WS-PER-STAMP-DATE
    MOVE WS-TIME-WORK (1:6) TO WS-PER-STAMP-TIME
    OPEN EXTEND WS-PER-OUT-FILE
    IF WS-PER-OUT-STATUS = '00' OR WS-PER-OUT-STATUS = '05'
        WRITE WS-PER-OUT-RECORD FROM WS-PERIOD-RECORD
        CLOSE WS-PER-OUT-FILE
        PERFORM 4100-WRITE-AUDIT-PAIR
    ELSE
        DISPLAY 'WSPCLS1 UNABLE TO OPEN PERIODOUT, STATUS: '
            WS-PER-OUT-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF.

4100-WRITE-AUDIT-PAIR.
    MOVE 'PERCL' TO WS-AUD-FIELD-1-TAG
    MOVE 1 TO WS-AUD-SEQ
    MOVE 'BEFORE' TO WS-AUD-TAG
    MOVE WS-LAST-PERIOD-IMAGE TO WS-AUD-FIELD-2
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD
    MOVE 'AFTER ' TO WS-AUD-TAG
    MOVE WS-PERIOD-RECORD TO WS-AUD-FIELD-2
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD.

9000-TERMINATE.
    CLOSE WS-REPORT-FILE
    CLOSE WS-AUDIT-FILE
    IF WS-ACTION-CLOSE
        DISPLAY 'WSPCLS1 ACTIVITY RECORDS READ:   ' WS-READ-COUNT
        DISPLAY 'WSPCLS1 DETAILS MOVED:           ' WS-MOVED-COUNT
        DISPLAY 'WSPCLS1 BALANCES FORWARD:        ' WS-BF-COUNT
        DISPLAY 'WSPCLS1 LATER ACTIVITY CARRIED:  ' WS-CARRIED-COUNT
    ELSE
        DISPLAY 'WSPCLS1 CLOSED-PERIOD RELEASES:  ' WS-RELEASED-COUNT
    END-IF.

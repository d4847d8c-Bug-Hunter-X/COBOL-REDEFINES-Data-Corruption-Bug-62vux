IDENTIFICATION DIVISION.
PROGRAM-ID. WSCMPL1.
*>----------------------------------------------------------------
*> Aggregated-activity compliance check for Compliance.  The
*> WSBATCH1 suspense ceiling only sees one detail at a time; this
*> step looks for the account that splits a large amount into
*> many small details across keys, regions, or days.  Every
*> accepted detail posted inside the window - the business date
*> and the days before it - is taken from the account activity
*> master WSACCT1 has just built, plus the latest month-end
*> history generation so a window that reaches back over a
*> closed month still sees that month's details.  Balance-forward
*> records are not activity and are passed over, as are reversal
*> entries ('RV'): totals are absolute, so an offset would only
*> add its original's amount again, and a detail later reversed
*> still counts - it was posted activity all the same.
*> Each account that had activity posted on the business date is
*> totalled two ways, in absolute amounts so a credit cannot net
*> a debit away: the business day alone, and the whole window.
*> An account whose day total or window total passes the
*> reportable threshold while no single detail passed it is a
*> case.  (An account with a single detail over the threshold is
*> counted but not filed here - that is a large item, not an
*> aggregation.)  The threshold (11 digits, two implied decimals,
*> columns 1-11) and the window in days (columns 13-14, 1 to 31)
*> come from the control card on CMPLCARD; a missing or invalid
*> card ends the step with RETURN-CODE 8 before anything is
*> filed.
*> Cases go to CASEOUT in the fixed WSCASREC layout Compliance
*> loads: one 'H' header per case with the totals and the basis
*> ('D' day, 'W' window), followed by one 'D' record for every
*> contributing detail with its key, amount, dates, and region.
*> An account already on the filed list (FILEDIN, WSFILREC
*> layout) for the business date's month is not filed again; it
*> is listed on CMPLRPT as suppressed.  The filed list is carried
*> to FILEDOUT with tonight's cases added and earlier months'
*> entries dropped, written as .NEW for the scheduler flip.
*> Compliance may add their own entries (source 'C') to suppress
*> an account they filed by other means.  Activity or filed-list
*> records that cannot be used are counted, left out, and end the
*> step with RETURN-CODE 4.  The run date arrives as a PARM
*> (YYYYMMDD), and a step-statistics record is appended to the
*> shared STEPSTAT file for the WSDASH1 dashboard.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-MASTER-FILE ASSIGN TO ACTIVIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT OPTIONAL WS-HIST-FILE ASSIGN TO HISTIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT WS-CARD-FILE ASSIGN TO CMPLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT OPTIONAL WS-FILED-IN-FILE ASSIGN TO FILEDIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FILED-IN-STATUS.

    SELECT WS-FILED-OUT-FILE ASSIGN TO FILEDOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FILED-OUT-STATUS.

    SELECT WS-CASE-FILE ASSIGN TO CASEOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CASE-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO CMPLRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-WORK-FILE ASSIGN TO CMPLWORK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

    SELECT WS-SORT-FILE ASSIGN TO SORTWK01.

DATA DIVISION.
FILE SECTION.
FD  WS-MASTER-FILE
    RECORDING MODE IS F.
01  WS-MASTER-RECORD                PIC X(47).

FD  WS-HIST-FILE
    RECORDING MODE IS F.
01  WS-HIST-RECORD                  PIC X(47).

FD  WS-CARD-FILE
    RECORDING MODE IS F.
01  WS-CARD-RECORD                  PIC X(80).

FD  WS-FILED-IN-FILE
    RECORDING MODE IS F.
01  WS-FILED-IN-RECORD              PIC X(40).

FD  WS-FILED-OUT-FILE
    RECORDING MODE IS F.
01  WS-FILED-OUT-RECORD             PIC X(40).

FD  WS-CASE-FILE
    RECORDING MODE IS F.
01  WS-CASE-OUT-RECORD              PIC X(100).

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-WORK-FILE
    RECORDING MODE IS F.
01  WS-WORK-RECORD                  PIC X(47).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

SD  WS-SORT-FILE.
01  WS-SORT-RECORD.
    05  WS-SORT-ACCOUNT             PIC X(10).
    05  WS-SORT-EFF-DATE            PIC 9(8).
    05  WS-SORT-KEY                 PIC 9(5).
    05  WS-SORT-REST                PIC X(16).
    05  WS-SORT-POST-DATE           PIC 9(8).

WORKING-STORAGE SECTION.
COPY WSACTREC.
COPY WSCASREC.
COPY WSFILREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
        88  WS-MASTER-EOF               VALUE 'Y'.
    05  WS-HIST-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-HIST-EOF                 VALUE 'Y'.
    05  WS-FILED-EOF-SW             PIC X(1) VALUE 'N'.
        88  WS-FILED-EOF                VALUE 'Y'.
    05  WS-WORK-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-WORK-EOF                 VALUE 'Y'.
    05  WS-ACCOUNT-OPEN-SW          PIC X(1) VALUE 'N'.
        88  WS-ACCOUNT-OPEN             VALUE 'Y'.
    05  WS-FT-FOUND-SW              PIC X(1) VALUE 'N'.
        88  WS-FT-FOUND                 VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-MASTER-STATUS            PIC X(2).
    05  WS-HIST-STATUS              PIC X(2).
    05  WS-CARD-STATUS              PIC X(2).
    05  WS-FILED-IN-STATUS          PIC X(2).
    05  WS-FILED-OUT-STATUS         PIC X(2).
    05  WS-CASE-STATUS              PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-WORK-STATUS              PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
    05  WS-HIST-READ-COUNT          PIC 9(7) VALUE ZERO.
    05  WS-SELECTED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-SKIPPED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-SINGLE-OVER-COUNT        PIC 9(7) VALUE ZERO.
    05  WS-SUPPRESSED-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-CASE-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-CASE-RECORD-COUNT        PIC 9(7) VALUE ZERO.
    05  WS-FILED-KEPT-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-FILED-EXPIRED-COUNT      PIC 9(7) VALUE ZERO.

01  WS-DATE-CONTROLS.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
    05  WS-RUN-MONTH                PIC 9(6) VALUE ZERO.
    05  WS-RUN-SERIAL               PIC 9(7) VALUE ZERO.
    05  WS-WINDOW-START-SERIAL      PIC 9(7) VALUE ZERO.
    05  WS-WINDOW-START-DATE        PIC 9(8) VALUE ZERO.
    05  WS-POST-SERIAL              PIC 9(7) VALUE ZERO.

01  WS-CMPL-CONTROLS.
*> The threshold and window arrive on the CMPLCARD card: the
*> threshold in columns 1-11 with two implied decimals, the
*> window in days in columns 13-14.  Both are required.
    05  WS-THRESHOLD                PIC 9(9)V99 VALUE ZERO.
    05  WS-WINDOW-DAYS              PIC 9(2) VALUE ZERO.
    05  WS-WINDOW-MAX               PIC 9(2) VALUE 31.

01  WS-CMPL-CARD.
    05  WS-CARD-THRESHOLD           PIC X(11).
    05  WS-CARD-THRESHOLD-N REDEFINES WS-CARD-THRESHOLD
                                    PIC 9(9)V99.
    05  FILLER                      PIC X(1).
    05  WS-CARD-WINDOW              PIC X(2).
    05  WS-CARD-WINDOW-N REDEFINES WS-CARD-WINDOW
                                    PIC 9(2).
    05  FILLER                      PIC X(66).

01  WS-ACCOUNT-CONTROLS.
    05  WS-CUR-ACCOUNT              PIC X(10) VALUE SPACES.
    05  WS-ABS-AMOUNT               PIC 9(9)V99 VALUE ZERO.

01  WS-ACCOUNT-TOTALS.
    05  WS-ACC-DAY-TOTAL            PIC 9(11)V99.
    05  WS-ACC-DAY-COUNT            PIC 9(5).
    05  WS-ACC-WINDOW-TOTAL         PIC 9(11)V99.
    05  WS-ACC-DETAIL-COUNT         PIC 9(5).
    05  WS-ACC-LARGEST              PIC 9(9)V99.
    05  WS-ACC-BASIS                PIC X(1).

*> Tonight's cases, in account order as the first pass finds
*> them; the second pass walks the sorted work file alongside
*> this table to write each case's header and details.
01  WS-CASE-CONTROLS.
    05  WS-CT-COUNT                 PIC 9(3) VALUE ZERO.
    05  WS-CT-INDEX                 PIC 9(3) VALUE ZERO.
    05  WS-CT-MAX                   PIC 9(3) VALUE 500.
    05  WS-CT-HEADER-DONE           PIC 9(3) VALUE ZERO.

01  WS-CASE-TABLE.
    05  WS-CASE-ENTRY OCCURS 500 TIMES.
        10  WS-CT-ACCOUNT           PIC X(10).
        10  WS-CT-BASIS             PIC X(1).
        10  WS-CT-DAY-TOTAL         PIC 9(11)V99.
        10  WS-CT-WINDOW-TOTAL      PIC 9(11)V99.
        10  WS-CT-LARGEST           PIC 9(9)V99.
        10  WS-CT-DETAIL-COUNT      PIC 9(5).

01  WS-FILED-CONTROLS.
    05  WS-FT-COUNT                 PIC 9(5) VALUE ZERO.
    05  WS-FT-INDEX                 PIC 9(5) VALUE ZERO.
    05  WS-FT-MAX                   PIC 9(5) VALUE 5000.

01  WS-FILED-TABLE.
    05  WS-FILED-ENTRY OCCURS 5000 TIMES.
        10  WS-FT-ACCOUNT           PIC X(10).
        10  WS-FT-DATE              PIC 9(8).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(43)
        VALUE 'WSCMPL1 AGGREGATED-ACTIVITY COMPLIANCE FOR '.
    05  WS-HDG-DATE                 PIC 9(8).
    05  FILLER                      PIC X(81) VALUE SPACES.

01  WS-CONTROL-LINE.
    05  FILLER                      PIC X(13) VALUE '  THRESHOLD: '.
    05  WS-CTL-THRESHOLD            PIC Z(8)9.99.
    05  FILLER                      PIC X(15) VALUE '  WINDOW DAYS: '.
    05  WS-CTL-WINDOW               PIC Z9.
    05  FILLER                      PIC X(15) VALUE '  WINDOW FROM: '.
    05  WS-CTL-START                PIC 9(8).
    05  FILLER                      PIC X(4)  VALUE ' TO '.
    05  WS-CTL-END                  PIC 9(8).
    05  FILLER                      PIC X(55) VALUE SPACES.

01  WS-CASE-LINE.
    05  WS-CSL-LABEL                PIC X(11).
    05  WS-CSL-ACCOUNT              PIC X(10).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-CSL-BASIS                PIC X(16).
    05  FILLER                      PIC X(7)  VALUE '  DAY: '.
    05  WS-CSL-DAY-TOTAL            PIC Z(10)9.99.
    05  FILLER                      PIC X(10) VALUE '  WINDOW: '.
    05  WS-CSL-WINDOW-TOTAL         PIC Z(10)9.99.
    05  FILLER                      PIC X(11) VALUE '  LARGEST: '.
    05  WS-CSL-LARGEST              PIC Z(8)9.99.
    05  FILLER                      PIC X(11) VALUE '  DETAILS: '.
    05  WS-CSL-COUNT                PIC ZZZZ9.
    05  FILLER                      PIC X(9)  VALUE SPACES.

01  WS-CASE-DETAIL-LINE.
    05  FILLER                      PIC X(6)  VALUE SPACES.
    05  WS-CDL-KEY                  PIC 9(5).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-CDL-REGION               PIC X(2).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-CDL-STATUS               PIC X(2).
    05  FILLER                      PIC X(7)  VALUE '  EFF '.
    05  WS-CDL-EFF-DATE             PIC 9(8).
    05  FILLER                      PIC X(9)  VALUE '  POSTED '.
    05  WS-CDL-POST-DATE            PIC 9(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-CDL-AMOUNT               PIC -(9)9.99.
    05  FILLER                      PIC X(66) VALUE SPACES.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    SORT WS-SORT-FILE
        ON ASCENDING KEY WS-SORT-ACCOUNT
                         WS-SORT-POST-DATE
                         WS-SORT-KEY
        INPUT PROCEDURE IS 2000-SELECT-WINDOW
        GIVING WS-WORK-FILE
    PERFORM 3000-AGGREGATE-ACCOUNTS
    PERFORM 4000-WRITE-CASES
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-MASTER-FILE
    OPEN INPUT WS-HIST-FILE
    OPEN INPUT WS-CARD-FILE
    OPEN INPUT WS-FILED-IN-FILE
    OPEN OUTPUT WS-FILED-OUT-FILE
    OPEN OUTPUT WS-CASE-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-MASTER-STATUS NOT = '00'
            OR (WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05')
            OR WS-CARD-STATUS NOT = '00'
            OR (WS-FILED-IN-STATUS NOT = '00'
                AND WS-FILED-IN-STATUS NOT = '05')
            OR WS-FILED-OUT-STATUS NOT = '00'
            OR WS-CASE-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
        DISPLAY 'WSCMPL1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  ACTIVIN STATUS:  ' WS-MASTER-STATUS
        DISPLAY '  HISTIN STATUS:   ' WS-HIST-STATUS
        DISPLAY '  CMPLCARD STATUS: ' WS-CARD-STATUS
        DISPLAY '  FILEDIN STATUS:  ' WS-FILED-IN-STATUS
        DISPLAY '  FILEDOUT STATUS: ' WS-FILED-OUT-STATUS
        DISPLAY '  CASEOUT STATUS:  ' WS-CASE-STATUS
        DISPLAY '  CMPLRPT STATUS:  ' WS-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSCMPL1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-RUN-SERIAL =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    IF WS-RUN-SERIAL = ZERO
        DISPLAY 'WSCMPL1 RUN DATE PARM NOT A VALID DATE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
    PERFORM 1100-LOAD-CONTROL-CARD
    COMPUTE WS-WINDOW-START-SERIAL =
        WS-RUN-SERIAL - WS-WINDOW-DAYS + 1
    COMPUTE WS-WINDOW-START-DATE =
        FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-SERIAL)
    PERFORM 1500-LOAD-FILED-LIST
    MOVE WS-RUN-DATE TO WS-HDG-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    MOVE WS-THRESHOLD TO WS-CTL-THRESHOLD
    MOVE WS-WINDOW-DAYS TO WS-CTL-WINDOW
    MOVE WS-WINDOW-START-DATE TO WS-CTL-START
    MOVE WS-RUN-DATE TO WS-CTL-END
    WRITE WS-REPORT-LINE FROM WS-CONTROL-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

1100-LOAD-CONTROL-CARD.
    READ WS-CARD-FILE INTO WS-CMPL-CARD
        AT END
            MOVE SPACES TO WS-CMPL-CARD
    END-READ
    IF WS-CARD-THRESHOLD-N IS NUMERIC AND WS-CARD-WINDOW-N IS NUMERIC
        MOVE WS-CARD-THRESHOLD-N TO WS-THRESHOLD
        MOVE WS-CARD-WINDOW-N TO WS-WINDOW-DAYS
    END-IF
    IF WS-THRESHOLD = ZERO OR WS-WINDOW-DAYS = ZERO
            OR WS-WINDOW-DAYS > WS-WINDOW-MAX
        DISPLAY 'WSCMPL1 CMPLCARD MISSING OR INVALID: '
            WS-CMPL-CARD (1:14)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE WS-CARD-FILE.

*> Only entries for the business date's month (or later, for a
*> rerun of an earlier date) still suppress anything; older ones
*> are dropped from the carried list.
1500-LOAD-FILED-LIST.
    PERFORM 1550-READ-FILED
    PERFORM 1560-CARRY-FILED UNTIL WS-FILED-EOF
    CLOSE WS-FILED-IN-FILE.

1550-READ-FILED.
    READ WS-FILED-IN-FILE INTO WS-FILED-RECORD
        AT END
            SET WS-FILED-EOF TO TRUE
    END-READ.

1560-CARRY-FILED.
    IF WS-FIL-PERIOD NOT NUMERIC OR WS-FIL-ACCOUNT = SPACES
        ADD 1 TO WS-SKIPPED-COUNT
        DISPLAY 'WSCMPL1 UNUSABLE FILED ENTRY DROPPED: '
            WS-FILED-RECORD (1:25)
    ELSE
        IF WS-FIL-PERIOD < WS-RUN-MONTH
            ADD 1 TO WS-FILED-EXPIRED-COUNT
        ELSE
            IF WS-FT-COUNT >= WS-FT-MAX
                DISPLAY 'WSCMPL1 FILED TABLE FULL AT ' WS-FT-MAX
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-FT-COUNT
            MOVE WS-FIL-ACCOUNT TO WS-FT-ACCOUNT (WS-FT-COUNT)
            MOVE WS-FIL-DATE TO WS-FT-DATE (WS-FT-COUNT)
            WRITE WS-FILED-OUT-RECORD FROM WS-FILED-RECORD
            ADD 1 TO WS-FILED-KEPT-COUNT
        END-IF
    END-IF
    PERFORM 1550-READ-FILED.

2000-SELECT-WINDOW.
    PERFORM 2800-READ-MASTER
    PERFORM 2100-SELECT-MASTER UNTIL WS-MASTER-EOF
    PERFORM 2900-READ-HIST
    PERFORM 2200-SELECT-HIST UNTIL WS-HIST-EOF.

2100-SELECT-MASTER.
    MOVE WS-MASTER-RECORD TO WS-ACTIVITY-RECORD
    ADD 1 TO WS-MASTER-READ-COUNT
    PERFORM 2300-SELECT-ACTIVITY
    PERFORM 2800-READ-MASTER.

2200-SELECT-HIST.
    MOVE WS-HIST-RECORD TO WS-ACTIVITY-RECORD
    ADD 1 TO WS-HIST-READ-COUNT
    PERFORM 2300-SELECT-ACTIVITY
    PERFORM 2900-READ-HIST.

2300-SELECT-ACTIVITY.
    IF NOT WS-ACT-BALANCE-FORWARD AND NOT WS-ACT-REVERSAL
        IF WS-ACT-AMOUNT NUMERIC AND WS-ACT-POST-DATE NUMERIC
            COMPUTE WS-POST-SERIAL =
                FUNCTION INTEGER-OF-DATE(WS-ACT-POST-DATE)
        ELSE
            MOVE ZERO TO WS-POST-SERIAL
        END-IF
        IF WS-POST-SERIAL = ZERO
            ADD 1 TO WS-SKIPPED-COUNT
            DISPLAY 'WSCMPL1 UNUSABLE ACTIVITY SKIPPED, KEY: '
                WS-ACT-KEY
        ELSE
            IF WS-POST-SERIAL >= WS-WINDOW-START-SERIAL
                    AND WS-POST-SERIAL <= WS-RUN-SERIAL
                RELEASE WS-SORT-RECORD FROM WS-ACTIVITY-RECORD
                ADD 1 TO WS-SELECTED-COUNT
            END-IF
        END-IF
    END-IF.

2800-READ-MASTER.
    READ WS-MASTER-FILE
        AT END
            SET WS-MASTER-EOF TO TRUE
    END-READ.

2900-READ-HIST.
    READ WS-HIST-FILE
        AT END
            SET WS-HIST-EOF TO TRUE
    END-READ.

*> First pass over the window's activity: total each account and
*> decide which accounts are cases.
3000-AGGREGATE-ACCOUNTS.
    PERFORM 3900-OPEN-WORK
    MOVE 'ACCOUNTS ALREADY FILED THIS PERIOD - NOT FILED AGAIN'
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM 3800-READ-WORK
    PERFORM 3100-ACCUMULATE-ACTIVITY UNTIL WS-WORK-EOF
    IF WS-ACCOUNT-OPEN
        PERFORM 3200-EVALUATE-ACCOUNT
    END-IF
    CLOSE WS-WORK-FILE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3100-ACCUMULATE-ACTIVITY.
    IF WS-ACT-ACCOUNT NOT = WS-CUR-ACCOUNT OR NOT WS-ACCOUNT-OPEN
        IF WS-ACCOUNT-OPEN
            PERFORM 3200-EVALUATE-ACCOUNT
        END-IF
        MOVE WS-ACT-ACCOUNT TO WS-CUR-ACCOUNT
        SET WS-ACCOUNT-OPEN TO TRUE
        INITIALIZE WS-ACCOUNT-TOTALS
    END-IF
    IF WS-ACT-AMOUNT < ZERO
        COMPUTE WS-ABS-AMOUNT = ZERO - WS-ACT-AMOUNT
    ELSE
        MOVE WS-ACT-AMOUNT TO WS-ABS-AMOUNT
    END-IF
    ADD WS-ABS-AMOUNT TO WS-ACC-WINDOW-TOTAL
    ADD 1 TO WS-ACC-DETAIL-COUNT
    IF WS-ABS-AMOUNT > WS-ACC-LARGEST
        MOVE WS-ABS-AMOUNT TO WS-ACC-LARGEST
    END-IF
    IF WS-ACT-POST-DATE = WS-RUN-DATE
        ADD WS-ABS-AMOUNT TO WS-ACC-DAY-TOTAL
        ADD 1 TO WS-ACC-DAY-COUNT
    END-IF
    PERFORM 3800-READ-WORK.

*> Only an account with activity posted today is looked at, so
*> a window total that passed on an earlier night is not raised
*> again by itself every night the window still covers it.
3200-EVALUATE-ACCOUNT.
    IF WS-ACC-DAY-COUNT > ZERO
        ADD 1 TO WS-ACCOUNT-COUNT
        MOVE SPACE TO WS-ACC-BASIS
        EVALUATE TRUE
            WHEN WS-ACC-LARGEST > WS-THRESHOLD
                ADD 1 TO WS-SINGLE-OVER-COUNT
            WHEN WS-ACC-DAY-TOTAL > WS-THRESHOLD
                MOVE 'D' TO WS-ACC-BASIS
            WHEN WS-ACC-WINDOW-TOTAL > WS-THRESHOLD
                MOVE 'W' TO WS-ACC-BASIS
        END-EVALUATE
        IF WS-ACC-BASIS NOT = SPACE
            PERFORM 3300-FIND-FILED
            IF WS-FT-FOUND
                PERFORM 3400-REPORT-SUPPRESSED
            ELSE
                PERFORM 3500-ADD-CASE
            END-IF
        END-IF
    END-IF.

3300-FIND-FILED.
    MOVE 'N' TO WS-FT-FOUND-SW
    MOVE ZERO TO WS-FT-INDEX
    PERFORM 3310-SEARCH-FILED
        UNTIL WS-FT-FOUND OR WS-FT-INDEX >= WS-FT-COUNT.

3310-SEARCH-FILED.
    ADD 1 TO WS-FT-INDEX
    IF WS-FT-ACCOUNT (WS-FT-INDEX) = WS-CUR-ACCOUNT
        SET WS-FT-FOUND TO TRUE
    END-IF.

3400-REPORT-SUPPRESSED.
    ADD 1 TO WS-SUPPRESSED-COUNT
    MOVE 'SUPPRESSED ' TO WS-CSL-LABEL
    MOVE WS-CUR-ACCOUNT TO WS-CSL-ACCOUNT
    MOVE SPACES TO WS-CSL-BASIS
    STRING 'FILED ' WS-FT-DATE (WS-FT-INDEX)
        DELIMITED BY SIZE INTO WS-CSL-BASIS
    MOVE WS-ACC-DAY-TOTAL TO WS-CSL-DAY-TOTAL
    MOVE WS-ACC-WINDOW-TOTAL TO WS-CSL-WINDOW-TOTAL
    MOVE WS-ACC-LARGEST TO WS-CSL-LARGEST
    MOVE WS-ACC-DETAIL-COUNT TO WS-CSL-COUNT
    WRITE WS-REPORT-LINE FROM WS-CASE-LINE.

3500-ADD-CASE.
    IF WS-CT-COUNT >= WS-CT-MAX
        DISPLAY 'WSCMPL1 CASE TABLE FULL AT ' WS-CT-MAX
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CT-COUNT
    MOVE WS-CUR-ACCOUNT TO WS-CT-ACCOUNT (WS-CT-COUNT)
    MOVE WS-ACC-BASIS TO WS-CT-BASIS (WS-CT-COUNT)
    MOVE WS-ACC-DAY-TOTAL TO WS-CT-DAY-TOTAL (WS-CT-COUNT)
    MOVE WS-ACC-WINDOW-TOTAL TO WS-CT-WINDOW-TOTAL (WS-CT-COUNT)
    MOVE WS-ACC-LARGEST TO WS-CT-LARGEST (WS-CT-COUNT)
    MOVE WS-ACC-DETAIL-COUNT TO WS-CT-DETAIL-COUNT (WS-CT-COUNT).

3800-READ-WORK.
    READ WS-WORK-FILE INTO WS-ACTIVITY-RECORD
        AT END
            SET WS-WORK-EOF TO TRUE
    END-READ.

3900-OPEN-WORK.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT WS-WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'WSCMPL1 UNABLE TO OPEN CMPLWORK, STATUS: '
            WS-WORK-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Second pass: the work file is in account order and so is the
*> case table, so one step down the table whenever the work file
*> passes the current case's account keeps the two in line.
4000-WRITE-CASES.
    MOVE 'CASES FILED' TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-CT-COUNT > ZERO
        PERFORM 3900-OPEN-WORK
        MOVE 1 TO WS-CT-INDEX
        MOVE ZERO TO WS-CT-HEADER-DONE
        PERFORM 3800-READ-WORK
        PERFORM 4100-WRITE-CASE-ACTIVITY
            UNTIL WS-WORK-EOF OR WS-CT-INDEX > WS-CT-COUNT
        CLOSE WS-WORK-FILE
    END-IF.

4100-WRITE-CASE-ACTIVITY.
    IF WS-ACT-ACCOUNT > WS-CT-ACCOUNT (WS-CT-INDEX)
        ADD 1 TO WS-CT-INDEX
    END-IF
    IF WS-CT-INDEX <= WS-CT-COUNT
        IF WS-ACT-ACCOUNT = WS-CT-ACCOUNT (WS-CT-INDEX)
            IF WS-CT-HEADER-DONE NOT = WS-CT-INDEX
                PERFORM 4200-WRITE-CASE-HEADER
            END-IF
            PERFORM 4300-WRITE-CASE-DETAIL
        END-IF
    END-IF
    PERFORM 3800-READ-WORK.

4200-WRITE-CASE-HEADER.
    MOVE WS-CT-INDEX TO WS-CT-HEADER-DONE
    MOVE SPACES TO WS-CASE-RECORD
    SET WS-CAS-HEADER TO TRUE
    MOVE WS-RUN-DATE TO WS-CAS-BUS-DATE
    MOVE WS-CT-ACCOUNT (WS-CT-INDEX) TO WS-CAS-ACCOUNT
    MOVE WS-CT-BASIS (WS-CT-INDEX) TO WS-CAS-BASIS
    MOVE WS-WINDOW-DAYS TO WS-CAS-WINDOW-DAYS
    MOVE WS-WINDOW-START-DATE TO WS-CAS-WINDOW-START
    MOVE WS-THRESHOLD TO WS-CAS-THRESHOLD
    MOVE WS-CT-DAY-TOTAL (WS-CT-INDEX) TO WS-CAS-DAY-TOTAL
    MOVE WS-CT-WINDOW-TOTAL (WS-CT-INDEX) TO WS-CAS-WINDOW-TOTAL
    MOVE WS-CT-LARGEST (WS-CT-INDEX) TO WS-CAS-LARGEST
    MOVE WS-CT-DETAIL-COUNT (WS-CT-INDEX) TO WS-CAS-DETAIL-COUNT
    WRITE WS-CASE-OUT-RECORD FROM WS-CASE-RECORD
    ADD 1 TO WS-CASE-COUNT
    ADD 1 TO WS-CASE-RECORD-COUNT
    MOVE 'CASE       ' TO WS-CSL-LABEL
    MOVE WS-CT-ACCOUNT (WS-CT-INDEX) TO WS-CSL-ACCOUNT
    IF WS-CAS-BASIS-DAY
        MOVE 'DAY TOTAL' TO WS-CSL-BASIS
    ELSE
        MOVE 'WINDOW TOTAL' TO WS-CSL-BASIS
    END-IF
    MOVE WS-CT-DAY-TOTAL (WS-CT-INDEX) TO WS-CSL-DAY-TOTAL
    MOVE WS-CT-WINDOW-TOTAL (WS-CT-INDEX) TO WS-CSL-WINDOW-TOTAL
    MOVE WS-CT-LARGEST (WS-CT-INDEX) TO WS-CSL-LARGEST
    MOVE WS-CT-DETAIL-COUNT (WS-CT-INDEX) TO WS-CSL-COUNT
    WRITE WS-REPORT-LINE FROM WS-CASE-LINE
    MOVE SPACES TO WS-FILED-RECORD
    MOVE WS-CT-ACCOUNT (WS-CT-INDEX) TO WS-FIL-ACCOUNT
    MOVE WS-RUN-MONTH TO WS-FIL-PERIOD
    MOVE WS-RUN-DATE TO WS-FIL-DATE
    SET WS-FIL-BY-BATCH TO TRUE
    WRITE WS-FILED-OUT-RECORD FROM WS-FILED-RECORD.

4300-WRITE-CASE-DETAIL.
    MOVE SPACES TO WS-CASE-RECORD
    SET WS-CAS-DETAIL TO TRUE
    MOVE WS-RUN-DATE TO WS-CAS-BUS-DATE
    MOVE WS-ACT-ACCOUNT TO WS-CAS-ACCOUNT
    MOVE WS-ACT-KEY TO WS-CAS-KEY
    MOVE WS-ACT-AMOUNT TO WS-CAS-AMOUNT
    MOVE WS-ACT-EFF-DATE TO WS-CAS-EFF-DATE
    MOVE WS-ACT-POST-DATE TO WS-CAS-POST-DATE
    MOVE WS-ACT-REGION TO WS-CAS-REGION
    MOVE WS-ACT-STATUS TO WS-CAS-STATUS
    WRITE WS-CASE-OUT-RECORD FROM WS-CASE-RECORD
    ADD 1 TO WS-CASE-RECORD-COUNT
    MOVE WS-ACT-KEY TO WS-CDL-KEY
    MOVE WS-ACT-REGION TO WS-CDL-REGION
    MOVE WS-ACT-STATUS TO WS-CDL-STATUS
    MOVE WS-ACT-EFF-DATE TO WS-CDL-EFF-DATE
    MOVE WS-ACT-POST-DATE TO WS-CDL-POST-DATE
    MOVE WS-ACT-AMOUNT TO WS-CDL-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-CASE-DETAIL-LINE.

8000-PRINT-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'ACTIVITY IN WINDOW:      ' WS-SELECTED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'ACCOUNTS ACTIVE TODAY:   ' WS-ACCOUNT-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'SINGLE DETAIL OVER:      ' WS-SINGLE-OVER-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'SUPPRESSED AS FILED:     ' WS-SUPPRESSED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'CASES FILED:             ' WS-CASE-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'UNUSABLE RECORDS:        ' WS-SKIPPED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

9000-TERMINATE.
    PERFORM 8000-PRINT-TOTALS
    CLOSE WS-MASTER-FILE
    CLOSE WS-HIST-FILE
    CLOSE WS-FILED-OUT-FILE
    CLOSE WS-CASE-FILE
    CLOSE WS-REPORT-FILE
    DISPLAY 'WSCMPL1 MASTER RECORDS READ:  ' WS-MASTER-READ-COUNT
    DISPLAY 'WSCMPL1 HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
    DISPLAY 'WSCMPL1 ACTIVITY IN WINDOW:   ' WS-SELECTED-COUNT
    DISPLAY 'WSCMPL1 ACCOUNTS ACTIVE TODAY:' WS-ACCOUNT-COUNT
    DISPLAY 'WSCMPL1 SINGLE DETAIL OVER:   ' WS-SINGLE-OVER-COUNT
    DISPLAY 'WSCMPL1 SUPPRESSED AS FILED:  ' WS-SUPPRESSED-COUNT
    DISPLAY 'WSCMPL1 CASES FILED:          ' WS-CASE-COUNT
    DISPLAY 'WSCMPL1 CASE RECORDS WRITTEN: ' WS-CASE-RECORD-COUNT
    DISPLAY 'WSCMPL1 FILED ENTRIES KEPT:   ' WS-FILED-KEPT-COUNT
    DISPLAY 'WSCMPL1 FILED ENTRIES EXPIRED:' WS-FILED-EXPIRED-COUNT
    DISPLAY 'WSCMPL1 UNUSABLE RECORDS:     ' WS-SKIPPED-COUNT
    IF WS-SKIPPED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSCMPL1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-SELECTED-COUNT TO WS-STS-READ-COUNT
    MOVE WS-CASE-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE WS-SKIPPED-COUNT TO WS-STS-REJECTED-COUNT
    MOVE WS-SUPPRESSED-COUNT TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSCMPL1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

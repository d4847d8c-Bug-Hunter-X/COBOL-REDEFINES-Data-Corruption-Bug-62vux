IDENTIFICATION DIVISION.
PROGRAM-ID. WSAGE1.
*>----------------------------------------------------------------
*> Open-item aging and settlement-lag report for Collections.
*> Reads WSKSDS1 in key sequence and picks up every item that is
*> not yet settled ('04') or closed ('09') and has not been
*> reversed (WS-F2-REVERSAL-FLAG 'X').  Each one is aged in
*> days from its WS-F2-EFF-DATE to the run date and put in one of
*> four buckets: 0-30, 31-60, 61-90, and over 90 days (an item
*> dated after the run date ages as zero).  The open items are
*> sorted by account and key and listed on AGERPT, with item
*> counts and amounts per bucket subtotalled for each account,
*> then for each region tag, then in total.  The same items are
*> cut to AGEOUT in the fixed WSAGEREC layout so Collections can
*> load them into their worklist.
*> The settlement-lag section reads the WSACCT1 activity master:
*> each activity record in status '04' posted in the run month
*> is an item that settled this month, and its lag is the days
*> from its effective date to the day it posted.  The average
*> and the worst lag (with the key that set it) are reported by
*> region.  Balance-forward records from the month-end close and
*> reversal entries ('RV') are not items and are passed over.
*> Items whose amount or effective date is not usable are
*> counted, left off the report, and end the step with
*> RETURN-CODE 4.  The run date arrives as a PARM (YYYYMMDD).
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the KSDS records read, written
*> the open items cut to AGEOUT, rejected the unusable items
*> skipped.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-KSDS-FILE ASSIGN TO WSKSDS1
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WS-FIELD-1
        FILE STATUS IS WS-KSDS-STATUS.

    SELECT WS-MASTER-FILE ASSIGN TO ACTIVIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO AGERPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-AGE-OUT-FILE ASSIGN TO AGEOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AGE-OUT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

    SELECT WS-SORT-FILE ASSIGN TO SORTWK01.

DATA DIVISION.
FILE SECTION.
FD  WS-KSDS-FILE.
COPY WSAREA.

FD  WS-MASTER-FILE
    RECORDING MODE IS F.
01  WS-MASTER-RECORD                PIC X(47).

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-AGE-OUT-FILE
    RECORDING MODE IS F.
01  WS-AGE-OUT-RECORD               PIC X(80).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

SD  WS-SORT-FILE.
01  WS-SORT-RECORD.
    05  WS-SORT-AS-OF-DATE          PIC 9(8).
    05  WS-SORT-ACCOUNT             PIC X(10).
    05  WS-SORT-KEY                 PIC 9(5).
    05  WS-SORT-REST                PIC X(57).

WORKING-STORAGE SECTION.
COPY WSACTREC.
COPY WSAGEREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-KSDS-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-KSDS-EOF                 VALUE 'Y'.
    05  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
        88  WS-MASTER-EOF               VALUE 'Y'.
    05  WS-SORT-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-SORT-EOF                 VALUE 'Y'.
    05  WS-ACCOUNT-OPEN-SW          PIC X(1) VALUE 'N'.
        88  WS-ACCOUNT-OPEN             VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-KSDS-STATUS              PIC X(2).
    05  WS-MASTER-STATUS            PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-AGE-OUT-STATUS           PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-KSDS-READ-COUNT          PIC 9(7) VALUE ZERO.
    05  WS-OPEN-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-SKIPPED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
    05  WS-SETTLED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.

01  WS-DATE-CONTROLS.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
    05  WS-RUN-MONTH                PIC 9(6) VALUE ZERO.
    05  WS-RUN-SERIAL               PIC 9(7) VALUE ZERO.
    05  WS-ITEM-SERIAL              PIC 9(7) VALUE ZERO.
    05  WS-END-SERIAL               PIC 9(7) VALUE ZERO.
    05  WS-DAYS-WORK                PIC S9(7) VALUE ZERO.
    05  WS-POST-MONTH               PIC 9(6) VALUE ZERO.

01  WS-BUCKET-CONTROLS.
    05  WS-BUCKET-NO                PIC 9(1) VALUE ZERO.
    05  WS-CUR-ACCOUNT              PIC X(10) VALUE SPACES.

01  WS-BUCKET-LABEL-TABLE.
    05  FILLER                      PIC X(12) VALUE '0-30 DAYS'.
    05  FILLER                      PIC X(12) VALUE '31-60 DAYS'.
    05  FILLER                      PIC X(12) VALUE '61-90 DAYS'.
    05  FILLER                      PIC X(12) VALUE 'OVER 90 DAYS'.
01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-TABLE.
    05  WS-BUCKET-LABEL OCCURS 4 TIMES
                                    PIC X(12).

01  WS-ACCOUNT-TOTALS.
    05  WS-ACC-BUCKET OCCURS 4 TIMES.
        10  WS-ACC-BKT-COUNT        PIC 9(7).
        10  WS-ACC-BKT-AMOUNT       PIC S9(13)V99.

01  WS-GRAND-TOTALS.
    05  WS-GT-BUCKET OCCURS 4 TIMES.
        10  WS-GT-BKT-COUNT         PIC 9(7).
        10  WS-GT-BKT-AMOUNT        PIC S9(13)V99.

*> Region slot 7 collects any tag that is not one of the six the
*> merge produces, so nothing drops out of the region totals.
01  WS-REGION-CONTROLS.
    05  WS-REGION-NO                PIC 9(1) VALUE ZERO.
    05  WS-REGION-MAX               PIC 9(1) VALUE 7.
    05  WS-CUR-TAG                  PIC X(2).

01  WS-REGION-TAG-TABLE.
    05  FILLER                      PIC X(2) VALUE 'R1'.
    05  FILLER                      PIC X(2) VALUE 'R2'.
    05  FILLER                      PIC X(2) VALUE 'R3'.
    05  FILLER                      PIC X(2) VALUE 'RC'.
    05  FILLER                      PIC X(2) VALUE 'RP'.
    05  FILLER                      PIC X(2) VALUE 'RS'.
    05  FILLER                      PIC X(2) VALUE '??'.
01  WS-REGION-TAGS REDEFINES WS-REGION-TAG-TABLE.
    05  WS-REGION-TAG OCCURS 7 TIMES
                                    PIC X(2).

01  WS-REGION-STATS.
    05  WS-REG-STAT-ENTRY OCCURS 7 TIMES.
        10  WS-REG-BUCKET OCCURS 4 TIMES.
            15  WS-REG-BKT-COUNT    PIC 9(7).
            15  WS-REG-BKT-AMOUNT   PIC S9(13)V99.
        10  WS-REG-SETTLED-COUNT    PIC 9(7).
        10  WS-REG-LAG-TOTAL        PIC 9(11).
        10  WS-REG-LAG-WORST        PIC 9(5).
        10  WS-REG-WORST-KEY        PIC 9(5).

01  WS-LAG-WORK.
    05  WS-LAG-AVERAGE              PIC 9(5)V9 VALUE ZERO.

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(31)
        VALUE 'WSAGE1 OPEN-ITEM AGING AS OF '.
    05  WS-HDG-DATE                 PIC 9(8).
    05  FILLER                      PIC X(93) VALUE SPACES.

01  WS-COLUMN-LINE.
    05  FILLER                      PIC X(40)
        VALUE 'ACCOUNT      KEY  REGION STATUS EFF DATE'.
    05  FILLER                      PIC X(40)
        VALUE '              AMOUNT   DAYS  BUCKET'.
    05  FILLER                      PIC X(52) VALUE SPACES.

01  WS-DETAIL-LINE.
    05  WS-DTL-ACCOUNT              PIC X(10).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-KEY                  PIC 9(5).
    05  FILLER                      PIC X(3)  VALUE SPACES.
    05  WS-DTL-REGION               PIC X(2).
    05  FILLER                      PIC X(5)  VALUE SPACES.
    05  WS-DTL-STATUS               PIC X(2).
    05  FILLER                      PIC X(3)  VALUE SPACES.
    05  WS-DTL-EFF-DATE             PIC 9(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-AMOUNT               PIC -(9)9.99.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-DAYS                 PIC ZZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-BUCKET               PIC X(12).
    05  FILLER                      PIC X(57) VALUE SPACES.

01  WS-BUCKET-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-BKL-LABEL                PIC X(20).
    05  WS-BKL-BUCKET               PIC X(12).
    05  FILLER                      PIC X(9)  VALUE '  ITEMS: '.
    05  WS-BKL-COUNT                PIC ZZZZZZ9.
    05  FILLER                      PIC X(10) VALUE '  AMOUNT: '.
    05  WS-BKL-AMOUNT               PIC -(13)9.99.
    05  FILLER                      PIC X(55) VALUE SPACES.

01  WS-LAG-HEADING.
    05  FILLER                      PIC X(40)
        VALUE 'SETTLEMENT LAG FOR ITEMS SETTLED IN '.
    05  WS-LAG-HDG-MONTH            PIC 9(6).
    05  FILLER                      PIC X(86) VALUE SPACES.

01  WS-LAG-LINE.
    05  FILLER                      PIC X(9)  VALUE '  REGION '.
    05  WS-LAG-REGION               PIC X(2).
    05  FILLER                      PIC X(11) VALUE '  SETTLED: '.
    05  WS-LAG-COUNT                PIC ZZZZZZ9.
    05  FILLER                      PIC X(12) VALUE '  AVG DAYS: '.
    05  WS-LAG-AVG                  PIC ZZZZ9.9.
    05  FILLER                      PIC X(14) VALUE '  WORST DAYS: '.
    05  WS-LAG-WORST                PIC ZZZZ9.
    05  FILLER                      PIC X(7)  VALUE '  KEY: '.
    05  WS-LAG-KEY                  PIC 9(5).
    05  FILLER                      PIC X(53) VALUE SPACES.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    SORT WS-SORT-FILE
        ON ASCENDING KEY WS-SORT-ACCOUNT
                         WS-SORT-KEY
        INPUT PROCEDURE IS 2000-SELECT-OPEN-ITEMS
        OUTPUT PROCEDURE IS 3000-REPORT-OPEN-ITEMS
    PERFORM 4000-PRINT-REGION-AGING
        VARYING WS-REGION-NO FROM 1 BY 1
        UNTIL WS-REGION-NO > WS-REGION-MAX
    PERFORM 4200-PRINT-GRAND-TOTALS
    PERFORM 5000-TALLY-SETTLEMENTS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-KSDS-FILE
    OPEN INPUT WS-MASTER-FILE
    OPEN OUTPUT WS-REPORT-FILE
    OPEN OUTPUT WS-AGE-OUT-FILE
    IF WS-KSDS-STATUS NOT = '00' OR WS-MASTER-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
            OR WS-AGE-OUT-STATUS NOT = '00'
        DISPLAY 'WSAGE1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  WSKSDS1 STATUS: ' WS-KSDS-STATUS
        DISPLAY '  ACTIVIN STATUS: ' WS-MASTER-STATUS
        DISPLAY '  AGERPT STATUS:  ' WS-REPORT-STATUS
        DISPLAY '  AGEOUT STATUS:  ' WS-AGE-OUT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSAGE1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-RUN-SERIAL =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    IF WS-RUN-SERIAL = ZERO
        DISPLAY 'WSAGE1 RUN DATE PARM NOT A VALID DATE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
    INITIALIZE WS-ACCOUNT-TOTALS
    INITIALIZE WS-GRAND-TOTALS
    INITIALIZE WS-REGION-STATS
    MOVE WS-RUN-DATE TO WS-HDG-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    WRITE WS-REPORT-LINE FROM WS-COLUMN-LINE.

2000-SELECT-OPEN-ITEMS.
    PERFORM 2800-READ-KSDS
    PERFORM 2100-SELECT-ITEM UNTIL WS-KSDS-EOF.

2100-SELECT-ITEM.
    ADD 1 TO WS-KSDS-READ-COUNT
    IF WS-F2-STATUS NOT = '04' AND WS-F2-STATUS NOT = '09'
            AND NOT WS-F2-REVERSED
        IF WS-F2-AMOUNT NUMERIC AND WS-F2-EFF-DATE NUMERIC
            COMPUTE WS-ITEM-SERIAL =
                FUNCTION INTEGER-OF-DATE(WS-F2-EFF-DATE)
        ELSE
            MOVE ZERO TO WS-ITEM-SERIAL
        END-IF
        IF WS-ITEM-SERIAL = ZERO
            ADD 1 TO WS-SKIPPED-COUNT
            DISPLAY 'WSAGE1 UNUSABLE ITEM SKIPPED, KEY: ' WS-FIELD-1
        ELSE
            PERFORM 2200-BUILD-AGING-RECORD
            RELEASE WS-SORT-RECORD FROM WS-AGING-RECORD
            ADD 1 TO WS-OPEN-COUNT
        END-IF
    END-IF
    PERFORM 2800-READ-KSDS.

2200-BUILD-AGING-RECORD.
    MOVE SPACES TO WS-AGING-RECORD
    MOVE WS-RUN-DATE TO WS-AGE-AS-OF-DATE
    MOVE WS-F2-ACCOUNT TO WS-AGE-ACCOUNT
    MOVE WS-FIELD-1 TO WS-AGE-KEY
    MOVE WS-F2-REGION-TAG TO WS-AGE-REGION
    MOVE WS-F2-STATUS TO WS-AGE-STATUS
    MOVE WS-F2-EFF-DATE TO WS-AGE-EFF-DATE
    MOVE WS-F2-AMOUNT TO WS-AGE-AMOUNT
    COMPUTE WS-DAYS-WORK = WS-RUN-SERIAL - WS-ITEM-SERIAL
    IF WS-DAYS-WORK < ZERO
        MOVE ZERO TO WS-DAYS-WORK
    END-IF
    MOVE WS-DAYS-WORK TO WS-AGE-DAYS
    EVALUATE TRUE
        WHEN WS-DAYS-WORK <= 30
            SET WS-AGE-0-30 TO TRUE
        WHEN WS-DAYS-WORK <= 60
            SET WS-AGE-31-60 TO TRUE
        WHEN WS-DAYS-WORK <= 90
            SET WS-AGE-61-90 TO TRUE
        WHEN OTHER
            SET WS-AGE-OVER-90 TO TRUE
    END-EVALUATE.

2800-READ-KSDS.
    READ WS-KSDS-FILE
        AT END
            SET WS-KSDS-EOF TO TRUE
    END-READ.

3000-REPORT-OPEN-ITEMS.
    PERFORM 3100-RETURN-ITEM UNTIL WS-SORT-EOF
    IF WS-ACCOUNT-OPEN
        PERFORM 3300-PRINT-ACCOUNT-TOTALS
    END-IF.

3100-RETURN-ITEM.
    RETURN WS-SORT-FILE INTO WS-AGING-RECORD
        AT END
            SET WS-SORT-EOF TO TRUE
        NOT AT END
            PERFORM 3200-REPORT-ITEM
    END-RETURN.

3200-REPORT-ITEM.
    IF WS-AGE-ACCOUNT NOT = WS-CUR-ACCOUNT OR NOT WS-ACCOUNT-OPEN
        IF WS-ACCOUNT-OPEN
            PERFORM 3300-PRINT-ACCOUNT-TOTALS
        END-IF
        MOVE WS-AGE-ACCOUNT TO WS-CUR-ACCOUNT
        SET WS-ACCOUNT-OPEN TO TRUE
        ADD 1 TO WS-ACCOUNT-COUNT
        INITIALIZE WS-ACCOUNT-TOTALS
    END-IF
    MOVE WS-AGE-BUCKET TO WS-BUCKET-NO
    MOVE WS-AGE-REGION TO WS-CUR-TAG
    PERFORM 6000-FIND-REGION
    ADD 1 TO WS-ACC-BKT-COUNT (WS-BUCKET-NO)
    ADD WS-AGE-AMOUNT TO WS-ACC-BKT-AMOUNT (WS-BUCKET-NO)
    ADD 1 TO WS-REG-BKT-COUNT (WS-REGION-NO, WS-BUCKET-NO)
    ADD WS-AGE-AMOUNT TO WS-REG-BKT-AMOUNT (WS-REGION-NO, WS-BUCKET-NO)
    ADD 1 TO WS-GT-BKT-COUNT (WS-BUCKET-NO)
    ADD WS-AGE-AMOUNT TO WS-GT-BKT-AMOUNT (WS-BUCKET-NO)
    MOVE WS-AGE-ACCOUNT TO WS-DTL-ACCOUNT
    MOVE WS-AGE-KEY TO WS-DTL-KEY
    MOVE WS-AGE-REGION TO WS-DTL-REGION
    MOVE WS-AGE-STATUS TO WS-DTL-STATUS
    MOVE WS-AGE-EFF-DATE TO WS-DTL-EFF-DATE
    MOVE WS-AGE-AMOUNT TO WS-DTL-AMOUNT
    MOVE WS-AGE-DAYS TO WS-DTL-DAYS
    MOVE WS-BUCKET-LABEL (WS-BUCKET-NO) TO WS-DTL-BUCKET
    WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE
    WRITE WS-AGE-OUT-RECORD FROM WS-AGING-RECORD.

3300-PRINT-ACCOUNT-TOTALS.
    MOVE SPACES TO WS-BKL-LABEL
    STRING 'ACCOUNT ' WS-CUR-ACCOUNT
        DELIMITED BY SIZE INTO WS-BKL-LABEL
    PERFORM 3310-PRINT-ACCOUNT-BUCKET
        VARYING WS-BUCKET-NO FROM 1 BY 1
        UNTIL WS-BUCKET-NO > 4
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3310-PRINT-ACCOUNT-BUCKET.
    MOVE WS-BUCKET-LABEL (WS-BUCKET-NO) TO WS-BKL-BUCKET
    MOVE WS-ACC-BKT-COUNT (WS-BUCKET-NO) TO WS-BKL-COUNT
    MOVE WS-ACC-BKT-AMOUNT (WS-BUCKET-NO) TO WS-BKL-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-BUCKET-LINE.

4000-PRINT-REGION-AGING.
    MOVE SPACES TO WS-BKL-LABEL
    STRING 'REGION ' WS-REGION-TAG (WS-REGION-NO)
        DELIMITED BY SIZE INTO WS-BKL-LABEL
    PERFORM 4100-PRINT-REGION-BUCKET
        VARYING WS-BUCKET-NO FROM 1 BY 1
        UNTIL WS-BUCKET-NO > 4
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

4100-PRINT-REGION-BUCKET.
    MOVE WS-BUCKET-LABEL (WS-BUCKET-NO) TO WS-BKL-BUCKET
    MOVE WS-REG-BKT-COUNT (WS-REGION-NO, WS-BUCKET-NO) TO WS-BKL-COUNT
    MOVE WS-REG-BKT-AMOUNT (WS-REGION-NO, WS-BUCKET-NO)
        TO WS-BKL-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-BUCKET-LINE.

4200-PRINT-GRAND-TOTALS.
    MOVE 'ALL OPEN ITEMS' TO WS-BKL-LABEL
    PERFORM 4210-PRINT-GRAND-BUCKET
        VARYING WS-BUCKET-NO FROM 1 BY 1
        UNTIL WS-BUCKET-NO > 4
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

4210-PRINT-GRAND-BUCKET.
    MOVE WS-BUCKET-LABEL (WS-BUCKET-NO) TO WS-BKL-BUCKET
    MOVE WS-GT-BKT-COUNT (WS-BUCKET-NO) TO WS-BKL-COUNT
    MOVE WS-GT-BKT-AMOUNT (WS-BUCKET-NO) TO WS-BKL-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-BUCKET-LINE.

5000-TALLY-SETTLEMENTS.
    PERFORM 5800-READ-MASTER
    PERFORM 5100-TALLY-ACTIVITY UNTIL WS-MASTER-EOF
    MOVE WS-RUN-MONTH TO WS-LAG-HDG-MONTH
    WRITE WS-REPORT-LINE FROM WS-LAG-HEADING
    PERFORM 5200-PRINT-REGION-LAG
        VARYING WS-REGION-NO FROM 1 BY 1
        UNTIL WS-REGION-NO > WS-REGION-MAX.

5100-TALLY-ACTIVITY.
    MOVE WS-MASTER-RECORD TO WS-ACTIVITY-RECORD
    ADD 1 TO WS-MASTER-READ-COUNT
    MOVE WS-ACT-POST-DATE (1:6) TO WS-POST-MONTH
    IF WS-ACT-STATUS = '04' AND WS-POST-MONTH = WS-RUN-MONTH
        COMPUTE WS-ITEM-SERIAL =
            FUNCTION INTEGER-OF-DATE(WS-ACT-EFF-DATE)
        COMPUTE WS-END-SERIAL =
            FUNCTION INTEGER-OF-DATE(WS-ACT-POST-DATE)
        IF WS-ITEM-SERIAL NOT = ZERO AND WS-END-SERIAL NOT = ZERO
            COMPUTE WS-DAYS-WORK = WS-END-SERIAL - WS-ITEM-SERIAL
            IF WS-DAYS-WORK < ZERO
                MOVE ZERO TO WS-DAYS-WORK
            END-IF
            MOVE WS-ACT-REGION TO WS-CUR-TAG
            PERFORM 6000-FIND-REGION
            ADD 1 TO WS-SETTLED-COUNT
            ADD 1 TO WS-REG-SETTLED-COUNT (WS-REGION-NO)
            ADD WS-DAYS-WORK TO WS-REG-LAG-TOTAL (WS-REGION-NO)
            IF WS-DAYS-WORK > WS-REG-LAG-WORST (WS-REGION-NO)
                    OR WS-REG-SETTLED-COUNT (WS-REGION-NO) = 1
                MOVE WS-DAYS-WORK TO WS-REG-LAG-WORST (WS-REGION-NO)
                MOVE WS-ACT-KEY TO WS-REG-WORST-KEY (WS-REGION-NO)
            END-IF
        END-IF
    END-IF
    PERFORM 5800-READ-MASTER.

5200-PRINT-REGION-LAG.
    MOVE WS-REGION-TAG (WS-REGION-NO) TO WS-LAG-REGION
    MOVE WS-REG-SETTLED-COUNT (WS-REGION-NO) TO WS-LAG-COUNT
    IF WS-REG-SETTLED-COUNT (WS-REGION-NO) > ZERO
        COMPUTE WS-LAG-AVERAGE ROUNDED =
            WS-REG-LAG-TOTAL (WS-REGION-NO)
                / WS-REG-SETTLED-COUNT (WS-REGION-NO)
    ELSE
        MOVE ZERO TO WS-LAG-AVERAGE
    END-IF
    MOVE WS-LAG-AVERAGE TO WS-LAG-AVG
    MOVE WS-REG-LAG-WORST (WS-REGION-NO) TO WS-LAG-WORST
    MOVE WS-REG-WORST-KEY (WS-REGION-NO) TO WS-LAG-KEY
    WRITE WS-REPORT-LINE FROM WS-LAG-LINE.

5800-READ-MASTER.
    READ WS-MASTER-FILE
        AT END
            SET WS-MASTER-EOF TO TRUE
    END-READ.

6000-FIND-REGION.
    MOVE 1 TO WS-REGION-NO
    PERFORM 6100-SEARCH-REGION
        UNTIL WS-REGION-NO >= WS-REGION-MAX
            OR WS-REGION-TAG (WS-REGION-NO) = WS-CUR-TAG.

6100-SEARCH-REGION.
    ADD 1 TO WS-REGION-NO.

9000-TERMINATE.
    CLOSE WS-KSDS-FILE
    CLOSE WS-MASTER-FILE
    CLOSE WS-REPORT-FILE
    CLOSE WS-AGE-OUT-FILE
    DISPLAY 'WSAGE1 KSDS RECORDS READ:    ' WS-KSDS-READ-COUNT
    DISPLAY 'WSAGE1 OPEN ITEMS AGED:      ' WS-OPEN-COUNT
    DISPLAY 'WSAGE1 ACCOUNTS WITH ITEMS:  ' WS-ACCOUNT-COUNT
    DISPLAY 'WSAGE1 UNUSABLE SKIPPED:     ' WS-SKIPPED-COUNT
    DISPLAY 'WSAGE1 SETTLED THIS MONTH:   ' WS-SETTLED-COUNT
    IF WS-SKIPPED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSAGE1  ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-KSDS-READ-COUNT TO WS-STS-READ-COUNT
    MOVE WS-OPEN-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE WS-SKIPPED-COUNT TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSAGE1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

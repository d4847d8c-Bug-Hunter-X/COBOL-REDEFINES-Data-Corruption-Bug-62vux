*> tagged with its region in the last two payload bytes
*> (WS-REC-REGION), and written behind one consolidated header
*> with one consolidated trailer.  Per-region record counts are
*> reported.  Reversal records ('R', WS-AREA-6) are carried
*> through in key order like details: a region's trailer counts
*> them in its detail count and key hash and again on their own
*> in the trailer reversal count, both of which must balance, and
*> the consolidated trailer carries the same two totals.  Senders
*> that never send reversals leave the reversal count blank, which
*> is taken as zero.  RETURN-CODE 8 for structural errors (missing or
*> extra header/trailer, empty region, open failure), 12 when a
*> region's own trailer does not balance.  The business date
*> arrives as a PARM (YYYYMMDD) the way the other nightly jobs
*> take theirs, and is stamped into the consolidated header so
*> the cataloged generation is dated for the WSRBLD1 replay.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the details taken in from all
*> six inputs, written the details on the consolidated feed.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    SELECT WS-SORT-FILE ASSIGN TO SORTWK01.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-REGION1-FILE
SD  WS-SORT-FILE.
01  WS-SORT-RECORD.
    05  WS-SORT-KEY                 PIC 9(5).
    05  WS-SORT-TYPE                PIC X(1).
    05  WS-SORT-REGION              PIC X(2).
    05  WS-SORT-PAYLOAD             PIC X(94).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-REG-EOF-SW               PIC X(1) VALUE 'N'.
    05  WS-RELEASE-STATUS           PIC X(2).
    05  WS-SUSREL-STATUS            PIC X(2).
    05  WS-MERGE-STATUS             PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-REGION-CONTROLS.
    05  WS-REGION-NO                PIC 9(1) VALUE ZERO.
01  WS-REGION-STATS.
    05  WS-REG-STAT-ENTRY OCCURS 6 TIMES.
        10  WS-REG-STAT-COUNT       PIC 9(7).
        10  WS-REG-STAT-REVERSALS   PIC 9(7).

01  WS-REGION-WORK.
    05  WS-REG-RECORD-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-REG-HASH                 PIC 9(10) VALUE ZERO.
    05  WS-REG-TRL-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-REG-TRL-HASH             PIC 9(10) VALUE ZERO.
    05  WS-REG-REVERSAL-COUNT       PIC 9(7) VALUE ZERO.
    05  WS-REG-TRL-REVERSALS        PIC 9(7) VALUE ZERO.

01  WS-MERGE-TOTALS.
    05  WS-TOTAL-DETAIL-COUNT       PIC 9(7) VALUE ZERO.
    05  WS-TOTAL-HASH               PIC 9(10) VALUE ZERO.
    05  WS-TOTAL-REVERSAL-COUNT     PIC 9(7) VALUE ZERO.

*> The business date is stamped into the consolidated header
*> payload (positions 25-32) so a cataloged generation can be
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN OUTPUT WS-MERGE-FILE
    IF WS-MERGE-STATUS NOT = '00'
        DISPLAY 'WSMERGE1 UNABLE TO OPEN MRGOUT, STATUS: '
    MOVE ZERO TO WS-REG-HASH
    MOVE ZERO TO WS-REG-TRL-COUNT
    MOVE ZERO TO WS-REG-TRL-HASH
    MOVE ZERO TO WS-REG-REVERSAL-COUNT
    MOVE ZERO TO WS-REG-TRL-REVERSALS
    MOVE WS-REGION-TAG (WS-REGION-NO) TO WS-CUR-TAG
    PERFORM 2200-OPEN-REGION
    IF WS-REG-OPEN-OK
            END-IF
            SET WS-REG-HDR-SEEN TO TRUE
        WHEN WS-DETAIL-TYPE
        WHEN WS-REVERSAL-TYPE
            IF WS-REG-TRL-SEEN
                DISPLAY 'WSMERGE1 REGION ' WS-CUR-TAG
                    ' RECORD AFTER TRAILER'
                SET WS-MERGE-ERROR TO TRUE
            END-IF
            ADD 1 TO WS-REG-DETAIL-COUNT
            IF WS-REVERSAL-TYPE
                ADD 1 TO WS-REG-REVERSAL-COUNT
            END-IF
            IF WS-REC-KEY NUMERIC
                ADD WS-REC-KEY TO WS-REG-HASH
            END-IF
            ELSE
                MOVE WS-TRL-DETAIL-COUNT TO WS-REG-TRL-COUNT
                MOVE WS-TRL-HASH-TOTAL TO WS-REG-TRL-HASH
                IF WS-TRL-REVERSAL-COUNT NUMERIC
                    MOVE WS-TRL-REVERSAL-COUNT TO WS-REG-TRL-REVERSALS
                END-IF
            END-IF
            SET WS-REG-TRL-SEEN TO TRUE
        WHEN OTHER

2500-RELEASE-DETAIL.
    MOVE WS-REC-KEY TO WS-SORT-KEY
    MOVE WS-REC-TYPE TO WS-SORT-TYPE
    MOVE WS-CUR-TAG TO WS-SORT-REGION
    MOVE WS-REC-PAYLOAD TO WS-SORT-PAYLOAD
    RELEASE WS-SORT-RECORD.

2600-CHECK-REGION.
    MOVE WS-REG-DETAIL-COUNT TO WS-REG-STAT-COUNT (WS-REGION-NO)
    MOVE WS-REG-REVERSAL-COUNT
        TO WS-REG-STAT-REVERSALS (WS-REGION-NO)
    IF WS-REG-RECORD-COUNT = ZERO
        IF WS-REGION-NO > 3
            DISPLAY 'WSMERGE1 FEED ' WS-CUR-TAG ' EMPTY (DUMMY)'
        ELSE
            IF WS-REG-DETAIL-COUNT NOT = WS-REG-TRL-COUNT
                    OR WS-REG-HASH NOT = WS-REG-TRL-HASH
                    OR WS-REG-REVERSAL-COUNT NOT = WS-REG-TRL-REVERSALS
                DISPLAY 'WSMERGE1 REGION ' WS-CUR-TAG
                    ' OUT OF BALANCE'
                DISPLAY '  COUNTED ' WS-REG-DETAIL-COUNT
                    ' HASH ' WS-REG-HASH
                    ' REVERSALS ' WS-REG-REVERSAL-COUNT
                DISPLAY '  TRAILER ' WS-REG-TRL-COUNT
                    ' HASH ' WS-REG-TRL-HASH
                    ' REVERSALS ' WS-REG-TRL-REVERSALS
                SET WS-BALANCE-ERROR TO TRUE
            END-IF
        END-IF
    MOVE 'T' TO WS-TRL-TYPE
    MOVE WS-TOTAL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
    MOVE WS-TOTAL-HASH TO WS-TRL-HASH-TOTAL
    MOVE WS-TOTAL-REVERSAL-COUNT TO WS-TRL-REVERSAL-COUNT
    WRITE WS-MERGE-RECORD FROM WS-AREA-1.

3100-RETURN-DETAIL.

3200-WRITE-DETAIL.
    MOVE SPACES TO WS-AREA-1
    MOVE WS-SORT-TYPE TO WS-REC-TYPE
    MOVE WS-SORT-KEY TO WS-REC-KEY
    MOVE WS-SORT-PAYLOAD TO WS-REC-PAYLOAD
    MOVE WS-SORT-REGION TO WS-REC-REGION
    ADD 1 TO WS-TOTAL-DETAIL-COUNT
    IF WS-REVERSAL-TYPE
        ADD 1 TO WS-TOTAL-REVERSAL-COUNT
    END-IF
    IF WS-REC-KEY NUMERIC
        ADD WS-REC-KEY TO WS-TOTAL-HASH
    END-IF
    DISPLAY 'WSMERGE1 RELEASED DETAILS:  ' WS-REG-STAT-COUNT (5)
    DISPLAY 'WSMERGE1 SUSP REL DETAILS:  ' WS-REG-STAT-COUNT (6)
    DISPLAY 'WSMERGE1 MERGED DETAILS:    ' WS-TOTAL-DETAIL-COUNT
    DISPLAY 'WSMERGE1 R1 REVERSALS:      '
        WS-REG-STAT-REVERSALS (1)
    DISPLAY 'WSMERGE1 R2 REVERSALS:      '
        WS-REG-STAT-REVERSALS (2)
    DISPLAY 'WSMERGE1 R3 REVERSALS:      '
        WS-REG-STAT-REVERSALS (3)
    DISPLAY 'WSMERGE1 MERGED REVERSALS:  ' WS-TOTAL-REVERSAL-COUNT
    IF WS-MERGE-ERROR
        MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-BALANCE-ERROR
        MOVE 12 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSMERGE1' TO WS-STS-PROGRAM
    MOVE WS-MERGE-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    COMPUTE WS-STS-READ-COUNT =
        WS-REG-STAT-COUNT (1) + WS-REG-STAT-COUNT (2)
        + WS-REG-STAT-COUNT (3) + WS-REG-STAT-COUNT (4)
        + WS-REG-STAT-COUNT (5) + WS-REG-STAT-COUNT (6)
    MOVE WS-TOTAL-DETAIL-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE ZERO TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSMERGE1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

*> ACCTOUT; any that do are counted and skipped so one bad record
*> cannot abend the master build.  The run date arrives as a PARM
*> (YYYYMMDD) the way the other batch programs take theirs.
*> Details dated in or before the latest month the WSPCLS1
*> month-end close has closed never reach ACCTOUT: WSBATCH1
*> refuses them, and WSGLJ1 journals the same accepted file, so
*> every accepted detail goes on the master and the master and
*> the GL agree item for item.
*> The offsetting entry WSBATCH1 posts for a reversal (accepted
*> detail flagged WS-F2-REVERSAL-ENTRY) goes on the master with
*> status 'RV', the negated amount, the run date as its
*> effective date, and the key of the detail it reverses, which
*> is the link the WSACCT2 statement pairs the two on.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the accepted details read (what
*> WSBATCH1 accepted), written the details added to the master,
*> rejected the garbage details skipped.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MASTER-OUT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

    SELECT WS-SORT-FILE ASSIGN TO SORTWK01.

DATA DIVISION.
    RECORDING MODE IS F.
01  WS-MASTER-OUT-RECORD            PIC X(47).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

SD  WS-SORT-FILE.
01  WS-SORT-RECORD.
    05  WS-SORT-ACCOUNT             PIC X(10).
WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSACTREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
    05  WS-MASTER-IN-STATUS         PIC X(2).
    05  WS-DAY-STATUS               PIC X(2).
    05  WS-MASTER-OUT-STATUS        PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-CARRIED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-ADDED-COUNT              PIC 9(7) VALUE ZERO.
    05  WS-SKIPPED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-WRITTEN-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-DAY-READ-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-COUNT           PIC 9(7) VALUE ZERO.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

        ON ASCENDING KEY WS-SORT-ACCOUNT
                         WS-SORT-EFF-DATE
                         WS-SORT-KEY
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS 2000-RELEASE-INPUTS
        OUTPUT PROCEDURE IS 3000-WRITE-MASTER
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-MASTER-IN-FILE
    OPEN INPUT WS-DAY-FILE
    OPEN OUTPUT WS-MASTER-OUT-FILE

2200-RELEASE-DAY.
    MOVE WS-DAY-RECORD TO WS-AREA-1
    ADD 1 TO WS-DAY-READ-COUNT
    IF WS-FIELD-1 NUMERIC AND WS-F2-AMOUNT NUMERIC
            AND WS-F2-EFF-DATE NUMERIC
        MOVE WS-F2-ACCOUNT TO WS-ACT-ACCOUNT
        MOVE WS-FIELD-1 TO WS-ACT-KEY
        MOVE WS-F2-AMOUNT TO WS-ACT-AMOUNT
        MOVE WS-F2-STATUS TO WS-ACT-STATUS
        IF WS-F2-REVERSAL-ENTRY
            SET WS-ACT-REVERSAL TO TRUE
            ADD 1 TO WS-REVERSAL-COUNT
        END-IF
        MOVE WS-F2-REGION-TAG TO WS-ACT-REGION
        MOVE WS-RUN-DATE TO WS-ACT-POST-DATE
        RELEASE WS-SORT-RECORD FROM WS-ACTIVITY-RECORD
    DISPLAY 'WSACCT1 CARRIED FROM MASTER: ' WS-CARRIED-COUNT
    DISPLAY 'WSACCT1 ADDED FROM TODAY:    ' WS-ADDED-COUNT
    DISPLAY 'WSACCT1 GARBAGE SKIPPED:     ' WS-SKIPPED-COUNT
    DISPLAY 'WSACCT1 REVERSALS ADDED:     ' WS-REVERSAL-COUNT
    DISPLAY 'WSACCT1 MASTER WRITTEN:      ' WS-WRITTEN-COUNT
    IF WS-SKIPPED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSACCT1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-DAY-READ-COUNT TO WS-STS-READ-COUNT
    MOVE WS-ADDED-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE WS-SKIPPED-COUNT TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSACCT1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

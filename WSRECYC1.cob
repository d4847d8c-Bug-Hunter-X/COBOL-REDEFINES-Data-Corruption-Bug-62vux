*> exception still open after five runs is purged: it is cut to
*> the purged-exception store on PURGEOUT (the retrievable record
*> the archive job trims on its own retention) and listed on the
*> purge report, instead of being carried again.  A refused
*> reversal (payload flagged WS-F2-REVERSAL-FLAG) is purged on its
*> first run and never repaired: the recycle feed carries details
*> only, and a reversal rebuilt as a detail would post the
*> original amount again rather than offset it, so the region
*> resends the reversal itself.  The run date arrives as a PARM
*> the same way WSBATCH1 takes its restart key.  The
*> recycle output is a complete feed in its own right (one 'H'
*> header, detail records, one 'T' trailer with count and hash)
*> so the downstream balancing of the combined feed still proves.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the open exceptions, written the
*> records recycled, rejected the exceptions purged (over age or
*> refused reversals), held the exceptions still open.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-OUT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-EXC-IN-FILE
    RECORDING MODE IS F.
01  WS-CTL-OUT-RECORD               PIC X(30).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSCTLREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-EXC-EOF-SW               PIC X(1) VALUE 'N'.
    05  WS-NEW-AGED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-CARRIED-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-PURGE-COUNT              PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-PURGE-COUNT     PIC 9(7) VALUE ZERO.
    05  WS-RECYCLE-HASH             PIC 9(10) VALUE ZERO.
    05  WS-CORR-COUNT               PIC 9(5) VALUE ZERO.
    05  WS-CORR-INDEX               PIC 9(5) VALUE ZERO.
    05  WS-PURGE-OUT-STATUS         PIC X(2).
    05  WS-CTL-IN-STATUS            PIC X(2).
    05  WS-CTL-OUT-STATUS           PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-EXC-IN-FILE
    OPEN INPUT WS-AGED-IN-FILE
    OPEN INPUT WS-CORR-FILE
    END-READ.

4000-MATCH-AND-ROUTE.
    MOVE WS-WORK-FIELD-2 TO WS-FIELD-2
    IF WS-F2-REVERSAL-FLAG NOT = SPACE
        ADD 1 TO WS-REVERSAL-PURGE-COUNT
        PERFORM 4400-WRITE-PURGE
    ELSE
        MOVE 'N' TO WS-MATCH-SW
        MOVE ZERO TO WS-CORR-INDEX
        PERFORM 4100-SEARCH-CORRECTION
            UNTIL WS-MATCH-FOUND OR WS-CORR-INDEX >= WS-CORR-COUNT
        IF WS-MATCH-FOUND
            PERFORM 4200-WRITE-RECYCLE
        ELSE
            PERFORM 4300-AGE-OR-PURGE
        END-IF
    END-IF.

4100-SEARCH-CORRECTION.
    DISPLAY 'WSRECYC1 CARRIED FORWARD:     ' WS-CARRIED-COUNT
    DISPLAY 'WSRECYC1 PURGED OVER AGE ' WS-PURGE-AGE-LIMIT ': '
        WS-PURGE-COUNT
    DISPLAY 'WSRECYC1 REVERSALS PURGED:    ' WS-REVERSAL-PURGE-COUNT
    IF WS-PURGE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    IF RETURN-CODE <= 4
        PERFORM 9200-STAMP-RUN-CONTROL
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9200-STAMP-RUN-CONTROL.
    OPEN EXTEND WS-CTL-OUT-FILE
    MOVE WS-RECYCLE-COUNT TO WS-TRL-DETAIL-COUNT
    MOVE WS-RECYCLE-HASH TO WS-TRL-HASH-TOTAL
    WRITE WS-RECYCLE-RECORD FROM WS-AREA-1.

9300-WRITE-STEP-STATS.
    MOVE 'WSRECYC1' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    COMPUTE WS-STS-READ-COUNT =
        WS-RECYCLE-COUNT + WS-NEW-AGED-COUNT + WS-CARRIED-COUNT
        + WS-PURGE-COUNT
    MOVE WS-RECYCLE-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE WS-PURGE-COUNT TO WS-STS-REJECTED-COUNT
    COMPUTE WS-STS-HELD-COUNT =
        WS-NEW-AGED-COUNT + WS-CARRIED-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSRECYC1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

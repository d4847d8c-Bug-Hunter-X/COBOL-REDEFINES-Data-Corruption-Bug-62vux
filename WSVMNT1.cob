*> the same arithmetic WSBATCH1 uses - before the KSDS is ever
*> opened for update; a truncated or unbalanced feed ends with
*> RETURN-CODE 12 and no update applied.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the maintenance details, written
*> the updates applied, rejected the updates refused.  The
*> business date for that record arrives as a PARM the way the
*> other batch programs take theirs.
*> WSKSDS1 is opened with its account alternate index over
*> WS-F2-ACCOUNT (the path on DD WSKSDS11), so every add, change,
*> and delete applied here keeps the account index in step.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-FIELD-1
        ALTERNATE RECORD KEY IS WS-F2-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-KSDS-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-INPUT-FILE
FD  WS-KSDS-FILE.
COPY WSAREA.

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSSTSREC.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
01  WS-FILE-STATUSES.
    05  WS-INPUT-STATUS             PIC X(2).
    05  WS-KSDS-STATUS              PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-ADD-APPLIED              PIC 9(7) VALUE ZERO.
    05  WS-MNT-WORK-ACTION          PIC X(1).
    05  WS-MNT-WORK-PAYLOAD         PIC X(93).

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1500-VERIFY-RECORD UNTIL WS-EOF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSVMNT1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-INPUT-FILE
    IF WS-INPUT-STATUS NOT = '00'
        DISPLAY 'WSVMNT1 UNABLE TO OPEN INFILE, STATUS: '
                OR WS-DEL-REJECTED > 0 OR WS-BAD-ACTION-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSVMNT1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-DETAIL-COUNT TO WS-STS-READ-COUNT
    COMPUTE WS-STS-WRITTEN-COUNT =
        WS-ADD-APPLIED + WS-CHG-APPLIED + WS-DEL-APPLIED
    COMPUTE WS-STS-REJECTED-COUNT =
        WS-ADD-REJECTED + WS-CHG-REJECTED + WS-DEL-REJECTED
        + WS-BAD-ACTION-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSVMNT1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

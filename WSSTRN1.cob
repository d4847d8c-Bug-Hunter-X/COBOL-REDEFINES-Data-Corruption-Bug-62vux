*> shared exception file so they enter the WSRECYC1 repair flow,
*> and are dropped from the checked feed on FEEDOUT, which is
*> rewritten with its own balanced trailer for the steps behind
*> this one.  Reversal records ('R') are not status transitions:
*> each must name a key already on WSKSDS1 that has not been
*> reversed before (on file or earlier in the same feed), with
*> the account, effective date, and amount of the record on
*> file, and is rejected onto the exception file with the
*> reversal flag set in the payload when it does not.
*> Passed reversals go to FEEDOUT and are counted in its trailer
*> reversal count.  RETURN-CODE 4 when any transition or reversal
*> was rejected.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the details and reversals
*> checked, written those passed to the checked feed, rejected the
*> illegal transitions and the reversals refused.  The business
*> date for that record arrives as a PARM the way the other batch
*> programs take theirs.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-FEED-IN-FILE
        88  WS-FEED-HEADER              VALUE 'H'.
        88  WS-FEED-DETAIL              VALUE 'D'.
        88  WS-FEED-TRAILER             VALUE 'T'.
        88  WS-FEED-REVERSAL            VALUE 'R'.
    05  WS-FEED-REC-KEY             PIC X(5).
    05  WS-FEED-PAYLOAD.
        10  WS-FEED-ACCOUNT         PIC X(10).
        10  WS-FEED-AMOUNT          PIC X(12).
        10  WS-FEED-AMOUNT-N REDEFINES WS-FEED-AMOUNT
                                    PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
        10  WS-FEED-EFF-DATE        PIC X(8).
        10  WS-FEED-STATUS          PIC X(2).
        10  WS-FEED-REVERSAL-FLAG   PIC X(1).
        10  WS-FEED-REVERSAL-DATE   PIC X(8).
        10  FILLER                  PIC X(51).
        10  WS-FEED-REGION          PIC X(2).

FD  WS-KSDS-FILE.
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSSTSREC.
01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
    05  WS-FEED-OUT-STATUS          PIC X(2).
    05  WS-EXC-STATUS               PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-DETAIL-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-REJECT-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-NEW-KEY-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-PASSED-HASH              PIC 9(10) VALUE ZERO.
    05  WS-REVERSAL-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-PASSED          PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-REJECTED        PIC 9(7) VALUE ZERO.
    05  WS-LAST-REVERSAL-KEY        PIC X(5) VALUE SPACES.

01  WS-TRANSITION-WORK.
    05  WS-FROM-STATUS              PIC X(2).
    05  WS-RPT-VERDICT              PIC X(8).
    05  FILLER                      PIC X(87) VALUE SPACES.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-RECORD UNTIL WS-EOF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSSTRN1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WS-FEED-IN-FILE
    OPEN INPUT WS-KSDS-FILE
    OPEN OUTPUT WS-FEED-OUT-FILE
            WRITE WS-FEED-OUT-RECORD FROM WS-FEED-RECORD
        WHEN WS-FEED-DETAIL
            PERFORM 2100-CHECK-DETAIL
        WHEN WS-FEED-REVERSAL
            PERFORM 2700-CHECK-REVERSAL
        WHEN WS-FEED-TRAILER
            CONTINUE
        WHEN OTHER

2500-WRITE-REJECT.
    ADD 1 TO WS-REJECT-COUNT
    IF WS-FEED-REVERSAL
        ADD 1 TO WS-REVERSAL-REJECTED
        MOVE 'R' TO WS-FEED-REVERSAL-FLAG
        MOVE WS-RUN-DATE TO WS-FEED-REVERSAL-DATE
    END-IF
    MOVE WS-FEED-REC-KEY TO WS-EXC-FIELD-1
    MOVE SPACES TO WS-EXC-FIELD-2
    MOVE WS-FEED-PAYLOAD TO WS-EXC-FIELD-2 (1:94)
2600-WRITE-PASSED.
    WRITE WS-FEED-OUT-RECORD FROM WS-FEED-RECORD
    ADD 1 TO WS-PASSED-COUNT
    IF WS-FEED-REVERSAL
        ADD 1 TO WS-REVERSAL-PASSED
    END-IF
    IF WS-FEED-REC-KEY IS NUMERIC
        MOVE WS-FEED-REC-KEY TO WS-FIELD-1
        ADD WS-FIELD-1 TO WS-PASSED-HASH
    END-IF.

*> A reversal must match the record it reverses as it stands on
*> WSKSDS1; one already marked reversed cannot be reversed again.
*> The feed arrives in key order from WSMERGE1, so a second
*> reversal for the key just passed is a repeat within the feed.
2700-CHECK-REVERSAL.
    ADD 1 TO WS-DETAIL-COUNT
    ADD 1 TO WS-REVERSAL-COUNT
    PERFORM 2200-READ-KSDS-RECORD
    MOVE 'N' TO WS-ILLEGAL-SW
    EVALUATE TRUE
        WHEN NOT WS-ON-FILE
            SET WS-ILLEGAL-TRANSITION TO TRUE
            MOVE 'REVERSAL KEY NOT ON FILE' TO WS-REJECT-REASON
        WHEN WS-F2-REVERSED
            SET WS-ILLEGAL-TRANSITION TO TRUE
            MOVE 'KEY ALREADY REVERSED' TO WS-REJECT-REASON
        WHEN WS-FEED-REC-KEY = WS-LAST-REVERSAL-KEY
            SET WS-ILLEGAL-TRANSITION TO TRUE
            MOVE 'DUPLICATE REVERSAL IN FEED' TO WS-REJECT-REASON
        WHEN WS-FEED-AMOUNT-N NOT NUMERIC
            SET WS-ILLEGAL-TRANSITION TO TRUE
            MOVE 'REVERSAL AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
        WHEN WS-FEED-AMOUNT-N NOT = WS-F2-AMOUNT
            SET WS-ILLEGAL-TRANSITION TO TRUE
            MOVE 'REVERSAL AMOUNT MISMATCH' TO WS-REJECT-REASON
        WHEN WS-FEED-EFF-DATE NOT = WS-F2-EFF-DATE
            SET WS-ILLEGAL-TRANSITION TO TRUE
            MOVE 'REVERSAL EFF DATE MISMATCH' TO WS-REJECT-REASON
        WHEN WS-FEED-ACCOUNT NOT = WS-F2-ACCOUNT
            SET WS-ILLEGAL-TRANSITION TO TRUE
            MOVE 'REVERSAL ACCOUNT MISMATCH' TO WS-REJECT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-ILLEGAL-TRANSITION
        PERFORM 2500-WRITE-REJECT
    ELSE
        MOVE WS-FEED-REC-KEY TO WS-LAST-REVERSAL-KEY
        PERFORM 2600-WRITE-PASSED
    END-IF.

2800-WRITE-OUT-TRAILER.
    MOVE SPACES TO WS-AREA-1
    MOVE 'T' TO WS-TRL-TYPE
    MOVE WS-PASSED-COUNT TO WS-TRL-DETAIL-COUNT
    MOVE WS-PASSED-HASH TO WS-TRL-HASH-TOTAL
    MOVE WS-REVERSAL-PASSED TO WS-TRL-REVERSAL-COUNT
    WRITE WS-FEED-OUT-RECORD FROM WS-AREA-1.

2900-READ-FEED.
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'REJECTED:         ' WS-REJECT-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'REVERSALS:        ' WS-REVERSAL-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'REVERSALS PASSED: ' WS-REVERSAL-PASSED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'REVERSALS REJ:    ' WS-REVERSAL-REJECTED
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3100-PRINT-PAIR-LINE.
    DISPLAY 'WSSTRN1 DETAILS CHECKED:  ' WS-DETAIL-COUNT
    DISPLAY 'WSSTRN1 DETAILS PASSED:   ' WS-PASSED-COUNT
    DISPLAY 'WSSTRN1 DETAILS REJECTED: ' WS-REJECT-COUNT
    DISPLAY 'WSSTRN1 REVERSALS CHECKED:' WS-REVERSAL-COUNT
    DISPLAY 'WSSTRN1 REVERSALS PASSED: ' WS-REVERSAL-PASSED
    IF WS-REJECT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSSTRN1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-DETAIL-COUNT TO WS-STS-READ-COUNT
    MOVE WS-PASSED-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE WS-REJECT-COUNT TO WS-STS-REJECTED-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSSTRN1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

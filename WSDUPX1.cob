*> combination is a probable resubmission: it is flagged on the
*> DUPRPT report and held out of posting on the held store, not
*> passed to the batch.  A held item is released back into the
*> feed only by a confirm card on CONFIN, once the business has
*> confirmed it is genuine.  Confirm card layout (80 bytes):
*>   cols  1- 5  key of the held detail
*>   cols  7-14  ID of the user confirming
*> The confirming user is checked against the operator authority
*> file (WSAUTH, WSAUTREC layout): the user must be active, hold
*> the confirm authority, and have an approval ceiling that covers
*> the amount of the held detail.  A granted confirm is written to
*> the shared AUDITLOG as a PERMIT entry and a refused one as a
*> REFUSE entry (key positions 'AUTHZ', with the user, the key,
*> and the reason); a refused card is used up and its item stays
*> held, reported with the reason under the detail line.
*> Details tagged RC, RP, or RS re-enter through the recycle,
*> pending-release, or suspense-release feeds: their combination
*> is already in the store from the night they first passed, so
*> they are exempt from the hold (and not re-added) - otherwise
*> every repaired or released item would flag as its own
*> resubmission.
*> Reversal records ('R') repeat the account, amount, and
*> effective date of the detail they reverse by design, so they
*> are never checked against the store: they pass straight to
*> FEEDOUT and are counted in its trailer reversal count.
*> The feed is rewritten on FEEDOUT with its own balanced trailer:
*> input details minus new suspects plus confirmed releases.  The
*> rolling store and the held store are rewritten as .NEW and
*> dropped on the way through.  The run date arrives as a PARM
*> (YYYYMMDD).  RETURN-CODE 4 when anything was flagged or is
*> still held.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the details checked, written the
*> details passed to the final feed, rejected the confirms
*> refused, held the suspects flagged today plus those still
*> awaiting a confirm.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-AUTH-FILE ASSIGN TO WSAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-AUT-USER
        FILE STATUS IS WS-AUTH-STATUS.

    SELECT WS-AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

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
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-AUTH-FILE.
COPY WSAUTREC.

FD  WS-AUDIT-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-FILE-RECORD            PIC X(152).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSDUPREC.
COPY WSAUDREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-FEED-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-COMBO-FOUND              VALUE 'Y'.
    05  WS-CONF-FOUND-SW            PIC X(1) VALUE 'N'.
        88  WS-CONF-FOUND               VALUE 'Y'.
    05  WS-ATH-RESULT-SW            PIC X(1) VALUE 'Y'.
        88  WS-ATH-PERMITTED            VALUE 'Y'.
        88  WS-ATH-REFUSED              VALUE 'N'.

01  WS-FILE-STATUSES.
    05  WS-FEED-IN-STATUS           PIC X(2).
    05  WS-DUP-OUT-STATUS           PIC X(2).
    05  WS-HELD-OUT-STATUS          PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-AUTH-STATUS              PIC X(2).
    05  WS-AUDIT-STATUS             PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-DETAIL-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-STORE-AGED-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-REENTRY-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-PASSED-HASH              PIC 9(10) VALUE ZERO.
    05  WS-REVERSAL-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.

01  WS-RETENTION-CONTROLS.
    05  WS-DUP-RETENTION            PIC 9(3) VALUE 7.
01  WS-CONF-TABLE.
    05  WS-CONF-ENTRY OCCURS 200 TIMES.
        10  WS-CF-KEY               PIC X(5).
        10  WS-CF-USER              PIC X(8).
        10  WS-CF-USED-SW           PIC X(1).
            88  WS-CF-USED              VALUE 'Y'.

01  WS-AUDIT-CONTROLS.
    05  WS-AUDIT-SEQ-COUNTER        PIC 9(9) VALUE ZERO.
    05  WS-TIME-WORK                PIC 9(8).

01  WS-AUTHORITY-CHECK.
    05  WS-ATH-REASON               PIC X(30).
    05  WS-ATH-AMOUNT               PIC S9(9)V99.
    05  WS-ATH-ABS-AMOUNT           PIC 9(9)V99.

01  WS-ROUTE-WORK.
    05  WS-ROUTE-KEY                PIC 9(5).
    05  WS-ROUTE-PAYLOAD             PIC X(94).
    05  WS-DRT-FIRST-SEEN           PIC 9(8).
    05  FILLER                      PIC X(27) VALUE SPACES.

01  WS-DUP-REFUSAL-LINE.
    05  FILLER                      PIC X(16) VALUE SPACES.
    05  FILLER                      PIC X(12) VALUE ' CONFIRM BY '.
    05  WS-DRF-USER                 PIC X(8).
    05  FILLER                      PIC X(10) VALUE ' REFUSED: '.
    05  WS-DRF-REASON               PIC X(30).
    05  FILLER                      PIC X(56) VALUE SPACES.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-FEED-IN-FILE
    OPEN INPUT WS-DUP-IN-FILE
    OPEN INPUT WS-HELD-IN-FILE
    OPEN OUTPUT WS-DUP-OUT-FILE
    OPEN OUTPUT WS-HELD-OUT-FILE
    OPEN OUTPUT WS-REPORT-FILE
    OPEN INPUT WS-AUTH-FILE
    OPEN EXTEND WS-AUDIT-FILE
    IF WS-FEED-IN-STATUS NOT = '00'
            OR WS-DUP-IN-STATUS NOT = '00'
            OR WS-HELD-IN-STATUS NOT = '00'
            OR WS-DUP-OUT-STATUS NOT = '00'
            OR WS-HELD-OUT-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
            OR WS-AUTH-STATUS NOT = '00'
            OR WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'WSDUPX1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  INFILE STATUS:  ' WS-FEED-IN-STATUS
        DISPLAY '  DUPIN STATUS:   ' WS-DUP-IN-STATUS
        DISPLAY '  DUPOUT STATUS:  ' WS-DUP-OUT-STATUS
        DISPLAY '  HELDOUT STATUS: ' WS-HELD-OUT-STATUS
        DISPLAY '  DUPRPT STATUS:  ' WS-REPORT-STATUS
        DISPLAY '  WSAUTH STATUS:  ' WS-AUTH-STATUS
        DISPLAY '  AUDITLOG STATUS:' WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    END-IF
    COMPUTE WS-BOUNDARY-SERIAL =
        WS-RUN-SERIAL - WS-DUP-RETENTION
    MOVE WS-RUN-DATE TO WS-AUD-DATE
    ACCEPT WS-TIME-WORK FROM TIME
    MOVE WS-TIME-WORK (1:6) TO WS-AUD-TIME
    SET WS-AUD-SOURCE-BATCH TO TRUE
    MOVE 'WSDUPX1 ' TO WS-AUD-SOURCE-ID
    MOVE SPACES TO WS-AUD-TERMINAL
    PERFORM 1900-READ-STORE
    PERFORM 1950-READ-CONFIRM
    PERFORM 2900-READ-HELD
    END-IF
    ADD 1 TO WS-CONF-COUNT
    MOVE WS-CONFIRM-RECORD (1:5) TO WS-CF-KEY (WS-CONF-COUNT)
    MOVE WS-CONFIRM-RECORD (7:8) TO WS-CF-USER (WS-CONF-COUNT)
    MOVE 'N' TO WS-CF-USED-SW (WS-CONF-COUNT)
    PERFORM 1950-READ-CONFIRM.

        UNTIL WS-CONF-FOUND OR WS-CONF-INDEX >= WS-CONF-COUNT
    MOVE WS-HELD-IN-DETAIL TO WS-AREA-1
    IF WS-CONF-FOUND
        SET WS-CF-USED (WS-CONF-INDEX) TO TRUE
        PERFORM 2150-JUDGE-CONFIRM
        IF WS-ATH-PERMITTED
            PERFORM 2200-RELEASE-HELD
        ELSE
            PERFORM 2400-REFUSE-CONFIRM
        END-IF
    ELSE
        PERFORM 2300-CARRY-HELD
    END-IF
        SET WS-CONF-FOUND TO TRUE
    END-IF.

*> The confirming user must be active, hold the confirm
*> authority, and have an approval ceiling covering the detail.
2150-JUDGE-CONFIRM.
    SET WS-ATH-PERMITTED TO TRUE
    MOVE SPACES TO WS-ATH-REASON
    PERFORM 4900-BREAKOUT-RECORD
    IF WS-F2-AMOUNT IS NUMERIC
        MOVE WS-F2-AMOUNT TO WS-ATH-AMOUNT
    ELSE
        MOVE ZERO TO WS-ATH-AMOUNT
    END-IF
    IF WS-ATH-AMOUNT < ZERO
        COMPUTE WS-ATH-ABS-AMOUNT = ZERO - WS-ATH-AMOUNT
    ELSE
        MOVE WS-ATH-AMOUNT TO WS-ATH-ABS-AMOUNT
    END-IF
    IF WS-CF-USER (WS-CONF-INDEX) = SPACES
        SET WS-ATH-REFUSED TO TRUE
        MOVE 'USER ID MISSING' TO WS-ATH-REASON
    ELSE
        MOVE WS-CF-USER (WS-CONF-INDEX) TO WS-AUT-USER
        READ WS-AUTH-FILE
            INVALID KEY
                SET WS-ATH-REFUSED TO TRUE
                MOVE 'USER NOT ON AUTHORITY FILE' TO WS-ATH-REASON
            NOT INVALID KEY
                PERFORM 2160-CHECK-CONFIRMER
        END-READ
    END-IF.

2160-CHECK-CONFIRMER.
    EVALUATE TRUE
        WHEN NOT WS-AUT-ACTIVE
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AUTHORITY REVOKED' TO WS-ATH-REASON
        WHEN NOT WS-AUT-MAY-CONFIRM
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'NOT AUTHORIZED TO CONFIRM' TO WS-ATH-REASON
        WHEN WS-F2-AMOUNT IS NOT NUMERIC
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AMOUNT NOT NUMERIC' TO WS-ATH-REASON
        WHEN WS-ATH-ABS-AMOUNT > WS-AUT-APPROVE-LIMIT
            SET WS-ATH-REFUSED TO TRUE
            MOVE 'AMOUNT OVER APPROVAL CEILING' TO WS-ATH-REASON
    END-EVALUATE.

2200-RELEASE-HELD.
    MOVE 'PERMIT' TO WS-AUD-TAG
    PERFORM 2500-WRITE-AUTHORITY-ENTRY
    WRITE WS-FEED-OUT-RECORD FROM WS-HELD-IN-DETAIL
    ADD 1 TO WS-RELEASED-COUNT
    ADD 1 TO WS-PASSED-COUNT
    MOVE WS-HELD-IN-FIRST-SEEN TO WS-DRT-FIRST-SEEN
    PERFORM 5000-WRITE-REPORT-LINE.

2400-REFUSE-CONFIRM.
    ADD 1 TO WS-REFUSED-COUNT
    MOVE 'REFUSE' TO WS-AUD-TAG
    PERFORM 2500-WRITE-AUTHORITY-ENTRY
    WRITE WS-HELD-OUT-RECORD FROM WS-HELD-IN-RECORD
    ADD 1 TO WS-STILL-HELD-COUNT
    MOVE 'CONFIRM REFUSED ' TO WS-DRT-VERDICT
    MOVE WS-HELD-IN-FIRST-SEEN TO WS-DRT-FIRST-SEEN
    PERFORM 5000-WRITE-REPORT-LINE
    MOVE WS-CF-USER (WS-CONF-INDEX) TO WS-DRF-USER
    MOVE WS-ATH-REASON TO WS-DRF-REASON
    WRITE WS-REPORT-LINE FROM WS-DUP-REFUSAL-LINE.

2500-WRITE-AUTHORITY-ENTRY.
    ADD 1 TO WS-AUDIT-SEQ-COUNTER
    MOVE 'AUTHZ' TO WS-AUD-FIELD-1-TAG
    MOVE SPACES TO WS-AUD-FIELD-2
    MOVE 'CONFIRM ' TO WS-AUD-ATH-ACTION
    MOVE WS-FIELD-1 TO WS-AUD-ATH-OBJECT
    MOVE WS-F2-REGION-TAG TO WS-AUD-ATH-REGION
    MOVE WS-ATH-AMOUNT TO WS-AUD-ATH-AMOUNT
    MOVE WS-ATH-REASON TO WS-AUD-ATH-REASON
    MOVE WS-CF-USER (WS-CONF-INDEX) TO WS-AUD-USER
    MOVE WS-AUDIT-SEQ-COUNTER TO WS-AUD-SEQ
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD.

2300-CARRY-HELD.
    WRITE WS-HELD-OUT-RECORD FROM WS-HELD-IN-RECORD
    ADD 1 TO WS-STILL-HELD-COUNT
            PERFORM 2000-PROCESS-HELD UNTIL WS-HELD-EOF
        WHEN WS-FEED-DETAIL
            PERFORM 3100-CHECK-DETAIL
        WHEN WS-FEED-REVERSAL
            ADD 1 TO WS-DETAIL-COUNT
            ADD 1 TO WS-REVERSAL-COUNT
            PERFORM 3400-PASS-DETAIL
        WHEN WS-FEED-TRAILER
            CONTINUE
        WHEN OTHER
    MOVE 'T' TO WS-TRL-TYPE
    MOVE WS-PASSED-COUNT TO WS-TRL-DETAIL-COUNT
    MOVE WS-PASSED-HASH TO WS-TRL-HASH-TOTAL
    MOVE WS-REVERSAL-COUNT TO WS-TRL-REVERSAL-COUNT
    WRITE WS-FEED-OUT-RECORD FROM WS-AREA-1.

3900-READ-FEED.
    CLOSE WS-DUP-OUT-FILE
    CLOSE WS-HELD-OUT-FILE
    CLOSE WS-REPORT-FILE
    CLOSE WS-AUTH-FILE
    CLOSE WS-AUDIT-FILE
    DISPLAY 'WSDUPX1 DETAILS CHECKED:   ' WS-DETAIL-COUNT
    DISPLAY 'WSDUPX1 DETAILS PASSED:    ' WS-PASSED-COUNT
    DISPLAY 'WSDUPX1 SUSPECTS FLAGGED:  ' WS-FLAGGED-COUNT
    DISPLAY 'WSDUPX1 CONFIRMS RELEASED: ' WS-RELEASED-COUNT
    DISPLAY 'WSDUPX1 CONFIRMS REFUSED:  ' WS-REFUSED-COUNT
    DISPLAY 'WSDUPX1 STILL HELD:        ' WS-STILL-HELD-COUNT
    DISPLAY 'WSDUPX1 STORE CARRIED:     ' WS-STORE-KEPT-COUNT
    DISPLAY 'WSDUPX1 RE-ENTRIES PASSED: ' WS-REENTRY-COUNT
    DISPLAY 'WSDUPX1 REVERSALS PASSED:  ' WS-REVERSAL-COUNT
    DISPLAY 'WSDUPX1 STORE AGED OFF:    ' WS-STORE-AGED-COUNT
    IF WS-FLAGGED-COUNT > 0 OR WS-STILL-HELD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSDUPX1 ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-DETAIL-COUNT TO WS-STS-READ-COUNT
    MOVE WS-PASSED-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE WS-REFUSED-COUNT TO WS-STS-REJECTED-COUNT
    COMPUTE WS-STS-HELD-COUNT =
        WS-FLAGGED-COUNT + WS-STILL-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSDUPX1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

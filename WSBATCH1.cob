*> LIMITIN card do not post either: they are held to the suspense
*> store on SUSPFILE and need the WSSUSP1 two-person release
*> before they re-enter the feed.
*> Every detail's WS-F2-ACCOUNT is looked up on the account
*> reference master (ACCTMAST, maintained by WSAMNT1).  Details
*> for an account not on file, closed, or blocked, and details
*> whose region tag is not the account's owning region, go to
*> the exception file with their own reason and so into the
*> WSRECYC1 repair flow.  The region check is skipped for the
*> re-entry tags (RC, RP, RS): the merge re-tags those, so the
*> sending region is no longer on the detail.
*> Details whose effective date falls in or before the latest
*> month closed by the WSPCLS1 month-end close (per the
*> period-control file on PERIODIN) are refused to the exception
*> file with reason 'CLOSED PERIOD': the close folded every month
*> up to it into the balance forward, so an earlier month is no
*> more open than the closed one.  A WSPCLS1 reopen of the latest
*> month releases that month's refusals to WSRECYC1.
*> A detail ('D') must arrive with WS-F2-REVERSAL-FLAG blank; one
*> carrying a flag is refused 'REVERSAL FLAG ON DETAIL', so a
*> reversal cannot come back as a plain detail and a region
*> cannot mark a detail reversed.
*> Reversal records ('R', WS-AREA-6) name the key, account,
*> effective date, and amount of an earlier posted detail.  They
*> are counted with the details against the trailer (and on their
*> own against its reversal count), pass the account check, and
*> are never pended or held to suspense.  The offset is dated the
*> run date, so it is the run date's month that must be open: a
*> posting in a closed month is reversed in the current one, and
*> nothing is back-dated into a month already reported.  The
*> record on WSKSDS1 must still match and must not already be
*> reversed; it is then marked reversed (WS-F2-REVERSAL-FLAG 'X'
*> and the run date) with an audit BEFORE/AFTER pair of the KSDS
*> images, so the WSRBLD1 replay carries the mark, and the
*> offsetting entry posts to the extract and accepted files like
*> any detail: the original detail with the amount negated,
*> flagged 'R', its effective date and WS-F2-REVERSAL-DATE the
*> run date, tagged with the reversing region, and carrying the
*> original's key and (in WS-F2-ORIG-EFF-DATE) effective date as
*> the link to what it reverses.  The audit pair is written only
*> once the REWRITE of the mark has succeeded; a failed REWRITE
*> writes none and sends the reversal to the exception file.  A
*> record marked with tonight's date is one an earlier attempt
*> of this run already marked (WSSTRN1 lets only one reversal per
*> key through a feed): the offset is posted again without a
*> second mark or audit pair, so a rerun after a WSBACK1
*> back-out is complete.  The breakout of a reversal record is
*> audited like a detail's, its AFTER image carrying the 'R'
*> flag, which is how the WSRBLD1 replay knows to pass over it.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the details processed, written
*> the details accepted, rejected the exceptions, held the
*> details pended or held to suspense.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LIMIT-STATUS.

    SELECT WS-ACCOUNT-FILE ASSIGN TO ACCTMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-ACM-ACCOUNT
        FILE STATUS IS WS-ACCOUNT-STATUS.

    SELECT OPTIONAL WS-PER-IN-FILE ASSIGN TO PERIODIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PER-IN-STATUS.

    SELECT OPTIONAL WS-CTL-IN-FILE ASSIGN TO RUNCTLI
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-IN-STATUS.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-OUT-STATUS.

    SELECT WS-KSDS-FILE ASSIGN TO WSKSDS1
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-KSDS-KEY
        ALTERNATE RECORD KEY IS WS-KSDS-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-KSDS-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-INPUT-FILE
    RECORDING MODE IS F.
01  WS-LIMIT-RECORD                PIC X(80).

FD  WS-ACCOUNT-FILE.
COPY WSACMREC.

*> WSKSDS1 in WS-AREA-1 layout; the copybook itself is working
*> storage here, so only the keys are named on the file record.
FD  WS-KSDS-FILE.
01  WS-KSDS-RECORD.
    05  WS-KSDS-KEY                 PIC 9(5).
    05  WS-KSDS-ACCOUNT             PIC X(10).
    05  FILLER                      PIC X(85).

FD  WS-PER-IN-FILE
    RECORDING MODE IS F.
01  WS-PER-IN-RECORD               PIC X(40).

FD  WS-CTL-IN-FILE
    RECORDING MODE IS F.
01  WS-CTL-IN-RECORD               PIC X(30).
    05  WS-SUM-FIELD1-TOTAL         PIC 9(10).
    05  WS-SUM-RUN-DATE             PIC 9(8).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSAUDREC.
COPY WSPNDREC.
COPY WSSUSREC.
COPY WSCTLREC.
COPY WSPERREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
        88  WS-PEND-RECORD-SW           VALUE 'Y'.
    05  WS-SUSPEND-SW               PIC X(1) VALUE 'N'.
        88  WS-SUSPEND-RECORD-SW        VALUE 'Y'.
    05  WS-REVERSAL-SW              PIC X(1) VALUE 'N'.
        88  WS-REVERSAL-RECORD          VALUE 'Y'.

01  WS-HEADER-INFO.
    05  WS-HDR-KEY                  PIC 9(5).
    05  WS-ROUTE-KEY                PIC 9(5).
    05  WS-ROUTE-PAYLOAD             PIC X(94).

*> The reversal as received, in WS-AREA-2 form, kept while the
*> record it reverses is read into WS-AREA-1.
01  WS-REVERSAL-REQUEST.
    05  WS-RVQ-KEY                  PIC 9(5).
    05  WS-RVQ-ACCOUNT              PIC X(10).
    05  WS-RVQ-AMOUNT               PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
    05  WS-RVQ-EFF-DATE             PIC 9(8).
    05  FILLER                      PIC X(62).
    05  WS-RVQ-REGION               PIC X(2).
    05  FILLER                      PIC X(1).

*> The KSDS image of a reversed record before and after its mark,
*> held for the audit pair once the REWRITE has gone through.
01  WS-MARK-IMAGES.
    05  WS-MARK-BEFORE-IMAGE        PIC X(100).
    05  WS-MARK-AFTER-IMAGE         PIC X(100).

01  WS-COUNTERS.
    05  WS-RECORD-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
    05  WS-ACCEPT-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-PEND-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-SUSPEND-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNT-REJECT-COUNT     PIC 9(7) VALUE ZERO.
    05  WS-CLOSED-PERIOD-COUNT      PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-POSTED-COUNT    PIC 9(7) VALUE ZERO.
    05  WS-REVERSAL-REJECT-COUNT    PIC 9(7) VALUE ZERO.

01  WS-TRAILER-TOTALS.
    05  WS-TRL-COUNT-IN             PIC 9(7) VALUE ZERO.
    05  WS-TRL-HASH-IN              PIC 9(10) VALUE ZERO.
    05  WS-TRL-REVERSALS-IN         PIC 9(7) VALUE ZERO.

01  WS-EXCEPTION-REASON             PIC X(30).

    05  WS-CTL-JOB-NAME             PIC X(8) VALUE 'WSBATCH1'.
    05  WS-CTL-PRED-NAME            PIC X(8) VALUE 'WSRECYC1'.

01  WS-PERIOD-CONTROLS.
*> A month's state is its latest period-control record: closed
*> when that record is a close, open again after a reopen.
    05  WS-PER-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-PER-EOF                  VALUE 'Y'.
    05  WS-PT-FOUND-SW              PIC X(1) VALUE 'N'.
        88  WS-PT-FOUND                 VALUE 'Y'.
    05  WS-PT-COUNT                 PIC 9(3) VALUE ZERO.
    05  WS-PT-INDEX                 PIC 9(3) VALUE ZERO.
    05  WS-PT-MAX                   PIC 9(3) VALUE 240.
    05  WS-PT-LOOKUP-MONTH          PIC 9(6) VALUE ZERO.
    05  WS-LATEST-CLOSED-MONTH      PIC 9(6) VALUE ZERO.
    05  WS-CHECK-MONTH              PIC 9(6) VALUE ZERO.

01  WS-PERIOD-TABLE.
    05  WS-PERIOD-ENTRY OCCURS 240 TIMES.
        10  WS-PT-MONTH             PIC 9(6).
        10  WS-PT-ACTION            PIC X(1).
            88  WS-PT-CLOSED            VALUE 'C'.

01  WS-LIMIT-CONTROLS.
*> The suspense ceiling arrives on a LIMITIN card: 11 digits in
*> columns 1-11, the amount with two implied decimals.  A missing
    05  WS-PENDING-STATUS            PIC X(2).
    05  WS-SUSPENSE-STATUS           PIC X(2).
    05  WS-LIMIT-STATUS              PIC X(2).
    05  WS-ACCOUNT-STATUS            PIC X(2).
    05  WS-KSDS-STATUS               PIC X(2).
    05  WS-PER-IN-STATUS             PIC X(2).
    05  WS-CTL-IN-STATUS             PIC X(2).
    05  WS-CTL-OUT-STATUS            PIC X(2).
    05  WS-STATS-STATUS              PIC X(2).

LINKAGE SECTION.
01  WS-RESTART-PARM.
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-INPUT-FILE
    OPEN OUTPUT WS-EXCEPTION-FILE
    OPEN OUTPUT WS-AUDIT-FILE
    OPEN OUTPUT WS-PENDING-FILE
    OPEN OUTPUT WS-SUSPENSE-FILE
    OPEN INPUT WS-LIMIT-FILE
    OPEN INPUT WS-ACCOUNT-FILE
    OPEN I-O WS-KSDS-FILE
    IF WS-INPUT-STATUS NOT = '00' OR WS-EXCEPTION-STATUS NOT = '00'
            OR WS-AUDIT-STATUS NOT = '00' OR WS-CHECKPOINT-STATUS NOT = '00'
            OR WS-EXTRACT-STATUS NOT = '00' OR WS-SUMMARY-STATUS NOT = '00'
            OR WS-PENDING-STATUS NOT = '00'
            OR WS-SUSPENSE-STATUS NOT = '00'
            OR WS-LIMIT-STATUS NOT = '00'
            OR WS-ACCOUNT-STATUS NOT = '00'
            OR WS-KSDS-STATUS NOT = '00'
        DISPLAY 'WSBATCH1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  INFILE STATUS:   ' WS-INPUT-STATUS
        DISPLAY '  EXCFILE STATUS:  ' WS-EXCEPTION-STATUS
        DISPLAY '  PENDFILE STATUS: ' WS-PENDING-STATUS
        DISPLAY '  SUSPFILE STATUS: ' WS-SUSPENSE-STATUS
        DISPLAY '  LIMITIN STATUS:  ' WS-LIMIT-STATUS
        DISPLAY '  ACCTMAST STATUS: ' WS-ACCOUNT-STATUS
        DISPLAY '  WSKSDS1 STATUS:  ' WS-KSDS-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-AUD-USER
    PERFORM 1300-CHECK-RUN-CONTROL
    PERFORM 1100-LOAD-LIMIT-CARD
    PERFORM 1400-LOAD-PERIOD-CONTROL
    PERFORM 2900-READ-NEXT.

1100-LOAD-LIMIT-CARD.
            END-IF
    END-READ.

1400-LOAD-PERIOD-CONTROL.
    OPEN INPUT WS-PER-IN-FILE
    IF WS-PER-IN-STATUS NOT = '00' AND WS-PER-IN-STATUS NOT = '05'
        DISPLAY 'WSBATCH1 UNABLE TO OPEN PERIODIN, STATUS: '
            WS-PER-IN-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1450-SCAN-PERIOD-CONTROL UNTIL WS-PER-EOF
    CLOSE WS-PER-IN-FILE
    MOVE ZERO TO WS-PT-INDEX
    PERFORM 1480-NOTE-LATEST-CLOSED
        UNTIL WS-PT-INDEX >= WS-PT-COUNT.

1450-SCAN-PERIOD-CONTROL.
    READ WS-PER-IN-FILE
        AT END
            SET WS-PER-EOF TO TRUE
        NOT AT END
            MOVE WS-PER-IN-RECORD TO WS-PERIOD-RECORD
            MOVE WS-PER-MONTH TO WS-PT-LOOKUP-MONTH
            PERFORM 1460-FIND-PERIOD
            IF NOT WS-PT-FOUND
                IF WS-PT-COUNT >= WS-PT-MAX
                    DISPLAY 'WSBATCH1 PERIOD TABLE FULL AT ' WS-PT-MAX
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-PT-COUNT
                MOVE WS-PT-COUNT TO WS-PT-INDEX
                MOVE WS-PER-MONTH TO WS-PT-MONTH (WS-PT-INDEX)
            END-IF
            MOVE WS-PER-ACTION TO WS-PT-ACTION (WS-PT-INDEX)
    END-READ.

1460-FIND-PERIOD.
    MOVE 'N' TO WS-PT-FOUND-SW
    MOVE ZERO TO WS-PT-INDEX
    PERFORM 1470-SEARCH-PERIOD
        UNTIL WS-PT-FOUND OR WS-PT-INDEX >= WS-PT-COUNT.

1470-SEARCH-PERIOD.
    ADD 1 TO WS-PT-INDEX
    IF WS-PT-MONTH (WS-PT-INDEX) = WS-PT-LOOKUP-MONTH
        SET WS-PT-FOUND TO TRUE
    END-IF.

1480-NOTE-LATEST-CLOSED.
    ADD 1 TO WS-PT-INDEX
    IF WS-PT-CLOSED (WS-PT-INDEX)
            AND WS-PT-MONTH (WS-PT-INDEX) > WS-LATEST-CLOSED-MONTH
        MOVE WS-PT-MONTH (WS-PT-INDEX) TO WS-LATEST-CLOSED-MONTH
    END-IF.

2000-PROCESS-RECORD.
    MOVE 'N' TO WS-EXCEPTION-SW
    MOVE 'N' TO WS-SKIP-SW
    MOVE 'N' TO WS-TRAILER-SW
    MOVE 'N' TO WS-PEND-SW
    MOVE 'N' TO WS-SUSPEND-SW
    MOVE 'N' TO WS-REVERSAL-SW
    ADD 1 TO WS-RECORD-COUNT
    PERFORM 2200-BREAKOUT-RECORD
    EVALUATE TRUE
                PERFORM 2300-VALIDATE-FIELD-1
            END-IF
            IF NOT WS-EXCEPTION-RECORD-SW AND NOT WS-SKIP-RECORD
                IF WS-REVERSAL-RECORD
                    PERFORM 2312-VALIDATE-REVERSAL
                ELSE
                    PERFORM 2310-VALIDATE-FIELD-2
                END-IF
            END-IF
            IF NOT WS-EXCEPTION-RECORD-SW AND NOT WS-SKIP-RECORD
                PERFORM 2315-VALIDATE-ACCOUNT
            END-IF
            IF NOT WS-EXCEPTION-RECORD-SW AND NOT WS-SKIP-RECORD
                PERFORM 2317-CHECK-CLOSED-PERIOD
            END-IF
            IF NOT WS-EXCEPTION-RECORD-SW AND NOT WS-SKIP-RECORD
                    AND NOT WS-REVERSAL-RECORD
                PERFORM 2340-CHECK-FUTURE-DATE
            END-IF
            IF NOT WS-EXCEPTION-RECORD-SW AND NOT WS-SKIP-RECORD
                    AND NOT WS-PEND-RECORD-SW
                    AND NOT WS-REVERSAL-RECORD
                PERFORM 2345-CHECK-AMOUNT-CEILING
            END-IF
            IF NOT WS-EXCEPTION-RECORD-SW AND NOT WS-SKIP-RECORD
                    AND WS-REVERSAL-RECORD
                PERFORM 2380-APPLY-REVERSAL
            END-IF
            IF NOT WS-EXCEPTION-RECORD-SW AND NOT WS-SKIP-RECORD
                    AND NOT WS-PEND-RECORD-SW
                    AND NOT WS-SUSPEND-RECORD-SW
            IF WS-FIELD-1 NUMERIC
                ADD WS-FIELD-1 TO WS-FIELD1-HASH
            END-IF
        WHEN WS-REVERSAL-TYPE
            SET WS-REVERSAL-RECORD TO TRUE
            ADD 1 TO WS-DETAIL-COUNT
            ADD 1 TO WS-REVERSAL-COUNT
            MOVE WS-REC-KEY TO WS-ROUTE-KEY
            MOVE WS-REC-PAYLOAD TO WS-ROUTE-PAYLOAD
            MOVE 'BEFORE' TO WS-AUD-TAG
            PERFORM 2500-WRITE-AUDIT-RECORD
            MOVE WS-ROUTE-KEY TO WS-FIELD-1
            MOVE WS-ROUTE-PAYLOAD TO WS-FIELD-2
            SET WS-F2-REVERSAL-ENTRY TO TRUE
            MOVE WS-RUN-DATE TO WS-F2-REVERSAL-DATE
            MOVE 'AFTER ' TO WS-AUD-TAG
            PERFORM 2500-WRITE-AUDIT-RECORD
            IF WS-FIELD-1 NUMERIC
                ADD WS-FIELD-1 TO WS-FIELD1-HASH
            END-IF
        WHEN WS-TRAILER-TYPE
            SET WS-TRAILER-RECORD TO TRUE
            SET WS-TRAILER-SEEN TO TRUE
            MOVE WS-TRL-DETAIL-COUNT TO WS-TRL-COUNT-IN
            MOVE WS-TRL-HASH-TOTAL TO WS-TRL-HASH-IN
            IF WS-TRL-REVERSAL-COUNT NUMERIC
                MOVE WS-TRL-REVERSAL-COUNT TO WS-TRL-REVERSALS-IN
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
            SET WS-EXCEPTION-RECORD-SW TO TRUE
            PERFORM 2350-WRITE-EXCEPTION
        ELSE
            EVALUATE TRUE
                WHEN NOT WS-F2-STATUS-VALID
                    MOVE 'STATUS CODE NOT APPROVED'
                        TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                    PERFORM 2350-WRITE-EXCEPTION
                WHEN WS-F2-REVERSAL-FLAG NOT = SPACE
                    MOVE 'REVERSAL FLAG ON DETAIL'
                        TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                    PERFORM 2350-WRITE-EXCEPTION
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

*> A reversal carries no status of its own (the offset takes the
*> original's), so only its amount and effective date are checked.
2312-VALIDATE-REVERSAL.
    IF WS-F2-AMOUNT NOT NUMERIC
        MOVE 'NON-NUMERIC AMOUNT' TO WS-EXCEPTION-REASON
        SET WS-EXCEPTION-RECORD-SW TO TRUE
        PERFORM 2350-WRITE-EXCEPTION
    ELSE
        PERFORM 2320-VALIDATE-EFF-DATE
        IF NOT WS-DC-VALID
            MOVE 'INVALID EFFECTIVE DATE' TO WS-EXCEPTION-REASON
            SET WS-EXCEPTION-RECORD-SW TO TRUE
            PERFORM 2350-WRITE-EXCEPTION
        END-IF
    END-IF.

2315-VALIDATE-ACCOUNT.
    MOVE WS-F2-ACCOUNT TO WS-ACM-ACCOUNT
    READ WS-ACCOUNT-FILE
        INVALID KEY
            MOVE 'ACCOUNT NOT ON FILE' TO WS-EXCEPTION-REASON
            SET WS-EXCEPTION-RECORD-SW TO TRUE
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN WS-ACM-CLOSED
                    MOVE 'ACCOUNT CLOSED' TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN WS-ACM-BLOCKED
                    MOVE 'ACCOUNT BLOCKED' TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN WS-F2-REGION-TAG = 'RC' OR WS-F2-REGION-TAG = 'RP'
                        OR WS-F2-REGION-TAG = 'RS'
                    CONTINUE
                WHEN WS-F2-REGION-TAG NOT = WS-ACM-REGION
                    MOVE 'REGION NOT ACCOUNT OWNER'
                        TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ
    IF WS-EXCEPTION-RECORD-SW
        ADD 1 TO WS-ACCOUNT-REJECT-COUNT
        PERFORM 2350-WRITE-EXCEPTION
    END-IF.

*> A reversal posts its offset on the run date, so that is the
*> date whose month must still be open.
2317-CHECK-CLOSED-PERIOD.
    IF WS-REVERSAL-RECORD
        MOVE WS-RUN-DATE (1:6) TO WS-CHECK-MONTH
    ELSE
        MOVE WS-F2-EFF-DATE (1:6) TO WS-CHECK-MONTH
    END-IF
    IF WS-CHECK-MONTH <= WS-LATEST-CLOSED-MONTH
        MOVE 'CLOSED PERIOD' TO WS-EXCEPTION-REASON
        SET WS-EXCEPTION-RECORD-SW TO TRUE
        ADD 1 TO WS-CLOSED-PERIOD-COUNT
        PERFORM 2350-WRITE-EXCEPTION
    END-IF.

2320-VALIDATE-EFF-DATE.
    MOVE 'N' TO WS-DC-VALID-SW
    IF WS-F2-EFF-DATE NUMERIC
    MOVE WS-FIELD-2 (1:94) TO WS-SUS-DETAIL (7:94)
    WRITE WS-SUSPENSE-FILE-RECORD FROM WS-SUSPENSE-RECORD.

*> The record reversed is read from WSKSDS1 into WS-AREA-1 and
*> checked against the reversal once more, then marked reversed
*> and turned into the offsetting entry that posts in its place.
2380-APPLY-REVERSAL.
    MOVE WS-AREA-1 TO WS-REVERSAL-REQUEST
    MOVE WS-RVQ-KEY TO WS-KSDS-KEY
    READ WS-KSDS-FILE
        INVALID KEY
            MOVE 'REVERSAL KEY NOT ON FILE' TO WS-EXCEPTION-REASON
            SET WS-EXCEPTION-RECORD-SW TO TRUE
        NOT INVALID KEY
            MOVE WS-KSDS-RECORD TO WS-AREA-1
            EVALUATE TRUE
                WHEN WS-F2-AMOUNT NOT NUMERIC
                    MOVE 'REVERSAL AMOUNT MISMATCH'
                        TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN WS-F2-AMOUNT NOT = WS-RVQ-AMOUNT
                    MOVE 'REVERSAL AMOUNT MISMATCH'
                        TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN WS-F2-EFF-DATE NOT = WS-RVQ-EFF-DATE
                    MOVE 'REVERSAL EFF DATE MISMATCH'
                        TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN WS-F2-ACCOUNT NOT = WS-RVQ-ACCOUNT
                    MOVE 'REVERSAL ACCOUNT MISMATCH'
                        TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN WS-F2-REVERSED
                        AND WS-F2-REVERSAL-DATE NOT = WS-RUN-DATE
                    MOVE 'KEY ALREADY REVERSED' TO WS-EXCEPTION-REASON
                    SET WS-EXCEPTION-RECORD-SW TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ
    IF NOT WS-EXCEPTION-RECORD-SW
        PERFORM 2385-MARK-ORIGINAL
    END-IF
    IF WS-EXCEPTION-RECORD-SW
        ADD 1 TO WS-REVERSAL-REJECT-COUNT
        MOVE WS-REVERSAL-REQUEST TO WS-AREA-1
        PERFORM 2350-WRITE-EXCEPTION
    ELSE
        ADD 1 TO WS-REVERSAL-POSTED-COUNT
        COMPUTE WS-F2-AMOUNT = ZERO - WS-F2-AMOUNT
        MOVE WS-F2-EFF-DATE TO WS-F2-ORIG-EFF-DATE
        MOVE WS-RUN-DATE TO WS-F2-EFF-DATE
        SET WS-F2-REVERSAL-ENTRY TO TRUE
        MOVE WS-RUN-DATE TO WS-F2-REVERSAL-DATE
        MOVE WS-RVQ-REGION TO WS-F2-REGION-TAG
    END-IF.

*> The audit pair is written only for a mark that reached
*> WSKSDS1, so the WSRBLD1 replay never carries a mark the file
*> does not have.
2385-MARK-ORIGINAL.
    IF WS-F2-REVERSED
        DISPLAY 'WSBATCH1 KEY ' WS-FIELD-1
            ' ALREADY MARKED FOR ' WS-RUN-DATE ' - OFFSET REPOSTED'
    ELSE
        MOVE WS-AREA-1 TO WS-MARK-BEFORE-IMAGE
        SET WS-F2-REVERSED TO TRUE
        MOVE WS-RUN-DATE TO WS-F2-REVERSAL-DATE
        MOVE WS-AREA-1 TO WS-MARK-AFTER-IMAGE
        MOVE WS-AREA-1 TO WS-KSDS-RECORD
        REWRITE WS-KSDS-RECORD
            INVALID KEY
                DISPLAY 'WSBATCH1 WSKSDS1 REWRITE FAILED, KEY '
                    WS-FIELD-1 ' STATUS: ' WS-KSDS-STATUS
                MOVE 'REVERSAL MARK NOT APPLIED'
                    TO WS-EXCEPTION-REASON
                SET WS-EXCEPTION-RECORD-SW TO TRUE
            NOT INVALID KEY
                PERFORM 2386-WRITE-MARK-AUDIT
        END-REWRITE
    END-IF.

2386-WRITE-MARK-AUDIT.
    MOVE WS-MARK-BEFORE-IMAGE TO WS-AREA-1
    MOVE 'BEFORE' TO WS-AUD-TAG
    PERFORM 2500-WRITE-AUDIT-RECORD
    MOVE WS-MARK-AFTER-IMAGE TO WS-AREA-1
    MOVE 'AFTER ' TO WS-AUD-TAG
    PERFORM 2500-WRITE-AUDIT-RECORD.

2350-WRITE-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE WS-FIELD-1 TO WS-EXC-FIELD-1
    CLOSE WS-ACCEPT-FILE
    CLOSE WS-PENDING-FILE
    CLOSE WS-SUSPENSE-FILE
    CLOSE WS-ACCOUNT-FILE
    CLOSE WS-KSDS-FILE
    MOVE WS-RECORD-COUNT TO WS-SUM-RECORD-COUNT
    MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTION-COUNT
    MOVE WS-FIELD1-TOTAL TO WS-SUM-FIELD1-TOTAL
    DISPLAY 'WSBATCH1 ACCEPTED COUNT:  ' WS-ACCEPT-COUNT
    DISPLAY 'WSBATCH1 PENDED COUNT:    ' WS-PEND-COUNT
    DISPLAY 'WSBATCH1 SUSPENDED COUNT: ' WS-SUSPEND-COUNT
    DISPLAY 'WSBATCH1 ACCOUNT REJECTS: ' WS-ACCOUNT-REJECT-COUNT
    DISPLAY 'WSBATCH1 CLOSED PERIOD:   ' WS-CLOSED-PERIOD-COUNT
    DISPLAY 'WSBATCH1 REVERSALS POSTED:' WS-REVERSAL-POSTED-COUNT
    DISPLAY 'WSBATCH1 REVERSALS REJECT:' WS-REVERSAL-REJECT-COUNT
    DISPLAY 'WSBATCH1 EXCEPTION COUNT: ' WS-EXCEPTION-COUNT
    IF WS-EXCEPTION-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 9100-BALANCE-TRAILER
    PERFORM 9300-WRITE-STEP-STATS.

9100-BALANCE-TRAILER.
    DISPLAY 'WSBATCH1 DETAIL COUNT:    ' WS-DETAIL-COUNT
    DISPLAY 'WSBATCH1 FIELD-1 HASH:    ' WS-FIELD1-HASH
    DISPLAY 'WSBATCH1 REVERSAL COUNT:  ' WS-REVERSAL-COUNT
    IF WS-TRAILER-SEEN
        DISPLAY 'TRAILER DETAIL COUNT:     ' WS-TRL-COUNT-IN
        DISPLAY 'TRAILER FIELD-1 HASH:     ' WS-TRL-HASH-IN
        DISPLAY 'TRAILER REVERSAL COUNT:   ' WS-TRL-REVERSALS-IN
        IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT-IN
                OR WS-FIELD1-HASH NOT = WS-TRL-HASH-IN
                OR WS-REVERSAL-COUNT NOT = WS-TRL-REVERSALS-IN
            DISPLAY 'WSBATCH1 FEED OUT OF BALANCE WITH TRAILER'
            MOVE 12 TO RETURN-CODE
        END-IF
            WS-CTL-OUT-STATUS
        MOVE 8 TO RETURN-CODE
    END-IF.

9300-WRITE-STEP-STATS.
    MOVE 'WSBATCH1' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-DETAIL-COUNT TO WS-STS-READ-COUNT
    MOVE WS-ACCEPT-COUNT TO WS-STS-WRITTEN-COUNT
    MOVE WS-EXCEPTION-COUNT TO WS-STS-REJECTED-COUNT
    COMPUTE WS-STS-HELD-COUNT =
        WS-PEND-COUNT + WS-SUSPEND-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSBATCH1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

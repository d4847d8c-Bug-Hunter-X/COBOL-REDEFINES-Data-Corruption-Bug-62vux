IDENTIFICATION DIVISION.
PROGRAM-ID. WSGLJ1.
*>----------------------------------------------------------------
*> General ledger journal interface for the day's accepted
*> details, replacing the hand keying of the nightly totals from
*> the WSSTAT1 and WSCTLBRK listings.  Reads the accepted-details
*> file WSBATCH1 cuts (ACCEPTIN, plain WS-AREA-1 / WS-AREA-2
*> records) and writes a balanced double-entry journal on GLJOUT
*> in the GL upload format (WSGLJREC: one 'H' header, a debit and
*> a credit line per detail, one 'T' trailer with the line count
*> and the debit and credit totals).
*> The debit and credit GL accounts come from the mapping cards
*> on GLMAPIN, keyed on WS-F2-STATUS and WS-F2-REGION-TAG.  A
*> positive WS-F2-AMOUNT posts the mapped debit and credit
*> accounts as they stand; a negative amount posts them the other
*> way round for its magnitude.  Zero amounts make no lines.
*> There is no default account: the accepted file is verified in
*> a first pass, and a detail with no mapping (or garbage in its
*> amount) is listed on the GLJRPT control report and fails the
*> step with RETURN-CODE 8 before any journal record is written
*> (GLJOUT is left empty), so an incomplete journal never
*> reaches the upload.  The control report proves total debits
*> equal total credits and that the journal's net (rebuilt from
*> the lines as written) ties to the net of the accepted amounts;
*> either failing ends with RETURN-CODE 12.  The business date
*> arrives as a PARM (YYYYMMDD) and is the journal date.
*> At the end of the run one step-statistics record (WSSTSREC) is
*> appended to the shared STEPSTAT file for the WSDASH1
*> operations dashboard: read is the accepted details read (what
*> WSBATCH1 accepted), written the details journalled, rejected
*> the unmapped and garbage details that stopped the journal.
*>
*> Mapping card layout (80 bytes):
*>   cols  1- 2  WS-F2-STATUS
*>   cols  4- 5  WS-F2-REGION-TAG
*>   cols  7-16  debit GL account
*>   cols 18-27  credit GL account
*>   cols 29-58  description (report only)
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-ACCEPT-FILE ASSIGN TO ACCEPTIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACCEPT-STATUS.

    SELECT WS-MAP-FILE ASSIGN TO GLMAPIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.

    SELECT WS-JOURNAL-FILE ASSIGN TO GLJOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO GLJRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-ACCEPT-FILE
    RECORDING MODE IS F.
01  WS-ACCEPT-RECORD                PIC X(100).

FD  WS-MAP-FILE
    RECORDING MODE IS F.
01  WS-MAP-RECORD                   PIC X(80).

FD  WS-JOURNAL-FILE
    RECORDING MODE IS F.
01  WS-JOURNAL-RECORD               PIC X(80).

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

WORKING-STORAGE SECTION.
COPY WSAREA.
COPY WSGLJREC.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
    05  WS-MAP-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-MAP-EOF                  VALUE 'Y'.
    05  WS-MAP-FOUND-SW             PIC X(1) VALUE 'N'.
        88  WS-MAP-FOUND                VALUE 'Y'.
    05  WS-VERIFY-FAIL-SW           PIC X(1) VALUE 'N'.
        88  WS-VERIFY-FAILED            VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-ACCEPT-STATUS            PIC X(2).
    05  WS-MAP-STATUS               PIC X(2).
    05  WS-JOURNAL-STATUS           PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-ACCEPT-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-UNMAPPED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-GARBAGE-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-ZERO-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-LINE-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-JOURNALLED-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-MAP-COUNT                PIC 9(3) VALUE ZERO.
    05  WS-MAP-INDEX                PIC 9(3) VALUE ZERO.
    05  WS-MAP-SEARCH               PIC 9(3) VALUE ZERO.

01  WS-MAP-TABLE-MAX                PIC 9(3) VALUE 200.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

01  WS-JOURNAL-TOTALS.
    05  WS-ACCEPTED-NET             PIC S9(13)V99 VALUE ZERO.
    05  WS-JOURNAL-NET              PIC S9(13)V99 VALUE ZERO.
    05  WS-TOTAL-DEBITS             PIC S9(13)V99 VALUE ZERO.
    05  WS-TOTAL-CREDITS            PIC S9(13)V99 VALUE ZERO.
    05  WS-DR-CR-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.
    05  WS-NET-DIFFERENCE           PIC S9(13)V99 VALUE ZERO.
    05  WS-LINE-AMOUNT              PIC 9(13)V99 VALUE ZERO.

01  WS-MAP-CARD.
    05  WS-MC-STATUS                PIC X(2).
    05  FILLER                      PIC X(1).
    05  WS-MC-REGION                PIC X(2).
    05  FILLER                      PIC X(1).
    05  WS-MC-DEBIT-GL              PIC X(10).
    05  FILLER                      PIC X(1).
    05  WS-MC-CREDIT-GL             PIC X(10).
    05  FILLER                      PIC X(1).
    05  WS-MC-DESCRIPTION           PIC X(30).
    05  FILLER                      PIC X(22).

01  WS-MAP-TABLE.
    05  WS-MAP-ENTRY OCCURS 200 TIMES.
        10  WS-MT-KEY.
            15  WS-MT-STATUS        PIC X(2).
            15  WS-MT-REGION        PIC X(2).
        10  WS-MT-DEBIT-GL          PIC X(10).
        10  WS-MT-CREDIT-GL         PIC X(10).
        10  WS-MT-LINES             PIC 9(7).
        10  WS-MT-AMOUNT            PIC S9(13)V99.

01  WS-LOOKUP-KEY.
    05  WS-LK-STATUS                PIC X(2).
    05  WS-LK-REGION                PIC X(2).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(40)
        VALUE 'WSGLJ1 GL JOURNAL CONTROL REPORT  DATE '.
    05  WS-HDG-RUN-DATE             PIC 9(8).
    05  FILLER                      PIC X(84) VALUE SPACES.

01  WS-ERROR-LINE.
    05  WS-ERR-VERDICT              PIC X(16).
    05  FILLER                      PIC X(5)  VALUE ' KEY '.
    05  WS-ERR-KEY                  PIC X(5).
    05  FILLER                      PIC X(9)  VALUE ' ACCOUNT '.
    05  WS-ERR-ACCOUNT              PIC X(10).
    05  FILLER                      PIC X(8)  VALUE ' STATUS '.
    05  WS-ERR-STATUS               PIC X(2).
    05  FILLER                      PIC X(8)  VALUE ' REGION '.
    05  WS-ERR-REGION               PIC X(2).
    05  FILLER                      PIC X(67) VALUE SPACES.

01  WS-MAP-LINE.
    05  FILLER                      PIC X(6)  VALUE '  MAP '.
    05  WS-MPL-STATUS               PIC X(2).
    05  FILLER                      PIC X(1)  VALUE '/'.
    05  WS-MPL-REGION               PIC X(2).
    05  FILLER                      PIC X(5)  VALUE '  DR '.
    05  WS-MPL-DEBIT-GL             PIC X(10).
    05  FILLER                      PIC X(5)  VALUE '  CR '.
    05  WS-MPL-CREDIT-GL            PIC X(10).
    05  FILLER                      PIC X(9)  VALUE '  ITEMS: '.
    05  WS-MPL-LINES                PIC ZZZZZZ9.
    05  FILLER                      PIC X(6)  VALUE '  NET '.
    05  WS-MPL-AMOUNT               PIC -(13)9.99.
    05  FILLER                      PIC X(52) VALUE SPACES.

01  WS-TOTAL-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-TOT-LABEL                PIC X(24).
    05  WS-TOT-AMOUNT               PIC -(13)9.99.
    05  FILLER                      PIC X(9)  VALUE '  ITEMS: '.
    05  WS-TOT-COUNT                PIC ZZZZZZ9.
    05  FILLER                      PIC X(73) VALUE SPACES.

01  WS-MESSAGE-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-MSG-TEXT                 PIC X(60).
    05  FILLER                      PIC X(70) VALUE SPACES.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1100-LOAD-MAP UNTIL WS-MAP-EOF
    PERFORM 2000-VERIFY-DETAIL UNTIL WS-EOF
    IF WS-VERIFY-FAILED
        PERFORM 2800-REPORT-VERIFY-FAILURE
    ELSE
        PERFORM 2900-OPEN-FOR-JOURNAL
        PERFORM 3000-JOURNAL-DETAIL UNTIL WS-EOF
        PERFORM 3900-WRITE-JOURNAL-TRAILER
        PERFORM 4000-PRINT-CONTROL-TOTALS
    END-IF
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-STS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-START-TIME
    OPEN INPUT WS-ACCEPT-FILE
    OPEN INPUT WS-MAP-FILE
    OPEN OUTPUT WS-JOURNAL-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-ACCEPT-STATUS NOT = '00' OR WS-MAP-STATUS NOT = '00'
            OR WS-JOURNAL-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
        DISPLAY 'WSGLJ1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  ACCEPTIN STATUS: ' WS-ACCEPT-STATUS
        DISPLAY '  GLMAPIN STATUS:  ' WS-MAP-STATUS
        DISPLAY '  GLJOUT STATUS:   ' WS-JOURNAL-STATUS
        DISPLAY '  GLJRPT STATUS:   ' WS-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSGLJ1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    PERFORM 1900-READ-MAP
    PERFORM 2700-READ-ACCEPTED.

*> A status/region pair mapped twice is ambiguous, and a card
*> with either GL account blank would post to nowhere: both are
*> mapping errors, not something to pick a winner for.
1100-LOAD-MAP.
    IF WS-MAP-COUNT >= WS-MAP-TABLE-MAX
        DISPLAY 'WSGLJ1 GL MAPPING TABLE FULL AT ' WS-MAP-TABLE-MAX
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-MAP-RECORD TO WS-MAP-CARD
    MOVE WS-MC-STATUS TO WS-LK-STATUS
    MOVE WS-MC-REGION TO WS-LK-REGION
    PERFORM 2100-FIND-MAPPING
    IF WS-MAP-FOUND
        DISPLAY 'WSGLJ1 DUPLICATE GL MAPPING FOR ' WS-LOOKUP-KEY
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-MC-DEBIT-GL = SPACES OR WS-MC-CREDIT-GL = SPACES
        DISPLAY 'WSGLJ1 GL MAPPING INCOMPLETE FOR ' WS-LOOKUP-KEY
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-MAP-COUNT
    MOVE WS-LOOKUP-KEY TO WS-MT-KEY (WS-MAP-COUNT)
    MOVE WS-MC-DEBIT-GL TO WS-MT-DEBIT-GL (WS-MAP-COUNT)
    MOVE WS-MC-CREDIT-GL TO WS-MT-CREDIT-GL (WS-MAP-COUNT)
    MOVE ZERO TO WS-MT-LINES (WS-MAP-COUNT)
    MOVE ZERO TO WS-MT-AMOUNT (WS-MAP-COUNT)
    PERFORM 1900-READ-MAP.

1900-READ-MAP.
    READ WS-MAP-FILE
        AT END
            SET WS-MAP-EOF TO TRUE
    END-READ.

2000-VERIFY-DETAIL.
    MOVE WS-ACCEPT-RECORD TO WS-AREA-1
    ADD 1 TO WS-ACCEPT-COUNT
    IF WS-FIELD-1 NOT NUMERIC OR WS-F2-AMOUNT NOT NUMERIC
        ADD 1 TO WS-GARBAGE-COUNT
        SET WS-VERIFY-FAILED TO TRUE
        MOVE 'GARBAGE DETAIL  ' TO WS-ERR-VERDICT
        PERFORM 2600-WRITE-ERROR-LINE
    ELSE
        ADD WS-F2-AMOUNT TO WS-ACCEPTED-NET
        MOVE WS-F2-STATUS TO WS-LK-STATUS
        MOVE WS-F2-REGION-TAG TO WS-LK-REGION
        PERFORM 2100-FIND-MAPPING
        IF NOT WS-MAP-FOUND
            ADD 1 TO WS-UNMAPPED-COUNT
            SET WS-VERIFY-FAILED TO TRUE
            MOVE 'NO GL MAPPING   ' TO WS-ERR-VERDICT
            PERFORM 2600-WRITE-ERROR-LINE
        END-IF
    END-IF
    PERFORM 2700-READ-ACCEPTED.

2100-FIND-MAPPING.
    MOVE 'N' TO WS-MAP-FOUND-SW
    MOVE ZERO TO WS-MAP-SEARCH
    MOVE ZERO TO WS-MAP-INDEX
    PERFORM 2150-SEARCH-MAPPING
        UNTIL WS-MAP-FOUND OR WS-MAP-SEARCH >= WS-MAP-COUNT.

2150-SEARCH-MAPPING.
    ADD 1 TO WS-MAP-SEARCH
    IF WS-MT-KEY (WS-MAP-SEARCH) = WS-LOOKUP-KEY
        SET WS-MAP-FOUND TO TRUE
        MOVE WS-MAP-SEARCH TO WS-MAP-INDEX
    END-IF.

2600-WRITE-ERROR-LINE.
    MOVE WS-AREA-1 (1:5) TO WS-ERR-KEY
    MOVE WS-F2-ACCOUNT TO WS-ERR-ACCOUNT
    MOVE WS-F2-STATUS TO WS-ERR-STATUS
    MOVE WS-F2-REGION-TAG TO WS-ERR-REGION
    WRITE WS-REPORT-LINE FROM WS-ERROR-LINE.

2700-READ-ACCEPTED.
    READ WS-ACCEPT-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

2800-REPORT-VERIFY-FAILURE.
    MOVE 'JOURNAL NOT PRODUCED - ACCEPTED FILE FAILED VERIFICATION'
        TO WS-MSG-TEXT
    WRITE WS-REPORT-LINE FROM WS-MESSAGE-LINE
    DISPLAY 'WSGLJ1 UNMAPPED DETAILS:  ' WS-UNMAPPED-COUNT
    DISPLAY 'WSGLJ1 GARBAGE DETAILS:   ' WS-GARBAGE-COUNT
    DISPLAY 'WSGLJ1 NO JOURNAL PRODUCED'
    MOVE 8 TO RETURN-CODE.

2900-OPEN-FOR-JOURNAL.
    CLOSE WS-ACCEPT-FILE
    OPEN INPUT WS-ACCEPT-FILE
    IF WS-ACCEPT-STATUS NOT = '00'
        DISPLAY 'WSGLJ1 UNABLE TO REOPEN ACCEPTIN, STATUS: '
            WS-ACCEPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF-SW
    MOVE SPACES TO WS-GL-JOURNAL-RECORD
    SET WS-GLJ-HEADER-TYPE TO TRUE
    MOVE 'WSAREA  ' TO WS-GLJ-HDR-SOURCE
    MOVE WS-RUN-DATE TO WS-GLJ-HDR-DATE
    WRITE WS-JOURNAL-RECORD FROM WS-GL-JOURNAL-RECORD
    PERFORM 2700-READ-ACCEPTED.

3000-JOURNAL-DETAIL.
    MOVE WS-ACCEPT-RECORD TO WS-AREA-1
    MOVE WS-F2-STATUS TO WS-LK-STATUS
    MOVE WS-F2-REGION-TAG TO WS-LK-REGION
    PERFORM 2100-FIND-MAPPING
    IF WS-F2-AMOUNT = ZERO
        ADD 1 TO WS-ZERO-COUNT
    ELSE
        PERFORM 3100-BUILD-PAIR
    END-IF
    PERFORM 2700-READ-ACCEPTED.

3100-BUILD-PAIR.
    ADD 1 TO WS-JOURNALLED-COUNT
    MOVE SPACES TO WS-GL-JOURNAL-RECORD
    SET WS-GLJ-LINE-TYPE TO TRUE
    MOVE WS-RUN-DATE TO WS-GLJ-POST-DATE
    MOVE WS-FIELD-1 TO WS-GLJ-REF-KEY
    MOVE WS-F2-ACCOUNT TO WS-GLJ-REF-ACCOUNT
    MOVE WS-F2-EFF-DATE TO WS-GLJ-REF-EFF-DATE
    MOVE WS-F2-STATUS TO WS-GLJ-REF-STATUS
    MOVE WS-F2-REGION-TAG TO WS-GLJ-REF-REGION
    ADD 1 TO WS-MT-LINES (WS-MAP-INDEX)
    ADD WS-F2-AMOUNT TO WS-MT-AMOUNT (WS-MAP-INDEX)
    IF WS-F2-AMOUNT > ZERO
        MOVE WS-F2-AMOUNT TO WS-LINE-AMOUNT
        MOVE '+' TO WS-GLJ-REF-SIGN
        MOVE WS-MT-DEBIT-GL (WS-MAP-INDEX) TO WS-GLJ-GL-ACCOUNT
        SET WS-GLJ-DEBIT TO TRUE
        PERFORM 3200-WRITE-LINE
        MOVE WS-MT-CREDIT-GL (WS-MAP-INDEX) TO WS-GLJ-GL-ACCOUNT
        SET WS-GLJ-CREDIT TO TRUE
        PERFORM 3200-WRITE-LINE
    ELSE
        COMPUTE WS-LINE-AMOUNT = ZERO - WS-F2-AMOUNT
        MOVE '-' TO WS-GLJ-REF-SIGN
        MOVE WS-MT-CREDIT-GL (WS-MAP-INDEX) TO WS-GLJ-GL-ACCOUNT
        SET WS-GLJ-DEBIT TO TRUE
        PERFORM 3200-WRITE-LINE
        MOVE WS-MT-DEBIT-GL (WS-MAP-INDEX) TO WS-GLJ-GL-ACCOUNT
        SET WS-GLJ-CREDIT TO TRUE
        PERFORM 3200-WRITE-LINE
    END-IF.

*> The journal net is rebuilt from each debit line exactly as it
*> is written - amount and original sign - not carried over from
*> WS-F2-AMOUNT, so the tie-out proves the file, not the input.
3200-WRITE-LINE.
    MOVE WS-LINE-AMOUNT TO WS-GLJ-AMOUNT
    WRITE WS-JOURNAL-RECORD FROM WS-GL-JOURNAL-RECORD
    ADD 1 TO WS-LINE-COUNT
    IF WS-GLJ-DEBIT
        ADD WS-GLJ-AMOUNT TO WS-TOTAL-DEBITS
        IF WS-GLJ-REF-SIGN = '-'
            SUBTRACT WS-GLJ-AMOUNT FROM WS-JOURNAL-NET
        ELSE
            ADD WS-GLJ-AMOUNT TO WS-JOURNAL-NET
        END-IF
    ELSE
        ADD WS-GLJ-AMOUNT TO WS-TOTAL-CREDITS
    END-IF.

3900-WRITE-JOURNAL-TRAILER.
    MOVE SPACES TO WS-GL-JOURNAL-RECORD
    SET WS-GLJ-TRAILER-TYPE TO TRUE
    MOVE WS-LINE-COUNT TO WS-GLJ-TRL-LINE-COUNT
    MOVE WS-TOTAL-DEBITS TO WS-GLJ-TRL-DEBITS
    MOVE WS-TOTAL-CREDITS TO WS-GLJ-TRL-CREDITS
    WRITE WS-JOURNAL-RECORD FROM WS-GL-JOURNAL-RECORD.

4000-PRINT-CONTROL-TOTALS.
    MOVE ZERO TO WS-MAP-INDEX
    PERFORM 4100-PRINT-MAP-LINE UNTIL WS-MAP-INDEX >= WS-MAP-COUNT
    COMPUTE WS-DR-CR-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
    COMPUTE WS-NET-DIFFERENCE = WS-JOURNAL-NET - WS-ACCEPTED-NET
    MOVE 'ACCEPTED DETAILS NET:   ' TO WS-TOT-LABEL
    MOVE WS-ACCEPTED-NET TO WS-TOT-AMOUNT
    MOVE WS-ACCEPT-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'TOTAL DEBITS:           ' TO WS-TOT-LABEL
    MOVE WS-TOTAL-DEBITS TO WS-TOT-AMOUNT
    MOVE WS-LINE-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'TOTAL CREDITS:          ' TO WS-TOT-LABEL
    MOVE WS-TOTAL-CREDITS TO WS-TOT-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'DEBITS LESS CREDITS:    ' TO WS-TOT-LABEL
    MOVE WS-DR-CR-DIFFERENCE TO WS-TOT-AMOUNT
    MOVE ZERO TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'JOURNAL NET:            ' TO WS-TOT-LABEL
    MOVE WS-JOURNAL-NET TO WS-TOT-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'JOURNAL LESS ACCEPTED:  ' TO WS-TOT-LABEL
    MOVE WS-NET-DIFFERENCE TO WS-TOT-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'ZERO AMOUNTS, NO LINES: ' TO WS-TOT-LABEL
    MOVE ZERO TO WS-TOT-AMOUNT
    MOVE WS-ZERO-COUNT TO WS-TOT-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-DR-CR-DIFFERENCE NOT = ZERO
            OR WS-NET-DIFFERENCE NOT = ZERO
        MOVE 'JOURNAL OUT OF BALANCE - DO NOT UPLOAD' TO WS-MSG-TEXT
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE 'JOURNAL IN BALANCE AND TIED TO ACCEPTED DETAILS'
            TO WS-MSG-TEXT
    END-IF
    WRITE WS-REPORT-LINE FROM WS-MESSAGE-LINE.

4100-PRINT-MAP-LINE.
    ADD 1 TO WS-MAP-INDEX
    MOVE WS-MT-STATUS (WS-MAP-INDEX) TO WS-MPL-STATUS
    MOVE WS-MT-REGION (WS-MAP-INDEX) TO WS-MPL-REGION
    MOVE WS-MT-DEBIT-GL (WS-MAP-INDEX) TO WS-MPL-DEBIT-GL
    MOVE WS-MT-CREDIT-GL (WS-MAP-INDEX) TO WS-MPL-CREDIT-GL
    MOVE WS-MT-LINES (WS-MAP-INDEX) TO WS-MPL-LINES
    MOVE WS-MT-AMOUNT (WS-MAP-INDEX) TO WS-MPL-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-MAP-LINE.

9000-TERMINATE.
    CLOSE WS-ACCEPT-FILE
    CLOSE WS-MAP-FILE
    CLOSE WS-JOURNAL-FILE
    CLOSE WS-REPORT-FILE
    IF NOT WS-VERIFY-FAILED
        DISPLAY 'WSGLJ1 ACCEPTED DETAILS:  ' WS-ACCEPT-COUNT
        DISPLAY 'WSGLJ1 JOURNAL LINES:     ' WS-LINE-COUNT
        DISPLAY 'WSGLJ1 ZERO AMOUNTS:      ' WS-ZERO-COUNT
    END-IF
    PERFORM 9300-WRITE-STEP-STATS.

9300-WRITE-STEP-STATS.
    MOVE 'WSGLJ1  ' TO WS-STS-PROGRAM
    MOVE WS-RUN-DATE TO WS-STS-BUS-DATE
    ACCEPT WS-STS-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STS-CLOCK-TIME FROM TIME
    MOVE WS-STS-CLOCK-TIME (1:6) TO WS-STS-END-TIME
    MOVE WS-ACCEPT-COUNT TO WS-STS-READ-COUNT
    MOVE WS-JOURNALLED-COUNT TO WS-STS-WRITTEN-COUNT
    COMPUTE WS-STS-REJECTED-COUNT =
        WS-UNMAPPED-COUNT + WS-GARBAGE-COUNT
    MOVE ZERO TO WS-STS-HELD-COUNT
    MOVE RETURN-CODE TO WS-STS-RETURN-CODE
    OPEN EXTEND WS-STATS-FILE
    IF WS-STATS-STATUS = '00' OR WS-STATS-STATUS = '05'
        WRITE WS-STATS-FILE-RECORD FROM WS-STEP-STATS-RECORD
        CLOSE WS-STATS-FILE
    ELSE
        DISPLAY 'WSGLJ1 UNABLE TO OPEN STEPSTAT, STATUS: '
            WS-STATS-STATUS
    END-IF.

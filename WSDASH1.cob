IDENTIFICATION DIVISION.
PROGRAM-ID. WSDASH1.
*>----------------------------------------------------------------
*> Morning operations dashboard for the nightly batch.  Every
*> nightly program appends one step-statistics record (WSSTSREC)
*> to the shared STEPSTAT file as it ends: program, business
*> date, start and end, records read, written, rejected, and
*> held, and the return code it set.  This program prints one
*> page for a business date from those records so the on-call
*> person does not have to read a dozen SYSOUT listings.
*> The steps are listed in job order as given by the schedule
*> cards on STEPSCHD, one card per step:
*>     cols  1-8   program name
*>     cols 10-15  agreed SLA end time (HHMMSS)
*>     col  17     SLA day: 0 = the business date, 1 = the day
*>                 after, and so on
*>     cols 19-26  program whose written count feeds this step
*>                 (blank when the step has no single feeder)
*> A step with no record for the date is flagged DID NOT REPORT;
*> a step that ended after its SLA is flagged OVER SLA.  Where a
*> feeder is named, the feeder's written count is shown beside
*> the step's read count and any difference is flagged COUNT
*> GAP, so an unexplained drop between steps stands out.  When a
*> step was rerun the last record appended for the date is the
*> one reported.  RETURN-CODE 4 when anything was flagged; the
*> business date arrives as a PARM (YYYYMMDD).
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-SCHEDULE-FILE ASSIGN TO STEPSCHD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SCHEDULE-STATUS.

    SELECT WS-STATS-FILE ASSIGN TO STEPSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO DASHRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-SCHEDULE-FILE
    RECORDING MODE IS F.
01  WS-SCHEDULE-CARD.
    05  WS-SCD-PROGRAM              PIC X(8).
    05  FILLER                      PIC X(1).
    05  WS-SCD-SLA-TIME             PIC X(6).
    05  FILLER                      PIC X(1).
    05  WS-SCD-SLA-DAYS             PIC X(1).
    05  FILLER                      PIC X(1).
    05  WS-SCD-FEEDER               PIC X(8).
    05  FILLER                      PIC X(54).

FD  WS-STATS-FILE
    RECORDING MODE IS F.
01  WS-STATS-FILE-RECORD            PIC X(80).

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

WORKING-STORAGE SECTION.
COPY WSSTSREC.

01  WS-SWITCHES.
    05  WS-SCHEDULE-EOF-SW          PIC X(1) VALUE 'N'.
        88  WS-SCHEDULE-EOF             VALUE 'Y'.
    05  WS-STATS-EOF-SW             PIC X(1) VALUE 'N'.
        88  WS-STATS-EOF                VALUE 'Y'.
    05  WS-STEP-FOUND-SW            PIC X(1) VALUE 'N'.
        88  WS-STEP-FOUND               VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-SCHEDULE-STATUS          PIC X(2).
    05  WS-STATS-STATUS             PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).

01  WS-COUNTERS.
    05  WS-STATS-READ-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-OTHER-DATE-COUNT         PIC 9(7) VALUE ZERO.
    05  WS-UNSCHEDULED-COUNT        PIC 9(7) VALUE ZERO.
    05  WS-REPORTED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-MISSING-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-OVER-SLA-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-GAP-COUNT                PIC 9(7) VALUE ZERO.

01  WS-DATE-CONTROLS.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
    05  WS-RUN-SERIAL               PIC 9(7) VALUE ZERO.
    05  WS-SLA-SERIAL               PIC 9(7) VALUE ZERO.
    05  WS-END-SERIAL               PIC 9(7) VALUE ZERO.

01  WS-FLOW-WORK.
    05  WS-FLOW-DIFF                PIC S9(7) VALUE ZERO.

*> One entry per schedule card, in job order; the statistics for
*> the business date are posted against the entry as they are
*> read.
01  WS-STEP-CONTROLS.
    05  WS-STEP-MAX                 PIC 9(2) VALUE 40.
    05  WS-STEP-COUNT               PIC 9(2) VALUE ZERO.
    05  WS-STEP-NO                  PIC 9(2) VALUE ZERO.
    05  WS-FEEDER-NO                PIC 9(2) VALUE ZERO.
    05  WS-SEARCH-NO                PIC 9(2) VALUE ZERO.
    05  WS-CUR-PROGRAM              PIC X(8).

01  WS-STEP-TABLE.
    05  WS-STEP-ENTRY OCCURS 40 TIMES.
        10  WS-STP-PROGRAM          PIC X(8).
        10  WS-STP-SLA-TIME         PIC 9(6).
        10  WS-STP-SLA-DAYS         PIC 9(1).
        10  WS-STP-FEEDER           PIC X(8).
        10  WS-STP-REPORTED-SW      PIC X(1).
            88  WS-STP-REPORTED         VALUE 'Y'.
        10  WS-STP-RETURN-CODE      PIC 9(4).
        10  WS-STP-START-TIME       PIC 9(6).
        10  WS-STP-END-DATE         PIC 9(8).
        10  WS-STP-END-TIME         PIC 9(6).
        10  WS-STP-READ-COUNT       PIC 9(7).
        10  WS-STP-WRITTEN-COUNT    PIC 9(7).
        10  WS-STP-REJECTED-COUNT   PIC 9(7).
        10  WS-STP-HELD-COUNT       PIC 9(7).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(50)
        VALUE 'WSDASH1 NIGHTLY OPERATIONS DASHBOARD FOR BUSINESS'.
    05  FILLER                      PIC X(6)  VALUE ' DATE '.
    05  WS-HDG-DATE                 PIC 9(8).
    05  FILLER                      PIC X(68) VALUE SPACES.

01  WS-COLUMN-LINE.
    05  FILLER                      PIC X(40)
        VALUE 'STEP        RC  START   END DATE END    '.
    05  FILLER                      PIC X(40)
        VALUE ' SLA        READ  WRITTEN REJECTED     H'.
    05  FILLER                      PIC X(40)
        VALUE 'ELD  FEEDER        FED      DIFF  FLAGS'.
    05  FILLER                      PIC X(12) VALUE SPACES.

01  WS-STEP-LINE.
    05  WS-DSH-PROGRAM              PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-RETURN-CODE          PIC ZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-START-TIME           PIC 9(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-END-DATE             PIC 9(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  WS-DSH-END-TIME             PIC 9(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-SLA-TIME             PIC 9(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-READ                 PIC ZZZZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-WRITTEN              PIC ZZZZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-REJECTED             PIC ZZZZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-HELD                 PIC ZZZZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-FEEDER               PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-FLOW.
        10  WS-DSH-FED              PIC ZZZZZZ9.
        10  FILLER                  PIC X(2)  VALUE SPACES.
        10  WS-DSH-DIFF             PIC -(7)9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DSH-SLA-FLAG             PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  WS-DSH-GAP-FLAG             PIC X(9).

01  WS-MISSING-LINE.
    05  WS-MSG-PROGRAM              PIC X(8).
    05  FILLER                      PIC X(33) VALUE SPACES.
    05  WS-MSG-SLA-TIME             PIC 9(6).
    05  FILLER                      PIC X(67) VALUE SPACES.
    05  FILLER                      PIC X(18) VALUE 'DID NOT REPORT'.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-SCHEDULE
    PERFORM 3000-POST-STATISTICS
    PERFORM 4000-PRINT-DASHBOARD
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT WS-SCHEDULE-FILE
    OPEN INPUT WS-STATS-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-SCHEDULE-STATUS NOT = '00' OR WS-STATS-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
        DISPLAY 'WSDASH1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  STEPSCHD STATUS: ' WS-SCHEDULE-STATUS
        DISPLAY '  STEPSTAT STATUS: ' WS-STATS-STATUS
        DISPLAY '  DASHRPT STATUS:  ' WS-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSDASH1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-RUN-SERIAL =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    IF WS-RUN-SERIAL = ZERO
        DISPLAY 'WSDASH1 RUN DATE PARM NOT A VALID DATE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> A card that cannot be read is a schedule nobody can trust, so
*> the step stops rather than print a misleading page.
2000-LOAD-SCHEDULE.
    PERFORM 2800-READ-SCHEDULE
    PERFORM 2100-STORE-SCHEDULE UNTIL WS-SCHEDULE-EOF
    IF WS-STEP-COUNT = ZERO
        DISPLAY 'WSDASH1 NO STEPS ON THE SCHEDULE CARDS'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2100-STORE-SCHEDULE.
    IF WS-SCD-PROGRAM NOT = SPACES
        IF WS-SCD-SLA-TIME NOT NUMERIC
                OR WS-SCD-SLA-DAYS NOT NUMERIC
            DISPLAY 'WSDASH1 SCHEDULE CARD NOT VALID: '
                WS-SCHEDULE-CARD (1:26)
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-STEP-COUNT >= WS-STEP-MAX
            DISPLAY 'WSDASH1 MORE THAN ' WS-STEP-MAX
                ' STEPS ON THE SCHEDULE CARDS'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-STEP-COUNT
        INITIALIZE WS-STEP-ENTRY (WS-STEP-COUNT)
        MOVE WS-SCD-PROGRAM TO WS-STP-PROGRAM (WS-STEP-COUNT)
        MOVE WS-SCD-SLA-TIME TO WS-STP-SLA-TIME (WS-STEP-COUNT)
        MOVE WS-SCD-SLA-DAYS TO WS-STP-SLA-DAYS (WS-STEP-COUNT)
        MOVE WS-SCD-FEEDER TO WS-STP-FEEDER (WS-STEP-COUNT)
        MOVE 'N' TO WS-STP-REPORTED-SW (WS-STEP-COUNT)
    END-IF
    PERFORM 2800-READ-SCHEDULE.

2800-READ-SCHEDULE.
    READ WS-SCHEDULE-FILE
        AT END
            SET WS-SCHEDULE-EOF TO TRUE
    END-READ.

3000-POST-STATISTICS.
    PERFORM 3800-READ-STATISTICS
    PERFORM 3100-POST-STEP UNTIL WS-STATS-EOF.

*> STEPSTAT is appended to in run order, so a rerun's record
*> simply replaces the earlier one for the same step and date.
3100-POST-STEP.
    ADD 1 TO WS-STATS-READ-COUNT
    MOVE WS-STATS-FILE-RECORD TO WS-STEP-STATS-RECORD
    IF WS-STS-BUS-DATE NOT = WS-RUN-DATE
        ADD 1 TO WS-OTHER-DATE-COUNT
    ELSE
        MOVE WS-STS-PROGRAM TO WS-CUR-PROGRAM
        PERFORM 6000-FIND-STEP
        IF WS-STEP-FOUND
            MOVE WS-SEARCH-NO TO WS-STEP-NO
            SET WS-STP-REPORTED (WS-STEP-NO) TO TRUE
            MOVE WS-STS-RETURN-CODE TO WS-STP-RETURN-CODE (WS-STEP-NO)
            MOVE WS-STS-START-TIME TO WS-STP-START-TIME (WS-STEP-NO)
            MOVE WS-STS-END-DATE TO WS-STP-END-DATE (WS-STEP-NO)
            MOVE WS-STS-END-TIME TO WS-STP-END-TIME (WS-STEP-NO)
            MOVE WS-STS-READ-COUNT TO WS-STP-READ-COUNT (WS-STEP-NO)
            MOVE WS-STS-WRITTEN-COUNT
                TO WS-STP-WRITTEN-COUNT (WS-STEP-NO)
            MOVE WS-STS-REJECTED-COUNT
                TO WS-STP-REJECTED-COUNT (WS-STEP-NO)
            MOVE WS-STS-HELD-COUNT TO WS-STP-HELD-COUNT (WS-STEP-NO)
        ELSE
            ADD 1 TO WS-UNSCHEDULED-COUNT
        END-IF
    END-IF
    PERFORM 3800-READ-STATISTICS.

3800-READ-STATISTICS.
    READ WS-STATS-FILE
        AT END
            SET WS-STATS-EOF TO TRUE
    END-READ.

4000-PRINT-DASHBOARD.
    MOVE WS-RUN-DATE TO WS-HDG-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    WRITE WS-REPORT-LINE FROM WS-COLUMN-LINE
    PERFORM 4100-PRINT-STEP
        VARYING WS-STEP-NO FROM 1 BY 1
        UNTIL WS-STEP-NO > WS-STEP-COUNT
    PERFORM 4300-PRINT-TOTALS.

4100-PRINT-STEP.
    IF NOT WS-STP-REPORTED (WS-STEP-NO)
        ADD 1 TO WS-MISSING-COUNT
        MOVE WS-STP-PROGRAM (WS-STEP-NO) TO WS-MSG-PROGRAM
        MOVE WS-STP-SLA-TIME (WS-STEP-NO) TO WS-MSG-SLA-TIME
        WRITE WS-REPORT-LINE FROM WS-MISSING-LINE
    ELSE
        ADD 1 TO WS-REPORTED-COUNT
        MOVE WS-STP-PROGRAM (WS-STEP-NO) TO WS-DSH-PROGRAM
        MOVE WS-STP-RETURN-CODE (WS-STEP-NO) TO WS-DSH-RETURN-CODE
        MOVE WS-STP-START-TIME (WS-STEP-NO) TO WS-DSH-START-TIME
        MOVE WS-STP-END-DATE (WS-STEP-NO) TO WS-DSH-END-DATE
        MOVE WS-STP-END-TIME (WS-STEP-NO) TO WS-DSH-END-TIME
        MOVE WS-STP-SLA-TIME (WS-STEP-NO) TO WS-DSH-SLA-TIME
        MOVE WS-STP-READ-COUNT (WS-STEP-NO) TO WS-DSH-READ
        MOVE WS-STP-WRITTEN-COUNT (WS-STEP-NO) TO WS-DSH-WRITTEN
        MOVE WS-STP-REJECTED-COUNT (WS-STEP-NO) TO WS-DSH-REJECTED
        MOVE WS-STP-HELD-COUNT (WS-STEP-NO) TO WS-DSH-HELD
        MOVE WS-STP-FEEDER (WS-STEP-NO) TO WS-DSH-FEEDER
        PERFORM 4110-CHECK-SLA
        PERFORM 4120-CHECK-FLOW
        WRITE WS-REPORT-LINE FROM WS-STEP-LINE
    END-IF.

*> The SLA falls on the business date plus the card's day count;
*> an end date that is not a valid date cannot be shown to be on
*> time and is flagged with the late steps.
4110-CHECK-SLA.
    MOVE SPACES TO WS-DSH-SLA-FLAG
    COMPUTE WS-SLA-SERIAL =
        WS-RUN-SERIAL + WS-STP-SLA-DAYS (WS-STEP-NO)
    COMPUTE WS-END-SERIAL =
        FUNCTION INTEGER-OF-DATE(WS-STP-END-DATE (WS-STEP-NO))
    IF WS-END-SERIAL = ZERO
            OR WS-END-SERIAL > WS-SLA-SERIAL
            OR (WS-END-SERIAL = WS-SLA-SERIAL
                AND WS-STP-END-TIME (WS-STEP-NO)
                    > WS-STP-SLA-TIME (WS-STEP-NO))
        MOVE 'OVER SLA' TO WS-DSH-SLA-FLAG
        ADD 1 TO WS-OVER-SLA-COUNT
    END-IF.

*> The flow columns compare this step's read count with what the
*> feeding step wrote.  A feeder that did not report has its own
*> DID NOT REPORT line, so there is nothing to compare against.
4120-CHECK-FLOW.
    MOVE SPACES TO WS-DSH-FLOW
    MOVE SPACES TO WS-DSH-GAP-FLAG
    IF WS-STP-FEEDER (WS-STEP-NO) NOT = SPACES
        MOVE WS-STP-FEEDER (WS-STEP-NO) TO WS-CUR-PROGRAM
        PERFORM 6000-FIND-STEP
        IF WS-STEP-FOUND
            MOVE WS-SEARCH-NO TO WS-FEEDER-NO
            IF WS-STP-REPORTED (WS-FEEDER-NO)
                COMPUTE WS-FLOW-DIFF =
                    WS-STP-READ-COUNT (WS-STEP-NO)
                        - WS-STP-WRITTEN-COUNT (WS-FEEDER-NO)
                MOVE WS-STP-WRITTEN-COUNT (WS-FEEDER-NO)
                    TO WS-DSH-FED
                MOVE WS-FLOW-DIFF TO WS-DSH-DIFF
                IF WS-FLOW-DIFF NOT = ZERO
                    MOVE 'COUNT GAP' TO WS-DSH-GAP-FLAG
                    ADD 1 TO WS-GAP-COUNT
                END-IF
            END-IF
        END-IF
    END-IF.

4300-PRINT-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'STEPS SCHEDULED:   ' WS-STEP-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'STEPS REPORTED:    ' WS-REPORTED-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'DID NOT REPORT:    ' WS-MISSING-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'OVER SLA:          ' WS-OVER-SLA-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'COUNT GAPS:        ' WS-GAP-COUNT
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING 'DIFF IS THE STEP''S READ COUNT LESS THE FEEDER''S '
        'WRITTEN COUNT'
        DELIMITED BY SIZE INTO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

6000-FIND-STEP.
    MOVE 'N' TO WS-STEP-FOUND-SW
    MOVE ZERO TO WS-SEARCH-NO
    PERFORM 6100-SEARCH-STEP
        UNTIL WS-STEP-FOUND OR WS-SEARCH-NO >= WS-STEP-COUNT.

6100-SEARCH-STEP.
    ADD 1 TO WS-SEARCH-NO
    IF WS-STP-PROGRAM (WS-SEARCH-NO) = WS-CUR-PROGRAM
        SET WS-STEP-FOUND TO TRUE
    END-IF.

9000-TERMINATE.
    CLOSE WS-SCHEDULE-FILE
    CLOSE WS-STATS-FILE
    CLOSE WS-REPORT-FILE
    DISPLAY 'WSDASH1 STATISTICS READ:     ' WS-STATS-READ-COUNT
    DISPLAY 'WSDASH1 OTHER DATES SKIPPED: ' WS-OTHER-DATE-COUNT
    DISPLAY 'WSDASH1 UNSCHEDULED STEPS:   ' WS-UNSCHEDULED-COUNT
    DISPLAY 'WSDASH1 STEPS SCHEDULED:     ' WS-STEP-COUNT
    DISPLAY 'WSDASH1 DID NOT REPORT:      ' WS-MISSING-COUNT
    DISPLAY 'WSDASH1 OVER SLA:            ' WS-OVER-SLA-COUNT
    DISPLAY 'WSDASH1 COUNT GAPS:          ' WS-GAP-COUNT
    IF WS-MISSING-COUNT > 0 OR WS-OVER-SLA-COUNT > 0
            OR WS-GAP-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

IDENTIFICATION DIVISION.
PROGRAM-ID. WSBACK1.
*>----------------------------------------------------------------
*> Back-out of a failed night's output from the shared DISP=MOD
*> datasets the WSBATCH1 job appends to, so a clean full rerun
*> needs no hand editing.  Picked by PARM:
*>   'MYYYYMMDD' start mark, run as the first step behind the
*>               WSBATCH1 job's run-control gate.  The exception
*>               file, audit log, extract, accepted-details file,
*>               and checkpoint file carry no business date, so
*>               their record counts at the start of the night
*>               are appended to the back-out mark file on
*>               MARKOUT (WSBKMREC layout, one record per file).
*>   'BYYYYMMDD' back out the business date.  Each file is copied
*>               to its .NEW dataset (flipped into place by the
*>               scheduler) without the records that night added,
*>               and BKRPT shows each file's count before, the
*>               records removed, and the count after:
*>                 - exception file, extract, accepted details,
*>                   checkpoint: every record past the night's
*>                   start mark (the latest mark for the date);
*>                 - audit log: the records past the start mark
*>                   stamped by the night's own batch writers
*>                   (WSSUSP1, WSDUPX1, and WSBATCH1) - online
*>                   and other jobs' entries made since are
*>                   kept;
*>                 - pending and suspense stores and the run
*>                   history: the records dated with the business
*>                   date (first-seen, held, and run date), which
*>                   only that night writes.
*>               A date whose run-control record shows WSBATCH1
*>               completed is refused with RETURN-CODE 16 and
*>               nothing is written, as is a date with no start
*>               mark.  A file now shorter than its start mark
*>               has been consumed or rebuilt since, so nothing
*>               can be told apart on it: it is copied whole,
*>               flagged on the report, and the step ends 8.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-EXC-IN-FILE ASSIGN TO EXCIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXC-IN-STATUS.

    SELECT WS-AUDIT-IN-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-IN-STATUS.

    SELECT WS-EXTR-IN-FILE ASSIGN TO EXTRIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTR-IN-STATUS.

    SELECT WS-ACPT-IN-FILE ASSIGN TO ACPTIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACPT-IN-STATUS.

    SELECT WS-CHKPT-IN-FILE ASSIGN TO CHKPTIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CHKPT-IN-STATUS.

    SELECT WS-PEND-IN-FILE ASSIGN TO PNDIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PEND-IN-STATUS.

    SELECT WS-SUSP-IN-FILE ASSIGN TO SUSIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSP-IN-STATUS.

    SELECT WS-HIST-IN-FILE ASSIGN TO HISTIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-IN-STATUS.

    SELECT WS-EXC-NEW-FILE ASSIGN TO EXCNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXC-NEW-STATUS.

    SELECT WS-AUDIT-NEW-FILE ASSIGN TO AUDNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-NEW-STATUS.

    SELECT WS-EXTR-NEW-FILE ASSIGN TO EXTRNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EXTR-NEW-STATUS.

    SELECT WS-ACPT-NEW-FILE ASSIGN TO ACPTNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACPT-NEW-STATUS.

    SELECT WS-CHKPT-NEW-FILE ASSIGN TO CHKPNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CHKPT-NEW-STATUS.

    SELECT WS-PEND-NEW-FILE ASSIGN TO PNDNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PEND-NEW-STATUS.

    SELECT WS-SUSP-NEW-FILE ASSIGN TO SUSNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSP-NEW-STATUS.

    SELECT WS-HIST-NEW-FILE ASSIGN TO HISTNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-NEW-STATUS.

    SELECT OPTIONAL WS-MARK-IN-FILE ASSIGN TO MARKIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MARK-IN-STATUS.

    SELECT WS-MARK-OUT-FILE ASSIGN TO MARKOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MARK-OUT-STATUS.

    SELECT OPTIONAL WS-CTL-IN-FILE ASSIGN TO RUNCTLI
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CTL-IN-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO BKRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-EXC-IN-FILE
    RECORDING MODE IS F.
01  WS-EXC-IN-RECORD                PIC X(132).

FD  WS-AUDIT-IN-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-IN-RECORD              PIC X(152).

FD  WS-EXTR-IN-FILE
    RECORDING MODE IS F.
01  WS-EXTR-IN-RECORD               PIC X(101).

FD  WS-ACPT-IN-FILE
    RECORDING MODE IS F.
01  WS-ACPT-IN-RECORD               PIC X(100).

FD  WS-CHKPT-IN-FILE
    RECORDING MODE IS F.
01  WS-CHKPT-IN-RECORD              PIC X(5).

FD  WS-PEND-IN-FILE
    RECORDING MODE IS F.
01  WS-PEND-IN-RECORD               PIC X(108).

FD  WS-SUSP-IN-FILE
    RECORDING MODE IS F.
01  WS-SUSP-IN-RECORD               PIC X(108).

FD  WS-HIST-IN-FILE
    RECORDING MODE IS F.
01  WS-HIST-IN-RECORD.
    05  FILLER                      PIC X(24).
    05  WS-HISTIN-RUN-DATE          PIC 9(8).

FD  WS-EXC-NEW-FILE
    RECORDING MODE IS F.
01  WS-EXC-NEW-RECORD               PIC X(132).

FD  WS-AUDIT-NEW-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-NEW-RECORD             PIC X(152).

FD  WS-EXTR-NEW-FILE
    RECORDING MODE IS F.
01  WS-EXTR-NEW-RECORD              PIC X(101).

FD  WS-ACPT-NEW-FILE
    RECORDING MODE IS F.
01  WS-ACPT-NEW-RECORD              PIC X(100).

FD  WS-CHKPT-NEW-FILE
    RECORDING MODE IS F.
01  WS-CHKPT-NEW-RECORD             PIC X(5).

FD  WS-PEND-NEW-FILE
    RECORDING MODE IS F.
01  WS-PEND-NEW-RECORD              PIC X(108).

FD  WS-SUSP-NEW-FILE
    RECORDING MODE IS F.
01  WS-SUSP-NEW-RECORD              PIC X(108).

FD  WS-HIST-NEW-FILE
    RECORDING MODE IS F.
01  WS-HIST-NEW-RECORD              PIC X(32).

FD  WS-MARK-IN-FILE
    RECORDING MODE IS F.
01  WS-MARK-IN-RECORD               PIC X(40).

FD  WS-MARK-OUT-FILE
    RECORDING MODE IS F.
01  WS-MARK-OUT-RECORD              PIC X(40).

FD  WS-CTL-IN-FILE
    RECORDING MODE IS F.
01  WS-CTL-IN-RECORD                PIC X(30).

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

WORKING-STORAGE SECTION.
COPY WSAUDREC.
COPY WSPNDREC.
COPY WSSUSREC.
COPY WSCTLREC.
COPY WSBKMREC.

01  WS-SWITCHES.
    05  WS-EXC-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-EXC-EOF                  VALUE 'Y'.
    05  WS-AUDIT-EOF-SW             PIC X(1) VALUE 'N'.
        88  WS-AUDIT-EOF                VALUE 'Y'.
    05  WS-EXTR-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-EXTR-EOF                 VALUE 'Y'.
    05  WS-ACPT-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-ACPT-EOF                 VALUE 'Y'.
    05  WS-CHKPT-EOF-SW             PIC X(1) VALUE 'N'.
        88  WS-CHKPT-EOF                VALUE 'Y'.
    05  WS-PEND-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-PEND-EOF                 VALUE 'Y'.
    05  WS-SUSP-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-SUSP-EOF                 VALUE 'Y'.
    05  WS-HIST-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-HIST-EOF                 VALUE 'Y'.
    05  WS-MARK-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-MARK-EOF                 VALUE 'Y'.
    05  WS-CTL-EOF-SW               PIC X(1) VALUE 'N'.
        88  WS-CTL-EOF                  VALUE 'Y'.
    05  WS-CTL-GUARD-SW             PIC X(1) VALUE 'N'.
        88  WS-CTL-GUARD-DONE           VALUE 'Y'.
    05  WS-REMOVE-SW                PIC X(1) VALUE 'N'.
        88  WS-REMOVE-RECORD            VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-EXC-IN-STATUS            PIC X(2).
    05  WS-AUDIT-IN-STATUS          PIC X(2).
    05  WS-EXTR-IN-STATUS           PIC X(2).
    05  WS-ACPT-IN-STATUS           PIC X(2).
    05  WS-CHKPT-IN-STATUS          PIC X(2).
    05  WS-PEND-IN-STATUS           PIC X(2).
    05  WS-SUSP-IN-STATUS           PIC X(2).
    05  WS-HIST-IN-STATUS           PIC X(2).
    05  WS-EXC-NEW-STATUS           PIC X(2).
    05  WS-AUDIT-NEW-STATUS         PIC X(2).
    05  WS-EXTR-NEW-STATUS          PIC X(2).
    05  WS-ACPT-NEW-STATUS          PIC X(2).
    05  WS-CHKPT-NEW-STATUS         PIC X(2).
    05  WS-PEND-NEW-STATUS          PIC X(2).
    05  WS-SUSP-NEW-STATUS          PIC X(2).
    05  WS-HIST-NEW-STATUS          PIC X(2).
    05  WS-MARK-IN-STATUS           PIC X(2).
    05  WS-MARK-OUT-STATUS          PIC X(2).
    05  WS-CTL-IN-STATUS            PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).

01  WS-BACKOUT-CONTROLS.
    05  WS-BACKOUT-MODE             PIC X(1) VALUE SPACE.
        88  WS-MODE-MARK                VALUE 'M'.
        88  WS-MODE-BACKOUT             VALUE 'B'.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
    05  WS-RUN-SERIAL               PIC 9(7) VALUE ZERO.
    05  WS-CTL-GUARD-NAME           PIC X(8) VALUE 'WSBATCH1'.
    05  WS-TIME-WORK                PIC 9(8) VALUE ZERO.
    05  WS-FILE-NO                  PIC 9(1) VALUE ZERO.
    05  WS-MARKED-FILES             PIC 9(1) VALUE 5.
    05  WS-ALL-FILES                PIC 9(1) VALUE 8.
    05  WS-MARK-READ-COUNT          PIC 9(7) VALUE ZERO.
    05  WS-SHORT-FILE-COUNT         PIC 9(1) VALUE ZERO.

*> One slot per file, in the order the files are handled.  The
*> first five are the undated files the start mark covers.
01  WS-FILE-NAME-TABLE.
    05  FILLER                      PIC X(8)  VALUE 'EXCEPTNS'.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.EXCEPTIONS'.
    05  FILLER                      PIC X(8)  VALUE 'AUDITLOG'.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.AUDITLOG'.
    05  FILLER                      PIC X(8)  VALUE 'EXTRACT '.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.EXTRACT'.
    05  FILLER                      PIC X(8)  VALUE 'ACCEPTED'.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.ACCEPTED'.
    05  FILLER                      PIC X(8)  VALUE 'CHECKPT '.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.CHECKPOINT'.
    05  FILLER                      PIC X(8)  VALUE 'PENDING '.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.PENDING.ITEMS'.
    05  FILLER                      PIC X(8)  VALUE 'SUSPENSE'.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.SUSPENSE.ITEMS'.
    05  FILLER                      PIC X(8)  VALUE 'RUNHIST '.
    05  FILLER                      PIC X(30)
        VALUE 'PROD.WSAREA.RUNHIST'.
01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-TABLE.
    05  WS-FILE-NAME-ENTRY OCCURS 8 TIMES.
        10  WS-FN-FILE              PIC X(8).
        10  WS-FN-DSN               PIC X(30).

01  WS-FILE-COUNTS.
    05  WS-FILE-COUNT-ENTRY OCCURS 8 TIMES.
        10  WS-FC-MARK-SW           PIC X(1).
            88  WS-FC-MARKED            VALUE 'Y'.
        10  WS-FC-MARK              PIC 9(9).
        10  WS-FC-BEFORE            PIC 9(9).
        10  WS-FC-REMOVED           PIC 9(9).
        10  WS-FC-AFTER             PIC 9(9).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(35)
        VALUE 'WSBACK1 BACK-OUT FOR BUSINESS DATE '.
    05  WS-HDG-DATE                 PIC 9(8).
    05  FILLER                      PIC X(89) VALUE SPACES.

01  WS-COLUMN-LINE.
    05  FILLER                      PIC X(31) VALUE 'DATASET'.
    05  FILLER                      PIC X(40) VALUE 'RECORDS REMOVED'.
    05  FILLER                      PIC X(30)
        VALUE '   BEFORE   REMOVED     AFTER'.
    05  FILLER                      PIC X(31) VALUE SPACES.

01  WS-COUNT-LINE.
    05  WS-CNT-DSN                  PIC X(30).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  WS-CNT-BASIS                PIC X(38).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-CNT-BEFORE               PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  WS-CNT-REMOVED              PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  WS-CNT-AFTER                PIC ZZZZZZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-CNT-NOTE                 PIC X(30).

LINKAGE SECTION.
01  WS-BACKOUT-PARM.
    05  WS-BACKOUT-PARM-LEN         PIC S9(4) COMP.
    05  WS-BACKOUT-PARM-MODE        PIC X(1).
    05  WS-BACKOUT-PARM-DATE        PIC X(8).

PROCEDURE DIVISION USING WS-BACKOUT-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    EVALUATE TRUE
        WHEN WS-MODE-MARK
            PERFORM 2000-MARK-FILES
        WHEN WS-MODE-BACKOUT
            PERFORM 3000-BACK-OUT-FILES
    END-EVALUATE
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE WS-BACKOUT-PARM-MODE TO WS-BACKOUT-MODE
    IF (NOT WS-MODE-MARK AND NOT WS-MODE-BACKOUT)
            OR WS-BACKOUT-PARM-DATE NOT NUMERIC
        DISPLAY 'WSBACK1 PARM MUST BE MYYYYMMDD OR BYYYYMMDD'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BACKOUT-PARM-DATE TO WS-RUN-DATE
    COMPUTE WS-RUN-SERIAL =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    IF WS-RUN-SERIAL = ZERO
        DISPLAY 'WSBACK1 BUSINESS DATE NOT A VALID DATE: '
            WS-RUN-DATE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    INITIALIZE WS-FILE-COUNTS.

*>----------------------------------------------------------------
*> Start mark: count the undated files as the night begins.
*>----------------------------------------------------------------
2000-MARK-FILES.
    OPEN INPUT WS-EXC-IN-FILE
    OPEN INPUT WS-AUDIT-IN-FILE
    OPEN INPUT WS-EXTR-IN-FILE
    OPEN INPUT WS-ACPT-IN-FILE
    OPEN INPUT WS-CHKPT-IN-FILE
    OPEN EXTEND WS-MARK-OUT-FILE
    IF WS-EXC-IN-STATUS NOT = '00' OR WS-AUDIT-IN-STATUS NOT = '00'
            OR WS-EXTR-IN-STATUS NOT = '00'
            OR WS-ACPT-IN-STATUS NOT = '00'
            OR WS-CHKPT-IN-STATUS NOT = '00'
            OR (WS-MARK-OUT-STATUS NOT = '00'
                AND WS-MARK-OUT-STATUS NOT = '05')
        DISPLAY 'WSBACK1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  EXCIN STATUS:    ' WS-EXC-IN-STATUS
        DISPLAY '  AUDITIN STATUS:  ' WS-AUDIT-IN-STATUS
        DISPLAY '  EXTRIN STATUS:   ' WS-EXTR-IN-STATUS
        DISPLAY '  ACPTIN STATUS:   ' WS-ACPT-IN-STATUS
        DISPLAY '  CHKPTIN STATUS:  ' WS-CHKPT-IN-STATUS
        DISPLAY '  MARKOUT STATUS:  ' WS-MARK-OUT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 5100-READ-EXC
    PERFORM 2110-COUNT-EXC UNTIL WS-EXC-EOF
    PERFORM 5200-READ-AUDIT
    PERFORM 2120-COUNT-AUDIT UNTIL WS-AUDIT-EOF
    PERFORM 5300-READ-EXTR
    PERFORM 2130-COUNT-EXTR UNTIL WS-EXTR-EOF
    PERFORM 5400-READ-ACPT
    PERFORM 2140-COUNT-ACPT UNTIL WS-ACPT-EOF
    PERFORM 5500-READ-CHKPT
    PERFORM 2150-COUNT-CHKPT UNTIL WS-CHKPT-EOF
    MOVE SPACES TO WS-BACKOUT-MARK-RECORD
    ACCEPT WS-BKM-STAMP-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-WORK FROM TIME
    MOVE WS-TIME-WORK (1:6) TO WS-BKM-STAMP-TIME
    PERFORM 2200-WRITE-MARK
        VARYING WS-FILE-NO FROM 1 BY 1
        UNTIL WS-FILE-NO > WS-MARKED-FILES
    CLOSE WS-EXC-IN-FILE
    CLOSE WS-AUDIT-IN-FILE
    CLOSE WS-EXTR-IN-FILE
    CLOSE WS-ACPT-IN-FILE
    CLOSE WS-CHKPT-IN-FILE
    CLOSE WS-MARK-OUT-FILE.

2110-COUNT-EXC.
    ADD 1 TO WS-FC-BEFORE (1)
    PERFORM 5100-READ-EXC.

2120-COUNT-AUDIT.
    ADD 1 TO WS-FC-BEFORE (2)
    PERFORM 5200-READ-AUDIT.

2130-COUNT-EXTR.
    ADD 1 TO WS-FC-BEFORE (3)
    PERFORM 5300-READ-EXTR.

2140-COUNT-ACPT.
    ADD 1 TO WS-FC-BEFORE (4)
    PERFORM 5400-READ-ACPT.

2150-COUNT-CHKPT.
    ADD 1 TO WS-FC-BEFORE (5)
    PERFORM 5500-READ-CHKPT.

2200-WRITE-MARK.
    MOVE WS-RUN-DATE TO WS-BKM-DATE
    MOVE WS-FN-FILE (WS-FILE-NO) TO WS-BKM-FILE
    MOVE WS-FC-BEFORE (WS-FILE-NO) TO WS-BKM-COUNT
    WRITE WS-MARK-OUT-RECORD FROM WS-BACKOUT-MARK-RECORD
    DISPLAY 'WSBACK1 START MARK ' WS-BKM-FILE ': ' WS-BKM-COUNT.

*>----------------------------------------------------------------
*> Back-out: refuse a completed date, then copy each file to its
*> .NEW dataset without the night's records.
*>----------------------------------------------------------------
3000-BACK-OUT-FILES.
    PERFORM 3100-CHECK-RUN-CONTROL
    PERFORM 3200-LOAD-MARKS
    PERFORM 3300-OPEN-BACKOUT-FILES
    PERFORM 3400-BACK-OUT-EXCEPTIONS
    PERFORM 3500-BACK-OUT-AUDIT
    PERFORM 3600-BACK-OUT-EXTRACT
    PERFORM 3700-BACK-OUT-ACCEPTED
    PERFORM 3800-BACK-OUT-CHECKPOINT
    PERFORM 3850-BACK-OUT-PENDING
    PERFORM 3900-BACK-OUT-SUSPENSE
    PERFORM 3950-BACK-OUT-RUN-HISTORY
    PERFORM 4000-PRINT-COUNTS
    PERFORM 3990-CLOSE-BACKOUT-FILES.

3100-CHECK-RUN-CONTROL.
    OPEN INPUT WS-CTL-IN-FILE
    IF WS-CTL-IN-STATUS NOT = '00' AND WS-CTL-IN-STATUS NOT = '05'
        DISPLAY 'WSBACK1 UNABLE TO OPEN RUNCTLI, STATUS: '
            WS-CTL-IN-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3150-SCAN-RUN-CONTROL UNTIL WS-CTL-EOF
    CLOSE WS-CTL-IN-FILE
    IF WS-CTL-GUARD-DONE
        DISPLAY 'WSBACK1 ' WS-CTL-GUARD-NAME
            ' COMPLETED FOR BUSINESS DATE ' WS-RUN-DATE
            ' - BACK-OUT REFUSED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

3150-SCAN-RUN-CONTROL.
    READ WS-CTL-IN-FILE
        AT END
            SET WS-CTL-EOF TO TRUE
        NOT AT END
            MOVE WS-CTL-IN-RECORD TO WS-CONTROL-RECORD
            IF WS-CTL-DATE = WS-RUN-DATE
                    AND WS-CTL-JOB = WS-CTL-GUARD-NAME
                SET WS-CTL-GUARD-DONE TO TRUE
            END-IF
    END-READ.

*> A rerun of the night writes a fresh mark, so the latest mark
*> for the date is the one that applies.
3200-LOAD-MARKS.
    OPEN INPUT WS-MARK-IN-FILE
    IF WS-MARK-IN-STATUS NOT = '00' AND WS-MARK-IN-STATUS NOT = '05'
        DISPLAY 'WSBACK1 UNABLE TO OPEN MARKIN, STATUS: '
            WS-MARK-IN-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3250-SCAN-MARKS UNTIL WS-MARK-EOF
    CLOSE WS-MARK-IN-FILE
    PERFORM 3270-CHECK-MARKED
        VARYING WS-FILE-NO FROM 1 BY 1
        UNTIL WS-FILE-NO > WS-MARKED-FILES.

3250-SCAN-MARKS.
    READ WS-MARK-IN-FILE INTO WS-BACKOUT-MARK-RECORD
        AT END
            SET WS-MARK-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-MARK-READ-COUNT
            IF WS-BKM-DATE = WS-RUN-DATE
                PERFORM 3260-APPLY-MARK
                    VARYING WS-FILE-NO FROM 1 BY 1
                    UNTIL WS-FILE-NO > WS-MARKED-FILES
            END-IF
    END-READ.

3260-APPLY-MARK.
    IF WS-BKM-FILE = WS-FN-FILE (WS-FILE-NO)
        SET WS-FC-MARKED (WS-FILE-NO) TO TRUE
        MOVE WS-BKM-COUNT TO WS-FC-MARK (WS-FILE-NO)
    END-IF.

3270-CHECK-MARKED.
    IF NOT WS-FC-MARKED (WS-FILE-NO)
        DISPLAY 'WSBACK1 NO START MARK FOR ' WS-FN-FILE (WS-FILE-NO)
            ' ON ' WS-RUN-DATE ' - BACK-OUT REFUSED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

3300-OPEN-BACKOUT-FILES.
    OPEN INPUT WS-EXC-IN-FILE
    OPEN INPUT WS-AUDIT-IN-FILE
    OPEN INPUT WS-EXTR-IN-FILE
    OPEN INPUT WS-ACPT-IN-FILE
    OPEN INPUT WS-CHKPT-IN-FILE
    OPEN INPUT WS-PEND-IN-FILE
    OPEN INPUT WS-SUSP-IN-FILE
    OPEN INPUT WS-HIST-IN-FILE
    OPEN OUTPUT WS-EXC-NEW-FILE
    OPEN OUTPUT WS-AUDIT-NEW-FILE
    OPEN OUTPUT WS-EXTR-NEW-FILE
    OPEN OUTPUT WS-ACPT-NEW-FILE
    OPEN OUTPUT WS-CHKPT-NEW-FILE
    OPEN OUTPUT WS-PEND-NEW-FILE
    OPEN OUTPUT WS-SUSP-NEW-FILE
    OPEN OUTPUT WS-HIST-NEW-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-EXC-IN-STATUS NOT = '00' OR WS-AUDIT-IN-STATUS NOT = '00'
            OR WS-EXTR-IN-STATUS NOT = '00'
            OR WS-ACPT-IN-STATUS NOT = '00'
            OR WS-CHKPT-IN-STATUS NOT = '00'
            OR WS-PEND-IN-STATUS NOT = '00'
            OR WS-SUSP-IN-STATUS NOT = '00'
            OR WS-HIST-IN-STATUS NOT = '00'
            OR WS-EXC-NEW-STATUS NOT = '00'
            OR WS-AUDIT-NEW-STATUS NOT = '00'
            OR WS-EXTR-NEW-STATUS NOT = '00'
            OR WS-ACPT-NEW-STATUS NOT = '00'
            OR WS-CHKPT-NEW-STATUS NOT = '00'
            OR WS-PEND-NEW-STATUS NOT = '00'
            OR WS-SUSP-NEW-STATUS NOT = '00'
            OR WS-HIST-NEW-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
        DISPLAY 'WSBACK1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  EXCIN STATUS:    ' WS-EXC-IN-STATUS
        DISPLAY '  AUDITIN STATUS:  ' WS-AUDIT-IN-STATUS
        DISPLAY '  EXTRIN STATUS:   ' WS-EXTR-IN-STATUS
        DISPLAY '  ACPTIN STATUS:   ' WS-ACPT-IN-STATUS
        DISPLAY '  CHKPTIN STATUS:  ' WS-CHKPT-IN-STATUS
        DISPLAY '  PNDIN STATUS:    ' WS-PEND-IN-STATUS
        DISPLAY '  SUSIN STATUS:    ' WS-SUSP-IN-STATUS
        DISPLAY '  HISTIN STATUS:   ' WS-HIST-IN-STATUS
        DISPLAY '  EXCNEW STATUS:   ' WS-EXC-NEW-STATUS
        DISPLAY '  AUDNEW STATUS:   ' WS-AUDIT-NEW-STATUS
        DISPLAY '  EXTRNEW STATUS:  ' WS-EXTR-NEW-STATUS
        DISPLAY '  ACPTNEW STATUS:  ' WS-ACPT-NEW-STATUS
        DISPLAY '  CHKPNEW STATUS:  ' WS-CHKPT-NEW-STATUS
        DISPLAY '  PNDNEW STATUS:   ' WS-PEND-NEW-STATUS
        DISPLAY '  SUSNEW STATUS:   ' WS-SUSP-NEW-STATUS
        DISPLAY '  HISTNEW STATUS:  ' WS-HIST-NEW-STATUS
        DISPLAY '  BKRPT STATUS:    ' WS-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

3400-BACK-OUT-EXCEPTIONS.
    MOVE 1 TO WS-FILE-NO
    PERFORM 5100-READ-EXC
    PERFORM 3410-SCREEN-EXC UNTIL WS-EXC-EOF.

3410-SCREEN-EXC.
    PERFORM 3010-JUDGE-POSITION
    IF NOT WS-REMOVE-RECORD
        WRITE WS-EXC-NEW-RECORD FROM WS-EXC-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5100-READ-EXC.

*> Only the night's own batch entries come out of the audit log;
*> anything else written since the mark (online corrections, the
*> maintenance jobs) stays.
3500-BACK-OUT-AUDIT.
    MOVE 2 TO WS-FILE-NO
    PERFORM 5200-READ-AUDIT
    PERFORM 3510-SCREEN-AUDIT UNTIL WS-AUDIT-EOF.

3510-SCREEN-AUDIT.
    PERFORM 3010-JUDGE-POSITION
    IF WS-REMOVE-RECORD
        MOVE WS-AUDIT-IN-RECORD TO WS-AUDIT-RECORD
        IF NOT WS-AUD-SOURCE-BATCH
                OR (WS-AUD-SOURCE-ID NOT = 'WSSUSP1 '
                    AND WS-AUD-SOURCE-ID NOT = 'WSDUPX1 '
                    AND WS-AUD-SOURCE-ID NOT = 'WSBATCH1')
            MOVE 'N' TO WS-REMOVE-SW
        END-IF
    END-IF
    IF NOT WS-REMOVE-RECORD
        WRITE WS-AUDIT-NEW-RECORD FROM WS-AUDIT-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5200-READ-AUDIT.

3600-BACK-OUT-EXTRACT.
    MOVE 3 TO WS-FILE-NO
    PERFORM 5300-READ-EXTR
    PERFORM 3610-SCREEN-EXTR UNTIL WS-EXTR-EOF.

3610-SCREEN-EXTR.
    PERFORM 3010-JUDGE-POSITION
    IF NOT WS-REMOVE-RECORD
        WRITE WS-EXTR-NEW-RECORD FROM WS-EXTR-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5300-READ-EXTR.

3700-BACK-OUT-ACCEPTED.
    MOVE 4 TO WS-FILE-NO
    PERFORM 5400-READ-ACPT
    PERFORM 3710-SCREEN-ACPT UNTIL WS-ACPT-EOF.

3710-SCREEN-ACPT.
    PERFORM 3010-JUDGE-POSITION
    IF NOT WS-REMOVE-RECORD
        WRITE WS-ACPT-NEW-RECORD FROM WS-ACPT-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5400-READ-ACPT.

3800-BACK-OUT-CHECKPOINT.
    MOVE 5 TO WS-FILE-NO
    PERFORM 5500-READ-CHKPT
    PERFORM 3810-SCREEN-CHKPT UNTIL WS-CHKPT-EOF.

3810-SCREEN-CHKPT.
    PERFORM 3010-JUDGE-POSITION
    IF NOT WS-REMOVE-RECORD
        WRITE WS-CHKPT-NEW-RECORD FROM WS-CHKPT-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5500-READ-CHKPT.

3850-BACK-OUT-PENDING.
    MOVE 6 TO WS-FILE-NO
    PERFORM 5600-READ-PEND
    PERFORM 3860-SCREEN-PEND UNTIL WS-PEND-EOF.

3860-SCREEN-PEND.
    MOVE WS-PEND-IN-RECORD TO WS-PENDING-RECORD
    MOVE 'N' TO WS-REMOVE-SW
    IF WS-PND-FIRST-SEEN = WS-RUN-DATE
        SET WS-REMOVE-RECORD TO TRUE
    ELSE
        WRITE WS-PEND-NEW-RECORD FROM WS-PEND-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5600-READ-PEND.

3900-BACK-OUT-SUSPENSE.
    MOVE 7 TO WS-FILE-NO
    PERFORM 5700-READ-SUSP
    PERFORM 3910-SCREEN-SUSP UNTIL WS-SUSP-EOF.

3910-SCREEN-SUSP.
    MOVE WS-SUSP-IN-RECORD TO WS-SUSPENSE-RECORD
    MOVE 'N' TO WS-REMOVE-SW
    IF WS-SUS-HELD-DATE = WS-RUN-DATE
        SET WS-REMOVE-RECORD TO TRUE
    ELSE
        WRITE WS-SUSP-NEW-RECORD FROM WS-SUSP-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5700-READ-SUSP.

3950-BACK-OUT-RUN-HISTORY.
    MOVE 8 TO WS-FILE-NO
    PERFORM 5800-READ-HIST
    PERFORM 3960-SCREEN-HIST UNTIL WS-HIST-EOF.

3960-SCREEN-HIST.
    MOVE 'N' TO WS-REMOVE-SW
    IF WS-HISTIN-RUN-DATE = WS-RUN-DATE
        SET WS-REMOVE-RECORD TO TRUE
    ELSE
        WRITE WS-HIST-NEW-RECORD FROM WS-HIST-IN-RECORD
    END-IF
    PERFORM 3020-TALLY-RECORD
    PERFORM 5800-READ-HIST.

3990-CLOSE-BACKOUT-FILES.
    CLOSE WS-EXC-IN-FILE
    CLOSE WS-AUDIT-IN-FILE
    CLOSE WS-EXTR-IN-FILE
    CLOSE WS-ACPT-IN-FILE
    CLOSE WS-CHKPT-IN-FILE
    CLOSE WS-PEND-IN-FILE
    CLOSE WS-SUSP-IN-FILE
    CLOSE WS-HIST-IN-FILE
    CLOSE WS-EXC-NEW-FILE
    CLOSE WS-AUDIT-NEW-FILE
    CLOSE WS-EXTR-NEW-FILE
    CLOSE WS-ACPT-NEW-FILE
    CLOSE WS-CHKPT-NEW-FILE
    CLOSE WS-PEND-NEW-FILE
    CLOSE WS-SUSP-NEW-FILE
    CLOSE WS-HIST-NEW-FILE
    CLOSE WS-REPORT-FILE.

*> The record about to be counted is past the start mark.
3010-JUDGE-POSITION.
    MOVE 'N' TO WS-REMOVE-SW
    IF WS-FC-BEFORE (WS-FILE-NO) >= WS-FC-MARK (WS-FILE-NO)
        SET WS-REMOVE-RECORD TO TRUE
    END-IF.

3020-TALLY-RECORD.
    ADD 1 TO WS-FC-BEFORE (WS-FILE-NO)
    IF WS-REMOVE-RECORD
        ADD 1 TO WS-FC-REMOVED (WS-FILE-NO)
    ELSE
        ADD 1 TO WS-FC-AFTER (WS-FILE-NO)
    END-IF.

4000-PRINT-COUNTS.
    MOVE WS-RUN-DATE TO WS-HDG-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    WRITE WS-REPORT-LINE FROM WS-COLUMN-LINE
    PERFORM 4100-PRINT-FILE-COUNTS
        VARYING WS-FILE-NO FROM 1 BY 1
        UNTIL WS-FILE-NO > WS-ALL-FILES.

4100-PRINT-FILE-COUNTS.
    MOVE WS-FN-DSN (WS-FILE-NO) TO WS-CNT-DSN
    MOVE SPACES TO WS-CNT-BASIS
    EVALUATE WS-FILE-NO
        WHEN 2
            STRING 'BATCH ENTRIES AFTER RECORD '
                WS-FC-MARK (WS-FILE-NO)
                DELIMITED BY SIZE INTO WS-CNT-BASIS
        WHEN 6
            STRING 'FIRST SEEN ' WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-CNT-BASIS
        WHEN 7
            STRING 'HELD ' WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-CNT-BASIS
        WHEN 8
            STRING 'RUN DATE ' WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-CNT-BASIS
        WHEN OTHER
            STRING 'ALL AFTER RECORD ' WS-FC-MARK (WS-FILE-NO)
                DELIMITED BY SIZE INTO WS-CNT-BASIS
    END-EVALUATE
    MOVE WS-FC-BEFORE (WS-FILE-NO) TO WS-CNT-BEFORE
    MOVE WS-FC-REMOVED (WS-FILE-NO) TO WS-CNT-REMOVED
    MOVE WS-FC-AFTER (WS-FILE-NO) TO WS-CNT-AFTER
    MOVE SPACES TO WS-CNT-NOTE
    IF WS-FILE-NO <= WS-MARKED-FILES
        IF WS-FC-BEFORE (WS-FILE-NO) < WS-FC-MARK (WS-FILE-NO)
            MOVE 'SHORTER THAN START MARK' TO WS-CNT-NOTE
            ADD 1 TO WS-SHORT-FILE-COUNT
        END-IF
    END-IF
    WRITE WS-REPORT-LINE FROM WS-COUNT-LINE
    DISPLAY 'WSBACK1 ' WS-FN-FILE (WS-FILE-NO)
        ' BEFORE: ' WS-FC-BEFORE (WS-FILE-NO)
        ' REMOVED: ' WS-FC-REMOVED (WS-FILE-NO)
        ' AFTER: ' WS-FC-AFTER (WS-FILE-NO).

5100-READ-EXC.
    READ WS-EXC-IN-FILE
        AT END
            SET WS-EXC-EOF TO TRUE
    END-READ.

5200-READ-AUDIT.
    READ WS-AUDIT-IN-FILE
        AT END
            SET WS-AUDIT-EOF TO TRUE
    END-READ.

5300-READ-EXTR.
    READ WS-EXTR-IN-FILE
        AT END
            SET WS-EXTR-EOF TO TRUE
    END-READ.

5400-READ-ACPT.
    READ WS-ACPT-IN-FILE
        AT END
            SET WS-ACPT-EOF TO TRUE
    END-READ.

5500-READ-CHKPT.
    READ WS-CHKPT-IN-FILE
        AT END
            SET WS-CHKPT-EOF TO TRUE
    END-READ.

5600-READ-PEND.
    READ WS-PEND-IN-FILE
        AT END
            SET WS-PEND-EOF TO TRUE
    END-READ.

5700-READ-SUSP.
    READ WS-SUSP-IN-FILE
        AT END
            SET WS-SUSP-EOF TO TRUE
    END-READ.

5800-READ-HIST.
    READ WS-HIST-IN-FILE
        AT END
            SET WS-HIST-EOF TO TRUE
    END-READ.

9000-TERMINATE.
    IF WS-MODE-BACKOUT
        DISPLAY 'WSBACK1 MARK RECORDS READ:  ' WS-MARK-READ-COUNT
        IF WS-SHORT-FILE-COUNT > 0
            DISPLAY 'WSBACK1 FILES SHORTER THAN START MARK: '
                WS-SHORT-FILE-COUNT
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

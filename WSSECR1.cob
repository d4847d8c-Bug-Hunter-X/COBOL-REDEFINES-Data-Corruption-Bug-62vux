IDENTIFICATION DIVISION.
PROGRAM-ID. WSSECR1.
*>----------------------------------------------------------------
*> Weekly operator-authority review for the security review.
*> Reads the operator authority file (WSAUTH, WSAUTREC layout)
*> and the shared AUDITLOG and prints two lists on SECRPT:
*>   - refusals: every REFUSE entry (key positions 'AUTHZ') dated
*>     inside the review week - the run date and the six days
*>     before it - in the order they were logged, with the user,
*>     the action attempted, the key or date it was attempted on,
*>     the region and amount judged, where it came from, and the
*>     reason;
*>   - dormant authorities: every authority an active user holds
*>     but has not used inside the dormancy window, provided the
*>     user's record was last maintained before the window began
*>     (a grant made inside the window is not yet dormant).
*> An authority is held when the user may correct (a correction
*> ceiling above zero and at least one region), release, confirm,
*> or reset.  Use is taken from the audit log: a correction is an
*> AFTER entry from an online source (WSONLN1 direct, or WSQAPP1
*> posting a queued correction under the keying operator's ID), a
*> release an AFTER entry from WSSUSP1 (stamped with the
*> approver), a confirm or reset a PERMIT entry from WSDUPX1 or
*> WSCTLU1.  The dormancy window matches the audit log's
*> retention, so a use older than the log can hold is already
*> dormant.  The run date arrives as a PARM (YYYYMMDD).
*> RETURN-CODE 4 when anything is listed.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-AUTH-FILE ASSIGN TO WSAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WS-AUT-USER
        FILE STATUS IS WS-AUTH-STATUS.

    SELECT WS-AUDIT-IN-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-IN-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO SECRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-AUTH-FILE.
COPY WSAUTREC.

FD  WS-AUDIT-IN-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-IN-RECORD              PIC X(152).

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

WORKING-STORAGE SECTION.
COPY WSAUDREC.

01  WS-SWITCHES.
    05  WS-AUTH-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-AUTH-EOF                 VALUE 'Y'.
    05  WS-AUDIT-EOF-SW             PIC X(1) VALUE 'N'.
        88  WS-AUDIT-EOF                VALUE 'Y'.
    05  WS-USER-FOUND-SW            PIC X(1) VALUE 'N'.
        88  WS-USER-FOUND               VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-AUTH-STATUS              PIC X(2).
    05  WS-AUDIT-IN-STATUS          PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).

01  WS-COUNTERS.
    05  WS-AUTH-READ-COUNT          PIC 9(5) VALUE ZERO.
    05  WS-AUDIT-READ-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-REFUSAL-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-DORMANT-COUNT            PIC 9(5) VALUE ZERO.

*> The review week and the dormancy window in days.  The dormancy
*> window is kept equal to the audit log retention in WSARCH1.
01  WS-REVIEW-CONTROLS.
    05  WS-REVIEW-DAYS              PIC 9(3) VALUE 7.
    05  WS-DORMANCY-DAYS            PIC 9(3) VALUE 90.
    05  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
    05  WS-RUN-SERIAL               PIC 9(7) VALUE ZERO.
    05  WS-REVIEW-START-SERIAL      PIC 9(7) VALUE ZERO.
    05  WS-REVIEW-START-DATE        PIC 9(8) VALUE ZERO.
    05  WS-DORMANT-START-SERIAL     PIC 9(7) VALUE ZERO.
    05  WS-DORMANT-START-DATE       PIC 9(8) VALUE ZERO.

01  WS-USER-CONTROLS.
    05  WS-UT-COUNT                 PIC 9(3) VALUE ZERO.
    05  WS-UT-INDEX                 PIC 9(3) VALUE ZERO.
    05  WS-UT-MAX                   PIC 9(3) VALUE 500.

*> One entry per active user, with the authorities held and the
*> latest date each was used on the log.
01  WS-USER-TABLE.
    05  WS-USER-ENTRY OCCURS 500 TIMES.
        10  WS-UT-USER              PIC X(8).
        10  WS-UT-MAINT-DATE        PIC 9(8).
        10  WS-UT-CORRECT-SW        PIC X(1).
            88  WS-UT-MAY-CORRECT       VALUE 'Y'.
        10  WS-UT-RELEASE-SW        PIC X(1).
            88  WS-UT-MAY-RELEASE       VALUE 'Y'.
        10  WS-UT-CONFIRM-SW        PIC X(1).
            88  WS-UT-MAY-CONFIRM       VALUE 'Y'.
        10  WS-UT-RESET-SW          PIC X(1).
            88  WS-UT-MAY-RESET         VALUE 'Y'.
        10  WS-UT-LAST-CORRECT      PIC 9(8).
        10  WS-UT-LAST-RELEASE      PIC 9(8).
        10  WS-UT-LAST-CONFIRM      PIC 9(8).
        10  WS-UT-LAST-RESET        PIC 9(8).

01  WS-DORMANT-WORK.
    05  WS-DW-AUTHORITY             PIC X(8).
    05  WS-DW-LAST-USED             PIC 9(8).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(40)
        VALUE 'WSSECR1 OPERATOR AUTHORITY REVIEW AS OF '.
    05  WS-HDG-DATE                 PIC 9(8).
    05  FILLER                      PIC X(84) VALUE SPACES.

01  WS-REFUSAL-HEADING.
    05  FILLER                      PIC X(14)
        VALUE 'REFUSALS FROM '.
    05  WS-RFH-START                PIC 9(8).
    05  FILLER                      PIC X(4)  VALUE ' TO '.
    05  WS-RFH-END                  PIC 9(8).
    05  FILLER                      PIC X(98) VALUE SPACES.

01  WS-REFUSAL-COLUMNS.
    05  FILLER                      PIC X(45) VALUE
        '  DATE     TIME   USER     ACTION   OBJECT   '.
    05  FILLER                      PIC X(40) VALUE
        'RG         AMOUNT  SOURCE   TERM  REASON'.
    05  FILLER                      PIC X(47) VALUE SPACES.

01  WS-REFUSAL-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-RFL-DATE                 PIC 9(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-RFL-TIME                 PIC 9(6).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-RFL-USER                 PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-RFL-ACTION               PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-RFL-OBJECT               PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-RFL-REGION               PIC X(2).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-RFL-AMOUNT               PIC -(9)9.99.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-RFL-SOURCE-ID            PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-RFL-TERMINAL             PIC X(4).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-RFL-REASON               PIC X(30).
    05  FILLER                      PIC X(23) VALUE SPACES.

01  WS-DORMANT-HEADING.
    05  FILLER                      PIC X(35)
        VALUE 'DORMANT AUTHORITIES - NO USE SINCE '.
    05  WS-DMH-START                PIC 9(8).
    05  FILLER                      PIC X(89) VALUE SPACES.

01  WS-DORMANT-COLUMNS.
    05  FILLER                      PIC X(43) VALUE
        '  USER     AUTHORITY  LAST USED  MAINTAINED'.
    05  FILLER                      PIC X(89) VALUE SPACES.

01  WS-DORMANT-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DML-USER                 PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-DML-AUTHORITY            PIC X(8).
    05  FILLER                      PIC X(3)  VALUE SPACES.
    05  WS-DML-LAST-USED            PIC X(8).
    05  FILLER                      PIC X(3)  VALUE SPACES.
    05  WS-DML-MAINT-DATE           PIC 9(8).
    05  FILLER                      PIC X(91) VALUE SPACES.

01  WS-TOTAL-LINE.
    05  WS-TTL-LABEL                PIC X(30).
    05  WS-TTL-COUNT                PIC Z(8)9.
    05  FILLER                      PIC X(93) VALUE SPACES.

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1100-LOAD-USER UNTIL WS-AUTH-EOF
    PERFORM 2000-SCAN-AUDIT UNTIL WS-AUDIT-EOF
    PERFORM 3000-LIST-DORMANT
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT WS-AUTH-FILE
    OPEN INPUT WS-AUDIT-IN-FILE
    OPEN OUTPUT WS-REPORT-FILE
    IF WS-AUTH-STATUS NOT = '00'
            OR WS-AUDIT-IN-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
        DISPLAY 'WSSECR1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  WSAUTH STATUS:  ' WS-AUTH-STATUS
        DISPLAY '  AUDITIN STATUS: ' WS-AUDIT-IN-STATUS
        DISPLAY '  SECRPT STATUS:  ' WS-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSSECR1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-RUN-SERIAL =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    IF WS-RUN-SERIAL = ZERO
        DISPLAY 'WSSECR1 RUN DATE PARM NOT A VALID DATE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-REVIEW-START-SERIAL =
        WS-RUN-SERIAL - WS-REVIEW-DAYS + 1
    COMPUTE WS-REVIEW-START-DATE =
        FUNCTION DATE-OF-INTEGER(WS-REVIEW-START-SERIAL)
    COMPUTE WS-DORMANT-START-SERIAL =
        WS-RUN-SERIAL - WS-DORMANCY-DAYS + 1
    COMPUTE WS-DORMANT-START-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DORMANT-START-SERIAL)
    MOVE WS-RUN-DATE TO WS-HDG-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-REVIEW-START-DATE TO WS-RFH-START
    MOVE WS-RUN-DATE TO WS-RFH-END
    WRITE WS-REPORT-LINE FROM WS-REFUSAL-HEADING
    WRITE WS-REPORT-LINE FROM WS-REFUSAL-COLUMNS
    PERFORM 1900-READ-AUTHORITY
    PERFORM 2900-READ-AUDIT.

*> Revoked users hold nothing, so only active users are tabled.
1100-LOAD-USER.
    ADD 1 TO WS-AUTH-READ-COUNT
    IF WS-AUT-ACTIVE
        PERFORM 1200-ADD-USER
    END-IF
    PERFORM 1900-READ-AUTHORITY.

1200-ADD-USER.
    IF WS-UT-COUNT >= WS-UT-MAX
        DISPLAY 'WSSECR1 USER TABLE FULL AT ' WS-UT-MAX
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-UT-COUNT
    MOVE WS-AUT-USER TO WS-UT-USER (WS-UT-COUNT)
    IF WS-AUT-MAINT-DATE IS NUMERIC
        MOVE WS-AUT-MAINT-DATE TO WS-UT-MAINT-DATE (WS-UT-COUNT)
    ELSE
        MOVE ZERO TO WS-UT-MAINT-DATE (WS-UT-COUNT)
    END-IF
    MOVE 'N' TO WS-UT-CORRECT-SW (WS-UT-COUNT)
    IF WS-AUT-CORRECT-LIMIT IS NUMERIC
            AND WS-AUT-CORRECT-LIMIT > ZERO
            AND WS-AUT-REGION-LIST NOT = SPACES
        MOVE 'Y' TO WS-UT-CORRECT-SW (WS-UT-COUNT)
    END-IF
    MOVE WS-AUT-RELEASE-SW TO WS-UT-RELEASE-SW (WS-UT-COUNT)
    MOVE WS-AUT-CONFIRM-SW TO WS-UT-CONFIRM-SW (WS-UT-COUNT)
    MOVE WS-AUT-RESET-SW TO WS-UT-RESET-SW (WS-UT-COUNT)
    MOVE ZERO TO WS-UT-LAST-CORRECT (WS-UT-COUNT)
    MOVE ZERO TO WS-UT-LAST-RELEASE (WS-UT-COUNT)
    MOVE ZERO TO WS-UT-LAST-CONFIRM (WS-UT-COUNT)
    MOVE ZERO TO WS-UT-LAST-RESET (WS-UT-COUNT).

1900-READ-AUTHORITY.
    READ WS-AUTH-FILE
        AT END
            SET WS-AUTH-EOF TO TRUE
    END-READ.

2000-SCAN-AUDIT.
    MOVE WS-AUDIT-IN-RECORD TO WS-AUDIT-RECORD
    ADD 1 TO WS-AUDIT-READ-COUNT
    EVALUATE TRUE
        WHEN WS-AUD-REFUSAL AND WS-AUD-FIELD-1-TAG = 'AUTHZ'
            IF WS-AUD-DATE >= WS-REVIEW-START-DATE
                    AND WS-AUD-DATE <= WS-RUN-DATE
                PERFORM 2100-LIST-REFUSAL
            END-IF
        WHEN WS-AUD-PERMITTED AND WS-AUD-FIELD-1-TAG = 'AUTHZ'
            PERFORM 2200-FIND-USER
            IF WS-USER-FOUND
                PERFORM 2300-NOTE-PERMIT
            END-IF
        WHEN WS-AUD-TAG = 'AFTER '
            PERFORM 2200-FIND-USER
            IF WS-USER-FOUND
                PERFORM 2400-NOTE-CHANGE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 2900-READ-AUDIT.

2100-LIST-REFUSAL.
    ADD 1 TO WS-REFUSAL-COUNT
    MOVE WS-AUD-DATE TO WS-RFL-DATE
    MOVE WS-AUD-TIME TO WS-RFL-TIME
    MOVE WS-AUD-USER TO WS-RFL-USER
    MOVE WS-AUD-ATH-ACTION TO WS-RFL-ACTION
    MOVE WS-AUD-ATH-OBJECT TO WS-RFL-OBJECT
    MOVE WS-AUD-ATH-REGION TO WS-RFL-REGION
    IF WS-AUD-ATH-AMOUNT IS NUMERIC
        MOVE WS-AUD-ATH-AMOUNT TO WS-RFL-AMOUNT
    ELSE
        MOVE ZERO TO WS-RFL-AMOUNT
    END-IF
    MOVE WS-AUD-SOURCE-ID TO WS-RFL-SOURCE-ID
    MOVE WS-AUD-TERMINAL TO WS-RFL-TERMINAL
    MOVE WS-AUD-ATH-REASON TO WS-RFL-REASON
    WRITE WS-REPORT-LINE FROM WS-REFUSAL-LINE.

2200-FIND-USER.
    MOVE 'N' TO WS-USER-FOUND-SW
    MOVE ZERO TO WS-UT-INDEX
    PERFORM 2210-SEARCH-USER
        UNTIL WS-USER-FOUND OR WS-UT-INDEX >= WS-UT-COUNT.

2210-SEARCH-USER.
    ADD 1 TO WS-UT-INDEX
    IF WS-UT-USER (WS-UT-INDEX) = WS-AUD-USER
        SET WS-USER-FOUND TO TRUE
    END-IF.

2300-NOTE-PERMIT.
    EVALUATE WS-AUD-ATH-ACTION
        WHEN 'CONFIRM '
            IF WS-AUD-DATE > WS-UT-LAST-CONFIRM (WS-UT-INDEX)
                MOVE WS-AUD-DATE TO WS-UT-LAST-CONFIRM (WS-UT-INDEX)
            END-IF
        WHEN 'RESET   '
            IF WS-AUD-DATE > WS-UT-LAST-RESET (WS-UT-INDEX)
                MOVE WS-AUD-DATE TO WS-UT-LAST-RESET (WS-UT-INDEX)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Online AFTER entries are corrections made under the user's own
*> sign-on; WSSUSP1 AFTER entries are releases stamped with the
*> approver.  Other batch AFTER entries are not a use of authority.
2400-NOTE-CHANGE.
    EVALUATE TRUE
        WHEN WS-AUD-SOURCE-ONLINE
            IF WS-AUD-DATE > WS-UT-LAST-CORRECT (WS-UT-INDEX)
                MOVE WS-AUD-DATE TO WS-UT-LAST-CORRECT (WS-UT-INDEX)
            END-IF
        WHEN WS-AUD-SOURCE-BATCH AND WS-AUD-SOURCE-ID = 'WSSUSP1 '
            IF WS-AUD-DATE > WS-UT-LAST-RELEASE (WS-UT-INDEX)
                MOVE WS-AUD-DATE TO WS-UT-LAST-RELEASE (WS-UT-INDEX)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2900-READ-AUDIT.
    READ WS-AUDIT-IN-FILE
        AT END
            SET WS-AUDIT-EOF TO TRUE
    END-READ.

3000-LIST-DORMANT.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-DORMANT-START-DATE TO WS-DMH-START
    WRITE WS-REPORT-LINE FROM WS-DORMANT-HEADING
    WRITE WS-REPORT-LINE FROM WS-DORMANT-COLUMNS
    PERFORM 3100-CHECK-USER
        VARYING WS-UT-INDEX FROM 1 BY 1
        UNTIL WS-UT-INDEX > WS-UT-COUNT.

*> A user maintained inside the window has had the authority
*> confirmed recently, so none of it is reported yet.
3100-CHECK-USER.
    IF WS-UT-MAINT-DATE (WS-UT-INDEX) < WS-DORMANT-START-DATE
        IF WS-UT-MAY-CORRECT (WS-UT-INDEX)
            MOVE 'CORRECT ' TO WS-DW-AUTHORITY
            MOVE WS-UT-LAST-CORRECT (WS-UT-INDEX) TO WS-DW-LAST-USED
            PERFORM 3200-JUDGE-DORMANT
        END-IF
        IF WS-UT-MAY-RELEASE (WS-UT-INDEX)
            MOVE 'RELEASE ' TO WS-DW-AUTHORITY
            MOVE WS-UT-LAST-RELEASE (WS-UT-INDEX) TO WS-DW-LAST-USED
            PERFORM 3200-JUDGE-DORMANT
        END-IF
        IF WS-UT-MAY-CONFIRM (WS-UT-INDEX)
            MOVE 'CONFIRM ' TO WS-DW-AUTHORITY
            MOVE WS-UT-LAST-CONFIRM (WS-UT-INDEX) TO WS-DW-LAST-USED
            PERFORM 3200-JUDGE-DORMANT
        END-IF
        IF WS-UT-MAY-RESET (WS-UT-INDEX)
            MOVE 'RESET   ' TO WS-DW-AUTHORITY
            MOVE WS-UT-LAST-RESET (WS-UT-INDEX) TO WS-DW-LAST-USED
            PERFORM 3200-JUDGE-DORMANT
        END-IF
    END-IF.

3200-JUDGE-DORMANT.
    IF WS-DW-LAST-USED < WS-DORMANT-START-DATE
        ADD 1 TO WS-DORMANT-COUNT
        MOVE WS-UT-USER (WS-UT-INDEX) TO WS-DML-USER
        MOVE WS-DW-AUTHORITY TO WS-DML-AUTHORITY
        IF WS-DW-LAST-USED = ZERO
            MOVE 'NOT SEEN' TO WS-DML-LAST-USED
        ELSE
            MOVE WS-DW-LAST-USED TO WS-DML-LAST-USED
        END-IF
        MOVE WS-UT-MAINT-DATE (WS-UT-INDEX) TO WS-DML-MAINT-DATE
        WRITE WS-REPORT-LINE FROM WS-DORMANT-LINE
    END-IF.

9000-TERMINATE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE 'AUTHORITY RECORDS READ:' TO WS-TTL-LABEL
    MOVE WS-AUTH-READ-COUNT TO WS-TTL-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'ACTIVE USERS:' TO WS-TTL-LABEL
    MOVE WS-UT-COUNT TO WS-TTL-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'AUDIT ENTRIES READ:' TO WS-TTL-LABEL
    MOVE WS-AUDIT-READ-COUNT TO WS-TTL-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'REFUSALS LISTED:' TO WS-TTL-LABEL
    MOVE WS-REFUSAL-COUNT TO WS-TTL-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE 'DORMANT AUTHORITIES LISTED:' TO WS-TTL-LABEL
    MOVE WS-DORMANT-COUNT TO WS-TTL-COUNT
    WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
    CLOSE WS-AUTH-FILE
    CLOSE WS-AUDIT-IN-FILE
    CLOSE WS-REPORT-FILE
    DISPLAY 'WSSECR1 ACTIVE USERS:        ' WS-UT-COUNT
    DISPLAY 'WSSECR1 AUDIT ENTRIES READ:  ' WS-AUDIT-READ-COUNT
    DISPLAY 'WSSECR1 REFUSALS LISTED:     ' WS-REFUSAL-COUNT
    DISPLAY 'WSSECR1 DORMANT AUTHORITIES: ' WS-DORMANT-COUNT
    IF WS-REFUSAL-COUNT > 0 OR WS-DORMANT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

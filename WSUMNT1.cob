IDENTIFICATION DIVISION.
PROGRAM-ID. WSUMNT1.
*>----------------------------------------------------------------
*> Batch maintenance of the operator authority file (WSAUTREC,
*> VSAM KSDS keyed on the 8-byte user ID) that WSONLN1, WSQAPP1,
*> WSSUSP1, WSDUPX1, and WSCTLU1 check before they let a user
*> act.  Each user's record lists the regions the user may
*> correct ('**' for every region), the amount ceiling for a
*> correction and for an approval (a suspense release or a
*> duplicate confirm), and whether the user may release
*> suspense, confirm WSDUPX1 duplicate holds, or reset run
*> control.  Driven by maintenance cards on AUTCARDS, applied in
*> card order:
*>   'A'  add a user - blank limits are zero and blank flags no,
*>        the status defaults to active.
*>   'C'  change a user - only the non-blank card fields are
*>        applied; a region list on the card replaces the whole
*>        list.  A change to active on a revoked user reinstates
*>        the user.
*>   'X'  revoke a user.  Revoked users stay on file so a refusal
*>        can tell a revoked user from one never set up.
*> The maintaining user on the card is required, must be on the
*> authority file and active, and may not be the user the card
*> changes, so nobody grants themselves authority under an ID
*> that does not exist or was revoked.  Every applied card is
*> stamped to the shared AUDITLOG as a BEFORE/AFTER pair carrying
*> the old and new authority images and the maintaining user's
*> ID; the key positions carry the tag 'AUTHM' so the WSRBLD1
*> replay never mistakes them for KSDS updates.  Every card, applied or
*> rejected, is listed with its verdict on the AUTRPT report.
*> The run date arrives as a PARM (YYYYMMDD).  RETURN-CODE 4
*> when any card was rejected.
*>
*> Maintenance card layout (80 bytes):
*>   col   1     action ('A' add, 'C' change, 'X' revoke)
*>   cols  3-10  user ID
*>   col  12     status ('A' active, 'R' revoked)
*>   cols 14-25  regions, six 2-byte entries (R1 R2 R3 RC RP RS,
*>               or ** for all)
*>   cols 27-37  correction ceiling (9 digits, 2 implied decimals)
*>   cols 39-49  approval ceiling (9 digits, 2 implied decimals)
*>   col  51     may release suspense (Y/N)
*>   col  53     may confirm duplicate holds (Y/N)
*>   col  55     may reset run control (Y/N)
*>   cols 57-64  maintaining user ID (must be present, on file
*>               and active, and differ from the user on the
*>               card)
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WS-CARD-FILE ASSIGN TO AUTCARDS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT WS-AUTH-FILE ASSIGN TO WSAUTH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-AUT-USER
        FILE STATUS IS WS-AUTH-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO AUTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT WS-AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WS-CARD-FILE
    RECORDING MODE IS F.
01  WS-CARD-RECORD                  PIC X(80).

FD  WS-AUTH-FILE.
COPY WSAUTREC.

FD  WS-REPORT-FILE
    RECORDING MODE IS F.
01  WS-REPORT-LINE                  PIC X(132).

FD  WS-AUDIT-FILE
    RECORDING MODE IS F.
01  WS-AUDIT-FILE-RECORD            PIC X(152).

WORKING-STORAGE SECTION.
COPY WSAUDREC.

01  WS-SWITCHES.
    05  WS-CARD-EOF-SW              PIC X(1) VALUE 'N'.
        88  WS-CARD-EOF                 VALUE 'Y'.
    05  WS-ON-FILE-SW               PIC X(1) VALUE 'N'.
        88  WS-ON-FILE                  VALUE 'Y'.
    05  WS-REJECT-SW                PIC X(1) VALUE 'N'.
        88  WS-CARD-REJECTED            VALUE 'Y'.
    05  WS-REGIONS-OK-SW            PIC X(1) VALUE 'N'.
        88  WS-REGIONS-OK               VALUE 'Y'.

01  WS-FILE-STATUSES.
    05  WS-CARD-STATUS              PIC X(2).
    05  WS-AUTH-STATUS              PIC X(2).
    05  WS-REPORT-STATUS            PIC X(2).
    05  WS-AUDIT-STATUS             PIC X(2).

01  WS-COUNTERS.
    05  WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
    05  WS-ADD-APPLIED              PIC 9(7) VALUE ZERO.
    05  WS-CHG-APPLIED              PIC 9(7) VALUE ZERO.
    05  WS-RVK-APPLIED              PIC 9(7) VALUE ZERO.
    05  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-REGION-INDEX             PIC 9(2) VALUE ZERO.

01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

01  WS-AUDIT-CONTROLS.
    05  WS-AUDIT-SEQ-COUNTER        PIC 9(9) VALUE ZERO.
    05  WS-TIME-WORK                PIC 9(8).

01  WS-MAINT-CARD.
    05  WS-MC-ACTION                PIC X(1).
        88  WS-MC-ADD                   VALUE 'A'.
        88  WS-MC-CHANGE                VALUE 'C'.
        88  WS-MC-REVOKE                VALUE 'X'.
    05  FILLER                      PIC X(1).
    05  WS-MC-USER                  PIC X(8).
    05  FILLER                      PIC X(1).
    05  WS-MC-STATUS                PIC X(1).
        88  WS-MC-STATUS-VALID          VALUE 'A' 'R'.
    05  FILLER                      PIC X(1).
    05  WS-MC-REGION-LIST.
        10  WS-MC-REGION            PIC X(2) OCCURS 6 TIMES.
    05  FILLER                      PIC X(1).
    05  WS-MC-CORRECT-LIMIT         PIC X(11).
    05  WS-MC-CORRECT-LIMIT-N REDEFINES WS-MC-CORRECT-LIMIT
                                    PIC 9(9)V99.
    05  FILLER                      PIC X(1).
    05  WS-MC-APPROVE-LIMIT         PIC X(11).
    05  WS-MC-APPROVE-LIMIT-N REDEFINES WS-MC-APPROVE-LIMIT
                                    PIC 9(9)V99.
    05  FILLER                      PIC X(1).
    05  WS-MC-RELEASE-SW            PIC X(1).
    05  FILLER                      PIC X(1).
    05  WS-MC-CONFIRM-SW            PIC X(1).
    05  FILLER                      PIC X(1).
    05  WS-MC-RESET-SW              PIC X(1).
    05  FILLER                      PIC X(1).
    05  WS-MC-MAINT-USER            PIC X(8).
    05  FILLER                      PIC X(16).

01  WS-FLAG-CHECK                   PIC X(1).
    88  WS-FLAG-VALID                   VALUE 'Y' 'N' ' '.

01  WS-REGION-CHECK                 PIC X(2).
    88  WS-REGION-VALID                 VALUE 'R1' 'R2' 'R3'
                                              'RC' 'RP' 'RS'
                                              '**' '  '.

01  WS-BEFORE-IMAGE                 PIC X(80).

01  WS-REJECT-REASON                PIC X(31).

01  WS-HEADING-LINE.
    05  FILLER                      PIC X(40)
        VALUE 'WSUMNT1 OPERATOR AUTHORITY MAINTENANCE  '.
    05  FILLER                      PIC X(4)  VALUE 'RUN '.
    05  WS-HDG-RUN-DATE             PIC 9(8).
    05  FILLER                      PIC X(80) VALUE SPACES.

01  WS-CARD-DETAIL-LINE.
    05  WS-CDL-VERDICT              PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-CDL-ACTION               PIC X(1).
    05  FILLER                      PIC X(6)  VALUE ' USER '.
    05  WS-CDL-USER                 PIC X(8).
    05  FILLER                      PIC X(4)  VALUE ' ST '.
    05  WS-CDL-STATUS               PIC X(1).
    05  FILLER                      PIC X(5)  VALUE ' REG '.
    05  WS-CDL-REGIONS              PIC X(12).
    05  FILLER                      PIC X(5)  VALUE ' COR '.
    05  WS-CDL-CORRECT-LIMIT        PIC Z(8)9.99.
    05  FILLER                      PIC X(5)  VALUE ' APR '.
    05  WS-CDL-APPROVE-LIMIT        PIC Z(8)9.99.
    05  FILLER                      PIC X(5)  VALUE ' RCS '.
    05  WS-CDL-RELEASE              PIC X(1).
    05  WS-CDL-CONFIRM              PIC X(1).
    05  WS-CDL-RESET                PIC X(1).
    05  FILLER                      PIC X(4)  VALUE ' BY '.
    05  WS-CDL-MAINT-USER           PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACE.
    05  WS-CDL-REASON               PIC X(31).

LINKAGE SECTION.
01  WS-RUNDATE-PARM.
    05  WS-RUNDATE-PARM-LEN         PIC S9(4) COMP.
    05  WS-RUNDATE-PARM-TEXT        PIC X(8).

PROCEDURE DIVISION USING WS-RUNDATE-PARM.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROCESS-CARD UNTIL WS-CARD-EOF
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    OPEN INPUT WS-CARD-FILE
    OPEN I-O WS-AUTH-FILE
    OPEN OUTPUT WS-REPORT-FILE
    OPEN EXTEND WS-AUDIT-FILE
    IF WS-CARD-STATUS NOT = '00'
            OR WS-AUTH-STATUS NOT = '00'
            OR WS-REPORT-STATUS NOT = '00'
            OR WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'WSUMNT1 UNABLE TO OPEN ONE OR MORE FILES'
        DISPLAY '  AUTCARDS STATUS: ' WS-CARD-STATUS
        DISPLAY '  WSAUTH STATUS:   ' WS-AUTH-STATUS
        DISPLAY '  AUTRPT STATUS:   ' WS-REPORT-STATUS
        DISPLAY '  AUDITLOG STATUS: ' WS-AUDIT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNDATE-PARM-TEXT IS NUMERIC
        MOVE WS-RUNDATE-PARM-TEXT TO WS-RUN-DATE
    ELSE
        DISPLAY 'WSUMNT1 RUN DATE PARM MISSING OR NOT NUMERIC'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-DATE TO WS-AUD-DATE
    ACCEPT WS-TIME-WORK FROM TIME
    MOVE WS-TIME-WORK (1:6) TO WS-AUD-TIME
    SET WS-AUD-SOURCE-BATCH TO TRUE
    MOVE 'WSUMNT1 ' TO WS-AUD-SOURCE-ID
    MOVE SPACES TO WS-AUD-TERMINAL
    MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
    WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
    PERFORM 2900-READ-CARD.

2000-PROCESS-CARD.
    ADD 1 TO WS-CARD-COUNT
    MOVE WS-CARD-RECORD TO WS-MAINT-CARD
    MOVE 'N' TO WS-REJECT-SW
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN WS-MC-MAINT-USER = SPACES
            MOVE 'MAINTAINING USER ID MISSING' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-USER = SPACES
            MOVE 'USER ID MISSING' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-USER = WS-MC-MAINT-USER
            MOVE 'USER MAY NOT MAINTAIN OWN ID' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN OTHER
            PERFORM 2050-CHECK-MAINT-USER
    END-EVALUATE
    IF NOT WS-CARD-REJECTED
        PERFORM 2100-READ-AUTHORITY
        EVALUATE TRUE
            WHEN WS-MC-ADD
                PERFORM 2200-APPLY-ADD
            WHEN WS-MC-CHANGE
                PERFORM 2300-APPLY-CHANGE
            WHEN WS-MC-REVOKE
                PERFORM 2400-APPLY-REVOKE
            WHEN OTHER
                MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
                SET WS-CARD-REJECTED TO TRUE
        END-EVALUATE
    END-IF
    IF WS-CARD-REJECTED
        ADD 1 TO WS-REJECTED-COUNT
        MOVE 'REJECTED' TO WS-CDL-VERDICT
    ELSE
        MOVE 'APPLIED ' TO WS-CDL-VERDICT
    END-IF
    PERFORM 5000-WRITE-REPORT-LINE
    PERFORM 2900-READ-CARD.

*> The maintaining user is read before the user on the card, so
*> the authority record area is left holding the card's user.
2050-CHECK-MAINT-USER.
    MOVE WS-MC-MAINT-USER TO WS-AUT-USER
    READ WS-AUTH-FILE
        INVALID KEY
            MOVE 'MAINTAINING USER NOT AUTHORIZED'
                TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        NOT INVALID KEY
            IF NOT WS-AUT-ACTIVE
                MOVE 'MAINTAINING USER NOT AUTHORIZED'
                    TO WS-REJECT-REASON
                SET WS-CARD-REJECTED TO TRUE
            END-IF
    END-READ.

2100-READ-AUTHORITY.
    MOVE 'N' TO WS-ON-FILE-SW
    MOVE WS-MC-USER TO WS-AUT-USER
    READ WS-AUTH-FILE
        INVALID KEY
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE WS-MC-USER TO WS-BEFORE-IMAGE (1:8)
        NOT INVALID KEY
            SET WS-ON-FILE TO TRUE
            MOVE WS-AUTHORITY-RECORD TO WS-BEFORE-IMAGE
    END-READ.

*> Field checks shared by add and change: blank fields pass here
*> and are defaulted or left alone by the caller.
2150-VALIDATE-FIELDS.
    PERFORM 2160-VALIDATE-REGIONS
    EVALUATE TRUE
        WHEN WS-MC-STATUS NOT = SPACE AND NOT WS-MC-STATUS-VALID
            MOVE 'STATUS NOT VALID' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN NOT WS-REGIONS-OK
            MOVE 'REGION NOT VALID' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-CORRECT-LIMIT NOT = SPACES
                AND WS-MC-CORRECT-LIMIT-N NOT NUMERIC
            MOVE 'CORRECTION CEILING NOT NUMERIC' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-APPROVE-LIMIT NOT = SPACES
                AND WS-MC-APPROVE-LIMIT-N NOT NUMERIC
            MOVE 'APPROVAL CEILING NOT NUMERIC' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN OTHER
            PERFORM 2170-VALIDATE-FLAGS
    END-EVALUATE.

2160-VALIDATE-REGIONS.
    SET WS-REGIONS-OK TO TRUE
    PERFORM 2165-CHECK-REGION
        VARYING WS-REGION-INDEX FROM 1 BY 1
        UNTIL WS-REGION-INDEX > 6.

2165-CHECK-REGION.
    MOVE WS-MC-REGION (WS-REGION-INDEX) TO WS-REGION-CHECK
    IF NOT WS-REGION-VALID
        MOVE 'N' TO WS-REGIONS-OK-SW
    END-IF.

2170-VALIDATE-FLAGS.
    MOVE WS-MC-RELEASE-SW TO WS-FLAG-CHECK
    IF WS-FLAG-VALID
        MOVE WS-MC-CONFIRM-SW TO WS-FLAG-CHECK
    END-IF
    IF WS-FLAG-VALID
        MOVE WS-MC-RESET-SW TO WS-FLAG-CHECK
    END-IF
    IF NOT WS-FLAG-VALID
        MOVE 'AUTHORITY FLAG NOT Y OR N' TO WS-REJECT-REASON
        SET WS-CARD-REJECTED TO TRUE
    END-IF.

2200-APPLY-ADD.
    IF WS-ON-FILE
        MOVE 'USER ALREADY ON FILE' TO WS-REJECT-REASON
        SET WS-CARD-REJECTED TO TRUE
    ELSE
        PERFORM 2150-VALIDATE-FIELDS
    END-IF
    IF NOT WS-CARD-REJECTED
        PERFORM 2210-BUILD-NEW-AUTHORITY
    END-IF.

2210-BUILD-NEW-AUTHORITY.
    MOVE SPACES TO WS-AUTHORITY-RECORD
    MOVE WS-MC-USER TO WS-AUT-USER
    IF WS-MC-STATUS = SPACE
        SET WS-AUT-ACTIVE TO TRUE
    ELSE
        MOVE WS-MC-STATUS TO WS-AUT-STATUS
    END-IF
    MOVE WS-MC-REGION-LIST TO WS-AUT-REGION-LIST
    MOVE ZERO TO WS-AUT-CORRECT-LIMIT
    MOVE ZERO TO WS-AUT-APPROVE-LIMIT
    MOVE 'N' TO WS-AUT-RELEASE-SW
    MOVE 'N' TO WS-AUT-CONFIRM-SW
    MOVE 'N' TO WS-AUT-RESET-SW
    PERFORM 2320-APPLY-CARD-FIELDS
    MOVE WS-RUN-DATE TO WS-AUT-MAINT-DATE
    MOVE WS-MC-MAINT-USER TO WS-AUT-MAINT-USER
    WRITE WS-AUTHORITY-RECORD
        INVALID KEY
            MOVE 'ADD FAILED STATUS ' TO WS-REJECT-REASON
            MOVE WS-AUTH-STATUS TO WS-REJECT-REASON (19:2)
            SET WS-CARD-REJECTED TO TRUE
        NOT INVALID KEY
            ADD 1 TO WS-ADD-APPLIED
            PERFORM 4000-WRITE-AUDIT-PAIR
    END-WRITE.

2300-APPLY-CHANGE.
    EVALUATE TRUE
        WHEN NOT WS-ON-FILE
            MOVE 'USER NOT ON FILE' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-AUT-REVOKED AND WS-MC-STATUS NOT = 'A'
            MOVE 'USER REVOKED' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-MC-STATUS = SPACE
                AND WS-MC-REGION-LIST = SPACES
                AND WS-MC-CORRECT-LIMIT = SPACES
                AND WS-MC-APPROVE-LIMIT = SPACES
                AND WS-MC-RELEASE-SW = SPACE
                AND WS-MC-CONFIRM-SW = SPACE
                AND WS-MC-RESET-SW = SPACE
            MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN OTHER
            PERFORM 2150-VALIDATE-FIELDS
    END-EVALUATE
    IF NOT WS-CARD-REJECTED
        PERFORM 2310-CHANGE-AUTHORITY
    END-IF.

2310-CHANGE-AUTHORITY.
    IF WS-MC-STATUS NOT = SPACE
        MOVE WS-MC-STATUS TO WS-AUT-STATUS
    END-IF
    IF WS-MC-REGION-LIST NOT = SPACES
        MOVE WS-MC-REGION-LIST TO WS-AUT-REGION-LIST
    END-IF
    PERFORM 2320-APPLY-CARD-FIELDS
    PERFORM 2600-REWRITE-AUTHORITY
    IF NOT WS-CARD-REJECTED
        ADD 1 TO WS-CHG-APPLIED
    END-IF.

2320-APPLY-CARD-FIELDS.
    IF WS-MC-CORRECT-LIMIT NOT = SPACES
        MOVE WS-MC-CORRECT-LIMIT-N TO WS-AUT-CORRECT-LIMIT
    END-IF
    IF WS-MC-APPROVE-LIMIT NOT = SPACES
        MOVE WS-MC-APPROVE-LIMIT-N TO WS-AUT-APPROVE-LIMIT
    END-IF
    IF WS-MC-RELEASE-SW NOT = SPACE
        MOVE WS-MC-RELEASE-SW TO WS-AUT-RELEASE-SW
    END-IF
    IF WS-MC-CONFIRM-SW NOT = SPACE
        MOVE WS-MC-CONFIRM-SW TO WS-AUT-CONFIRM-SW
    END-IF
    IF WS-MC-RESET-SW NOT = SPACE
        MOVE WS-MC-RESET-SW TO WS-AUT-RESET-SW
    END-IF.

2400-APPLY-REVOKE.
    EVALUATE TRUE
        WHEN NOT WS-ON-FILE
            MOVE 'USER NOT ON FILE' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN WS-AUT-REVOKED
            MOVE 'USER ALREADY REVOKED' TO WS-REJECT-REASON
            SET WS-CARD-REJECTED TO TRUE
        WHEN OTHER
            SET WS-AUT-REVOKED TO TRUE
            PERFORM 2600-REWRITE-AUTHORITY
            IF NOT WS-CARD-REJECTED
                ADD 1 TO WS-RVK-APPLIED
            END-IF
    END-EVALUATE.

2600-REWRITE-AUTHORITY.
    MOVE WS-RUN-DATE TO WS-AUT-MAINT-DATE
    MOVE WS-MC-MAINT-USER TO WS-AUT-MAINT-USER
    REWRITE WS-AUTHORITY-RECORD
        INVALID KEY
            MOVE 'REWRITE FAILED STATUS ' TO WS-REJECT-REASON
            MOVE WS-AUTH-STATUS TO WS-REJECT-REASON (23:2)
            SET WS-CARD-REJECTED TO TRUE
        NOT INVALID KEY
            PERFORM 4000-WRITE-AUDIT-PAIR
    END-REWRITE.

2900-READ-CARD.
    READ WS-CARD-FILE
        AT END
            SET WS-CARD-EOF TO TRUE
    END-READ.

4000-WRITE-AUDIT-PAIR.
    ADD 1 TO WS-AUDIT-SEQ-COUNTER
    MOVE WS-MC-MAINT-USER TO WS-AUD-USER
    MOVE 'AUTHM' TO WS-AUD-FIELD-1-TAG
    MOVE WS-AUDIT-SEQ-COUNTER TO WS-AUD-SEQ
    MOVE 'BEFORE' TO WS-AUD-TAG
    MOVE WS-BEFORE-IMAGE TO WS-AUD-FIELD-2
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD
    MOVE 'AFTER ' TO WS-AUD-TAG
    MOVE WS-AUTHORITY-RECORD TO WS-AUD-FIELD-2
    WRITE WS-AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD.

5000-WRITE-REPORT-LINE.
    MOVE WS-MC-ACTION TO WS-CDL-ACTION
    MOVE WS-MC-USER TO WS-CDL-USER
    MOVE WS-MC-MAINT-USER TO WS-CDL-MAINT-USER
    IF WS-CARD-REJECTED
        MOVE WS-MC-STATUS TO WS-CDL-STATUS
        MOVE WS-MC-REGION-LIST TO WS-CDL-REGIONS
        MOVE ZERO TO WS-CDL-CORRECT-LIMIT
        MOVE ZERO TO WS-CDL-APPROVE-LIMIT
        MOVE WS-MC-RELEASE-SW TO WS-CDL-RELEASE
        MOVE WS-MC-CONFIRM-SW TO WS-CDL-CONFIRM
        MOVE WS-MC-RESET-SW TO WS-CDL-RESET
    ELSE
        MOVE WS-AUT-STATUS TO WS-CDL-STATUS
        MOVE WS-AUT-REGION-LIST TO WS-CDL-REGIONS
        MOVE WS-AUT-CORRECT-LIMIT TO WS-CDL-CORRECT-LIMIT
        MOVE WS-AUT-APPROVE-LIMIT TO WS-CDL-APPROVE-LIMIT
        MOVE WS-AUT-RELEASE-SW TO WS-CDL-RELEASE
        MOVE WS-AUT-CONFIRM-SW TO WS-CDL-CONFIRM
        MOVE WS-AUT-RESET-SW TO WS-CDL-RESET
    END-IF
    MOVE WS-REJECT-REASON TO WS-CDL-REASON
    WRITE WS-REPORT-LINE FROM WS-CARD-DETAIL-LINE.

9000-TERMINATE.
    CLOSE WS-CARD-FILE
    CLOSE WS-AUTH-FILE
    CLOSE WS-REPORT-FILE
    CLOSE WS-AUDIT-FILE
    DISPLAY 'WSUMNT1 CARDS READ:     ' WS-CARD-COUNT
    DISPLAY 'WSUMNT1 USERS ADDED:    ' WS-ADD-APPLIED
    DISPLAY 'WSUMNT1 USERS CHANGED:  ' WS-CHG-APPLIED
    DISPLAY 'WSUMNT1 USERS REVOKED:  ' WS-RVK-APPLIED
    DISPLAY 'WSUMNT1 CARDS REJECTED: ' WS-REJECTED-COUNT
    IF WS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

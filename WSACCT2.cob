*> statement month arrives as a PARM (YYYYMM) the way the other
*> batch programs take their dates.  Grand totals close out the
*> report.
*> Months already closed by WSPCLS1 appear on the master as one
*> balance-forward record (status 'BF') per account, dated the
*> last day of the closed month; one dated before the statement
*> month is simply part of the opening position.  One dated in
*> or after the statement month means that month was closed
*> before this statement ran and its details are already in the
*> history generation: the record is excluded, counted, and the
*> step ends with RETURN-CODE 4 so the statement is rerun from
*> history rather than trusted.
*> A reversal (status 'RV', the offsetting entry WSBATCH1 posts
*> for a reversal record) is dated the day it was posted and
*> carries the key of the detail it reverses, so it falls in the
*> month it was reversed in, whatever month the original fell
*> in.  Each account's details are held in a table as they are
*> read, and each reversal in the statement month is paired by
*> key and negated amount with the latest unpaired detail ahead
*> of it: it prints as a linked pair under the account heading,
*> the ORIGINAL line (key, effective date, date posted, amount)
*> and the REVERSED line (date reversed, negated amount).  A
*> reversal with no such detail on the master (the original's
*> month closed into the balance forward, or the table filled)
*> is printed alone, noted ORIGINAL NOT ON MASTER.  Reversals
*> are totalled on their own MONTH REVERSALS line rather than in
*> the month's debits and credits, and the closing net includes
*> them.  The account heading is printed when the account
*> starts, ahead of its pair lines.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
WORKING-STORAGE SECTION.
COPY WSACTREC.

*> The account's details read so far, so a reversal can be
*> linked to its original by key.
01  WS-ORIGINAL-CONTROLS.
    05  WS-OT-COUNT                 PIC 9(4) VALUE ZERO.
    05  WS-OT-INDEX                 PIC 9(4) VALUE ZERO.
    05  WS-OT-FOUND-SW              PIC X(1) VALUE 'N'.
        88  WS-OT-FOUND                 VALUE 'Y'.

01  WS-ORIGINAL-TABLE.
    05  WS-ORIGINAL-ENTRY OCCURS 2000 TIMES.
        10  WS-OT-KEY               PIC 9(5).
        10  WS-OT-EFF-DATE          PIC 9(8).
        10  WS-OT-POST-DATE         PIC 9(8).
        10  WS-OT-AMOUNT            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
        10  WS-OT-PAIRED-SW         PIC X(1).
            88  WS-OT-PAIRED            VALUE 'Y'.

01  WS-SWITCHES.
    05  WS-EOF-SW                   PIC X(1) VALUE 'N'.
        88  WS-EOF                      VALUE 'Y'.
    05  WS-ACC-CREDITS              PIC S9(13)V99 VALUE ZERO.
    05  WS-ACC-CLOSING              PIC S9(13)V99 VALUE ZERO.
    05  WS-ACC-MONTH-COUNT          PIC 9(7) VALUE ZERO.
    05  WS-ACC-REVERSALS            PIC S9(13)V99 VALUE ZERO.
    05  WS-ACC-REVERSAL-COUNT       PIC 9(7) VALUE ZERO.

01  WS-GRAND-TOTALS.
    05  WS-GT-OPENING               PIC S9(13)V99 VALUE ZERO.
    05  WS-GT-DEBITS                PIC S9(13)V99 VALUE ZERO.
    05  WS-GT-CREDITS               PIC S9(13)V99 VALUE ZERO.
    05  WS-GT-CLOSING               PIC S9(13)V99 VALUE ZERO.
    05  WS-GT-REVERSALS             PIC S9(13)V99 VALUE ZERO.
    05  WS-GT-REVERSAL-COUNT        PIC 9(7) VALUE ZERO.

01  WS-COUNTERS.
    05  WS-RECORD-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
    05  WS-FUTURE-COUNT             PIC 9(7) VALUE ZERO.
    05  WS-CLOSED-BF-COUNT          PIC 9(7) VALUE ZERO.
    05  WS-UNLINKED-COUNT           PIC 9(7) VALUE ZERO.
    05  WS-OT-OVERFLOW-COUNT        PIC 9(7) VALUE ZERO.

01  WS-STMT-HEADING.
    05  FILLER                      PIC X(8)  VALUE 'ACCOUNT '.
    05  WS-STM-COUNT                PIC ZZZZZZ9.
    05  FILLER                      PIC X(81) VALUE SPACES.

01  WS-STMT-PAIR-LINE.
    05  FILLER                      PIC X(4)  VALUE SPACES.
    05  WS-SPL-LABEL                PIC X(10).
    05  FILLER                      PIC X(4)  VALUE 'KEY '.
    05  WS-SPL-KEY                  PIC 9(5).
    05  FILLER                      PIC X(6)  VALUE '  EFF '.
    05  WS-SPL-EFF-DATE             PIC 9(8).
    05  FILLER                      PIC X(9)  VALUE '  POSTED '.
    05  WS-SPL-POST-DATE            PIC 9(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-SPL-AMOUNT               PIC -(13)9.99.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-SPL-NOTE                 PIC X(24).
    05  FILLER                      PIC X(33) VALUE SPACES.

LINKAGE SECTION.
01  WS-MONTH-PARM.
    05  WS-MONTH-PARM-LEN           PIC S9(4) COMP.
    MOVE ZERO TO WS-ACC-DEBITS
    MOVE ZERO TO WS-ACC-CREDITS
    MOVE ZERO TO WS-ACC-CLOSING
    MOVE ZERO TO WS-ACC-MONTH-COUNT
    MOVE ZERO TO WS-ACC-REVERSALS
    MOVE ZERO TO WS-ACC-REVERSAL-COUNT
    MOVE ZERO TO WS-OT-COUNT
    MOVE WS-CUR-ACCOUNT TO WS-HDG-ACCOUNT
    MOVE WS-STMT-MONTH TO WS-HDG-MONTH
    WRITE WS-REPORT-LINE FROM WS-STMT-HEADING.

2200-TALLY-ACTIVITY.
    MOVE WS-ACT-EFF-DATE (1:6) TO WS-ACT-MONTH
    EVALUATE TRUE
        WHEN WS-ACT-MONTH < WS-STMT-MONTH
            ADD WS-ACT-AMOUNT TO WS-ACC-OPENING
        WHEN WS-ACT-BALANCE-FORWARD
            ADD 1 TO WS-CLOSED-BF-COUNT
        WHEN WS-ACT-MONTH = WS-STMT-MONTH AND WS-ACT-REVERSAL
            PERFORM 2300-PRINT-REVERSAL-PAIR
        WHEN WS-ACT-MONTH = WS-STMT-MONTH
            ADD 1 TO WS-ACC-MONTH-COUNT
            IF WS-ACT-AMOUNT < ZERO
            END-IF
        WHEN OTHER
            ADD 1 TO WS-FUTURE-COUNT
    END-EVALUATE
    IF NOT WS-ACT-BALANCE-FORWARD AND NOT WS-ACT-REVERSAL
        PERFORM 2250-HOLD-ORIGINAL
    END-IF.

2250-HOLD-ORIGINAL.
    IF WS-OT-COUNT < 2000
        ADD 1 TO WS-OT-COUNT
        MOVE WS-ACT-KEY TO WS-OT-KEY (WS-OT-COUNT)
        MOVE WS-ACT-EFF-DATE TO WS-OT-EFF-DATE (WS-OT-COUNT)
        MOVE WS-ACT-POST-DATE TO WS-OT-POST-DATE (WS-OT-COUNT)
        MOVE WS-ACT-AMOUNT TO WS-OT-AMOUNT (WS-OT-COUNT)
        MOVE 'N' TO WS-OT-PAIRED-SW (WS-OT-COUNT)
    ELSE
        ADD 1 TO WS-OT-OVERFLOW-COUNT
    END-IF.

2300-PRINT-REVERSAL-PAIR.
    ADD 1 TO WS-ACC-REVERSAL-COUNT
    ADD WS-ACT-AMOUNT TO WS-ACC-REVERSALS
    MOVE 'N' TO WS-OT-FOUND-SW
    MOVE WS-OT-COUNT TO WS-OT-INDEX
    PERFORM 2320-SEARCH-ORIGINAL
        UNTIL WS-OT-FOUND OR WS-OT-INDEX = ZERO
    IF WS-OT-FOUND
        MOVE 'Y' TO WS-OT-PAIRED-SW (WS-OT-INDEX)
        MOVE 'ORIGINAL  ' TO WS-SPL-LABEL
        MOVE WS-OT-KEY (WS-OT-INDEX) TO WS-SPL-KEY
        MOVE WS-OT-EFF-DATE (WS-OT-INDEX) TO WS-SPL-EFF-DATE
        MOVE WS-OT-POST-DATE (WS-OT-INDEX) TO WS-SPL-POST-DATE
        MOVE WS-OT-AMOUNT (WS-OT-INDEX) TO WS-SPL-AMOUNT
        MOVE SPACES TO WS-SPL-NOTE
        WRITE WS-REPORT-LINE FROM WS-STMT-PAIR-LINE
    ELSE
        ADD 1 TO WS-UNLINKED-COUNT
        MOVE 'ORIGINAL NOT ON MASTER' TO WS-SPL-NOTE
    END-IF
    MOVE 'REVERSED  ' TO WS-SPL-LABEL
    MOVE WS-ACT-KEY TO WS-SPL-KEY
    MOVE WS-ACT-EFF-DATE TO WS-SPL-EFF-DATE
    MOVE WS-ACT-POST-DATE TO WS-SPL-POST-DATE
    MOVE WS-ACT-AMOUNT TO WS-SPL-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-STMT-PAIR-LINE.

*> Searches back from the latest detail held, so a key reused on
*> a later day pairs with the most recent posting of it.
2320-SEARCH-ORIGINAL.
    IF WS-OT-KEY (WS-OT-INDEX) = WS-ACT-KEY
            AND WS-OT-AMOUNT (WS-OT-INDEX) + WS-ACT-AMOUNT = ZERO
            AND NOT WS-OT-PAIRED (WS-OT-INDEX)
        SET WS-OT-FOUND TO TRUE
    ELSE
        SUBTRACT 1 FROM WS-OT-INDEX
    END-IF.

2900-READ-MASTER.
    READ WS-MASTER-FILE
3000-PRINT-ACCOUNT.
    COMPUTE WS-ACC-CLOSING =
        WS-ACC-OPENING + WS-ACC-DEBITS + WS-ACC-CREDITS
        + WS-ACC-REVERSALS
    MOVE 'OPENING NET:    ' TO WS-STM-LABEL
    MOVE WS-ACC-OPENING TO WS-STM-AMOUNT
    MOVE ZERO TO WS-STM-COUNT
    MOVE 'MONTH CREDITS:  ' TO WS-STM-LABEL
    MOVE WS-ACC-CREDITS TO WS-STM-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-STMT-DETAIL
    IF WS-ACC-REVERSAL-COUNT > 0
        MOVE 'MONTH REVERSALS:' TO WS-STM-LABEL
        MOVE WS-ACC-REVERSALS TO WS-STM-AMOUNT
        MOVE WS-ACC-REVERSAL-COUNT TO WS-STM-COUNT
        WRITE WS-REPORT-LINE FROM WS-STMT-DETAIL
        MOVE WS-ACC-MONTH-COUNT TO WS-STM-COUNT
    END-IF
    MOVE 'CLOSING NET:    ' TO WS-STM-LABEL
    MOVE WS-ACC-CLOSING TO WS-STM-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-STMT-DETAIL
    ADD WS-ACC-OPENING TO WS-GT-OPENING
    ADD WS-ACC-DEBITS TO WS-GT-DEBITS
    ADD WS-ACC-CREDITS TO WS-GT-CREDITS
    ADD WS-ACC-CLOSING TO WS-GT-CLOSING
    ADD WS-ACC-REVERSALS TO WS-GT-REVERSALS
    ADD WS-ACC-REVERSAL-COUNT TO WS-GT-REVERSAL-COUNT.

4000-PRINT-GRAND-TOTALS.
    MOVE 'ALL ACCOUNTS' TO WS-HDG-ACCOUNT
    MOVE 'MONTH CREDITS:  ' TO WS-STM-LABEL
    MOVE WS-GT-CREDITS TO WS-STM-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-STMT-DETAIL
    IF WS-GT-REVERSAL-COUNT > 0
        MOVE 'MONTH REVERSALS:' TO WS-STM-LABEL
        MOVE WS-GT-REVERSALS TO WS-STM-AMOUNT
        MOVE WS-GT-REVERSAL-COUNT TO WS-STM-COUNT
        WRITE WS-REPORT-LINE FROM WS-STMT-DETAIL
        MOVE ZERO TO WS-STM-COUNT
    END-IF
    MOVE 'CLOSING NET:    ' TO WS-STM-LABEL
    MOVE WS-GT-CLOSING TO WS-STM-AMOUNT
    WRITE WS-REPORT-LINE FROM WS-STMT-DETAIL.
    DISPLAY 'WSACCT2 ACTIVITY RECORDS READ: ' WS-RECORD-COUNT
    DISPLAY 'WSACCT2 ACCOUNTS REPORTED:     ' WS-ACCOUNT-COUNT
    DISPLAY 'WSACCT2 POST-MONTH EXCLUDED:   ' WS-FUTURE-COUNT
    DISPLAY 'WSACCT2 CLOSED BALANCES SKIPPED:' WS-CLOSED-BF-COUNT
    DISPLAY 'WSACCT2 REVERSALS REPORTED:    ' WS-GT-REVERSAL-COUNT
    DISPLAY 'WSACCT2 REVERSALS UNLINKED:    ' WS-UNLINKED-COUNT
    IF WS-OT-OVERFLOW-COUNT > 0
        DISPLAY 'WSACCT2 DETAILS NOT HELD FOR PAIRING: '
            WS-OT-OVERFLOW-COUNT
    END-IF
    IF WS-CLOSED-BF-COUNT > 0
        DISPLAY 'WSACCT2 STATEMENT MONTH ALREADY CLOSED - '
            'RERUN FROM THE HISTORY GENERATION'
    END-IF
    IF WS-FUTURE-COUNT > 0 OR WS-CLOSED-BF-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

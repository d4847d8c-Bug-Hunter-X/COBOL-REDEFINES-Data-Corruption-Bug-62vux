IDENTIFICATION DIVISION.
PROGRAM-ID. WSBRWS1.
*>----------------------------------------------------------------
*> Pseudo-conversational CICS transaction WSBR: browse every key
*> on one account, for the "show me everything on account X"
*> calls that WSONLN1 cannot answer because it only finds a
*> record by WS-FIELD-1.  The browse reads WSKSDS1 through its
*> account alternate index over WS-F2-ACCOUNT (CICS file
*> WSKSDS1A, defined over the path PROD.WSAREA.KSDS1.ACCTPATH;
*> the index is in the cluster's upgrade set, so the batch
*> maintenance and the WSONLN1 rewrites keep it current).
*> The operator keys an account number and gets a page of up to
*> ten lines, each showing the key, status, amount, effective
*> date, and region.  F pages forward and B pages back through
*> the account, X starts over with a new account, and keying a
*> line number transfers straight into the WSONLN1
*> inquiry/correction screen for that key (commarea state 'S').
*> Records that share an account sit under one alternate key,
*> so a page is found by position - the commarea carries the
*> page number and each page is re-read from the start of the
*> account - rather than by a restart key.  The keys shown on
*> the current page ride in the commarea so a selection needs no
*> second read.  The browse only reads; nothing is updated here.
*>----------------------------------------------------------------
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY WSAREA.

01  WS-IO-AREA.
    05  WS-ACCOUNT-TEXT             PIC X(10).
    05  WS-COMMAND-TEXT             PIC X(2).
    05  WS-RECV-LENGTH              PIC S9(4) COMP.
    05  WS-RESP                     PIC S9(8) COMP.

01  WS-BROWSE-CONTROLS.
    05  WS-BROWSE-KEY               PIC X(10).
    05  WS-PAGE-SIZE                PIC 9(2) VALUE 10.
    05  WS-SKIP-COUNT               PIC 9(5) VALUE ZERO.
    05  WS-READ-COUNT               PIC 9(5) VALUE ZERO.
    05  WS-SELECT-NO                PIC 9(2) VALUE ZERO.
    05  WS-BROWSE-END-SW            PIC X(1) VALUE 'N'.
        88  WS-BROWSE-END               VALUE 'Y'.
    05  WS-BROWSE-RESULT            PIC X(2) VALUE SPACES.
        88  WS-BROWSE-OK                VALUE 'OK'.
        88  WS-BROWSE-NONE              VALUE 'NF'.
        88  WS-BROWSE-HELD              VALUE 'HD'.
        88  WS-BROWSE-FAILED            VALUE 'ER'.

01  WS-MESSAGES.
    05  WS-FOOTER-MSG               PIC X(80).
    05  WS-DEFAULT-FOOTER           PIC X(80)
        VALUE 'F=FORWARD  B=BACK  X=NEW ACCOUNT  OR A LINE NUMBER'.

01  WS-PROMPT-SCREEN.
    05  WS-PRM-MESSAGE              PIC X(80).
    05  FILLER                      PIC X(22)
        VALUE 'ENTER ACCOUNT NUMBER: '.

01  WS-SCREEN.
    05  WS-SCR-TITLE                PIC X(80).
    05  WS-SCR-COLUMNS              PIC X(80).
    05  WS-SCR-LINE OCCURS 10 TIMES PIC X(80).
    05  WS-SCR-FOOTER               PIC X(80).

01  WS-TITLE-LINE.
    05  FILLER                      PIC X(30)
        VALUE 'WSBR ACCOUNT BROWSE  ACCOUNT: '.
    05  WS-TTL-ACCOUNT              PIC X(10).
    05  FILLER                      PIC X(8)  VALUE '  PAGE: '.
    05  WS-TTL-PAGE                 PIC ZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-TTL-MORE                 PIC X(12).
    05  FILLER                      PIC X(14) VALUE SPACES.

01  WS-COLUMN-LINE.
    05  FILLER                      PIC X(46)
        VALUE 'LN  KEY    ST         AMOUNT  EFF DATE  REGION'.
    05  FILLER                      PIC X(34) VALUE SPACES.

01  WS-DETAIL-LINE.
    05  WS-DTL-LINE-NO              PIC Z9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-KEY                  PIC 9(5).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-STATUS               PIC X(2).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-AMOUNT               PIC -(9)9.99.
    05  WS-DTL-AMOUNT-TEXT REDEFINES WS-DTL-AMOUNT
                                    PIC X(13).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-EFF-DATE             PIC 9(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  WS-DTL-REGION               PIC X(2).
    05  FILLER                      PIC X(38) VALUE SPACES.

01  WS-INIT-COMMAREA.
    05  WS-INIT-CA-STATE            PIC X(1).
    05  WS-INIT-CA-ACCOUNT          PIC X(10).
    05  WS-INIT-CA-PAGE             PIC 9(4).
    05  WS-INIT-CA-MORE-SW          PIC X(1).
    05  WS-INIT-CA-LINE-COUNT       PIC 9(2).
    05  WS-INIT-CA-LINE-KEY OCCURS 10 TIMES
                                    PIC 9(5).

*> Commarea layout WSONLN1 expects; state 'S' tells it the key is
*> already chosen.
01  WS-ONLINE-COMMAREA.
    05  WS-ONL-CA-STATE             PIC X(1).
    05  WS-ONL-CA-KEY               PIC 9(5).
    05  WS-ONL-CA-PAYLOAD           PIC X(95).

LINKAGE SECTION.
01  DFHCOMMAREA.
    05  WS-CA-STATE                 PIC X(1).
        88  WS-CA-AWAITING-ACCOUNT      VALUE 'A'.
        88  WS-CA-PAGE-SHOWN            VALUE 'P'.
    05  WS-CA-ACCOUNT               PIC X(10).
    05  WS-CA-PAGE                  PIC 9(4).
    05  WS-CA-MORE-SW               PIC X(1).
        88  WS-CA-MORE                  VALUE 'Y'.
    05  WS-CA-LINE-COUNT            PIC 9(2).
    05  WS-CA-LINE-KEY OCCURS 10 TIMES
                                    PIC 9(5).

PROCEDURE DIVISION.
0000-MAIN.
    IF EIBCALEN = 0
        MOVE SPACES TO WS-PRM-MESSAGE
        PERFORM 1000-PROMPT-FOR-ACCOUNT
    ELSE
        EVALUATE TRUE
            WHEN WS-CA-AWAITING-ACCOUNT
                PERFORM 2000-RECEIVE-ACCOUNT
            WHEN WS-CA-PAGE-SHOWN
                PERFORM 3000-RECEIVE-COMMAND
            WHEN OTHER
                MOVE SPACES TO WS-PRM-MESSAGE
                PERFORM 1000-PROMPT-FOR-ACCOUNT
        END-EVALUATE
    END-IF.

1000-PROMPT-FOR-ACCOUNT.
    EXEC CICS SEND TEXT
        FROM(WS-PROMPT-SCREEN)
        LENGTH(102)
        ERASE
    END-EXEC
    INITIALIZE WS-INIT-COMMAREA
    MOVE 'A' TO WS-INIT-CA-STATE
    MOVE 'N' TO WS-INIT-CA-MORE-SW
    EXEC CICS RETURN
        TRANSID('WSBR')
        COMMAREA(WS-INIT-COMMAREA)
        LENGTH(68)
    END-EXEC.

2000-RECEIVE-ACCOUNT.
    MOVE SPACES TO WS-ACCOUNT-TEXT
    MOVE 10 TO WS-RECV-LENGTH
    EXEC CICS RECEIVE
        INTO(WS-ACCOUNT-TEXT)
        LENGTH(WS-RECV-LENGTH)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-ACCOUNT-TEXT = SPACES
        MOVE 'INVALID ACCOUNT - UP TO 10 CHARACTERS' TO WS-PRM-MESSAGE
        PERFORM 1000-PROMPT-FOR-ACCOUNT
    ELSE
        MOVE WS-ACCOUNT-TEXT TO WS-CA-ACCOUNT
        MOVE 1 TO WS-CA-PAGE
        MOVE WS-DEFAULT-FOOTER TO WS-FOOTER-MSG
        PERFORM 3900-SHOW-PAGE
    END-IF.

3000-RECEIVE-COMMAND.
    MOVE SPACES TO WS-COMMAND-TEXT
    MOVE 2 TO WS-RECV-LENGTH
    EXEC CICS RECEIVE
        INTO(WS-COMMAND-TEXT)
        LENGTH(WS-RECV-LENGTH)
        RESP(WS-RESP)
    END-EXEC
    MOVE WS-DEFAULT-FOOTER TO WS-FOOTER-MSG
    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            MOVE 'KEY F, B, X, OR A LINE NUMBER' TO WS-FOOTER-MSG
            PERFORM 3900-SHOW-PAGE
        WHEN WS-COMMAND-TEXT = 'X'
            MOVE SPACES TO WS-PRM-MESSAGE
            PERFORM 1000-PROMPT-FOR-ACCOUNT
        WHEN WS-COMMAND-TEXT = 'F'
            PERFORM 3200-PAGE-FORWARD
        WHEN WS-COMMAND-TEXT = 'B'
            PERFORM 3300-PAGE-BACK
        WHEN OTHER
            PERFORM 3400-SELECT-LINE
    END-EVALUATE.

3200-PAGE-FORWARD.
    IF WS-CA-MORE
        ADD 1 TO WS-CA-PAGE
    ELSE
        MOVE 'LAST PAGE - NOTHING FURTHER ON THIS ACCOUNT'
            TO WS-FOOTER-MSG
    END-IF
    PERFORM 3900-SHOW-PAGE.

3300-PAGE-BACK.
    IF WS-CA-PAGE > 1
        SUBTRACT 1 FROM WS-CA-PAGE
    ELSE
        MOVE 'FIRST PAGE - NOTHING BEFORE THIS ON THE ACCOUNT'
            TO WS-FOOTER-MSG
    END-IF
    PERFORM 3900-SHOW-PAGE.

3400-SELECT-LINE.
    EVALUATE TRUE
        WHEN WS-COMMAND-TEXT (1:1) IS NUMERIC
                AND WS-COMMAND-TEXT (2:1) = SPACE
            MOVE WS-COMMAND-TEXT (1:1) TO WS-SELECT-NO
        WHEN WS-COMMAND-TEXT IS NUMERIC
            MOVE WS-COMMAND-TEXT TO WS-SELECT-NO
        WHEN OTHER
            MOVE ZERO TO WS-SELECT-NO
    END-EVALUATE
    IF WS-SELECT-NO > ZERO AND WS-SELECT-NO <= WS-CA-LINE-COUNT
        PERFORM 6000-TRANSFER-TO-INQUIRY
    ELSE
        MOVE 'NO SUCH LINE - KEY F, B, X, OR A LINE NUMBER'
            TO WS-FOOTER-MSG
        PERFORM 3900-SHOW-PAGE
    END-IF.

3900-SHOW-PAGE.
    PERFORM 4000-BUILD-PAGE
    PERFORM 5000-SEND-PAGE.

*> Skips the lines of the earlier pages, fills this one, then
*> reads one record further to know whether a next page exists.
4000-BUILD-PAGE.
    MOVE SPACES TO WS-SCREEN
    MOVE ZERO TO WS-CA-LINE-COUNT
    MOVE 'N' TO WS-CA-MORE-SW
    MOVE 'N' TO WS-BROWSE-END-SW
    MOVE WS-CA-ACCOUNT TO WS-BROWSE-KEY
    EXEC CICS STARTBR
        FILE('WSKSDS1A')
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(10)
        EQUAL
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP = DFHRESP(NORMAL)
            MOVE ZERO TO WS-READ-COUNT
            COMPUTE WS-SKIP-COUNT = (WS-CA-PAGE - 1) * WS-PAGE-SIZE
            PERFORM 4100-READ-NEXT
                UNTIL WS-BROWSE-END OR WS-READ-COUNT >= WS-SKIP-COUNT
            PERFORM 4200-FILL-LINE
                UNTIL WS-BROWSE-END
                    OR WS-CA-LINE-COUNT >= WS-PAGE-SIZE
            IF NOT WS-BROWSE-END
                PERFORM 4100-READ-NEXT
                IF NOT WS-BROWSE-END
                    MOVE 'Y' TO WS-CA-MORE-SW
                END-IF
            END-IF
            EXEC CICS ENDBR
                FILE('WSKSDS1A')
            END-EXEC
            IF WS-CA-LINE-COUNT = ZERO
                SET WS-BROWSE-NONE TO TRUE
            ELSE
                SET WS-BROWSE-OK TO TRUE
            END-IF
        WHEN WS-RESP = DFHRESP(NOTFND)
            SET WS-BROWSE-NONE TO TRUE
        WHEN WS-RESP = DFHRESP(NOTOPEN)
        WHEN WS-RESP = DFHRESP(DISABLED)
            SET WS-BROWSE-HELD TO TRUE
        WHEN OTHER
            SET WS-BROWSE-FAILED TO TRUE
    END-EVALUATE.

*> DUPKEY only says more records share this account, so it is
*> as good as NORMAL here.
4100-READ-NEXT.
    EXEC CICS READNEXT
        FILE('WSKSDS1A')
        INTO(WS-AREA-1)
        RIDFLD(WS-BROWSE-KEY)
        KEYLENGTH(10)
        RESP(WS-RESP)
    END-EXEC
    IF (WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(DUPKEY))
            AND WS-F2-ACCOUNT = WS-CA-ACCOUNT
        ADD 1 TO WS-READ-COUNT
    ELSE
        SET WS-BROWSE-END TO TRUE
    END-IF.

4200-FILL-LINE.
    PERFORM 4100-READ-NEXT
    IF NOT WS-BROWSE-END
        ADD 1 TO WS-CA-LINE-COUNT
        MOVE WS-FIELD-1 TO WS-CA-LINE-KEY (WS-CA-LINE-COUNT)
        MOVE WS-CA-LINE-COUNT TO WS-DTL-LINE-NO
        MOVE WS-FIELD-1 TO WS-DTL-KEY
        MOVE WS-F2-STATUS TO WS-DTL-STATUS
        IF WS-F2-AMOUNT IS NUMERIC
            MOVE WS-F2-AMOUNT TO WS-DTL-AMOUNT
        ELSE
            MOVE '  NOT NUMERIC' TO WS-DTL-AMOUNT-TEXT
        END-IF
        MOVE WS-F2-EFF-DATE TO WS-DTL-EFF-DATE
        MOVE WS-F2-REGION-TAG TO WS-DTL-REGION
        MOVE WS-DETAIL-LINE TO WS-SCR-LINE (WS-CA-LINE-COUNT)
    END-IF.

5000-SEND-PAGE.
    EVALUATE TRUE
        WHEN WS-BROWSE-OK
            MOVE WS-CA-ACCOUNT TO WS-TTL-ACCOUNT
            MOVE WS-CA-PAGE TO WS-TTL-PAGE
            IF WS-CA-MORE
                MOVE 'MORE FOLLOWS' TO WS-TTL-MORE
            ELSE
                MOVE SPACES TO WS-TTL-MORE
            END-IF
            MOVE WS-TITLE-LINE TO WS-SCR-TITLE
            MOVE WS-COLUMN-LINE TO WS-SCR-COLUMNS
            MOVE WS-FOOTER-MSG TO WS-SCR-FOOTER
            MOVE 'P' TO WS-CA-STATE
            EXEC CICS SEND TEXT
                FROM(WS-SCREEN)
                LENGTH(1040)
                ERASE
            END-EXEC
            EXEC CICS RETURN
                TRANSID('WSBR')
                COMMAREA(DFHCOMMAREA)
                LENGTH(68)
            END-EXEC
        WHEN WS-BROWSE-NONE
            MOVE SPACES TO WS-PRM-MESSAGE
            STRING 'NO RECORDS ON FILE FOR ACCOUNT ' WS-CA-ACCOUNT
                DELIMITED BY SIZE INTO WS-PRM-MESSAGE
            PERFORM 1000-PROMPT-FOR-ACCOUNT
        WHEN WS-BROWSE-HELD
            MOVE 'FILE HELD BY BATCH - TRY THE BROWSE LATER'
                TO WS-PRM-MESSAGE
            PERFORM 1000-PROMPT-FOR-ACCOUNT
        WHEN OTHER
            MOVE 'BROWSE FAILED - TRY LATER' TO WS-PRM-MESSAGE
            PERFORM 1000-PROMPT-FOR-ACCOUNT
    END-EVALUATE.

*> XCTL only comes back here when the transfer itself failed.
6000-TRANSFER-TO-INQUIRY.
    MOVE 'S' TO WS-ONL-CA-STATE
    MOVE WS-CA-LINE-KEY (WS-SELECT-NO) TO WS-ONL-CA-KEY
    MOVE SPACES TO WS-ONL-CA-PAYLOAD
    EXEC CICS XCTL
        PROGRAM('WSONLN1')
        COMMAREA(WS-ONLINE-COMMAREA)
        LENGTH(101)
        RESP(WS-RESP)
    END-EXEC
    MOVE 'INQUIRY NOT AVAILABLE - TRY LATER' TO WS-FOOTER-MSG
    PERFORM 3900-SHOW-PAGE.

*> predecessor is derived here the same way the worker programs
*> hold it (WSBATCH1 follows WSRECYC1, WSARCH1 follows WSBATCH1),
*> and a duplicate or out-of-order date ends with RETURN-CODE 16
*> so every later step's COND=(4,LT) bypasses the job.  The
*> back-out job (WSBACK1) instead has a guard job: it may only
*> run for a date WSBATCH1 has NOT completed, since a completed
*> night's output has already gone on to the later jobs.  Nothing
*> is written: the completion stamp stays with the worker program
*> that earns it.
*>
        88  WS-CTL-SELF-DONE            VALUE 'Y'.
    05  WS-CTL-PRED-SW              PIC X(1) VALUE 'N'.
        88  WS-CTL-PRED-DONE            VALUE 'Y'.
    05  WS-CTL-GUARD-SW             PIC X(1) VALUE 'N'.
        88  WS-CTL-GUARD-DONE           VALUE 'Y'.

01  WS-CTL-IN-STATUS                PIC X(2).

01  WS-CHECK-CONTROLS.
    05  WS-CHECK-JOB                PIC X(8) VALUE SPACES.
    05  WS-CHECK-PRED               PIC X(8) VALUE SPACES.
    05  WS-CHECK-GUARD              PIC X(8) VALUE SPACES.
    05  WS-CHECK-DATE               PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
            MOVE 'WSRECYC1' TO WS-CHECK-PRED
        WHEN 'WSARCH1 '
            MOVE 'WSBATCH1' TO WS-CHECK-PRED
        WHEN 'WSBACK1 '
            MOVE SPACES TO WS-CHECK-PRED
            MOVE 'WSBATCH1' TO WS-CHECK-GUARD
        WHEN OTHER
            MOVE SPACES TO WS-CHECK-PRED
    END-EVALUATE
                IF WS-CTL-JOB = WS-CHECK-PRED
                    SET WS-CTL-PRED-DONE TO TRUE
                END-IF
                IF WS-CTL-JOB = WS-CHECK-GUARD
                    SET WS-CTL-GUARD-DONE TO TRUE
                END-IF
            END-IF
    END-READ.

        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-CHECK-GUARD NOT = SPACES AND WS-CTL-GUARD-DONE
        DISPLAY 'WSRUNCK1 ' WS-CHECK-GUARD
            ' COMPLETED FOR BUSINESS DATE ' WS-CHECK-DATE
            ' - BACK-OUT REFUSED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'WSRUNCK1 ' WS-CHECK-JOB ' CLEAR TO RUN FOR '
        WS-CHECK-DATE.

*>      replayed and flagged.  Every generation is balanced
*>      against its own trailer, and dates that do not ascend are
*>      flagged, so a missing or doubled generation shows on the
*>      report instead of silently shaping the rebuild.  Reversal
*>      records ('R') count toward the balance as the trailer
*>      counts them but are not loaded: the reversed mark they
*>      lead to is on the KSDS images in the audit log.  The
*>      WSBATCH1 breakout image of a reversal record (the 'R' flag
*>      in WS-F2-REVERSAL-FLAG) is passed over in pass 2 for the
*>      same reason - no WSKSDS1 record ever carries that flag.
*>   2. Re-applies the AFTER images from the audit log (live log
*>      plus archive generations, concatenated on AUDITIN) dated
*>      up to the as-of date.  A torn log shows up as differing
*>      BEFORE/AFTER counts on the report.
*> The as-of date arrives as a PARM (YYYYMMDD).  RETURN-CODE 4
*> when any gap, imbalance, or undated input was seen.
*> WSKSDS1 is opened with its account alternate index over
*> WS-F2-ACCOUNT (the path on DD WSKSDS11), so the rebuilt
*> cluster is indexed by account as well; the job runs BLDINDEX
*> behind the rebuild so the index matches the rebuilt records
*> exactly.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-FIELD-1
        ALTERNATE RECORD KEY IS WS-F2-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-KSDS-STATUS.

    SELECT WS-REPORT-FILE ASSIGN TO RBLDRPT
        88  WS-FEED-HEADER              VALUE 'H'.
        88  WS-FEED-DETAIL              VALUE 'D'.
        88  WS-FEED-TRAILER             VALUE 'T'.
        88  WS-FEED-REVERSAL            VALUE 'R'.
    05  WS-FEED-REC-KEY             PIC X(5).
    05  WS-FEED-PAYLOAD             PIC X(94).

            IF NOT WS-GEN-SKIPPED
                PERFORM 2300-LOAD-DETAIL
            END-IF
        WHEN WS-FEED-REVERSAL
            ADD 1 TO WS-GEN-DETAIL-COUNT
            IF WS-FEED-REC-KEY NUMERIC
                MOVE WS-FEED-REC-KEY TO WS-FIELD-1
                ADD WS-FIELD-1 TO WS-GEN-HASH
            END-IF
        WHEN WS-FEED-TRAILER
            MOVE WS-FEED-RECORD (2:7) TO WS-GEN-TRL-COUNT
            MOVE WS-FEED-RECORD (9:10) TO WS-GEN-TRL-HASH

*> WSBATCH1's breakout audit covers every feed record, so the
*> log routinely holds images whose key positions carry a header
*> or trailer ('H....', 'T....'), and the account master
*> maintenance entries WSAMNT1 writes carry the tag 'ACMST'
*> there.  Those are structural, not KSDS updates: they are
*> tallied on their own and never trip the gap signal.  So is
*> the breakout image of a reversal record, which carries the
*> reversal-entry flag 'R' at position 33 of the payload.
3100-APPLY-AFTER-IMAGE.
    EVALUATE TRUE
        WHEN WS-AUD-FIELD-1 NOT NUMERIC
            ADD 1 TO WS-AUD-STRUCT-COUNT
        WHEN WS-AUD-FIELD-2 (33:1) = 'R'
            ADD 1 TO WS-AUD-STRUCT-COUNT
        WHEN WS-AUD-DATE NOT NUMERIC OR WS-AUD-DATE = ZERO
            ADD 1 TO WS-AUD-UNDATED-COUNT
        WHEN WS-AUD-DATE > WS-ASOF-DATE

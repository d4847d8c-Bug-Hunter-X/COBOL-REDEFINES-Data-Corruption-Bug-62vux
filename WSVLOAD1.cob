*> resolved by the keep rule passed as a PARM: 'F' keeps the first
*> record seen (the old behaviour), 'L' rewrites with the last,
*> which the sending system says is usually the corrected one.
*> WSKSDS1 is opened with its account alternate index over
*> WS-F2-ACCOUNT (the path on DD WSKSDS11), so the records loaded
*> here are indexed by account as well; the load job defines the
*> index and path with the cluster and runs BLDINDEX behind the
*> load, as WSRBLD1.jcl does.
*>----------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WS-FIELD-1
        ALTERNATE RECORD KEY IS WS-F2-ACCOUNT WITH DUPLICATES
        FILE STATUS IS WS-KSDS-STATUS.

    SELECT WS-DUP-RPT-FILE ASSIGN TO DUPRPT

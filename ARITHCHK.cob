*> correct each drifted record, with the before/after values logged
*> on the report; without the parm the audit only reports, so the
*> repair is always a separately-invoked, deliberate act.
*> A closure settlement moves a closing account's running balance
*> onto the settlement account without a result-history row; the
*> cumulative settlement history is read alongside so a settlement
*> made after an account's baseline comes off the closing account
*> and onto the settlement account's expected running total.
*> RETURN-CODE 4 flags any drift found.
AUTHOR. ARITHMETIC-TEAM.

        RECORD KEY IS RHI-KEY
        FILE STATUS IS WS-RHI-STATUS.

    SELECT SETTLE-HIST-FILE ASSIGN TO SETLHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STL-STATUS.

    SELECT DRIFT-RPT-FILE ASSIGN TO CHKRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
FD  RESULT-HIST-FILE.
COPY RHISTREC.

FD  SETTLE-HIST-FILE.
COPY SETLREC.

FD  DRIFT-RPT-FILE
    RECORDING MODE IS F.
01  DRIFT-RPT-LINE              PIC X(80).
01  WS-RHI-STATUS               PIC XX VALUE SPACES.
    88  WS-RHI-OK               VALUE "00".

01  WS-STL-STATUS               PIC XX VALUE SPACES.
    88  WS-STL-OK               VALUE "00".
    88  WS-STL-FILE-NOT-FOUND   VALUE "35".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-EOF-SWITCH               PIC X VALUE "N".
01  WS-PHI-EOF-SW               PIC X VALUE "N".
    88  WS-PHI-DONE             VALUE "Y".

01  WS-STL-EOF-SW               PIC X VALUE "N".
    88  WS-STL-DONE             VALUE "Y".

01  WS-RHI-OPEN-SW              PIC X VALUE "N".
    88  WS-RHI-OPEN             VALUE "Y".

        10  WS-SNAP-RUNNING      PIC 9(9).
        10  WS-SNAP-YTD          PIC 9(9).

*> Every settlement on the cumulative history, loaded up front.
*> Closures are rare next to the account base; overflow is reported
*> rather than silently dropped, as for the snapshots.
01  WS-SETTLE-TABLE-AREA.
    05  WS-STL-COUNT             PIC 9(4) VALUE ZERO.
    05  WS-STL-TABLE-FULL-SW     PIC X VALUE "N".
        88  WS-STL-TABLE-FULL    VALUE "Y".
    05  WS-STL-ENTRY OCCURS 2000 TIMES
            INDEXED BY STL-IDX.
        10  WS-STL-ACCOUNT-ID    PIC X(10).
        10  WS-STL-DATE          PIC X(8).
        10  WS-STL-SETTLE-ACCOUNT PIC X(10).
        10  WS-STL-AMOUNT        PIC 9(9).

01  WS-SEARCH-ACCOUNT           PIC X(10) VALUE SPACES.

01  WS-HEADER-LINE-1.
        ELSE
            PERFORM 1200-LOAD-PERIOD-SNAPSHOTS
            PERFORM 1300-OPEN-RESULT-HIST
            PERFORM 1350-LOAD-SETTLEMENTS
            OPEN OUTPUT DRIFT-RPT-FILE
            PERFORM 1400-WRITE-RPT-HEADERS
            MOVE LOW-VALUES TO MST-KEY
            " - DERIVATION FROM SNAPSHOTS ONLY"
    END-IF.

*> No settlement history simply means no account has been closed
*> through settlement yet.
1350-LOAD-SETTLEMENTS.
    OPEN INPUT SETTLE-HIST-FILE
    EVALUATE TRUE
        WHEN WS-STL-OK
            PERFORM 1360-LOAD-SETTLEMENT-RECORD UNTIL WS-STL-DONE
            CLOSE SETTLE-HIST-FILE
        WHEN WS-STL-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            DISPLAY "ARITHCHK: UNABLE TO OPEN SETTLEMENT HISTORY, STATUS="
                WS-STL-STATUS " - SETTLEMENTS LEFT OUT"
    END-EVALUATE.

1360-LOAD-SETTLEMENT-RECORD.
    READ SETTLE-HIST-FILE
        AT END
            SET WS-STL-DONE TO TRUE
        NOT AT END
            IF WS-STL-COUNT < 2000
                ADD 1 TO WS-STL-COUNT
                SET STL-IDX TO WS-STL-COUNT
                MOVE STL-ACCOUNT-ID TO WS-STL-ACCOUNT-ID (STL-IDX)
                MOVE STL-SETTLE-DATE TO WS-STL-DATE (STL-IDX)
                MOVE STL-SETTLE-ACCOUNT TO WS-STL-SETTLE-ACCOUNT (STL-IDX)
                MOVE STL-AMOUNT TO WS-STL-AMOUNT (STL-IDX)
            ELSE
                IF NOT WS-STL-TABLE-FULL
                    SET WS-STL-TABLE-FULL TO TRUE
                    DISPLAY "ARITHCHK: SETTLEMENT TABLE FULL - "
                        "LATER SETTLEMENTS LEFT OUT"
                END-IF
            END-IF
    END-READ.

1400-WRITE-RPT-HEADERS.
    MOVE WS-RUN-DATE-EDITED TO H1-RUN-DATE
    IF WS-REPAIR-MODE
    END-IF
    IF WS-RHI-OPEN
        PERFORM 2300-SUM-POSTINGS-SINCE-BASE
    END-IF
    IF WS-STL-COUNT > ZERO
        SET STL-IDX TO 1
        PERFORM 2350-APPLY-SETTLEMENT UNTIL STL-IDX > WS-STL-COUNT
    END-IF.

2300-SUM-POSTINGS-SINCE-BASE.
        END-IF
    END-IF.

*> A settlement dated after the baseline moved running balance off
*> the closing account and onto the settlement account; one on or
*> before it is already inside the snapshot's closing figure. The
*> month- and year-to-date buckets are never touched by a settlement.
2350-APPLY-SETTLEMENT.
    IF WS-STL-DATE (STL-IDX) > WS-BASE-DATE
        IF WS-STL-ACCOUNT-ID (STL-IDX) = MST-ACCOUNT-ID
            SUBTRACT WS-STL-AMOUNT (STL-IDX) FROM WS-EXPECTED-RUNNING
        END-IF
        IF WS-STL-SETTLE-ACCOUNT (STL-IDX) = MST-ACCOUNT-ID
            ADD WS-STL-AMOUNT (STL-IDX) TO WS-EXPECTED-RUNNING
        END-IF
    END-IF
    SET STL-IDX UP BY 1.

2400-REPORT-DRIFT.
    SET WS-ACCOUNT-DRIFTED TO TRUE
    MOVE MST-ACCOUNT-ID TO D-ACCOUNT-ID

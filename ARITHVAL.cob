01  WS-INVALID-COUNT            PIC 9(9) VALUE ZERO.
01  WS-UNKNOWN-ACCT-COUNT       PIC 9(9) VALUE ZERO.
01  WS-CLOSED-ACCT-COUNT        PIC 9(9) VALUE ZERO.
01  WS-DORMANT-ACCT-COUNT       PIC 9(9) VALUE ZERO.

01  WS-RGR-STATUS               PIC XX VALUE SPACES.
    88  WS-RGR-OK               VALUE "00".
        PERFORM 2400-CHECK-KEY-SEQUENCE
    END-IF.

*> Unknown, closed and dormant accounts are counted and warned on here but do
*> not fail the run -- ARITHB01 routes those records to the exception
*> file instead of posting them, so the job can still process the
*> good records on the feed.
            DISPLAY "ARITHVAL: UNKNOWN ACCOUNT "
                TXN-ACCOUNT-ID OF TXN-RECORD " AT RECORD " WS-RECORD-COUNT
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN ACT-CLOSED
                WHEN ACT-PENDING-CLOSE
                    ADD 1 TO WS-CLOSED-ACCT-COUNT
                    DISPLAY "ARITHVAL: CLOSED ACCOUNT "
                        TXN-ACCOUNT-ID OF TXN-RECORD " AT RECORD " WS-RECORD-COUNT
                WHEN ACT-DORMANT
                    ADD 1 TO WS-DORMANT-ACCT-COUNT
                    DISPLAY "ARITHVAL: DORMANT ACCOUNT "
                        TXN-ACCOUNT-ID OF TXN-RECORD " AT RECORD " WS-RECORD-COUNT
            END-EVALUATE
    END-READ.

2400-CHECK-KEY-SEQUENCE.
    DISPLAY "ARITHVAL: RECORDS READ = " WS-RECORD-COUNT

    IF WS-UNKNOWN-ACCT-COUNT > ZERO OR WS-CLOSED-ACCT-COUNT > ZERO
        OR WS-DORMANT-ACCT-COUNT > ZERO
        DISPLAY "ARITHVAL: UNKNOWN ACCOUNTS = " WS-UNKNOWN-ACCT-COUNT
            ", CLOSED ACCOUNTS = " WS-CLOSED-ACCT-COUNT
            ", DORMANT ACCOUNTS = " WS-DORMANT-ACCT-COUNT
    END-IF

    IF WS-VALIDATION-PASSED
            PERFORM 3200-WRITE-RUN-IDENTITY
        END-IF
        IF WS-UNKNOWN-ACCT-COUNT > ZERO OR WS-CLOSED-ACCT-COUNT > ZERO
            OR WS-DORMANT-ACCT-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE

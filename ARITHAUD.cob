*> correction by operator with the before and after TXM-NUMBER/
*> TXM-NUMBER-X values, and flags any TXNMSTR record that was changed
*> more than once in the day -- the cases internal audit asked about
*> and "ask whoever was on shift" could not answer. Saves held for
*> four-eyes approval carry a second line naming the hold, and the
*> ARITHAPV approval transaction's decisions list under the approver
*> as APV/REJ with the held pair as the before image, the maker who
*> keyed it, and any rejection reason; decisions are not counted as
*> changes for the multiple-change flag. Corrections applied from a
*> branch file by the ARITHCLD batch load are journalled the same way,
*> under the submitting userid with terminal BTCH, and list with the
*> online saves.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
    05  WS-JOURNAL-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-OPERATOR-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-MULTI-CHANGE-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-HELD-COUNT            PIC 9(9) VALUE ZERO.
    05  WS-APPROVED-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-REJECTED-COUNT        PIC 9(9) VALUE ZERO.

01  WS-OPERATOR-BREAK-AREA.
    05  WS-PREV-USER-ID          PIC X(8) VALUE SPACES.
    05  WS-OPER-CHANGE-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-OPER-DECISION-COUNT   PIC 9(5) VALUE ZERO.

*> Per-key change tally for the multiple-changes flag. The day's
*> correction volume is small; the table is generous and overflow is
    05  FILLER                   PIC X(1) VALUE "/".
    05  D-AFTER-NUMBER-X         PIC X(5).

*> Second line under a held save or an approval decision.
01  WS-DECISION-LINE.
    05  FILLER                   PIC X(8) VALUE SPACES.
    05  DL-TEXT                  PIC X(72).

01  WS-OPERATOR-TOTAL-LINE.
    05  OT-LABEL                 PIC X(24) VALUE "  CORRECTIONS THIS OPER:".
    05  OT-CHANGE-COUNT          PIC ZZZZ9.

01  WS-MULTI-HEADER              PIC X(80) VALUE
    IF AUD-USER-ID NOT = WS-PREV-USER-ID
        PERFORM 2300-OPERATOR-BREAK
    END-IF
    IF AUD-APPROVE OR AUD-REJECT
        PERFORM 2250-WRITE-DECISION-DETAIL
    ELSE
        PERFORM 2200-WRITE-DETAIL
        PERFORM 2400-TALLY-KEY
    END-IF
    PERFORM 2100-READ-JOURNAL.

2100-READ-JOURNAL.
    END-IF
    MOVE WS-DETAIL-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE
    ADD 1 TO WS-OPER-CHANGE-COUNT
    MOVE AUD-AFTER-IMAGE TO TXN-MASTER-RECORD
    IF TXM-PENDING-APPROVAL
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO DL-TEXT
        STRING "HELD FOR APPROVAL: " DELIMITED BY SIZE
            AUD-REASON DELIMITED BY SIZE
            INTO DL-TEXT
        MOVE WS-DECISION-LINE TO AUDIT-RPT-LINE
        WRITE AUDIT-RPT-LINE
    END-IF.

*> An approval decision is read the other way round: the before
*> image is the held record the maker keyed, the after image what the
*> decision left on TXNMSTR -- spaces when a rejected first write was
*> deleted outright.
2250-WRITE-DECISION-DETAIL.
    MOVE AUD-TERMINAL-ID TO D-TERMINAL-ID
    MOVE AUD-TIME TO D-TIME
    MOVE AUD-ACTION TO D-ACTION
    MOVE AUD-BEFORE-IMAGE TO TXN-MASTER-RECORD
    MOVE TXN-ACCOUNT-ID OF TXN-MASTER-RECORD TO D-ACCOUNT-ID
    MOVE TXN-DATE OF TXN-MASTER-RECORD TO D-DATE
    MOVE TXM-NUMBER TO D-BEFORE-NUMBER
    MOVE TXM-NUMBER-X TO D-BEFORE-NUMBER-X
    IF AUD-AFTER-IMAGE = SPACES
        MOVE "  DEL" TO D-AFTER-NUMBER
        MOVE SPACES TO D-AFTER-NUMBER-X
    ELSE
        MOVE AUD-AFTER-IMAGE TO TXN-MASTER-RECORD
        MOVE TXM-NUMBER TO D-AFTER-NUMBER
        MOVE TXM-NUMBER-X TO D-AFTER-NUMBER-X
    END-IF
    MOVE WS-DETAIL-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE
    ADD 1 TO WS-OPER-DECISION-COUNT
    MOVE SPACES TO DL-TEXT
    IF AUD-APPROVE
        ADD 1 TO WS-APPROVED-COUNT
        STRING "APPROVED - KEYED BY " DELIMITED BY SIZE
            AUD-MAKER-USER-ID DELIMITED BY SIZE
            INTO DL-TEXT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        STRING "REJECTED - KEYED BY " DELIMITED BY SIZE
            AUD-MAKER-USER-ID DELIMITED BY SIZE
            "  REASON: " DELIMITED BY SIZE
            AUD-REASON DELIMITED BY SIZE
            INTO DL-TEXT
    END-IF
    MOVE WS-DECISION-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE.

2300-OPERATOR-BREAK.
    IF WS-PREV-USER-ID NOT = SPACES
    ADD 1 TO WS-OPERATOR-COUNT
    MOVE AUD-USER-ID TO WS-PREV-USER-ID
    MOVE ZERO TO WS-OPER-CHANGE-COUNT
    MOVE ZERO TO WS-OPER-DECISION-COUNT
    MOVE SPACES TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE
    MOVE AUD-USER-ID TO OH-USER-ID
    WRITE AUDIT-RPT-LINE.

2310-WRITE-OPERATOR-TOTAL.
    MOVE "  CORRECTIONS THIS OPER:" TO OT-LABEL
    MOVE WS-OPER-CHANGE-COUNT TO OT-CHANGE-COUNT
    MOVE WS-OPERATOR-TOTAL-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE
    IF WS-OPER-DECISION-COUNT > ZERO
        MOVE "  APPROVALS THIS OPER  :" TO OT-LABEL
        MOVE WS-OPER-DECISION-COUNT TO OT-CHANGE-COUNT
        MOVE WS-OPERATOR-TOTAL-LINE TO AUDIT-RPT-LINE
        WRITE AUDIT-RPT-LINE
    END-IF.

2400-TALLY-KEY.
    MOVE AUD-AFTER-IMAGE TO TXN-MASTER-RECORD
    END-IF
    DISPLAY "ARITHAUD: JOURNAL RECORDS READ = " WS-JOURNAL-COUNT
    DISPLAY "ARITHAUD: OPERATORS REPORTED   = " WS-OPERATOR-COUNT
    DISPLAY "ARITHAUD: MULTI-CHANGE RECORDS = " WS-MULTI-CHANGE-COUNT
    DISPLAY "ARITHAUD: HELD FOR APPROVAL    = " WS-HELD-COUNT
    DISPLAY "ARITHAUD: APPROVED             = " WS-APPROVED-COUNT
    DISPLAY "ARITHAUD: REJECTED             = " WS-REJECTED-COUNT.

3100-REPORT-MULTI-CHANGES.
    MOVE SPACES TO AUDIT-RPT-LINE
    MOVE "MULTI-CHANGE RECORDS  :" TO WS-SUM-LABEL
    MOVE WS-MULTI-CHANGE-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE

    MOVE "HELD FOR APPROVAL     :" TO WS-SUM-LABEL
    MOVE WS-HELD-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE

    MOVE "APPROVED              :" TO WS-SUM-LABEL
    MOVE WS-APPROVED-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE

    MOVE "REJECTED              :" TO WS-SUM-LABEL
    MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT
    MOVE WS-SUMMARY-LINE TO AUDIT-RPT-LINE
    WRITE AUDIT-RPT-LINE.

*> whose merge would overflow is skipped untouched), the reference
*> master gains the new id and the old one is closed as the
*> cross-reference, and the TXNMSTR, exception-history and
*> result-history entries are re-keyed. A TXNMSTR record still held
*> for four-eyes approval takes its TXNPEND queue entry with it, so
*> the approval transaction finds it under the new id. Every record moved is
*> itemized on the audit report, and the master changes ride the
*> update journal so forward recovery replays a renumbering like
*> any other night. RETURN-CODE 4 flags any pair rejected or any
        RECORD KEY IS TXN-KEY
        FILE STATUS IS WS-TXM-STATUS.

    SELECT PENDING-FILE ASSIGN TO TXNPEND
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-PND-STATUS.

    SELECT EXCEPTION-HIST-FILE ASSIGN TO EXCHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  TXNMSTR-FILE.
COPY TXNMSTR.

FD  PENDING-FILE.
COPY TXNPEND.

FD  EXCEPTION-HIST-FILE.
COPY EXHREC.

01  WS-TXM-STATUS               PIC XX VALUE SPACES.
    88  WS-TXM-OK               VALUE "00".

01  WS-PND-STATUS               PIC XX VALUE SPACES.
    88  WS-PND-OK               VALUE "00".

01  WS-EXH-STATUS               PIC XX VALUE SPACES.
    88  WS-EXH-OK               VALUE "00".

01  WS-TXM-OPEN-SW              PIC X VALUE "N".
    88  WS-TXM-OPEN             VALUE "Y".

01  WS-PND-OPEN-SW              PIC X VALUE "N".
    88  WS-PND-OPEN             VALUE "Y".

01  WS-EXH-OPEN-SW              PIC X VALUE "N".
    88  WS-EXH-OPEN-OK          VALUE "Y".

    05  WS-MASTER-MOVED-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-REF-MOVED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-TXM-MOVED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-PND-MOVED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-EXH-MOVED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-RHI-MOVED-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-CONFLICT-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-OLD-YTD-TOTAL         PIC 9(9).
    05  WS-OLD-LAST-UPDATE-DATE  PIC X(8).
01  WS-MST-BEFORE-IMAGE         PIC X(45) VALUE SPACES.
01  WS-REF-HOLD                 PIC X(64) VALUE SPACES.
01  WS-TXM-HOLD                 PIC X(38) VALUE SPACES.
01  WS-PND-HOLD                 PIC X(84) VALUE SPACES.
01  WS-EXH-HOLD                 PIC X(98) VALUE SPACES.
01  WS-RHI-HOLD                 PIC X(43) VALUE SPACES.

        DISPLAY "ARITHRNM: NO TXNMSTR FILE, STATUS=" WS-TXM-STATUS
            " - TXNMSTR NOT RE-KEYED"
    END-IF
    OPEN I-O PENDING-FILE
    IF WS-PND-OK
        SET WS-PND-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHRNM: NO TXNPEND FILE, STATUS=" WS-PND-STATUS
            " - HELD TXNMSTR RECORDS LEFT UNDER OLD ID"
    END-IF
    OPEN I-O EXCEPTION-HIST-FILE
    IF WS-EXH-OK
        SET WS-EXH-OPEN-OK TO TRUE
2320-CLOSE-OLD-REFERENCE.
    MOVE WS-REF-HOLD TO ACCOUNT-REFERENCE-RECORD
    SET ACT-CLOSED TO TRUE
    MOVE WS-RUN-DATE-X TO ACT-STATUS-DATE
    REWRITE ACCOUNT-REFERENCE-RECORD
        INVALID KEY
            DISPLAY "ARITHRNM: ERROR CLOSING OLD REFERENCE "
*> keys first (re-keying under a live browse would disturb it), then
*> write each record under the new id before deleting the old one,
*> so a key conflict leaves the old record safely in place.
*> A TXNMSTR record held for approval moves only together with its
*> TXNPEND entry; without the queue file it stays where it is,
*> counted as a conflict, rather than strand pending under an id
*> the approval transaction would never look at.
2400-REKEY-TXNMSTR.
    MOVE ZERO TO WS-MOVE-KEY-COUNT
    MOVE "N" TO WS-SWEEP-DONE-SW
            CONTINUE
        NOT INVALID KEY
            MOVE TXN-MASTER-RECORD TO WS-TXM-HOLD
            IF TXM-PENDING-APPROVAL AND NOT WS-PND-OPEN
                ADD 1 TO WS-CONFLICT-COUNT
                MOVE "TXNMSTR" TO M-FILE-NAME
                MOVE "HELD-LEFT" TO M-ACTION
                MOVE WS-TXM-HOLD (1:18) TO M-OLD-KEY
                PERFORM 2280-WRITE-MOVE-DETAIL
            ELSE
                PERFORM 2425-WRITE-NEW-TXNMSTR
            END-IF
    END-READ.

2425-WRITE-NEW-TXNMSTR.
    MOVE RNM-NEW-ACCOUNT-ID TO TXN-ACCOUNT-ID
    WRITE TXN-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-CONFLICT-COUNT
            MOVE "TXNMSTR" TO M-FILE-NAME
            MOVE "CONFLICT" TO M-ACTION
            MOVE WS-TXM-HOLD (1:18) TO M-OLD-KEY
            PERFORM 2280-WRITE-MOVE-DETAIL
        NOT INVALID KEY
            ADD 1 TO WS-TXM-MOVED-COUNT
            MOVE "TXNMSTR" TO M-FILE-NAME
            MOVE "MOVED" TO M-ACTION
            MOVE WS-TXM-HOLD (1:18) TO M-OLD-KEY
            PERFORM 2280-WRITE-MOVE-DETAIL
            PERFORM 2430-DELETE-OLD-TXNMSTR
            IF WS-PND-OPEN
                PERFORM 2440-MOVE-PENDING-ENTRY
            END-IF
    END-WRITE.

2430-DELETE-OLD-TXNMSTR.
    MOVE WS-TXM-HOLD TO TXN-MASTER-RECORD
    DELETE TXNMSTR-FILE RECORD
        INVALID KEY
            DISPLAY "ARITHRNM: ERROR DELETING TXNMSTR " TXN-KEY
                " STATUS=" WS-TXM-STATUS
    END-DELETE.

*> The queue entry follows its TXNMSTR record to the new id. The
*> prior image it carries is what a rejection restores, so its key
*> is moved too; a blank image (a held add) stays blank.
2440-MOVE-PENDING-ENTRY.
    MOVE RNM-OLD-ACCOUNT-ID TO PND-ACCOUNT-ID
    MOVE WS-MOVE-ENTRY (MOV-IDX) (1:8) TO PND-DATE
    READ PENDING-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PENDING-CORRECTION-RECORD TO WS-PND-HOLD
            MOVE RNM-NEW-ACCOUNT-ID TO PND-ACCOUNT-ID
            IF PND-BEFORE-IMAGE NOT = SPACES
                MOVE RNM-NEW-ACCOUNT-ID TO PND-BEFORE-IMAGE (1:10)
            END-IF
            WRITE PENDING-CORRECTION-RECORD
                INVALID KEY
                    ADD 1 TO WS-CONFLICT-COUNT
                    MOVE "TXNPEND" TO M-FILE-NAME
                    MOVE "CONFLICT" TO M-ACTION
                    MOVE WS-PND-HOLD (1:18) TO M-OLD-KEY
                    PERFORM 2280-WRITE-MOVE-DETAIL
                NOT INVALID KEY
                    ADD 1 TO WS-PND-MOVED-COUNT
                    MOVE "TXNPEND" TO M-FILE-NAME
                    MOVE "MOVED" TO M-ACTION
                    MOVE WS-PND-HOLD (1:18) TO M-OLD-KEY
                    PERFORM 2280-WRITE-MOVE-DETAIL
                    PERFORM 2450-DELETE-OLD-PENDING
            END-WRITE
    END-READ.

2450-DELETE-OLD-PENDING.
    MOVE WS-PND-HOLD TO PENDING-CORRECTION-RECORD
    DELETE PENDING-FILE RECORD
        INVALID KEY
            DISPLAY "ARITHRNM: ERROR DELETING TXNPEND " PND-KEY
                " STATUS=" WS-PND-STATUS
    END-DELETE.

2500-REKEY-EXCEPTION-HIST.
        MOVE WS-SUMMARY-LINE TO RENUM-RPT-LINE
        WRITE RENUM-RPT-LINE

        MOVE "TXNPEND ENTRIES MOVED :" TO WS-SUM-LABEL
        MOVE WS-PND-MOVED-COUNT TO WS-SUM-COUNT
        MOVE WS-SUMMARY-LINE TO RENUM-RPT-LINE
        WRITE RENUM-RPT-LINE

        MOVE "EXCHIST RECORDS MOVED :" TO WS-SUM-LABEL
        MOVE WS-EXH-MOVED-COUNT TO WS-SUM-COUNT
        MOVE WS-SUMMARY-LINE TO RENUM-RPT-LINE
        IF WS-TXM-OPEN
            CLOSE TXNMSTR-FILE
        END-IF
        IF WS-PND-OPEN
            CLOSE PENDING-FILE
        END-IF
        IF WS-EXH-OPEN-OK
            CLOSE EXCEPTION-HIST-FILE
        END-IF
